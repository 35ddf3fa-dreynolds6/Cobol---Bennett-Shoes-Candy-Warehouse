       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PR30FA21.
       AUTHOR.         Dewelena Reynolds.
      ******************************************************************
      *  QUARTERLY WITHHOLDING SUMMARY -- LISTS EVERY EMPLOYEE PAID
      *  IN THE QUARTER FROM THE PAYROLL YTD EARNINGS MASTER, BY
      *  WAREHOUSE, WITH THE QUARTER'S GROSS, HEALTH DEDUCTION,
      *  WITHHOLDING AND NET, WAREHOUSE TOTALS AND A COMPANY TOTAL.
      *  THE OPERATOR ENTERS THE QUARTER AT THE CONSOLE, OR LEAVES
      *  IT BLANK FOR THE QUARTER WE ARE IN
      ******
      *  INPUT
      *     PAYROLL-YTD-MASTER.TXT -- THE YTD EARNINGS MASTER KEPT
      *        BY PR29FA21
      ******
      *  OUTPUT
      *     YTD-MASTER-SORTED.TXT -- THE MASTER IN WAREHOUSE AND
      *        EMPLOYEE ORDER
      *     QUARTERLY-WITHHOLDING.TXT -- THE SUMMARY REPORT
      *     RETURN CODE 0 = OK, 4 = BANK REJECTS STILL HELD OFF THE
      *        QUARTER, 16 = BAD QUARTER OR NO MASTER
      ******
      *  CALCULATIONS
      *     CURRENT QUARTER = (MONTH + 2) / 3
      *     WAREHOUSE AND COMPANY TOTALS ARE THE SUM OF THE
      *        EMPLOYEE LINES. EACH EMPLOYEE IS SHOWN UNDER THE
      *        WAREHOUSE THAT LAST PAID THEM
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT YTD-MASTER-FILE
               ASSIGN TO 'PAYROLL-YTD-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-FILE-STATUS.
      *
           SELECT SORTED-YTD-FILE
               ASSIGN TO 'YTD-MASTER-SORTED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE
               ASSIGN TO 'SORTINGFILE.TMP'.
      *
           SELECT WITHHOLDING-REPORT-FILE
               ASSIGN TO PRINTER 'QUARTERLY-WITHHOLDING.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  YTD-MASTER-FILE
           RECORD CONTAINS 220 CHARACTERS.
       01  YTD-MASTER-RECORD               PIC X(220).
      *
       FD  SORTED-YTD-FILE
           RECORD CONTAINS 220 CHARACTERS.
       01  SORTED-YTD-RECORD.
           05  YM-EMPLOYEE-ID              PIC X(05).
           05  YM-WAREHOUSE-ID             PIC X(04).
           05  YM-EMPLOYEE-NAME            PIC X(21).
           05  YM-TAX-YEAR                 PIC 9(04).
           05  YM-LAST-POSTED-DATE         PIC 9(08).
           05  YM-PAY-COUNT                PIC 9(02).
           05  YM-QUARTER OCCURS 4 TIMES.
               10  YM-QTR-GROSS            PIC 9(07)V99.
               10  YM-QTR-HEALTH           PIC 9(05)V99.
               10  YM-QTR-WITHHOLDING      PIC 9(07)V99.
               10  YM-QTR-NET              PIC 9(07)V99.
           05  YM-HELD-GROSS               PIC 9(06)V99.
           05  YM-HELD-HEALTH              PIC 9(04)V99.
           05  YM-HELD-WITHHOLDING         PIC 9(06)V99.
           05  YM-HELD-NET                 PIC 9(06)V99.
           05  YM-HELD-QUARTER             PIC 9(01).
           05                              PIC X(09).
      *
       SD  SORT-FILE
           RECORD CONTAINS 220 CHARACTERS.
       01  SORT-RECORD.
           05  SF-EMPLOYEE-ID              PIC X(05).
           05  SF-WAREHOUSE-ID             PIC X(04).
           05                              PIC X(211).
      *
       FD  WITHHOLDING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X        VALUE 'Y'.
               88 NO-MORE-DATA                          VALUE 'N'.
               88 MORE-RECORDS                          VALUE 'Y'.
           05  WS-WHSE-PRINTED-SW          PIC X        VALUE 'N'.
               88 WHSE-PRINTED                          VALUE 'Y'.
           05  WS-QUARTER-ENTRY            PIC X        VALUE SPACE.
               88 CURRENT-QUARTER-WANTED                VALUE SPACE.
               88 VALID-QUARTER-ENTRY                   VALUE '1'
                                                          THRU '4'.
           05  WS-QUARTER-ENTRY-N REDEFINES WS-QUARTER-ENTRY
                                           PIC 9.
      *
       01 SUBSCRIPTS.
           05  WS-QUARTER                  PIC 9(01)    VALUE ZERO.
      *
       01  WS-FIELDS.
           05  WS-YTD-FILE-STATUS          PIC X(02)    VALUE SPACES.
           05  WS-PREV-WAREHOUSE-ID        PIC X(04)    VALUE SPACES.
           05  WS-TAX-YEAR                 PIC 9(04)    VALUE ZERO.
           05  WS-RECORDS-READ             PIC 9(05)    VALUE ZERO.
           05  WS-HELD-COUNT               PIC 9(05)    VALUE ZERO.
           05  WS-WHSE-EMPLOYEES           PIC 9(05)    VALUE ZERO.
           05  WS-WHSE-GROSS               PIC 9(09)V99 VALUE ZERO.
           05  WS-WHSE-HEALTH              PIC 9(09)V99 VALUE ZERO.
           05  WS-WHSE-WITHHOLDING         PIC 9(09)V99 VALUE ZERO.
           05  WS-WHSE-NET                 PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-EMPLOYEES          PIC 9(05)    VALUE ZERO.
           05  WS-GRAND-GROSS              PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-HEALTH             PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-WITHHOLDING        PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-NET                PIC 9(09)V99 VALUE ZERO.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 9999.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

      **********************OUTPUT AREA**************************
       01  HEADING-ONE.
           05                              PIC X(16)    VALUE SPACES.
           05                              PIC X(48)    VALUE
               'BENNETT SWEETS AND MORE - PAYROLL'.
           05                              PIC X(16)    VALUE SPACES.
      *
       01  HEADING-TWO.
           05                              PIC X(07)    VALUE SPACES.
           05  H1-DATE.
               10  H1-MONTH                PIC 99.
               10                          PIC X        VALUE '/'.
               10  H1-DAY                  PIC 99.
               10                          PIC X        VALUE '/'.
               10  H1-YEAR                 PIC 9(04).
           05                              PIC X(11)    VALUE SPACES.
           05                              PIC X(24)    VALUE
               'QTR WITHHOLDING SUMMARY'.
           05                              PIC X(10)    VALUE SPACES.
           05                              PIC X(03)    VALUE 'DWR'.
      *
       01  HEADING-PERIOD.
           05                              PIC X(30)    VALUE SPACES.
           05                              PIC X(09)    VALUE
               'TAX YEAR '.
           05  HP-TAX-YEAR                 PIC 9(04).
           05                              PIC X(10)    VALUE
               '  QUARTER '.
           05  HP-QUARTER                  PIC 9(01).
           05                              PIC X(26)    VALUE SPACES.
      *
       01  HEADING-THREE.
           05                              PIC X(05) VALUE 'EMPID'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(21) VALUE
               'EMPLOYEE NAME'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(12) VALUE
               '       GROSS'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(10) VALUE
               '    HEALTH'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(12) VALUE
               ' WITHHOLDING'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(12) VALUE
               '         NET'.
           05                              PIC X(02) VALUE SPACES.
      *
       01  WAREHOUSE-HEADING.
           05                              PIC X(11) VALUE
               'WAREHOUSE: '.
           05  WH-WAREHOUSE-ID             PIC X(04).
           05                              PIC X(65) VALUE SPACES.
      *
       01  EMPLOYEE-DETAIL-LINE.
           05  EDL-EMPLOYEE-ID             PIC X(05).
           05                              PIC X(02) VALUE SPACES.
           05  EDL-EMPLOYEE-NAME           PIC X(21).
           05                              PIC X(01) VALUE SPACES.
           05  EDL-GROSS                   PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(01) VALUE SPACES.
           05  EDL-HEALTH                  PIC ZZZ,ZZ9.99.
           05                              PIC X(01) VALUE SPACES.
           05  EDL-WITHHOLDING             PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(01) VALUE SPACES.
           05  EDL-NET                     PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(01) VALUE SPACES.
           05  EDL-HELD-FLAG               PIC X(01).
      *
       01  WAREHOUSE-TOTAL-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(10) VALUE
               'WAREHOUSE '.
           05  WTL-WAREHOUSE-ID            PIC X(04).
           05                              PIC X(01) VALUE SPACES.
           05  WTL-EMPLOYEE-COUNT          PIC ZZZZ9.
           05                              PIC X(06) VALUE
               ' EMPL '.
           05  WTL-GROSS                   PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(01) VALUE SPACES.
           05  WTL-HEALTH                  PIC ZZZ,ZZ9.99.
           05                              PIC X(01) VALUE SPACES.
           05  WTL-WITHHOLDING             PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(01) VALUE SPACES.
           05  WTL-NET                     PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(02) VALUE SPACES.
      *
       01  GRAND-TOTAL-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(15) VALUE
               'COMPANY TOTAL  '.
           05  GTL-EMPLOYEE-COUNT          PIC ZZZZ9.
           05                              PIC X(06) VALUE
               ' EMPL '.
           05  GTL-GROSS                   PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(01) VALUE SPACES.
           05  GTL-HEALTH                  PIC ZZZ,ZZ9.99.
           05                              PIC X(01) VALUE SPACES.
           05  GTL-WITHHOLDING             PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(01) VALUE SPACES.
           05  GTL-NET                     PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(02) VALUE SPACES.
      *
       01  HELD-NOTE-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(42) VALUE
               'H = A BANK REJECT IS HELD OFF THIS QUARTER'.
           05                              PIC X(18) VALUE
               ' UNTIL RE-ISSUED'.
           05                              PIC X(17) VALUE SPACES.
      *
       01  WITHHOLDING-NONE-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(45) VALUE
               'NO EMPLOYEES WERE PAID IN THIS QUARTER'.
      *
       PROCEDURE DIVISION.
      *
       0100-SUMMARIZE-WITHHOLDING.

           PERFORM 0200-HSKPING-ROUTINE
           PERFORM 0300-READ-SORTED-YTD
           PERFORM 9000-FINAL-ROUTINE
       .

      ********************************************************
      * GETS THE QUARTER, SORTS THE YTD MASTER INTO WAREHOUSE
      * AND EMPLOYEE ORDER AND WRITES THE REPORT HEADINGS
      ********************************************************
       0200-HSKPING-ROUTINE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-MONTH                 TO H1-MONTH
           MOVE WS-DAY                   TO H1-DAY
           MOVE WS-YEAR                  TO H1-YEAR

           DISPLAY 'ENTER QUARTER TO REPORT (1-4, BLANK FOR CURRENT):'
           ACCEPT WS-QUARTER-ENTRY

           IF CURRENT-QUARTER-WANTED
              COMPUTE WS-QUARTER = (WS-MONTH + 2) / 3
           ELSE
              IF VALID-QUARTER-ENTRY
                 MOVE WS-QUARTER-ENTRY-N TO WS-QUARTER
              ELSE
                 DISPLAY 'PR30FA21: INVALID QUARTER -- '
                    WS-QUARTER-ENTRY
                 MOVE 16                 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT YTD-MASTER-FILE

           IF WS-YTD-FILE-STATUS NOT = '00'
              DISPLAY 'PR30FA21: UNABLE TO OPEN PAYROLL-YTD-MASTER -- '
                 'FILE STATUS ' WS-YTD-FILE-STATUS
              DISPLAY 'PR30FA21: RUN PR29FA21 TO POST A PAY RUN FIRST'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           CLOSE YTD-MASTER-FILE

           SORT SORT-FILE
              ON ASCENDING KEY SF-WAREHOUSE-ID
              ON ASCENDING KEY SF-EMPLOYEE-ID
              USING YTD-MASTER-FILE
              GIVING SORTED-YTD-FILE

           IF SORT-RETURN NOT = ZERO
              DISPLAY 'PR30FA21: SORT FAILED -- SORT-RETURN '
                 SORT-RETURN
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT SORTED-YTD-FILE
               OUTPUT WITHHOLDING-REPORT-FILE

           MOVE WS-YEAR                  TO WS-TAX-YEAR

           WRITE REPORT-LINE FROM HEADING-ONE
              AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HEADING-TWO
              AFTER ADVANCING 2

       .

      ********************************************************
      * READS THE SORTED YTD MASTER -- THE FIRST RECORD GIVES
      * THE TAX YEAR FOR THE PERIOD HEADING
      ********************************************************
       0300-READ-SORTED-YTD.

           PERFORM UNTIL NO-MORE-DATA
              READ SORTED-YTD-FILE
                 AT END
                    MOVE 'N'             TO EOF-FLAG
                 NOT AT END
                    PERFORM 0400-PROCESS-EMPLOYEE
              END-READ
           END-PERFORM

       .

      ********************************************************
      * HANDLE THE WAREHOUSE BREAK AND LIST THE EMPLOYEE IF
      * THEY WERE PAID IN THE QUARTER OR HAVE A REJECT HELD
      * OFF IT
      ********************************************************
       0400-PROCESS-EMPLOYEE.

           ADD 1                         TO WS-RECORDS-READ

           IF WS-RECORDS-READ = 1
              IF YM-TAX-YEAR NUMERIC
                 MOVE YM-TAX-YEAR        TO WS-TAX-YEAR
              END-IF
              MOVE WS-TAX-YEAR           TO HP-TAX-YEAR
              MOVE WS-QUARTER            TO HP-QUARTER
              WRITE REPORT-LINE FROM HEADING-PERIOD
                 AFTER ADVANCING 1
              WRITE REPORT-LINE FROM HEADING-THREE
                 AFTER ADVANCING 2
           END-IF

           IF YM-WAREHOUSE-ID NOT = WS-PREV-WAREHOUSE-ID
              PERFORM 7200-WRITE-WAREHOUSE-TOTAL
              MOVE YM-WAREHOUSE-ID       TO WS-PREV-WAREHOUSE-ID
              MOVE 'N'                   TO WS-WHSE-PRINTED-SW
           END-IF

           IF YM-QTR-GROSS(WS-QUARTER) NUMERIC
              AND YM-QTR-HEALTH(WS-QUARTER) NUMERIC
              AND YM-QTR-WITHHOLDING(WS-QUARTER) NUMERIC
              AND YM-QTR-NET(WS-QUARTER) NUMERIC
              IF YM-QTR-GROSS(WS-QUARTER) > ZERO
                 OR YM-QTR-NET(WS-QUARTER) > ZERO
                 OR YM-HELD-QUARTER = WS-QUARTER
                 PERFORM 0600-PRINT-EMPLOYEE-LINE
              END-IF
           END-IF

       .

      ********************************************************
      * PRINT ONE EMPLOYEE'S QUARTER, WRITING THE WAREHOUSE
      * HEADING FIRST IF THIS IS THE WAREHOUSE'S FIRST LINE
      ********************************************************
       0600-PRINT-EMPLOYEE-LINE.

           IF NOT WHSE-PRINTED
              MOVE 'Y'                   TO WS-WHSE-PRINTED-SW
              MOVE YM-WAREHOUSE-ID       TO WH-WAREHOUSE-ID
              WRITE REPORT-LINE FROM WAREHOUSE-HEADING
                 AFTER ADVANCING 2
           END-IF

           MOVE YM-EMPLOYEE-ID           TO EDL-EMPLOYEE-ID
           MOVE YM-EMPLOYEE-NAME         TO EDL-EMPLOYEE-NAME
           MOVE YM-QTR-GROSS(WS-QUARTER) TO EDL-GROSS
           MOVE YM-QTR-HEALTH(WS-QUARTER) TO EDL-HEALTH
           MOVE YM-QTR-WITHHOLDING(WS-QUARTER) TO EDL-WITHHOLDING
           MOVE YM-QTR-NET(WS-QUARTER)   TO EDL-NET
           IF YM-HELD-QUARTER = WS-QUARTER
              MOVE 'H'                   TO EDL-HELD-FLAG
              ADD 1                      TO WS-HELD-COUNT
           ELSE
              MOVE SPACE                 TO EDL-HELD-FLAG
           END-IF
           WRITE REPORT-LINE FROM EMPLOYEE-DETAIL-LINE
              AFTER ADVANCING 1

           ADD 1                         TO WS-WHSE-EMPLOYEES
           ADD YM-QTR-GROSS(WS-QUARTER)  TO WS-WHSE-GROSS
           ADD YM-QTR-HEALTH(WS-QUARTER) TO WS-WHSE-HEALTH
           ADD YM-QTR-WITHHOLDING(WS-QUARTER) TO WS-WHSE-WITHHOLDING
           ADD YM-QTR-NET(WS-QUARTER)    TO WS-WHSE-NET

       .

      ********************************************************
      * WRITE THE WAREHOUSE TOTAL LINE AND ROLL IT INTO THE
      * COMPANY TOTAL -- SKIPPED FOR A WAREHOUSE WITH NOBODY
      * PAID IN THE QUARTER
      ********************************************************
       7200-WRITE-WAREHOUSE-TOTAL.

           IF WHSE-PRINTED
              MOVE WS-PREV-WAREHOUSE-ID  TO WTL-WAREHOUSE-ID
              MOVE WS-WHSE-EMPLOYEES     TO WTL-EMPLOYEE-COUNT
              MOVE WS-WHSE-GROSS         TO WTL-GROSS
              MOVE WS-WHSE-HEALTH        TO WTL-HEALTH
              MOVE WS-WHSE-WITHHOLDING   TO WTL-WITHHOLDING
              MOVE WS-WHSE-NET           TO WTL-NET
              WRITE REPORT-LINE FROM WAREHOUSE-TOTAL-LINE
                 AFTER ADVANCING 2
           END-IF

           ADD WS-WHSE-EMPLOYEES         TO WS-GRAND-EMPLOYEES
           ADD WS-WHSE-GROSS             TO WS-GRAND-GROSS
           ADD WS-WHSE-HEALTH            TO WS-GRAND-HEALTH
           ADD WS-WHSE-WITHHOLDING       TO WS-GRAND-WITHHOLDING
           ADD WS-WHSE-NET               TO WS-GRAND-NET
           MOVE ZERO                     TO WS-WHSE-EMPLOYEES
                                            WS-WHSE-GROSS
                                            WS-WHSE-HEALTH
                                            WS-WHSE-WITHHOLDING
                                            WS-WHSE-NET

       .

      ********************************************************
      * WRITE THE LAST WAREHOUSE TOTAL AND THE COMPANY TOTAL,
      * OR THE NONE LINE, SET THE RETURN CODE AND CLOSE FILES
      ********************************************************
       9000-FINAL-ROUTINE.

           PERFORM 7200-WRITE-WAREHOUSE-TOTAL

           IF WS-GRAND-EMPLOYEES = ZERO
              IF WS-RECORDS-READ = ZERO
                 MOVE WS-TAX-YEAR        TO HP-TAX-YEAR
                 MOVE WS-QUARTER         TO HP-QUARTER
                 WRITE REPORT-LINE FROM HEADING-PERIOD
                    AFTER ADVANCING 1
              END-IF
              WRITE REPORT-LINE FROM WITHHOLDING-NONE-LINE
                 AFTER ADVANCING 3
           ELSE
              MOVE WS-GRAND-EMPLOYEES    TO GTL-EMPLOYEE-COUNT
              MOVE WS-GRAND-GROSS        TO GTL-GROSS
              MOVE WS-GRAND-HEALTH       TO GTL-HEALTH
              MOVE WS-GRAND-WITHHOLDING  TO GTL-WITHHOLDING
              MOVE WS-GRAND-NET          TO GTL-NET
              WRITE REPORT-LINE FROM GRAND-TOTAL-LINE
                 AFTER ADVANCING 3
              IF WS-HELD-COUNT > ZERO
                 WRITE REPORT-LINE FROM HELD-NOTE-LINE
                    AFTER ADVANCING 2
              END-IF
           END-IF

           CLOSE SORTED-YTD-FILE
                 WITHHOLDING-REPORT-FILE

           DISPLAY 'PR30FA21: YTD RECORDS READ    ' WS-RECORDS-READ
           DISPLAY 'PR30FA21: EMPLOYEES LISTED    ' WS-GRAND-EMPLOYEES

           IF WS-HELD-COUNT > ZERO
              DISPLAY 'PR30FA21: ' WS-HELD-COUNT
                 ' BANK REJECT(S) STILL HELD OFF THE QUARTER'
              MOVE 4                     TO RETURN-CODE
           END-IF

           STOP RUN

       .
