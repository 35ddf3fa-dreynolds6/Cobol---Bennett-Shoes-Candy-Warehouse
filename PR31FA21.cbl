       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PR31FA21.
       AUTHOR.         Dewelena Reynolds.
      ******************************************************************
      *  YEAR-END EARNINGS STATEMENT -- PRINTS ONE PAGE PER EMPLOYEE
      *  FROM THE PAYROLL YTD EARNINGS MASTER WITH GROSS, HEALTH
      *  DEDUCTION, WITHHOLDING AND NET FOR EACH QUARTER AND FOR THE
      *  YEAR, IN WAREHOUSE AND EMPLOYEE ORDER, FOLLOWED BY A
      *  COMPANY TOTAL PAGE. RUN BEFORE THE PR32FA21 YEAR-END CLOSE
      ******
      *  INPUT
      *     PAYROLL-YTD-MASTER.TXT -- THE YTD EARNINGS MASTER KEPT
      *        BY PR29FA21
      ******
      *  OUTPUT
      *     YTD-MASTER-SORTED.TXT -- THE MASTER IN WAREHOUSE AND
      *        EMPLOYEE ORDER
      *     YEAR-END-EARNINGS.TXT -- THE STATEMENTS
      *     RETURN CODE 0 = OK, 4 = BANK REJECTS STILL HELD OFF THE
      *        YEAR, 16 = NO MASTER
      ******
      *  CALCULATIONS
      *     YEAR TOTAL = SUM OF THE FOUR QUARTERS
      *     COMPANY TOTAL = SUM OF THE EMPLOYEE YEAR TOTALS
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
           SELECT STATEMENT-FILE
               ASSIGN TO PRINTER 'YEAR-END-EARNINGS.TXT'.
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
       FD  STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X        VALUE 'Y'.
               88 NO-MORE-DATA                          VALUE 'N'.
               88 MORE-RECORDS                          VALUE 'Y'.
           05  WS-AMOUNTS-VALID-SW         PIC X        VALUE 'Y'.
               88 AMOUNTS-VALID                         VALUE 'Y'.
      *
       01 SUBSCRIPTS.
           05  QT-SUB                      PIC 9(01)    VALUE ZERO.
      *
       01  WS-FIELDS.
           05  WS-YTD-FILE-STATUS          PIC X(02)    VALUE SPACES.
           05  WS-RECORDS-READ             PIC 9(05)    VALUE ZERO.
           05  WS-STATEMENTS-PRINTED       PIC 9(05)    VALUE ZERO.
           05  WS-HELD-COUNT               PIC 9(05)    VALUE ZERO.
           05  WS-BAD-RECORD-COUNT         PIC 9(05)    VALUE ZERO.
           05  WS-TAX-YEAR                 PIC 9(04)    VALUE ZERO.
           05  WS-YEAR-GROSS               PIC 9(09)V99 VALUE ZERO.
           05  WS-YEAR-HEALTH              PIC 9(09)V99 VALUE ZERO.
           05  WS-YEAR-WITHHOLDING         PIC 9(09)V99 VALUE ZERO.
           05  WS-YEAR-NET                 PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-GROSS              PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-HEALTH             PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-WITHHOLDING        PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-NET                PIC 9(09)V99 VALUE ZERO.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 9999.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

      ***********************TABLE**********************************
      * COMPANY TOTALS BY QUARTER FOR THE SUMMARY PAGE
      **************************************************************
       01  QUARTER-TOTALS.
           05  QT-ENTRY OCCURS 4 TIMES.
               10  QT-GROSS                PIC 9(09)V99.
               10  QT-HEALTH               PIC 9(09)V99.
               10  QT-WITHHOLDING          PIC 9(09)V99.
               10  QT-NET                  PIC 9(09)V99.

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
               'YEAR-END EARNINGS STMT'.
           05                              PIC X(10)    VALUE SPACES.
           05                              PIC X(03)    VALUE 'DWR'.
      *
       01  HEADING-TAX-YEAR.
           05                              PIC X(33)    VALUE SPACES.
           05                              PIC X(09)    VALUE
               'TAX YEAR '.
           05  HT-TAX-YEAR                 PIC 9(04).
           05                              PIC X(34)    VALUE SPACES.
      *
       01  EMPLOYEE-HEADING.
           05                              PIC X(10) VALUE
               'EMPLOYEE: '.
           05  EH-EMPLOYEE-ID              PIC X(05).
           05                              PIC X(02) VALUE SPACES.
           05  EH-EMPLOYEE-NAME            PIC X(21).
           05                              PIC X(04) VALUE SPACES.
           05                              PIC X(11) VALUE
               'WAREHOUSE: '.
           05  EH-WAREHOUSE-ID             PIC X(04).
           05                              PIC X(23) VALUE SPACES.
      *
       01  HEADING-THREE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(12) VALUE 'PERIOD'.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(14) VALUE
               '         GROSS'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(13) VALUE
               '       HEALTH'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(14) VALUE
               '   WITHHOLDING'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(14) VALUE
               '           NET'.
           05                              PIC X(02) VALUE SPACES.
      *
       01  STATEMENT-LINE.
           05                              PIC X(03) VALUE SPACES.
           05  SL-PERIOD.
               10  SL-PERIOD-LABEL         PIC X(08).
               10  SL-QUARTER              PIC 9(01).
               10                          PIC X(03).
           05                              PIC X(03) VALUE SPACES.
           05  SL-GROSS                    PIC $$$,$$$,$$9.99.
           05                              PIC X(02) VALUE SPACES.
           05  SL-HEALTH                   PIC $$,$$$,$$9.99.
           05                              PIC X(01) VALUE SPACES.
           05  SL-WITHHOLDING              PIC $$$,$$$,$$9.99.
           05                              PIC X(02) VALUE SPACES.
           05  SL-NET                      PIC $$$,$$$,$$9.99.
           05                              PIC X(02) VALUE SPACES.
      *
       01  PAY-COUNT-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(21) VALUE
               'PAY PERIODS POSTED:  '.
           05  PCL-PAY-COUNT               PIC Z9.
           05                              PIC X(54) VALUE SPACES.
      *
       01  HELD-ITEM-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(28) VALUE
               '*** BANK REJECT HELD -- NET '.
           05  HIL-HELD-NET                PIC $$$,$$9.99.
           05                              PIC X(36) VALUE
               ' NOT INCLUDED UNTIL RE-ISSUED ***'.
           05                              PIC X(03) VALUE SPACES.
      *
       01  BAD-RECORD-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(50) VALUE
               '*** AMOUNTS ON THE YTD MASTER ARE NOT NUMERIC ***'.
           05                              PIC X(27) VALUE SPACES.
      *
       01  SUMMARY-HEADING.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(30) VALUE
               'COMPANY TOTAL -- EMPLOYEES: '.
           05  SH-EMPLOYEE-COUNT           PIC ZZZZ9.
           05                              PIC X(42) VALUE SPACES.
      *
       01  STATEMENT-NONE-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(45) VALUE
               'NO EARNINGS ON THE YTD MASTER'.
      *
       PROCEDURE DIVISION.
      *
       0100-PRINT-EARNINGS-STATEMENTS.

           PERFORM 0200-HSKPING-ROUTINE
           PERFORM 0300-READ-SORTED-YTD
           PERFORM 9000-FINAL-ROUTINE
       .

      ********************************************************
      * SORTS THE YTD MASTER INTO WAREHOUSE AND EMPLOYEE ORDER
      * AND OPENS THE FILES
      ********************************************************
       0200-HSKPING-ROUTINE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-MONTH                 TO H1-MONTH
           MOVE WS-DAY                   TO H1-DAY
           MOVE WS-YEAR                  TO H1-YEAR
           MOVE WS-YEAR                  TO WS-TAX-YEAR

           OPEN INPUT YTD-MASTER-FILE

           IF WS-YTD-FILE-STATUS NOT = '00'
              DISPLAY 'PR31FA21: UNABLE TO OPEN PAYROLL-YTD-MASTER -- '
                 'FILE STATUS ' WS-YTD-FILE-STATUS
              DISPLAY 'PR31FA21: RUN PR29FA21 TO POST A PAY RUN FIRST'
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
              DISPLAY 'PR31FA21: SORT FAILED -- SORT-RETURN '
                 SORT-RETURN
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT SORTED-YTD-FILE
               OUTPUT STATEMENT-FILE

           INITIALIZE QUARTER-TOTALS

       .

      ********************************************************
      * READS THE SORTED YTD MASTER AND PRINTS EACH STATEMENT
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
      * CHECK THE RECORD AND PRINT A STATEMENT FOR ANYONE WITH
      * EARNINGS OR A HELD REJECT THIS YEAR
      ********************************************************
       0400-PROCESS-EMPLOYEE.

           ADD 1                         TO WS-RECORDS-READ

           IF WS-RECORDS-READ = 1
              AND YM-TAX-YEAR NUMERIC
              MOVE YM-TAX-YEAR           TO WS-TAX-YEAR
           END-IF

           MOVE 'Y'                      TO WS-AMOUNTS-VALID-SW
           PERFORM 0450-CHECK-QUARTER-AMOUNTS
              VARYING QT-SUB FROM 1 BY 1
                 UNTIL QT-SUB > 4
           IF YM-HELD-NET NOT NUMERIC
              OR YM-PAY-COUNT NOT NUMERIC
              MOVE 'N'                   TO WS-AMOUNTS-VALID-SW
           END-IF

           IF NOT AMOUNTS-VALID
              ADD 1                      TO WS-BAD-RECORD-COUNT
              PERFORM 7100-WRITE-STATEMENT-HEADING
              WRITE REPORT-LINE FROM BAD-RECORD-LINE
                 AFTER ADVANCING 2
           ELSE
              MOVE ZERO                  TO WS-YEAR-GROSS
                                            WS-YEAR-HEALTH
                                            WS-YEAR-WITHHOLDING
                                            WS-YEAR-NET
              PERFORM 0500-ADD-QUARTER-TO-YEAR
                 VARYING QT-SUB FROM 1 BY 1
                    UNTIL QT-SUB > 4
              IF WS-YEAR-GROSS > ZERO
                 OR WS-YEAR-NET > ZERO
                 OR YM-HELD-NET > ZERO
                 PERFORM 0600-PRINT-STATEMENT
              END-IF
           END-IF

       .

      ********************************************************
      * ONE QUARTER'S AMOUNTS MUST ALL BE NUMERIC
      ********************************************************
       0450-CHECK-QUARTER-AMOUNTS.

           IF YM-QTR-GROSS(QT-SUB) NOT NUMERIC
              OR YM-QTR-HEALTH(QT-SUB) NOT NUMERIC
              OR YM-QTR-WITHHOLDING(QT-SUB) NOT NUMERIC
              OR YM-QTR-NET(QT-SUB) NOT NUMERIC
              MOVE 'N'                   TO WS-AMOUNTS-VALID-SW
           END-IF

       .

      ********************************************************
      * ADD ONE QUARTER INTO THE EMPLOYEE'S YEAR TOTAL
      ********************************************************
       0500-ADD-QUARTER-TO-YEAR.

           ADD YM-QTR-GROSS(QT-SUB)      TO WS-YEAR-GROSS
           ADD YM-QTR-HEALTH(QT-SUB)     TO WS-YEAR-HEALTH
           ADD YM-QTR-WITHHOLDING(QT-SUB) TO WS-YEAR-WITHHOLDING
           ADD YM-QTR-NET(QT-SUB)        TO WS-YEAR-NET

       .

      ********************************************************
      * PRINT ONE EMPLOYEE'S STATEMENT -- A LINE PER QUARTER,
      * THE YEAR TOTAL, THE PAY PERIODS POSTED AND ANY BANK
      * REJECT STILL HELD OFF THE FIGURES
      ********************************************************
       0600-PRINT-STATEMENT.

           PERFORM 7100-WRITE-STATEMENT-HEADING

           PERFORM 0650-PRINT-QUARTER-LINE
              VARYING QT-SUB FROM 1 BY 1
                 UNTIL QT-SUB > 4

           MOVE 'YEAR'                   TO SL-PERIOD
           MOVE WS-YEAR-GROSS            TO SL-GROSS
           MOVE WS-YEAR-HEALTH           TO SL-HEALTH
           MOVE WS-YEAR-WITHHOLDING      TO SL-WITHHOLDING
           MOVE WS-YEAR-NET              TO SL-NET
           WRITE REPORT-LINE FROM STATEMENT-LINE
              AFTER ADVANCING 2

           MOVE YM-PAY-COUNT             TO PCL-PAY-COUNT
           WRITE REPORT-LINE FROM PAY-COUNT-LINE
              AFTER ADVANCING 2

           IF YM-HELD-NET > ZERO
              ADD 1                      TO WS-HELD-COUNT
              MOVE YM-HELD-NET           TO HIL-HELD-NET
              WRITE REPORT-LINE FROM HELD-ITEM-LINE
                 AFTER ADVANCING 2
           END-IF

           ADD 1                         TO WS-STATEMENTS-PRINTED
           ADD WS-YEAR-GROSS             TO WS-GRAND-GROSS
           ADD WS-YEAR-HEALTH            TO WS-GRAND-HEALTH
           ADD WS-YEAR-WITHHOLDING       TO WS-GRAND-WITHHOLDING
           ADD WS-YEAR-NET               TO WS-GRAND-NET

       .

      ********************************************************
      * PRINT ONE QUARTER OF THE STATEMENT AND ADD IT TO THE
      * COMPANY QUARTER TOTALS
      ********************************************************
       0650-PRINT-QUARTER-LINE.

           MOVE SPACES                   TO SL-PERIOD
           MOVE 'QUARTER '               TO SL-PERIOD-LABEL
           MOVE QT-SUB                   TO SL-QUARTER
           MOVE YM-QTR-GROSS(QT-SUB)     TO SL-GROSS
           MOVE YM-QTR-HEALTH(QT-SUB)    TO SL-HEALTH
           MOVE YM-QTR-WITHHOLDING(QT-SUB) TO SL-WITHHOLDING
           MOVE YM-QTR-NET(QT-SUB)       TO SL-NET
           WRITE REPORT-LINE FROM STATEMENT-LINE
              AFTER ADVANCING 1

           ADD YM-QTR-GROSS(QT-SUB)      TO QT-GROSS(QT-SUB)
           ADD YM-QTR-HEALTH(QT-SUB)     TO QT-HEALTH(QT-SUB)
           ADD YM-QTR-WITHHOLDING(QT-SUB) TO QT-WITHHOLDING(QT-SUB)
           ADD YM-QTR-NET(QT-SUB)        TO QT-NET(QT-SUB)

       .

      ********************************************************
      * START A NEW PAGE WITH THE REPORT HEADINGS AND THE
      * EMPLOYEE'S ID, NAME AND WAREHOUSE
      ********************************************************
       7100-WRITE-STATEMENT-HEADING.

           MOVE WS-TAX-YEAR              TO HT-TAX-YEAR
           WRITE REPORT-LINE FROM HEADING-ONE
              AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HEADING-TWO
              AFTER ADVANCING 2
           WRITE REPORT-LINE FROM HEADING-TAX-YEAR
              AFTER ADVANCING 1

           MOVE YM-EMPLOYEE-ID           TO EH-EMPLOYEE-ID
           MOVE YM-EMPLOYEE-NAME         TO EH-EMPLOYEE-NAME
           MOVE YM-WAREHOUSE-ID          TO EH-WAREHOUSE-ID
           WRITE REPORT-LINE FROM EMPLOYEE-HEADING
              AFTER ADVANCING 3
           WRITE REPORT-LINE FROM HEADING-THREE
              AFTER ADVANCING 2

       .

      ********************************************************
      * PRINT THE COMPANY TOTAL PAGE BY QUARTER AND FOR THE
      * YEAR
      ********************************************************
       7300-WRITE-COMPANY-TOTALS.

           MOVE WS-TAX-YEAR              TO HT-TAX-YEAR
           WRITE REPORT-LINE FROM HEADING-ONE
              AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HEADING-TWO
              AFTER ADVANCING 2
           WRITE REPORT-LINE FROM HEADING-TAX-YEAR
              AFTER ADVANCING 1

           MOVE WS-STATEMENTS-PRINTED    TO SH-EMPLOYEE-COUNT
           WRITE REPORT-LINE FROM SUMMARY-HEADING
              AFTER ADVANCING 3
           WRITE REPORT-LINE FROM HEADING-THREE
              AFTER ADVANCING 2

           PERFORM 7350-WRITE-QUARTER-TOTAL
              VARYING QT-SUB FROM 1 BY 1
                 UNTIL QT-SUB > 4

           MOVE 'YEAR'                   TO SL-PERIOD
           MOVE WS-GRAND-GROSS           TO SL-GROSS
           MOVE WS-GRAND-HEALTH          TO SL-HEALTH
           MOVE WS-GRAND-WITHHOLDING     TO SL-WITHHOLDING
           MOVE WS-GRAND-NET             TO SL-NET
           WRITE REPORT-LINE FROM STATEMENT-LINE
              AFTER ADVANCING 2

       .

      ********************************************************
      * PRINT ONE COMPANY QUARTER TOTAL LINE
      ********************************************************
       7350-WRITE-QUARTER-TOTAL.

           MOVE SPACES                   TO SL-PERIOD
           MOVE 'QUARTER '               TO SL-PERIOD-LABEL
           MOVE QT-SUB                   TO SL-QUARTER
           MOVE QT-GROSS(QT-SUB)         TO SL-GROSS
           MOVE QT-HEALTH(QT-SUB)        TO SL-HEALTH
           MOVE QT-WITHHOLDING(QT-SUB)   TO SL-WITHHOLDING
           MOVE QT-NET(QT-SUB)           TO SL-NET
           WRITE REPORT-LINE FROM STATEMENT-LINE
              AFTER ADVANCING 1

       .

      ********************************************************
      * PRINT THE COMPANY TOTALS OR THE NONE LINE, SET THE
      * RETURN CODE AND CLOSE FILES
      ********************************************************
       9000-FINAL-ROUTINE.

           IF WS-STATEMENTS-PRINTED = ZERO
              MOVE WS-TAX-YEAR           TO HT-TAX-YEAR
              WRITE REPORT-LINE FROM HEADING-ONE
                 AFTER ADVANCING PAGE
              WRITE REPORT-LINE FROM HEADING-TWO
                 AFTER ADVANCING 2
              WRITE REPORT-LINE FROM HEADING-TAX-YEAR
                 AFTER ADVANCING 1
              WRITE REPORT-LINE FROM STATEMENT-NONE-LINE
                 AFTER ADVANCING 3
           ELSE
              PERFORM 7300-WRITE-COMPANY-TOTALS
           END-IF

           CLOSE SORTED-YTD-FILE
                 STATEMENT-FILE

           DISPLAY 'PR31FA21: YTD RECORDS READ    ' WS-RECORDS-READ
           DISPLAY 'PR31FA21: STATEMENTS PRINTED  '
              WS-STATEMENTS-PRINTED

           IF WS-HELD-COUNT > ZERO
              DISPLAY 'PR31FA21: ' WS-HELD-COUNT
                 ' BANK REJECT(S) STILL HELD -- STATEMENTS ARE SHORT'
              MOVE 4                     TO RETURN-CODE
           END-IF

           IF WS-BAD-RECORD-COUNT > ZERO
              DISPLAY 'PR31FA21: ' WS-BAD-RECORD-COUNT
                 ' YTD RECORD(S) WITH AMOUNTS NOT NUMERIC'
              MOVE 4                     TO RETURN-CODE
           END-IF

           STOP RUN

       .
