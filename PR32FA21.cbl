       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PR32FA21.
       AUTHOR.         Dewelena Reynolds.
      ******************************************************************
      *  PAYROLL YEAR-END CLOSE -- KEEPS A DATED COPY OF THE PAYROLL
      *  YTD EARNINGS MASTER AS IT STOOD AT YEAR END, THEN ZEROES
      *  THE MASTER FOR THE NEW TAX YEAR. THE OPERATOR ENTERS THE
      *  TAX YEAR BEING CLOSED AT THE CONSOLE AND IT MUST MATCH THE
      *  MASTER, SO THE CLOSE CANNOT BE RUN TWICE. THE CLOSE IS
      *  REFUSED WHILE ANY BANK REJECT IS STILL HELD OFF THE MASTER
      *  -- PR29FA21 OPTION S MUST POST THE RE-ISSUE FIRST. RUN THE
      *  PR31FA21 YEAR-END STATEMENTS BEFORE THE CLOSE
      ******
      *  INPUT
      *     PAYROLL-YTD-MASTER.TXT -- THE YTD EARNINGS MASTER KEPT
      *        BY PR29FA21
      ******
      *  OUTPUT
      *     PAYROLL-YTD-YYYY-YYYYMMDD.TXT -- THE DATED COPY OF THE
      *        MASTER, NAMED FOR THE TAX YEAR CLOSED AND THE RUN DATE
      *     PAYROLL-YTD-MASTER.TXT -- THE MASTER FOR THE NEW TAX
      *        YEAR, ONE ZEROED RECORD FOR EVERY EMPLOYEE PAID IN THE
      *        YEAR CLOSED
      *     YEAR-END-CLOSE-REPORT.TXT -- THE CLOSING CONTROL TOTALS,
      *        OR THE HELD ITEMS THAT STOPPED THE CLOSE
      *     RETURN CODE 0 = CLOSED, 16 = NOT CLOSED
      ******
      *  CALCULATIONS
      *     CLOSING TOTALS = SUM OF ALL FOUR QUARTERS FOR EVERY
      *        EMPLOYEE ON THE MASTER
      *     NEW TAX YEAR = TAX YEAR CLOSED + 1
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
           SELECT ARCHIVE-YTD-FILE
               ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
      *
           SELECT CLOSE-REPORT-FILE
               ASSIGN TO PRINTER 'YEAR-END-CLOSE-REPORT.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  YTD-MASTER-FILE
           RECORD CONTAINS 220 CHARACTERS.
       01  YTD-MASTER-RECORD               PIC X(220).
      *
       FD  ARCHIVE-YTD-FILE
           RECORD CONTAINS 220 CHARACTERS.
       01  ARCHIVE-YTD-RECORD              PIC X(220).
      *
       FD  CLOSE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  WS-YTD-EOF-SW               PIC X        VALUE 'N'.
               88 YTD-EOF                               VALUE 'Y'.
      *
       01 SUBSCRIPTS.
           05  YT-SUB                      PIC 9(04)    VALUE ZERO.
           05  QT-SUB                      PIC 9(01)    VALUE ZERO.
      *
       01  WS-FIELDS.
           05  WS-YTD-FILE-STATUS          PIC X(02)    VALUE SPACES.
           05  WS-ARCHIVE-FILE-STATUS      PIC X(02)    VALUE SPACES.
           05  WS-ARCHIVE-FILE-NAME        PIC X(40)    VALUE SPACES.
           05  WS-CLOSE-YEAR-ENTRY         PIC X(04)    VALUE SPACES.
           05  WS-CLOSE-YEAR REDEFINES WS-CLOSE-YEAR-ENTRY
                                           PIC 9(04).
           05  WS-NEW-TAX-YEAR             PIC 9(04)    VALUE ZERO.
           05  WS-YTD-COUNT                PIC 9(04)    VALUE ZERO.
           05  WS-YTD-MAX                  PIC 9(04)    VALUE 2000.
           05  WS-HELD-COUNT               PIC 9(05)    VALUE ZERO.
           05  WS-WRONG-YEAR-COUNT         PIC 9(05)    VALUE ZERO.
           05  WS-CARRIED-COUNT            PIC 9(05)    VALUE ZERO.
           05  WS-DROPPED-COUNT            PIC 9(05)    VALUE ZERO.
           05  WS-EMPLOYEE-GROSS           PIC 9(09)V99 VALUE ZERO.
           05  WS-EMPLOYEE-NET             PIC 9(09)V99 VALUE ZERO.
           05  WS-TOTAL-GROSS              PIC 9(09)V99 VALUE ZERO.
           05  WS-TOTAL-HEALTH             PIC 9(09)V99 VALUE ZERO.
           05  WS-TOTAL-WITHHOLDING        PIC 9(09)V99 VALUE ZERO.
           05  WS-TOTAL-NET                PIC 9(09)V99 VALUE ZERO.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 9999.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

      ***********************TABLE**********************************
      * IN-MEMORY COPY OF THE YTD EARNINGS MASTER, SAME LAYOUT
      * AS PR29FA21. TABLE HOLDS 2000 EMPLOYEES
      **************************************************************
       01  YTD-TABLE.
           05  YT-ENTRY OCCURS 2000 TIMES.
               10  YT-EMPLOYEE-ID          PIC X(05).
               10  YT-WAREHOUSE-ID         PIC X(04).
               10  YT-EMPLOYEE-NAME        PIC X(21).
               10  YT-TAX-YEAR             PIC 9(04).
               10  YT-LAST-POSTED-DATE     PIC 9(08).
               10  YT-PAY-COUNT            PIC 9(02).
               10  YT-QUARTER OCCURS 4 TIMES.
                   15  YT-QTR-GROSS        PIC 9(07)V99.
                   15  YT-QTR-HEALTH       PIC 9(05)V99.
                   15  YT-QTR-WITHHOLDING  PIC 9(07)V99.
                   15  YT-QTR-NET          PIC 9(07)V99.
               10  YT-HELD-GROSS           PIC 9(06)V99.
               10  YT-HELD-HEALTH          PIC 9(04)V99.
               10  YT-HELD-WITHHOLDING     PIC 9(06)V99.
               10  YT-HELD-NET             PIC 9(06)V99.
               10  YT-HELD-QUARTER         PIC 9(01).
               10                          PIC X(09).

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
               'PAYROLL YEAR-END CLOSE'.
           05                              PIC X(10)    VALUE SPACES.
           05                              PIC X(03)    VALUE 'DWR'.
      *
       01  CLOSE-STATUS-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(09) VALUE
               'TAX YEAR '.
           05  CSL-TAX-YEAR                PIC 9(04).
           05                              PIC X(01) VALUE SPACES.
           05  CSL-STATUS                  PIC X(50).
           05                              PIC X(13) VALUE SPACES.
      *
       01  HELD-ITEM-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(09) VALUE
               'EMPLOYEE '.
           05  HIL-EMPLOYEE-ID             PIC X(05).
           05                              PIC X(02) VALUE SPACES.
           05  HIL-EMPLOYEE-NAME           PIC X(21).
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(13) VALUE
               'HELD NET OF '.
           05  HIL-HELD-NET                PIC $$$,$$9.99.
           05                              PIC X(15) VALUE SPACES.
      *
       01  CONTROL-TOTAL-LINE.
           05                              PIC X(03) VALUE SPACES.
           05  CTL-LABEL                   PIC X(30).
           05  CTL-AMOUNT                  PIC $$$$,$$$,$$9.99.
           05                              PIC X(32) VALUE SPACES.
      *
       01  CONTROL-COUNT-LINE.
           05                              PIC X(03) VALUE SPACES.
           05  CCL-LABEL                   PIC X(30).
           05                              PIC X(10) VALUE SPACES.
           05  CCL-COUNT                   PIC ZZZZ9.
           05                              PIC X(32) VALUE SPACES.
      *
       01  ARCHIVE-NAME-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(12) VALUE
               'DATED COPY: '.
           05  ANL-ARCHIVE-FILE-NAME       PIC X(40).
           05                              PIC X(25) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0100-CLOSE-PAYROLL-YEAR.

           PERFORM 0200-HSKPING-ROUTINE
           PERFORM 0300-CHECK-YTD-MASTER
           PERFORM 0500-WRITE-DATED-COPY
           PERFORM 0600-ZERO-YTD-MASTER
           PERFORM 9000-FINAL-ROUTINE
       .

      ********************************************************
      * GETS THE TAX YEAR TO CLOSE, LOADS THE YTD MASTER AND
      * WRITES THE REPORT HEADINGS
      ********************************************************
       0200-HSKPING-ROUTINE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-MONTH                 TO H1-MONTH
           MOVE WS-DAY                   TO H1-DAY
           MOVE WS-YEAR                  TO H1-YEAR

           DISPLAY 'ENTER TAX YEAR TO CLOSE (YYYY):'
           ACCEPT WS-CLOSE-YEAR-ENTRY

           IF WS-CLOSE-YEAR-ENTRY NOT NUMERIC
              DISPLAY 'PR32FA21: INVALID TAX YEAR -- '
                 WS-CLOSE-YEAR-ENTRY
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           COMPUTE WS-NEW-TAX-YEAR = WS-CLOSE-YEAR + 1

           OPEN INPUT YTD-MASTER-FILE

           IF WS-YTD-FILE-STATUS NOT = '00'
              DISPLAY 'PR32FA21: UNABLE TO OPEN PAYROLL-YTD-MASTER -- '
                 'FILE STATUS ' WS-YTD-FILE-STATUS
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL YTD-EOF
              READ YTD-MASTER-FILE
                 AT END
                    MOVE 'Y'             TO WS-YTD-EOF-SW
                 NOT AT END
                    PERFORM 0220-ADD-YTD-ENTRY
              END-READ
           END-PERFORM

           CLOSE YTD-MASTER-FILE

           OPEN OUTPUT CLOSE-REPORT-FILE

           WRITE REPORT-LINE FROM HEADING-ONE
              AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HEADING-TWO
              AFTER ADVANCING 2

       .

      ********************************************************
      * ADD ONE MASTER RECORD TO THE TABLE
      ********************************************************
       0220-ADD-YTD-ENTRY.

           IF WS-YTD-COUNT < WS-YTD-MAX
              ADD 1                      TO WS-YTD-COUNT
              MOVE YTD-MASTER-RECORD     TO YT-ENTRY(WS-YTD-COUNT)
           ELSE
              DISPLAY 'PR32FA21: YTD-TABLE FULL -- JOB TERMINATED, '
                 'INCREASE THE TABLE AND RERUN'
              CLOSE YTD-MASTER-FILE
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

       .

      ********************************************************
      * EVERY RECORD MUST BE FOR THE TAX YEAR ENTERED AND HAVE
      * NO BANK REJECT HELD -- OTHERWISE THE HELD ITEMS ARE
      * LISTED AND THE JOB STOPS WITH THE MASTER UNTOUCHED
      ********************************************************
       0300-CHECK-YTD-MASTER.

           PERFORM 0350-CHECK-YTD-ENTRY
              VARYING YT-SUB FROM 1 BY 1
                 UNTIL YT-SUB > WS-YTD-COUNT

           MOVE WS-CLOSE-YEAR            TO CSL-TAX-YEAR

           IF WS-WRONG-YEAR-COUNT > ZERO
              MOVE 'NOT CLOSED -- YTD MASTER IS FOR ANOTHER TAX YEAR'
                                         TO CSL-STATUS
              WRITE REPORT-LINE FROM CLOSE-STATUS-LINE
                 AFTER ADVANCING 3
              CLOSE CLOSE-REPORT-FILE
              DISPLAY 'PR32FA21: YTD MASTER IS NOT FOR TAX YEAR '
                 WS-CLOSE-YEAR ' -- JOB TERMINATED'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-HELD-COUNT > ZERO
              MOVE 'NOT CLOSED -- BANK REJECTS STILL HELD'
                                         TO CSL-STATUS
              WRITE REPORT-LINE FROM CLOSE-STATUS-LINE
                 AFTER ADVANCING 3
              CLOSE CLOSE-REPORT-FILE
              DISPLAY 'PR32FA21: ' WS-HELD-COUNT
                 ' BANK REJECT(S) STILL HELD -- JOB TERMINATED'
              DISPLAY 'PR32FA21: RUN PR29FA21 OPTION S ONCE THE '
                 'RE-ISSUE IS SENT'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

       .

      ********************************************************
      * CHECK ONE MASTER RECORD, ADD IT TO THE CLOSING TOTALS
      * AND LIST IT IF IT HAS A BANK REJECT HELD
      ********************************************************
       0350-CHECK-YTD-ENTRY.

           IF YT-TAX-YEAR(YT-SUB) NOT = WS-CLOSE-YEAR
              ADD 1                      TO WS-WRONG-YEAR-COUNT
           END-IF

           IF YT-HELD-GROSS(YT-SUB) > ZERO
              OR YT-HELD-NET(YT-SUB) > ZERO
              ADD 1                      TO WS-HELD-COUNT
              MOVE YT-EMPLOYEE-ID(YT-SUB) TO HIL-EMPLOYEE-ID
              MOVE YT-EMPLOYEE-NAME(YT-SUB) TO HIL-EMPLOYEE-NAME
              MOVE YT-HELD-NET(YT-SUB)   TO HIL-HELD-NET
              IF WS-HELD-COUNT = 1
                 WRITE REPORT-LINE FROM HELD-ITEM-LINE
                    AFTER ADVANCING 2
              ELSE
                 WRITE REPORT-LINE FROM HELD-ITEM-LINE
                    AFTER ADVANCING 1
              END-IF
           END-IF

           PERFORM 0370-ADD-QUARTER-TOTALS
              VARYING QT-SUB FROM 1 BY 1
                 UNTIL QT-SUB > 4

       .

      ********************************************************
      * ADD ONE QUARTER OF ONE EMPLOYEE TO THE CLOSING TOTALS
      ********************************************************
       0370-ADD-QUARTER-TOTALS.

           ADD YT-QTR-GROSS(YT-SUB QT-SUB) TO WS-TOTAL-GROSS
           ADD YT-QTR-HEALTH(YT-SUB QT-SUB) TO WS-TOTAL-HEALTH
           ADD YT-QTR-WITHHOLDING(YT-SUB QT-SUB)
                                         TO WS-TOTAL-WITHHOLDING
           ADD YT-QTR-NET(YT-SUB QT-SUB) TO WS-TOTAL-NET

       .

      ********************************************************
      * WRITE THE DATED COPY OF THE MASTER AS IT STANDS AT
      * YEAR END, NAMED FOR THE TAX YEAR AND THE RUN DATE
      ********************************************************
       0500-WRITE-DATED-COPY.

           MOVE SPACES                   TO WS-ARCHIVE-FILE-NAME

           STRING 'PAYROLL-YTD-'         DELIMITED BY SIZE
                  WS-CLOSE-YEAR          DELIMITED BY SIZE
                  '-'                    DELIMITED BY SIZE
                  WS-YEAR                DELIMITED BY SIZE
                  WS-MONTH               DELIMITED BY SIZE
                  WS-DAY                 DELIMITED BY SIZE
                  '.TXT'                 DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME

           OPEN OUTPUT ARCHIVE-YTD-FILE

           IF WS-ARCHIVE-FILE-STATUS NOT = '00'
              DISPLAY 'PR32FA21: UNABLE TO OPEN ' WS-ARCHIVE-FILE-NAME
                 ' -- FILE STATUS ' WS-ARCHIVE-FILE-STATUS
              DISPLAY 'PR32FA21: JOB TERMINATED -- MASTER NOT CLOSED'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0550-WRITE-ARCHIVE-ENTRY
              VARYING YT-SUB FROM 1 BY 1
                 UNTIL YT-SUB > WS-YTD-COUNT

           CLOSE ARCHIVE-YTD-FILE

       .

      ********************************************************
      * WRITE ONE TABLE ENTRY TO THE DATED COPY
      ********************************************************
       0550-WRITE-ARCHIVE-ENTRY.

           WRITE ARCHIVE-YTD-RECORD FROM YT-ENTRY(YT-SUB)

       .

      ********************************************************
      * REWRITE THE MASTER FOR THE NEW TAX YEAR -- EVERY
      * EMPLOYEE PAID IN THE YEAR CLOSED IS CARRIED FORWARD
      * WITH ID, NAME AND WAREHOUSE AND ALL AMOUNTS ZEROED.
      * ANYONE NOT PAID ALL YEAR IS DROPPED; THEY ARE STILL ON
      * THE DATED COPY AND PR29FA21 ADDS THEM BACK IF PAID
      ********************************************************
       0600-ZERO-YTD-MASTER.

           OPEN OUTPUT YTD-MASTER-FILE

           PERFORM 0650-CARRY-FORWARD-ENTRY
              VARYING YT-SUB FROM 1 BY 1
                 UNTIL YT-SUB > WS-YTD-COUNT

           CLOSE YTD-MASTER-FILE

       .

      ********************************************************
      * ZERO ONE EMPLOYEE FOR THE NEW YEAR OR DROP THEM
      ********************************************************
       0650-CARRY-FORWARD-ENTRY.

           MOVE ZERO                     TO WS-EMPLOYEE-GROSS
                                            WS-EMPLOYEE-NET
           PERFORM 0670-ADD-EMPLOYEE-QUARTER
              VARYING QT-SUB FROM 1 BY 1
                 UNTIL QT-SUB > 4

           IF WS-EMPLOYEE-GROSS = ZERO
              AND WS-EMPLOYEE-NET = ZERO
              ADD 1                      TO WS-DROPPED-COUNT
           ELSE
              ADD 1                      TO WS-CARRIED-COUNT
              MOVE WS-NEW-TAX-YEAR       TO YT-TAX-YEAR(YT-SUB)
              MOVE ZERO                  TO YT-LAST-POSTED-DATE(YT-SUB)
                                            YT-PAY-COUNT(YT-SUB)
                                            YT-HELD-GROSS(YT-SUB)
                                            YT-HELD-HEALTH(YT-SUB)
                                            YT-HELD-WITHHOLDING(YT-SUB)
                                            YT-HELD-NET(YT-SUB)
                                            YT-HELD-QUARTER(YT-SUB)
              PERFORM 0680-ZERO-EMPLOYEE-QUARTER
                 VARYING QT-SUB FROM 1 BY 1
                    UNTIL QT-SUB > 4
              WRITE YTD-MASTER-RECORD FROM YT-ENTRY(YT-SUB)
           END-IF

       .

      ********************************************************
      * ADD ONE QUARTER INTO THE EMPLOYEE'S YEAR GROSS AND NET
      ********************************************************
       0670-ADD-EMPLOYEE-QUARTER.

           ADD YT-QTR-GROSS(YT-SUB QT-SUB) TO WS-EMPLOYEE-GROSS
           ADD YT-QTR-NET(YT-SUB QT-SUB) TO WS-EMPLOYEE-NET

       .

      ********************************************************
      * ZERO ONE QUARTER OF THE EMPLOYEE'S RECORD
      ********************************************************
       0680-ZERO-EMPLOYEE-QUARTER.

           MOVE ZERO                     TO YT-QTR-GROSS(YT-SUB QT-SUB)
                                            YT-QTR-HEALTH(YT-SUB QT-SUB)
                                            YT-QTR-WITHHOLDING
                                              (YT-SUB QT-SUB)
                                            YT-QTR-NET(YT-SUB QT-SUB)

       .

      ********************************************************
      * WRITE THE CLOSING CONTROL TOTALS AND CLOSE THE REPORT
      ********************************************************
       9000-FINAL-ROUTINE.

           MOVE WS-CLOSE-YEAR            TO CSL-TAX-YEAR
           MOVE 'CLOSED -- MASTER ZEROED FOR THE NEW TAX YEAR'
                                         TO CSL-STATUS
           WRITE REPORT-LINE FROM CLOSE-STATUS-LINE
              AFTER ADVANCING 3

           MOVE WS-ARCHIVE-FILE-NAME     TO ANL-ARCHIVE-FILE-NAME
           WRITE REPORT-LINE FROM ARCHIVE-NAME-LINE
              AFTER ADVANCING 2

           MOVE 'YEAR GROSS PAY'         TO CTL-LABEL
           MOVE WS-TOTAL-GROSS           TO CTL-AMOUNT
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE
              AFTER ADVANCING 2
           MOVE 'YEAR HEALTH DEDUCTION'  TO CTL-LABEL
           MOVE WS-TOTAL-HEALTH          TO CTL-AMOUNT
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE
              AFTER ADVANCING 1
           MOVE 'YEAR WITHHOLDING'       TO CTL-LABEL
           MOVE WS-TOTAL-WITHHOLDING     TO CTL-AMOUNT
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE
              AFTER ADVANCING 1
           MOVE 'YEAR NET PAY'           TO CTL-LABEL
           MOVE WS-TOTAL-NET             TO CTL-AMOUNT
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE
              AFTER ADVANCING 1

           MOVE 'EMPLOYEES ON YTD MASTER'  TO CCL-LABEL
           MOVE WS-YTD-COUNT             TO CCL-COUNT
           WRITE REPORT-LINE FROM CONTROL-COUNT-LINE
              AFTER ADVANCING 2
           MOVE 'CARRIED FORWARD ZEROED' TO CCL-LABEL
           MOVE WS-CARRIED-COUNT         TO CCL-COUNT
           WRITE REPORT-LINE FROM CONTROL-COUNT-LINE
              AFTER ADVANCING 1
           MOVE 'DROPPED -- NOT PAID IN YEAR' TO CCL-LABEL
           MOVE WS-DROPPED-COUNT         TO CCL-COUNT
           WRITE REPORT-LINE FROM CONTROL-COUNT-LINE
              AFTER ADVANCING 1

           CLOSE CLOSE-REPORT-FILE

           DISPLAY 'PR32FA21: TAX YEAR ' WS-CLOSE-YEAR ' CLOSED -- '
              'DATED COPY ' WS-ARCHIVE-FILE-NAME

           STOP RUN

       .
