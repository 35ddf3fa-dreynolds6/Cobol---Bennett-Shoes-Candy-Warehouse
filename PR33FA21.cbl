       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PR33FA21.
       AUTHOR.         Dewelena Reynolds.
      ******************************************************************
      *  ANNUAL MERIT REVIEW -- PROPOSES EACH EMPLOYEE'S RAISE FROM
      *  THE MERIT-RULES FILE (INCREASE PERCENT BY POSITION AND
      *  TENURE BRACKET), CAPS THE NEW SALARY AT THE TOP OF THE
      *  POSITION'S PAY BAND AND FLAGS ANYONE ALREADY ABOVE THE BAND
      *  FOR A LUMP SUM INSTEAD OF A RAISE. PRINTS A REVIEW WORKSHEET
      *  BY WAREHOUSE. THE OPERATOR PICKS THE RUN AT THE CONSOLE:
      *     W -- WORKSHEET ONLY, FOR HR TO REVIEW
      *     A -- THE WORKSHEET HAS BEEN APPROVED -- PRINT IT AGAIN
      *          AND APPEND THE RAISES TO EMP-TRANS-FILE AS S
      *          SALARY-CHANGE TRANSACTIONS FOR PR16FA21 TO POST
      *  THE APPROVED RUN CAN ONLY BE MADE ONCE A YEAR
      ******
      *  INPUT
      *     MERGED-EMP-FILE.TXT -- SORTED BY WAREHOUSE/POSITION/ID
      *     MERIT-RULES-FILE.TXT -- POSITION CODE, LOW AND HIGH
      *        YEARS OF TENURE AND THE INCREASE PERCENT, ONE RECORD
      *        PER POSITION AND TENURE BRACKET
      *     PAY-BAND-FILE.TXT -- POSITION CODE, MINIMUM AND MAXIMUM
      *        YEARLY SALARY, AS USED BY PR13FA21
      *     MERIT-REVIEW-CONTROL.TXT -- YEAR OF THE LAST APPROVED
      *        RUN
      ******
      *  OUTPUT
      *     MERIT-REVIEW-WORKSHEET.TXT -- ONE LINE PER EMPLOYEE WITH
      *        CURRENT AND PROPOSED SALARY, WAREHOUSE TOTALS AND THE
      *        COMPANY TOTAL COST OF THE INCREASES
      *     EMP-TRANS-FILE.TXT -- S TRANSACTIONS APPENDED (RUN A)
      *     MERIT-REVIEW-CONTROL.TXT -- THIS YEAR (RUN A)
      *     RETURN CODE 0 = OK, 4 = EMPLOYEES WITH NO RULE, NO BAND
      *        OR A BAD HIRE DATE, 16 = BAD RUN OPTION, FILE MISSING
      *        OR ALREADY APPROVED THIS YEAR
      ******
      *  CALCULATIONS
      *     TENURE = COMPLETED YEARS FROM HIRE DATE TO TODAY, AS IN
      *        PR5FA21
      *     PROPOSED SALARY = SALARY * (1 + PERCENT / 100), ROUNDED,
      *        NO HIGHER THAN THE BAND MAXIMUM
      *     INCREASE = PROPOSED SALARY - CURRENT SALARY
      *     LUMP SUM = SALARY * PERCENT / 100, ROUNDED, FOR ANYONE
      *        PAID ABOVE THE BAND MAXIMUM -- NO SALARY CHANGE
      *     TOTAL COST = INCREASES + LUMP SUMS
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT MERGED-EMP-FILE
               ASSIGN TO 'MERGED-EMP-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.
      *
           SELECT MERIT-RULES-FILE
               ASSIGN TO 'MERIT-RULES-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
      *
           SELECT PAY-BAND-FILE
               ASSIGN TO 'PAY-BAND-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAND-FILE-STATUS.
      *
           SELECT OPTIONAL MERIT-CONTROL-FILE
               ASSIGN TO 'MERIT-REVIEW-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
      *
           SELECT OPTIONAL EMP-TRANS-FILE
               ASSIGN TO 'EMP-TRANS-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT WORKSHEET-FILE
               ASSIGN TO PRINTER 'MERIT-REVIEW-WORKSHEET.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  MERGED-EMP-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01  MERGED-EMP-REC.
           05  MS-WAREHOUSE-ID             PIC X(04).
           05  MS-EMPLOYEE-ID              PIC X(05).
           05  MS-EMPLOYEE-POSITION        PIC X(01).
           05  MS-EMPLOYEE-LAST-NAME       PIC X(10).
           05  MS-EMPLOYEE-FIRST-NAME      PIC X(10).
           05  MS-EMPLOYEE-MID-INITIAL     PIC X(01).
           05  FILLER                      PIC X(02).
           05  MS-HIRE-DATE                PIC 9(08).
           05  FILLER                      PIC X(25).
           05  MS-CURRENT-YEARLY-SALARY    PIC 9(06)V99.
           05  MS-NUMBER-OF-DEPENDENTS     PIC 9(02).
           05  MS-HEALTH-PLAN              PIC X(01).
           05  MS-HEALTH-INS-COST          PIC 9(03).
           05  FILLER                      PIC X(05).
      *
       FD  MERIT-RULES-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  MERIT-RULES-RECORD.
           05  MR-POSITION-CODE            PIC X(01).
           05  MR-TENURE-LOW               PIC 9(02).
           05  MR-TENURE-HIGH              PIC 9(02).
           05  MR-INCREASE-PCT             PIC 9(02)V99.
           05                              PIC X(11).
      *
       FD  PAY-BAND-FILE
           RECORD CONTAINS 13 CHARACTERS.
       01  PAY-BAND-RECORD.
           05  PB-POSITION-CODE            PIC X(01).
           05  PB-MIN-SALARY               PIC 9(06).
           05  PB-MAX-SALARY               PIC 9(06).
      *
       FD  MERIT-CONTROL-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  MERIT-CONTROL-RECORD.
           05  MC-REVIEW-YEAR              PIC 9(04).
           05                              PIC X(06).
      *
       FD  EMP-TRANS-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01  EMP-TRANS-RECORD.
           05  ET-ACTION-CODE              PIC X(01).
           05  ET-EMPLOYEE-ID              PIC X(05).
           05  ET-WAREHOUSE-ID             PIC X(04).
           05  ET-EMPLOYEE-POSITION        PIC X(01).
           05  ET-EMPLOYEE-LAST-NAME       PIC X(10).
           05  ET-EMPLOYEE-FIRST-NAME      PIC X(10).
           05  ET-EMPLOYEE-MID-INITIAL     PIC X(01).
           05  ET-HIRE-DATE                PIC 9(08).
           05  ET-YEARLY-SALARY            PIC 9(06)V99.
           05  ET-DEPENDENTS               PIC 9(02).
           05  ET-HEALTH-PLAN              PIC X(01).
           05  ET-HEALTH-INS-COST          PIC 9(03).
      *
       FD  WORKSHEET-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X        VALUE 'Y'.
               88 NO-MORE-DATA                          VALUE 'N'.
               88 MORE-RECORDS                          VALUE 'Y'.
           05  WS-RULES-EOF-SW             PIC X        VALUE 'N'.
               88 RULES-EOF                             VALUE 'Y'.
           05  WS-BAND-EOF-SW              PIC X        VALUE 'N'.
               88 BAND-EOF                              VALUE 'Y'.
           05  WS-RULE-FOUND-SW            PIC X        VALUE 'N'.
               88 RULE-FOUND                            VALUE 'Y'.
           05  WS-BAND-FOUND-SW            PIC X        VALUE 'N'.
               88 BAND-FOUND                            VALUE 'Y'.
           05  WS-DUPLICATE-SW             PIC X        VALUE 'N'.
               88 DUPLICATE-EMPLOYEE                    VALUE 'Y'.
           05  WS-FIRST-REC                PIC X        VALUE 'Y'.
           05  WS-RUN-OPTION               PIC X        VALUE SPACE.
               88 WORKSHEET-ONLY                        VALUE 'W'.
               88 APPROVED-RUN                          VALUE 'A'.
               88 VALID-RUN-OPTION                      VALUE 'W'
                                                              'A'.
      *
       01 SUBSCRIPTS.
           05  MR-SUB                      PIC 9(03)    VALUE ZERO.
           05  BT-SUB                      PIC 9(02)    VALUE ZERO.
           05  SE-SUB                      PIC 9(04)    VALUE ZERO.
      *
       01  WS-FIELDS.
           05  WS-EMP-FILE-STATUS          PIC X(02)    VALUE SPACES.
           05  WS-RULES-FILE-STATUS        PIC X(02)    VALUE SPACES.
           05  WS-BAND-FILE-STATUS         PIC X(02)    VALUE SPACES.
           05  WS-CONTROL-FILE-STATUS      PIC X(02)    VALUE SPACES.
           05  WS-RULE-COUNT               PIC 9(03)    VALUE ZERO.
           05  WS-RULE-MAX                 PIC 9(03)    VALUE 100.
           05  WS-BAND-COUNT               PIC 9(02)    VALUE ZERO.
           05  WS-BAND-MAX                 PIC 9(02)    VALUE 10.
           05  WS-SEEN-COUNT               PIC 9(04)    VALUE ZERO.
           05  WS-SEEN-MAX                 PIC 9(04)    VALUE 2000.
           05  WS-LAST-REVIEW-YEAR         PIC 9(04)    VALUE ZERO.
           05  WS-PREV-WAREHOUSE-ID        PIC X(04)    VALUE SPACES.
           05  WS-FIRST-WAREHOUSE-ID       PIC X(04)    VALUE SPACES.
           05  WS-EMPLOYEE-TENURE-YEARS    PIC S9(07)   VALUE +0.
           05  WS-INCREASE-PCT             PIC 9(02)V99 VALUE ZERO.
           05  WS-BAND-MAX-SALARY          PIC 9(06)    VALUE ZERO.
           05  WS-PROPOSED-SALARY          PIC 9(07)V99 VALUE ZERO.
           05  WS-INCREASE                 PIC 9(07)V99 VALUE ZERO.
           05  WS-LUMP-SUM                 PIC 9(07)V99 VALUE ZERO.
           05  WS-REMARK                   PIC X(10)    VALUE SPACES.
           05  WS-EXCEPTION-COUNT          PIC 9(05)    VALUE ZERO.
           05  WS-TRANS-WRITTEN            PIC 9(05)    VALUE ZERO.
      *
       01  WS-TOTAL-FIELDS.
           05  WS-WHSE-EMPLOYEES           PIC 9(05)    VALUE ZERO.
           05  WS-WHSE-CURRENT             PIC 9(09)V99 VALUE ZERO.
           05  WS-WHSE-PROPOSED            PIC 9(09)V99 VALUE ZERO.
           05  WS-WHSE-INCREASE            PIC 9(09)V99 VALUE ZERO.
           05  WS-WHSE-LUMP-SUM            PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-EMPLOYEES          PIC 9(05)    VALUE ZERO.
           05  WS-GRAND-CURRENT            PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-PROPOSED           PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-INCREASE           PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-LUMP-SUM           PIC 9(09)V99 VALUE ZERO.
           05  WS-PRINT-EMPLOYEES          PIC 9(05)    VALUE ZERO.
           05  WS-PRINT-CURRENT            PIC 9(09)V99 VALUE ZERO.
           05  WS-PRINT-PROPOSED           PIC 9(09)V99 VALUE ZERO.
           05  WS-PRINT-INCREASE           PIC 9(09)V99 VALUE ZERO.
           05  WS-PRINT-LUMP-SUM           PIC 9(09)V99 VALUE ZERO.
           05  WS-TOTAL-COST               PIC 9(09)V99 VALUE ZERO.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 9999.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  WS-HIRE-DATE-BRK.
           05  WS-HIRE-YEAR                PIC 9(04).
           05  WS-HIRE-MONTH               PIC 9(02).
           05  WS-HIRE-DAY                 PIC 9(02).

      ***********************TABLE**********************************
      * MERIT RULES, LOADED FROM MERIT-RULES-FILE SO HR CAN SET
      * EACH YEAR'S PERCENTAGES WITHOUT A RECOMPILE. AN EMPLOYEE
      * GETS THE FIRST RULE FOR THEIR POSITION WHOSE TENURE
      * BRACKET HOLDS THEIR YEARS OF SERVICE. TABLE HOLDS 100
      * RULES
      **************************************************************
       01  MERIT-RULES-TABLE.
           05  MR-ENTRY OCCURS 100 TIMES.
               10  MT-POSITION-CODE        PIC X(01).
               10  MT-TENURE-LOW           PIC 9(02).
               10  MT-TENURE-HIGH          PIC 9(02).
               10  MT-INCREASE-PCT         PIC 9(02)V99.
               10                          PIC X(11).

      ***********************TABLE**********************************
      * POSITION PAY-BAND TABLE, LOADED FROM PAY-BAND-FILE AS IN
      * PR13FA21. TABLE CAN HOLD UP TO 10 POSITION CODES
      **************************************************************
       01  PAY-BAND-TABLE.
           05  BT-ENTRY OCCURS 10 TIMES.
               10  BT-POSITION-CODE        PIC X(01).
               10  BT-MIN-SALARY           PIC 9(06).
               10  BT-MAX-SALARY           PIC 9(06).

      ***********************TABLE**********************************
      * CROSS-WAREHOUSE DUPLICATE EMPLOYEE SCREENING AS IN
      * PR11FA21 -- AN EMPLOYEE ID ALREADY REVIEWED UNDER ANOTHER
      * WAREHOUSE (A MID-PERIOD TRANSFER) IS LISTED BUT GETS NO
      * SECOND RAISE
      **************************************************************
       01  EMPLOYEE-SEEN-TABLE.
           05  SE-ENTRY OCCURS 2000 TIMES.
               10  SE-EMPLOYEE-ID          PIC X(05).
               10  SE-WAREHOUSE-ID         PIC X(04).

      **********************OUTPUT AREA**************************
       01  HEADING-ONE.
           05                              PIC X(16)    VALUE SPACES.
           05                              PIC X(48)    VALUE
               'BENNETT SWEETS AND MORE - MERIT REVIEW'.
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
               'MERIT REVIEW WORKSHEET'.
           05                              PIC X(10)    VALUE SPACES.
           05                              PIC X(03)    VALUE 'DWR'.
      *
       01  HEADING-RUN-TYPE.
           05                              PIC X(16)    VALUE SPACES.
           05  HR-RUN-TYPE                 PIC X(48).
           05                              PIC X(16)    VALUE SPACES.
      *
       01  HEADING-THREE.
           05                              PIC X(11) VALUE
               'WAREHOUSE: '.
           05  H3-WAREHOUSE-ID             PIC X(04).
           05                              PIC X(65) VALUE SPACES.
      *
       01  HEADING-FOUR.
           05                              PIC X(05) VALUE 'EMPID'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(10) VALUE 'LAST NAME'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(01) VALUE 'P'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(02) VALUE 'YR'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(05) VALUE ' PCT'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(10) VALUE
               '   CURRENT'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(10) VALUE
               '  PROPOSED'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(09) VALUE
               ' INCREASE'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(09) VALUE
               ' LUMP SUM'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(10) VALUE 'REMARK'.
      *
       01  DETAIL-LINE.
           05  DL-EMPLOYEE-ID              PIC X(05).
           05                              PIC X(01) VALUE SPACES.
           05  DL-LAST-NAME                PIC X(10).
           05                              PIC X(01) VALUE SPACES.
           05  DL-POSITION                 PIC X(01).
           05                              PIC X(01) VALUE SPACES.
           05  DL-TENURE                   PIC Z9.
           05                              PIC X(01) VALUE SPACES.
           05  DL-INCREASE-PCT             PIC Z9.99.
           05                              PIC X(01) VALUE SPACES.
           05  DL-CURRENT-SALARY           PIC ZZZ,ZZ9.99.
           05                              PIC X(01) VALUE SPACES.
           05  DL-PROPOSED-SALARY          PIC ZZZ,ZZ9.99.
           05                              PIC X(01) VALUE SPACES.
           05  DL-INCREASE                 PIC ZZ,ZZ9.99.
           05                              PIC X(01) VALUE SPACES.
           05  DL-LUMP-SUM                 PIC ZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05                              PIC X(01) VALUE SPACES.
           05  DL-REMARK                   PIC X(10).
      *
       01  TOTAL-HEADING-LINE.
           05                              PIC X(03) VALUE SPACES.
           05  THL-LABEL                   PIC X(30).
           05  THL-EMPLOYEE-COUNT          PIC ZZZZ9.
           05                              PIC X(10) VALUE
               ' REVIEWED'.
           05                              PIC X(32) VALUE SPACES.
      *
       01  TOTAL-AMOUNT-LINE.
           05                              PIC X(06) VALUE SPACES.
           05  TAL-LABEL                   PIC X(27).
           05  TAL-AMOUNT                  PIC $$$$,$$$,$$9.99.
           05                              PIC X(32) VALUE SPACES.
      *
       01  WORKSHEET-NONE-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(45) VALUE
               'NO EMPLOYEES ON THE MERGED EMPLOYEE FILE'.
           05                              PIC X(32) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0100-REVIEW-MERIT-INCREASES.

           PERFORM 0200-HSKPING-ROUTINE
           PERFORM 0300-READ-EMP-FILE
           PERFORM 9000-FINAL-ROUTINE
       .

      ********************************************************
      * GETS THE RUN OPTION, LOADS THE MERIT RULES AND PAY
      * BANDS, OPENS THE FILES AND WRITES THE FIRST HEADINGS
      * -- AN APPROVED RUN ALREADY MADE THIS YEAR IS REFUSED
      * SO NO ONE GETS THE RAISE TWICE
      ********************************************************
       0200-HSKPING-ROUTINE.

           DISPLAY 'ENTER MERIT RUN -- W = WORKSHEET ONLY, A = '
              'APPROVED, WRITE S TRANSACTIONS:'
           ACCEPT WS-RUN-OPTION

           IF NOT VALID-RUN-OPTION
              DISPLAY 'PR33FA21: INVALID RUN OPTION -- ' WS-RUN-OPTION
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-MONTH                 TO H1-MONTH
           MOVE WS-DAY                   TO H1-DAY
           MOVE WS-YEAR                  TO H1-YEAR

           PERFORM 0210-CHECK-LAST-REVIEW

           IF APPROVED-RUN
              AND WS-LAST-REVIEW-YEAR = WS-YEAR
              DISPLAY 'PR33FA21: MERIT INCREASES FOR ' WS-YEAR
                 ' WERE ALREADY WRITTEN TO EMP-TRANS-FILE'
              DISPLAY 'PR33FA21: JOB TERMINATED -- NO TRANSACTIONS '
                 'WRITTEN'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0230-LOAD-MERIT-RULES
           PERFORM 0250-LOAD-PAY-BANDS

           OPEN INPUT MERGED-EMP-FILE

           IF WS-EMP-FILE-STATUS NOT = '00'
              DISPLAY 'PR33FA21: UNABLE TO OPEN MERGED-EMP-FILE -- '
                 'FILE STATUS ' WS-EMP-FILE-STATUS
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT WORKSHEET-FILE

           IF APPROVED-RUN
              OPEN EXTEND EMP-TRANS-FILE
              MOVE 'APPROVED -- S TRANSACTIONS WRITTEN TO EMP-TRANS'
                                         TO HR-RUN-TYPE
           ELSE
              MOVE 'WORKSHEET ONLY -- NO TRANSACTIONS WRITTEN'
                                         TO HR-RUN-TYPE
           END-IF

       .

      ********************************************************
      * READ THE YEAR OF THE LAST APPROVED RUN -- NO CONTROL
      * FILE MEANS NO RUN HAS BEEN APPROVED YET
      ********************************************************
       0210-CHECK-LAST-REVIEW.

           OPEN INPUT MERIT-CONTROL-FILE

           IF WS-CONTROL-FILE-STATUS = '00'
              READ MERIT-CONTROL-FILE
                 AT END
                    MOVE ZERO            TO WS-LAST-REVIEW-YEAR
                 NOT AT END
                    IF MC-REVIEW-YEAR NUMERIC
                       MOVE MC-REVIEW-YEAR TO WS-LAST-REVIEW-YEAR
                    END-IF
              END-READ
           END-IF

           CLOSE MERIT-CONTROL-FILE

       .

      ********************************************************
      * LOAD THE MERIT RULES TABLE -- THE JOB TERMINATES IF THE
      * RULES ARE MISSING OR TOO MANY FOR THE TABLE
      ********************************************************
       0230-LOAD-MERIT-RULES.

           OPEN INPUT MERIT-RULES-FILE

           IF WS-RULES-FILE-STATUS NOT = '00'
              DISPLAY 'PR33FA21: UNABLE TO OPEN MERIT-RULES-FILE -- '
                 'FILE STATUS ' WS-RULES-FILE-STATUS
              DISPLAY 'PR33FA21: JOB TERMINATED -- NO MERIT RULES '
                 'TO APPLY'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL RULES-EOF
              READ MERIT-RULES-FILE
                 AT END
                    MOVE 'Y'             TO WS-RULES-EOF-SW
                 NOT AT END
                    PERFORM 0240-ADD-RULE-ENTRY
              END-READ
           END-PERFORM

           CLOSE MERIT-RULES-FILE

       .

      ********************************************************
      * ADD ONE ENTRY TO THE MERIT RULES TABLE -- A RULE WITH
      * NON-NUMERIC TENURE OR PERCENT IS IGNORED
      ********************************************************
       0240-ADD-RULE-ENTRY.

           IF MR-TENURE-LOW NUMERIC
              AND MR-TENURE-HIGH NUMERIC
              AND MR-INCREASE-PCT NUMERIC
              IF WS-RULE-COUNT < WS-RULE-MAX
                 ADD 1                   TO WS-RULE-COUNT
                 MOVE MERIT-RULES-RECORD TO MR-ENTRY(WS-RULE-COUNT)
              ELSE
                 DISPLAY 'PR33FA21: MERIT-RULES-FILE HAS MORE THAN '
                    '100 RULES -- TABLE CAPACITY EXCEEDED'
                 MOVE 16                 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              DISPLAY 'PR33FA21: MERIT RULE IGNORED -- NOT NUMERIC: '
                 MERIT-RULES-RECORD
           END-IF

       .

      ********************************************************
      * LOAD THE PAY-BAND TABLE -- THE JOB TERMINATES IF THE
      * PAY-BAND FILE IS NOT AVAILABLE, SINCE NO RAISE CAN BE
      * CAPPED WITHOUT IT
      ********************************************************
       0250-LOAD-PAY-BANDS.

           OPEN INPUT PAY-BAND-FILE

           IF WS-BAND-FILE-STATUS NOT = '00'
              DISPLAY 'PR33FA21: UNABLE TO OPEN PAY-BAND-FILE -- '
                 'FILE STATUS ' WS-BAND-FILE-STATUS
              DISPLAY 'PR33FA21: JOB TERMINATED -- NO PAY BANDS '
                 'TO CAP THE RAISES'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL BAND-EOF
              READ PAY-BAND-FILE
                 AT END
                    MOVE 'Y'             TO WS-BAND-EOF-SW
                 NOT AT END
                    PERFORM 0260-ADD-BAND-ENTRY
              END-READ
           END-PERFORM

           CLOSE PAY-BAND-FILE

       .

      ********************************************************
      * ADD ONE ENTRY TO THE IN-MEMORY PAY-BAND TABLE
      ********************************************************
       0260-ADD-BAND-ENTRY.

           IF WS-BAND-COUNT < WS-BAND-MAX
              ADD 1                      TO WS-BAND-COUNT
              MOVE PAY-BAND-RECORD       TO BT-ENTRY(WS-BAND-COUNT)
           ELSE
              DISPLAY 'PR33FA21: PAY-BAND-FILE HAS MORE THAN 10 '
                 'POSITIONS -- TABLE CAPACITY EXCEEDED'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

       .

      ********************************************************
      * READS THE MERGED EMPLOYEE FILE AND REVIEWS EACH
      * EMPLOYEE
      ********************************************************
       0300-READ-EMP-FILE.

           PERFORM UNTIL NO-MORE-DATA
              READ MERGED-EMP-FILE
                 AT END
                    MOVE 'N'             TO EOF-FLAG
                 NOT AT END
                    PERFORM 0400-PROCESS-EMP-RECORD
              END-READ
           END-PERFORM

       .

      ********************************************************
      * PROCESS THE WAREHOUSE CONTROL BREAK AND REVIEW THIS
      * EMPLOYEE
      ********************************************************
       0400-PROCESS-EMP-RECORD.

           EVALUATE TRUE
              WHEN WS-FIRST-REC = 'Y'
                 MOVE 'N'                TO WS-FIRST-REC
                 PERFORM 7100-BUILD-WAREHOUSE-LINE
              WHEN WS-PREV-WAREHOUSE-ID NOT = MS-WAREHOUSE-ID
                 PERFORM 7150-WRITE-WAREHOUSE-TOTAL
                 PERFORM 7100-BUILD-WAREHOUSE-LINE
           END-EVALUATE

           PERFORM 0450-CHECK-DUPLICATE-EMP

           PERFORM 1100-PROPOSE-INCREASE

       .

      ********************************************************
      * CHECK THE EMPLOYEE ID AGAINST THE IDS ALREADY REVIEWED
      * -- THE SAME ID UNDER A SECOND WAREHOUSE IS THE
      * TRANSFER CASE PR5FA21 LISTS FOR HR
      ********************************************************
       0450-CHECK-DUPLICATE-EMP.

           MOVE 'N'                      TO WS-DUPLICATE-SW

           PERFORM 0460-MATCH-SEEN-EMPLOYEE
              VARYING SE-SUB FROM 1 BY 1
                 UNTIL SE-SUB > WS-SEEN-COUNT

           IF NOT DUPLICATE-EMPLOYEE
              IF WS-SEEN-COUNT < WS-SEEN-MAX
                 ADD 1                   TO WS-SEEN-COUNT
                 MOVE MS-EMPLOYEE-ID     TO SE-EMPLOYEE-ID
                                               (WS-SEEN-COUNT)
                 MOVE MS-WAREHOUSE-ID    TO SE-WAREHOUSE-ID
                                               (WS-SEEN-COUNT)
              ELSE
                 DISPLAY 'PR33FA21: EMPLOYEE-SEEN-TABLE FULL -- '
                    'DUPLICATE CHECK SKIPPED FOR ' MS-EMPLOYEE-ID
              END-IF
           END-IF

       .

      ********************************************************
      * MATCH ONE EMPLOYEE-SEEN-TABLE ENTRY -- THE SAME ID
      * UNDER A DIFFERENT WAREHOUSE IS A DUPLICATE
      ********************************************************
       0460-MATCH-SEEN-EMPLOYEE.

           IF MS-EMPLOYEE-ID = SE-EMPLOYEE-ID(SE-SUB)
              AND MS-WAREHOUSE-ID NOT = SE-WAREHOUSE-ID(SE-SUB)
                 MOVE 'Y'                TO WS-DUPLICATE-SW
                 MOVE SE-WAREHOUSE-ID(SE-SUB)
                                         TO WS-FIRST-WAREHOUSE-ID
                 MOVE WS-SEEN-COUNT      TO SE-SUB
           END-IF

       .

      ********************************************************
      * WORK OUT THE EMPLOYEE'S PROPOSED SALARY OR LUMP SUM,
      * WRITE THE WORKSHEET LINE AND, ON AN APPROVED RUN, THE
      * S TRANSACTION FOR A RAISE
      ********************************************************
       1100-PROPOSE-INCREASE.

           MOVE ZERO                     TO WS-EMPLOYEE-TENURE-YEARS
                                            WS-INCREASE-PCT
                                            WS-INCREASE
                                            WS-LUMP-SUM
           MOVE SPACES                   TO WS-REMARK

           IF MS-CURRENT-YEARLY-SALARY NOT NUMERIC
              MOVE ZERO                  TO MS-CURRENT-YEARLY-SALARY
              MOVE 'BAD SALARY'          TO WS-REMARK
           END-IF
           MOVE MS-CURRENT-YEARLY-SALARY TO WS-PROPOSED-SALARY

           IF WS-REMARK = SPACES
              IF MS-HIRE-DATE NUMERIC
                 PERFORM 1120-CALC-TENURE-YEARS
                 IF WS-EMPLOYEE-TENURE-YEARS < ZERO
                    MOVE 'BAD HIRE'      TO WS-REMARK
                 END-IF
              ELSE
                 MOVE 'BAD HIRE'         TO WS-REMARK
              END-IF
           END-IF

           IF WS-REMARK = SPACES
              PERFORM 1130-FIND-MERIT-RULE
              PERFORM 1140-FIND-PAY-BAND
              EVALUATE TRUE
                 WHEN DUPLICATE-EMPLOYEE
                    STRING 'SEE '        DELIMITED BY SIZE
                           WS-FIRST-WAREHOUSE-ID
                                         DELIMITED BY SIZE
                        INTO WS-REMARK
                 WHEN NOT RULE-FOUND
                    MOVE 'NO RULE'       TO WS-REMARK
                 WHEN NOT BAND-FOUND
                    MOVE 'NO BAND'       TO WS-REMARK
                 WHEN OTHER
                    PERFORM 1150-APPLY-MERIT-RULE
              END-EVALUATE
           END-IF

           IF WS-REMARK = 'NO RULE'
              OR WS-REMARK = 'NO BAND'
              OR WS-REMARK = 'BAD HIRE'
              OR WS-REMARK = 'BAD SALARY'
              ADD 1                      TO WS-EXCEPTION-COUNT
           END-IF

           PERFORM 1200-WRITE-DETAIL-LINE

           IF APPROVED-RUN
              AND WS-INCREASE > ZERO
              PERFORM 1300-WRITE-SALARY-CHANGE
           END-IF

       .

      ********************************************************
      * CALCULATE COMPLETED YEARS OF TENURE FROM MS-HIRE-DATE
      * TO TODAY -- A FLAT YYYYMMDD SUBTRACTION OVERSTATES
      * TENURE FOR ANY EMPLOYEE WHOSE HIRE ANNIVERSARY HAS NOT
      * YET OCCURRED THIS CALENDAR YEAR, SO THE MONTH/DAY MUST
      * BE COMPARED TO SEE IF THE ANNIVERSARY HAS PASSED
      ********************************************************
       1120-CALC-TENURE-YEARS.

           MOVE MS-HIRE-DATE             TO WS-HIRE-DATE-BRK

           COMPUTE WS-EMPLOYEE-TENURE-YEARS =
              WS-YEAR - WS-HIRE-YEAR

           IF WS-MONTH < WS-HIRE-MONTH
              OR (WS-MONTH = WS-HIRE-MONTH AND WS-DAY < WS-HIRE-DAY)
                 SUBTRACT 1 FROM WS-EMPLOYEE-TENURE-YEARS
           END-IF

           .

      ********************************************************
      * FIND THE MERIT RULE FOR THE POSITION AND TENURE
      ********************************************************
       1130-FIND-MERIT-RULE.

           MOVE 'N'                      TO WS-RULE-FOUND-SW

           PERFORM 1135-MATCH-RULE-ENTRY
              VARYING MR-SUB FROM 1 BY 1
                 UNTIL MR-SUB > WS-RULE-COUNT

       .

      ********************************************************
      * MATCH ONE MERIT RULE AGAINST THE POSITION AND TENURE
      ********************************************************
       1135-MATCH-RULE-ENTRY.

           IF MS-EMPLOYEE-POSITION = MT-POSITION-CODE(MR-SUB)
              AND WS-EMPLOYEE-TENURE-YEARS NOT <
                 MT-TENURE-LOW(MR-SUB)
              AND WS-EMPLOYEE-TENURE-YEARS NOT >
                 MT-TENURE-HIGH(MR-SUB)
              MOVE 'Y'                   TO WS-RULE-FOUND-SW
              MOVE MT-INCREASE-PCT(MR-SUB) TO WS-INCREASE-PCT
              MOVE WS-RULE-COUNT         TO MR-SUB
           END-IF

       .

      ********************************************************
      * FIND THE PAY BAND FOR THE POSITION
      ********************************************************
       1140-FIND-PAY-BAND.

           MOVE 'N'                      TO WS-BAND-FOUND-SW

           PERFORM 1145-MATCH-BAND-ENTRY
              VARYING BT-SUB FROM 1 BY 1
                 UNTIL BT-SUB > WS-BAND-COUNT

       .

      ********************************************************
      * MATCH ONE PAY-BAND TABLE ENTRY AGAINST THE POSITION
      ********************************************************
       1145-MATCH-BAND-ENTRY.

           IF MS-EMPLOYEE-POSITION = BT-POSITION-CODE(BT-SUB)
              MOVE 'Y'                   TO WS-BAND-FOUND-SW
              MOVE BT-MAX-SALARY(BT-SUB) TO WS-BAND-MAX-SALARY
              MOVE WS-BAND-COUNT         TO BT-SUB
           END-IF

       .

      ********************************************************
      * APPLY THE PERCENT -- ABOVE THE BAND GETS A LUMP SUM AND
      * NO RAISE, AT THE TOP OF THE BAND GETS NOTHING, AND A
      * RAISE THAT WOULD PASS THE TOP OF THE BAND IS CAPPED
      ********************************************************
       1150-APPLY-MERIT-RULE.

           EVALUATE TRUE
              WHEN MS-CURRENT-YEARLY-SALARY > WS-BAND-MAX-SALARY
                 COMPUTE WS-LUMP-SUM ROUNDED =
                    MS-CURRENT-YEARLY-SALARY * WS-INCREASE-PCT / 100
                 MOVE 'LUMP SUM'         TO WS-REMARK
              WHEN MS-CURRENT-YEARLY-SALARY = WS-BAND-MAX-SALARY
                 MOVE 'AT MAX'           TO WS-REMARK
              WHEN OTHER
                 COMPUTE WS-PROPOSED-SALARY ROUNDED =
                    MS-CURRENT-YEARLY-SALARY
                       * (100 + WS-INCREASE-PCT) / 100
                 IF WS-PROPOSED-SALARY > WS-BAND-MAX-SALARY
                    MOVE WS-BAND-MAX-SALARY TO WS-PROPOSED-SALARY
                    MOVE 'CAPPED'        TO WS-REMARK
                 END-IF
                 COMPUTE WS-INCREASE =
                    WS-PROPOSED-SALARY - MS-CURRENT-YEARLY-SALARY
           END-EVALUATE

       .

      ********************************************************
      * WRITE ONE WORKSHEET LINE AND ADD THE EMPLOYEE TO THE
      * WAREHOUSE TOTALS -- A TRANSFER DUPLICATE IS LISTED BUT
      * NOT COUNTED A SECOND TIME
      ********************************************************
       1200-WRITE-DETAIL-LINE.

           MOVE MS-EMPLOYEE-ID           TO DL-EMPLOYEE-ID
           MOVE MS-EMPLOYEE-LAST-NAME    TO DL-LAST-NAME
           MOVE MS-EMPLOYEE-POSITION     TO DL-POSITION
           IF WS-EMPLOYEE-TENURE-YEARS > 99
              MOVE 99                    TO DL-TENURE
           ELSE
              MOVE WS-EMPLOYEE-TENURE-YEARS TO DL-TENURE
           END-IF
           MOVE WS-INCREASE-PCT          TO DL-INCREASE-PCT
           MOVE MS-CURRENT-YEARLY-SALARY TO DL-CURRENT-SALARY
           MOVE WS-PROPOSED-SALARY       TO DL-PROPOSED-SALARY
           MOVE WS-INCREASE              TO DL-INCREASE
           MOVE WS-LUMP-SUM              TO DL-LUMP-SUM
           MOVE WS-REMARK                TO DL-REMARK
           WRITE REPORT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1

           IF NOT DUPLICATE-EMPLOYEE
              ADD 1                      TO WS-WHSE-EMPLOYEES
              ADD MS-CURRENT-YEARLY-SALARY TO WS-WHSE-CURRENT
              ADD WS-PROPOSED-SALARY     TO WS-WHSE-PROPOSED
              ADD WS-INCREASE            TO WS-WHSE-INCREASE
              ADD WS-LUMP-SUM            TO WS-WHSE-LUMP-SUM
           END-IF

       .

      ********************************************************
      * APPEND THE RAISE TO THE EMPLOYEE TRANSACTION FILE AS AN
      * S SALARY-CHANGE IN PR16FA21'S LAYOUT, CARRYING THE
      * EMPLOYEE'S OTHER FIELDS AS THEY STAND ON THE MASTER
      ********************************************************
       1300-WRITE-SALARY-CHANGE.

           MOVE SPACES                   TO EMP-TRANS-RECORD
           MOVE 'S'                      TO ET-ACTION-CODE
           MOVE MS-EMPLOYEE-ID           TO ET-EMPLOYEE-ID
           MOVE MS-WAREHOUSE-ID          TO ET-WAREHOUSE-ID
           MOVE MS-EMPLOYEE-POSITION     TO ET-EMPLOYEE-POSITION
           MOVE MS-EMPLOYEE-LAST-NAME    TO ET-EMPLOYEE-LAST-NAME
           MOVE MS-EMPLOYEE-FIRST-NAME   TO ET-EMPLOYEE-FIRST-NAME
           MOVE MS-EMPLOYEE-MID-INITIAL  TO ET-EMPLOYEE-MID-INITIAL
           MOVE MS-HIRE-DATE             TO ET-HIRE-DATE
           MOVE WS-PROPOSED-SALARY       TO ET-YEARLY-SALARY
           MOVE MS-NUMBER-OF-DEPENDENTS  TO ET-DEPENDENTS
           MOVE MS-HEALTH-PLAN           TO ET-HEALTH-PLAN
           MOVE MS-HEALTH-INS-COST       TO ET-HEALTH-INS-COST
           WRITE EMP-TRANS-RECORD

           ADD 1                         TO WS-TRANS-WRITTEN

       .

      ********************************************************
      * WRITE THE REPORT HEADINGS AT THE TOP OF A NEW PAGE
      ********************************************************
       7050-WRITE-REPORT-HEADINGS.

           WRITE REPORT-LINE FROM HEADING-ONE
              AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HEADING-TWO
              AFTER ADVANCING 2
           WRITE REPORT-LINE FROM HEADING-RUN-TYPE
              AFTER ADVANCING 1

       .

      ********************************************************
      * START A NEW PAGE FOR THE WAREHOUSE WITH THE REPORT AND
      * COLUMN HEADINGS
      ********************************************************
       7100-BUILD-WAREHOUSE-LINE.

           PERFORM 7050-WRITE-REPORT-HEADINGS

           MOVE MS-WAREHOUSE-ID          TO H3-WAREHOUSE-ID
                                            WS-PREV-WAREHOUSE-ID
           WRITE REPORT-LINE FROM HEADING-THREE
              AFTER ADVANCING 2
           WRITE REPORT-LINE FROM HEADING-FOUR
              AFTER ADVANCING 2

       .

      ********************************************************
      * WRITE THE WAREHOUSE TOTALS AND ROLL THEM INTO THE
      * COMPANY TOTALS
      ********************************************************
       7150-WRITE-WAREHOUSE-TOTAL.

           MOVE SPACES                   TO THL-LABEL
           STRING 'WAREHOUSE '           DELIMITED BY SIZE
                  WS-PREV-WAREHOUSE-ID   DELIMITED BY SIZE
                  ' EMPLOYEES'           DELIMITED BY SIZE
               INTO THL-LABEL

           MOVE WS-WHSE-EMPLOYEES        TO WS-PRINT-EMPLOYEES
           MOVE WS-WHSE-CURRENT          TO WS-PRINT-CURRENT
           MOVE WS-WHSE-PROPOSED         TO WS-PRINT-PROPOSED
           MOVE WS-WHSE-INCREASE         TO WS-PRINT-INCREASE
           MOVE WS-WHSE-LUMP-SUM         TO WS-PRINT-LUMP-SUM
           PERFORM 7200-WRITE-TOTAL-LINES

           ADD WS-WHSE-EMPLOYEES         TO WS-GRAND-EMPLOYEES
           ADD WS-WHSE-CURRENT           TO WS-GRAND-CURRENT
           ADD WS-WHSE-PROPOSED          TO WS-GRAND-PROPOSED
           ADD WS-WHSE-INCREASE          TO WS-GRAND-INCREASE
           ADD WS-WHSE-LUMP-SUM          TO WS-GRAND-LUMP-SUM
           MOVE ZERO                     TO WS-WHSE-EMPLOYEES
                                            WS-WHSE-CURRENT
                                            WS-WHSE-PROPOSED
                                            WS-WHSE-INCREASE
                                            WS-WHSE-LUMP-SUM

       .

      ********************************************************
      * WRITE ONE BLOCK OF TOTALS -- EMPLOYEES REVIEWED, THE
      * CURRENT AND PROPOSED SALARIES, THE INCREASES, THE LUMP
      * SUMS AND THE TOTAL COST OF THE REVIEW
      ********************************************************
       7200-WRITE-TOTAL-LINES.

           MOVE WS-PRINT-EMPLOYEES       TO THL-EMPLOYEE-COUNT
           WRITE REPORT-LINE FROM TOTAL-HEADING-LINE
              AFTER ADVANCING 3

           MOVE 'CURRENT SALARIES'       TO TAL-LABEL
           MOVE WS-PRINT-CURRENT         TO TAL-AMOUNT
           WRITE REPORT-LINE FROM TOTAL-AMOUNT-LINE
              AFTER ADVANCING 2

           MOVE 'PROPOSED SALARIES'      TO TAL-LABEL
           MOVE WS-PRINT-PROPOSED        TO TAL-AMOUNT
           WRITE REPORT-LINE FROM TOTAL-AMOUNT-LINE
              AFTER ADVANCING 1

           MOVE 'TOTAL INCREASES'        TO TAL-LABEL
           MOVE WS-PRINT-INCREASE        TO TAL-AMOUNT
           WRITE REPORT-LINE FROM TOTAL-AMOUNT-LINE
              AFTER ADVANCING 1

           MOVE 'LUMP SUMS'              TO TAL-LABEL
           MOVE WS-PRINT-LUMP-SUM        TO TAL-AMOUNT
           WRITE REPORT-LINE FROM TOTAL-AMOUNT-LINE
              AFTER ADVANCING 1

           COMPUTE WS-TOTAL-COST =
              WS-PRINT-INCREASE + WS-PRINT-LUMP-SUM
           MOVE 'TOTAL COST OF INCREASES'
                                         TO TAL-LABEL
           MOVE WS-TOTAL-COST            TO TAL-AMOUNT
           WRITE REPORT-LINE FROM TOTAL-AMOUNT-LINE
              AFTER ADVANCING 2

       .

      ********************************************************
      * WRITES THE LAST WAREHOUSE AND THE COMPANY TOTALS,
      * RECORDS THE YEAR OF AN APPROVED RUN, CLOSES THE FILES
      * AND SETS THE RETURN CODE
      ********************************************************
       9000-FINAL-ROUTINE.

           IF WS-FIRST-REC = 'Y'
              PERFORM 7050-WRITE-REPORT-HEADINGS
              WRITE REPORT-LINE FROM WORKSHEET-NONE-LINE
                 AFTER ADVANCING 3
           ELSE
              PERFORM 7150-WRITE-WAREHOUSE-TOTAL
              PERFORM 7050-WRITE-REPORT-HEADINGS
              MOVE 'COMPANY TOTAL EMPLOYEES'
                                         TO THL-LABEL
              MOVE WS-GRAND-EMPLOYEES    TO WS-PRINT-EMPLOYEES
              MOVE WS-GRAND-CURRENT      TO WS-PRINT-CURRENT
              MOVE WS-GRAND-PROPOSED     TO WS-PRINT-PROPOSED
              MOVE WS-GRAND-INCREASE     TO WS-PRINT-INCREASE
              MOVE WS-GRAND-LUMP-SUM     TO WS-PRINT-LUMP-SUM
              PERFORM 7200-WRITE-TOTAL-LINES
           END-IF

           CLOSE MERGED-EMP-FILE
                 WORKSHEET-FILE

           IF APPROVED-RUN
              CLOSE EMP-TRANS-FILE
              MOVE SPACES                TO MERIT-CONTROL-RECORD
              MOVE WS-YEAR               TO MC-REVIEW-YEAR
              OPEN OUTPUT MERIT-CONTROL-FILE
              WRITE MERIT-CONTROL-RECORD
              CLOSE MERIT-CONTROL-FILE
              DISPLAY 'PR33FA21: ' WS-TRANS-WRITTEN
                 ' S TRANSACTIONS WRITTEN TO EMP-TRANS-FILE -- RUN '
                 'PR16FA21 TO POST'
           ELSE
              IF WS-LAST-REVIEW-YEAR = WS-YEAR
                 DISPLAY 'PR33FA21: NOTE -- MERIT INCREASES FOR '
                    WS-YEAR ' HAVE ALREADY BEEN APPROVED'
              END-IF
           END-IF

           IF WS-EXCEPTION-COUNT > ZERO
              DISPLAY 'PR33FA21: ' WS-EXCEPTION-COUNT
                 ' EMPLOYEES WITH NO RULE, NO BAND OR BAD DATA -- '
                 'SEE WORKSHEET'
              MOVE 4                     TO RETURN-CODE
           END-IF

           STOP RUN
       .
