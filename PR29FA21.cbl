       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PR29FA21.
       AUTHOR.         Dewelena Reynolds.
      ******************************************************************
      *  PAYROLL YEAR-TO-DATE POSTING -- KEEPS THE YTD EARNINGS
      *  MASTER, ONE RECORD PER EMPLOYEE ID WITH GROSS, HEALTH,
      *  WITHHOLDING AND NET FOR EACH QUARTER OF THE TAX YEAR, SO
      *  QUARTER-END AND YEAR-END FIGURES COME FROM ONE FILE INSTEAD
      *  OF 26 REGISTER PRINTOUTS. THE OPERATOR PICKS ONE OF THREE
      *  POSTINGS AT THE CONSOLE:
      *     P -- POST AN ACCEPTED PR11FA21 PAY RUN
      *     R -- HOLD OFF THE ITEMS THE BANK REJECTED (THE PR21FA21
      *          RE-ISSUE FILE) UNTIL THEY ARE PAID
      *     S -- POST THE HELD ITEMS BACK ONCE THE RE-ISSUE FILE HAS
      *          BEEN SENT
      ******
      *  INPUT
      *     PAYROLL-YTD-MASTER.TXT -- THE YTD EARNINGS MASTER (NOT
      *        THERE YET = EMPTY MASTER)
      *     PAY-DETAIL-FILE.TXT -- THE PAY RUN, FOR OPTION P
      *     PAY-REISSUE-FILE.TXT -- THE REJECTED ITEMS, FOR OPTIONS
      *        R AND S
      *     MERGED-EMP-FILE.TXT -- EMPLOYEE NAMES FOR NEW MASTER
      *        RECORDS
      ******
      *  OUTPUT
      *     PAYROLL-YTD-MASTER.TXT -- THE UPDATED MASTER
      *     YTD-POSTING-REPORT.TXT -- ONE LINE PER ITEM WITH WHAT
      *        WAS DONE WITH IT, AND POSTING TOTALS
      *     RETURN CODE 0 = ALL POSTED, 4 = ITEMS NOT POSTED,
      *        16 = BAD OPTION, YEAR-END CLOSE NOT RUN OR TABLE FULL
      ******
      *  CALCULATIONS
      *     QUARTER = (MONTH OF THE POSTING DATE + 2) / 3
      *     P -- PAY AMOUNTS ARE ADDED TO THE CURRENT QUARTER. AN
      *          EMPLOYEE ALREADY POSTED TODAY IS NOT POSTED AGAIN
      *     R -- THE REJECTED AMOUNTS ARE TAKEN OUT OF THE QUARTER
      *          THEY WERE POSTED TO AND HELD ON THE RECORD
      *     S -- THE HELD AMOUNTS ARE ADDED TO THE CURRENT QUARTER
      *          AND THE HOLD IS CLEARED
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT OPTIONAL YTD-MASTER-FILE
               ASSIGN TO 'PAYROLL-YTD-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-FILE-STATUS.
      *
           SELECT PAY-DETAIL-FILE
               ASSIGN TO 'PAY-DETAIL-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.
      *
           SELECT PAY-REISSUE-FILE
               ASSIGN TO 'PAY-REISSUE-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REISSUE-FILE-STATUS.
      *
           SELECT OPTIONAL MERGED-EMP-FILE
               ASSIGN TO 'MERGED-EMP-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.
      *
           SELECT POSTING-REPORT-FILE
               ASSIGN TO PRINTER 'YTD-POSTING-REPORT.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  YTD-MASTER-FILE
           RECORD CONTAINS 220 CHARACTERS.
       01  YTD-MASTER-RECORD               PIC X(220).
      *
       FD  PAY-DETAIL-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  PAY-DETAIL-REC.
           05  PD-WAREHOUSE-ID             PIC X(04).
           05  PD-EMPLOYEE-ID              PIC X(05).
           05  PD-GROSS-PAY                PIC 9(06)V99.
           05  PD-HEALTH-DEDUCTION         PIC 9(04)V99.
           05  PD-WITHHOLDING              PIC 9(06)V99.
           05  PD-NET-PAY                  PIC 9(06)V99.
      *
       FD  PAY-REISSUE-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  PAY-REISSUE-REC                 PIC X(39).
      *
       FD  MERGED-EMP-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01  MERGED-EMP-REC.
           05  MS-WAREHOUSE-ID             PIC X(04).
           05  MS-EMPLOYEE-ID              PIC X(05).
           05  MS-EMPLOYEE-POSITION        PIC X(01).
           05  MS-EMPLOYEE-LAST-NAME       PIC X(10).
           05  MS-EMPLOYEE-FIRST-NAME      PIC X(10).
           05  FILLER                      PIC X(55).
      *
       FD  POSTING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X        VALUE 'Y'.
               88 NO-MORE-DATA                          VALUE 'N'.
               88 MORE-RECORDS                          VALUE 'Y'.
           05  WS-YTD-EOF-SW               PIC X        VALUE 'N'.
               88 YTD-EOF                               VALUE 'Y'.
           05  WS-EMP-EOF-SW               PIC X        VALUE 'N'.
               88 EMP-EOF                               VALUE 'Y'.
           05  WS-YTD-FOUND-SW             PIC X        VALUE 'N'.
               88 YTD-FOUND                             VALUE 'Y'.
           05  WS-POSTING-OPTION           PIC X        VALUE SPACE.
               88 POST-PAY-RUN                          VALUE 'P'.
               88 HOLD-REJECTS                          VALUE 'R'.
               88 POST-REISSUE                          VALUE 'S'.
               88 VALID-POSTING-OPTION                  VALUE 'P'
                                                              'R'
                                                              'S'.
      *
       01 SUBSCRIPTS.
           05  YT-SUB                      PIC 9(04)    VALUE ZERO.
           05  NT-SUB                      PIC 9(04)    VALUE ZERO.
           05  WS-YTD-SUB                  PIC 9(04)    VALUE ZERO.
           05  WS-QUARTER                  PIC 9(01)    VALUE ZERO.
           05  WS-HELD-QUARTER             PIC 9(01)    VALUE ZERO.
      *
       01  WS-FIELDS.
           05  WS-YTD-FILE-STATUS          PIC X(02)    VALUE SPACES.
           05  WS-DETAIL-FILE-STATUS       PIC X(02)    VALUE SPACES.
           05  WS-REISSUE-FILE-STATUS      PIC X(02)    VALUE SPACES.
           05  WS-EMP-FILE-STATUS          PIC X(02)    VALUE SPACES.
           05  WS-YTD-COUNT                PIC 9(04)    VALUE ZERO.
           05  WS-YTD-MAX                  PIC 9(04)    VALUE 2000.
           05  WS-NAME-COUNT               PIC 9(04)    VALUE ZERO.
           05  WS-NAME-MAX                 PIC 9(04)    VALUE 2000.
           05  WS-ACTION-TEXT              PIC X(24)    VALUE SPACES.
           05  WS-ITEMS-READ               PIC 9(05)    VALUE ZERO.
           05  WS-ITEMS-POSTED             PIC 9(05)    VALUE ZERO.
           05  WS-ITEMS-NOT-POSTED         PIC 9(05)    VALUE ZERO.
           05  WS-NEW-EMPLOYEES            PIC 9(05)    VALUE ZERO.
           05  WS-TOTAL-GROSS              PIC 9(09)V99 VALUE ZERO.
           05  WS-TOTAL-HEALTH             PIC 9(09)V99 VALUE ZERO.
           05  WS-TOTAL-WITHHOLDING        PIC 9(09)V99 VALUE ZERO.
           05  WS-TOTAL-NET                PIC 9(09)V99 VALUE ZERO.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 9999.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                           PIC 9(08).

       01  WS-POSTED-DATE.
           05  WS-POSTED-YEAR              PIC 9999.
           05  WS-POSTED-MONTH             PIC 99.
           05  WS-POSTED-DAY               PIC 99.

       01  WS-POSTED-DATE-N REDEFINES WS-POSTED-DATE
                                           PIC 9(08).

      ***********************TABLE**********************************
      * IN-MEMORY COPY OF THE YTD EARNINGS MASTER -- EVERY POSTING
      * IS MADE HERE AND THE WHOLE TABLE IS WRITTEN BACK AT END OF
      * JOB. THE HELD AMOUNTS ARE ONE PAY ITEM THE BANK REJECTED,
      * KEPT OFF THE QUARTER TOTALS UNTIL THE RE-ISSUE IS SENT.
      * TABLE HOLDS 2000 EMPLOYEES
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

      ***********************TABLE**********************************
      * EMPLOYEE NAMES FROM THE MERGED EMPLOYEE FILE, USED ONLY TO
      * NAME AN EMPLOYEE THE FIRST TIME THEY ARE POSTED. TABLE
      * HOLDS 2000 EMPLOYEES
      **************************************************************
       01  NAME-TABLE.
           05  NT-ENTRY OCCURS 2000 TIMES.
               10  NT-EMPLOYEE-ID          PIC X(05).
               10  NT-EMPLOYEE-NAME        PIC X(21).

       01  WS-EMPLOYEE-NAME.
           05  WS-FIRST-NAME               PIC X(10).
           05                              PIC X(01)    VALUE SPACE.
           05  WS-LAST-NAME                PIC X(10).

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
           05  H2-REPORT-NAME              PIC X(24)    VALUE SPACES.
           05                              PIC X(10)    VALUE SPACES.
           05                              PIC X(03)    VALUE 'DWR'.
      *
       01  HEADING-THREE.
           05                              PIC X(05) VALUE 'EMPID'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(04) VALUE 'WHSE'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(10) VALUE '     GROSS'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(09) VALUE '   HEALTH'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(10) VALUE '  WITHHOLD'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(10) VALUE '       NET'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(25) VALUE 'ACTION'.
      *
       01  POSTING-DETAIL-LINE.
           05  PDL-EMPLOYEE-ID             PIC X(05).
           05                              PIC X(01) VALUE SPACES.
           05  PDL-WAREHOUSE-ID            PIC X(04).
           05                              PIC X(01) VALUE SPACES.
           05  PDL-GROSS-PAY               PIC $$$,$$9.99.
           05                              PIC X(01) VALUE SPACES.
           05  PDL-HEALTH-DEDUCTION        PIC $$,$$9.99.
           05                              PIC X(01) VALUE SPACES.
           05  PDL-WITHHOLDING             PIC $$$,$$9.99.
           05                              PIC X(01) VALUE SPACES.
           05  PDL-NET-PAY                 PIC $$$,$$9.99.
           05                              PIC X(02) VALUE SPACES.
           05  PDL-ACTION                  PIC X(24).
           05                              PIC X(01) VALUE SPACES.
      *
       01  POSTING-TOTAL-LINE.
           05                              PIC X(14) VALUE
               'TOTAL POSTED: '.
           05  PTL-ITEMS-POSTED            PIC ZZZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  PTL-GROSS                   PIC $$$,$$$,$$9.99.
           05                              PIC X(01) VALUE SPACES.
           05  PTL-HEALTH                  PIC $$$,$$9.99.
           05                              PIC X(01) VALUE SPACES.
           05  PTL-WITHHOLDING             PIC $$$,$$$,$$9.99.
           05                              PIC X(01) VALUE SPACES.
           05  PTL-NET                     PIC $$$,$$$,$$9.99.
           05                              PIC X(01) VALUE SPACES.
      *
       01  NOT-POSTED-TOTAL-LINE.
           05                              PIC X(14) VALUE
               'NOT POSTED:   '.
           05  NTL-ITEMS-NOT-POSTED        PIC ZZZZ9.
           05                              PIC X(61) VALUE SPACES.
      *
       01  POSTING-NONE-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(45) VALUE
               'NO ITEMS ON THE INPUT FILE'.
      *
       PROCEDURE DIVISION.
      *
       0100-POST-YTD-EARNINGS.

           PERFORM 0200-HSKPING-ROUTINE
           PERFORM 0300-READ-POSTING-FILE
           PERFORM 9000-FINAL-ROUTINE
       .

      ********************************************************
      * GETS THE POSTING OPTION, LOADS THE YTD MASTER AND THE
      * EMPLOYEE NAMES, OPENS THE INPUT FOR THE OPTION AND
      * WRITES THE REPORT HEADINGS
      ********************************************************
       0200-HSKPING-ROUTINE.

           DISPLAY 'ENTER YTD POSTING -- P = PAY RUN, R = BANK '
              'REJECTS, S = RE-ISSUE SENT:'
           ACCEPT WS-POSTING-OPTION

           IF NOT VALID-POSTING-OPTION
              DISPLAY 'PR29FA21: INVALID POSTING OPTION -- '
                 WS-POSTING-OPTION
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-MONTH                 TO H1-MONTH
           MOVE WS-DAY                   TO H1-DAY
           MOVE WS-YEAR                  TO H1-YEAR
           COMPUTE WS-QUARTER = (WS-MONTH + 2) / 3

           PERFORM 0210-LOAD-YTD-TABLE
           PERFORM 0250-LOAD-NAME-TABLE

           IF POST-PAY-RUN
              OPEN INPUT PAY-DETAIL-FILE
              IF WS-DETAIL-FILE-STATUS NOT = '00'
                 DISPLAY 'PR29FA21: UNABLE TO OPEN PAY-DETAIL-FILE -- '
                    'FILE STATUS ' WS-DETAIL-FILE-STATUS
                 MOVE 16                 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'YTD PAY RUN POSTING'  TO H2-REPORT-NAME
           ELSE
              OPEN INPUT PAY-REISSUE-FILE
              IF WS-REISSUE-FILE-STATUS NOT = '00'
                 DISPLAY 'PR29FA21: UNABLE TO OPEN PAY-REISSUE-FILE '
                    '-- FILE STATUS ' WS-REISSUE-FILE-STATUS
                 DISPLAY 'PR29FA21: RUN PR21FA21 TO BUILD THE '
                    'RE-ISSUE FILE FIRST'
                 MOVE 16                 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF HOLD-REJECTS
                 MOVE 'YTD BANK REJECT HOLD'  TO H2-REPORT-NAME
              ELSE
                 MOVE 'YTD RE-ISSUE POSTING'  TO H2-REPORT-NAME
              END-IF
           END-IF

           OPEN OUTPUT POSTING-REPORT-FILE

           WRITE REPORT-LINE FROM HEADING-ONE
              AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HEADING-TWO
              AFTER ADVANCING 2
           WRITE REPORT-LINE FROM HEADING-THREE
              AFTER ADVANCING 2

       .

      ********************************************************
      * LOAD THE YTD MASTER INTO THE TABLE -- A MASTER STILL
      * HOLDING LAST YEAR'S FIGURES STOPS THE JOB UNTIL THE
      * YEAR-END CLOSE HAS BEEN RUN
      ********************************************************
       0210-LOAD-YTD-TABLE.

           OPEN INPUT YTD-MASTER-FILE

           IF WS-YTD-FILE-STATUS NOT = '00'
              AND WS-YTD-FILE-STATUS NOT = '05'
              DISPLAY 'PR29FA21: UNABLE TO OPEN PAYROLL-YTD-MASTER -- '
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

       .

      ********************************************************
      * ADD ONE MASTER RECORD TO THE TABLE
      ********************************************************
       0220-ADD-YTD-ENTRY.

           IF WS-YTD-COUNT < WS-YTD-MAX
              ADD 1                      TO WS-YTD-COUNT
              MOVE YTD-MASTER-RECORD     TO YT-ENTRY(WS-YTD-COUNT)
           ELSE
              DISPLAY 'PR29FA21: YTD-TABLE FULL -- JOB TERMINATED, '
                 'INCREASE THE TABLE AND RERUN'
              CLOSE YTD-MASTER-FILE
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           IF YT-TAX-YEAR(WS-YTD-COUNT) NOT = WS-YEAR
              DISPLAY 'PR29FA21: YTD MASTER IS FOR TAX YEAR '
                 YT-TAX-YEAR(WS-YTD-COUNT)
              DISPLAY 'PR29FA21: JOB TERMINATED -- RUN THE PR32FA21 '
                 'YEAR-END CLOSE FIRST'
              CLOSE YTD-MASTER-FILE
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

       .

      ********************************************************
      * LOAD THE EMPLOYEE NAMES -- THE MASTER STILL POSTS
      * WITHOUT THEM, SO A MISSING FILE ONLY LEAVES NEW
      * RECORDS UNNAMED
      ********************************************************
       0250-LOAD-NAME-TABLE.

           OPEN INPUT MERGED-EMP-FILE

           IF WS-EMP-FILE-STATUS NOT = '00'
              DISPLAY 'PR29FA21: MERGED-EMP-FILE NOT AVAILABLE -- '
                 'NEW YTD RECORDS WILL HAVE NO NAME'
           ELSE
              PERFORM UNTIL EMP-EOF
                 READ MERGED-EMP-FILE
                    AT END
                       MOVE 'Y'          TO WS-EMP-EOF-SW
                    NOT AT END
                       PERFORM 0260-ADD-NAME-ENTRY
                 END-READ
              END-PERFORM
           END-IF

           CLOSE MERGED-EMP-FILE

       .

      ********************************************************
      * ADD ONE EMPLOYEE NAME TO THE NAME TABLE
      ********************************************************
       0260-ADD-NAME-ENTRY.

           IF WS-NAME-COUNT < WS-NAME-MAX
              ADD 1                      TO WS-NAME-COUNT
              MOVE MS-EMPLOYEE-FIRST-NAME TO WS-FIRST-NAME
              MOVE MS-EMPLOYEE-LAST-NAME TO WS-LAST-NAME
              MOVE MS-EMPLOYEE-ID        TO NT-EMPLOYEE-ID
                                              (WS-NAME-COUNT)
              MOVE WS-EMPLOYEE-NAME      TO NT-EMPLOYEE-NAME
                                              (WS-NAME-COUNT)
           END-IF

       .

      ********************************************************
      * READS THE PAY DETAIL OR RE-ISSUE FILE AND POSTS EACH
      * ITEM
      ********************************************************
       0300-READ-POSTING-FILE.

           PERFORM UNTIL NO-MORE-DATA
              IF POST-PAY-RUN
                 READ PAY-DETAIL-FILE
                    AT END
                       MOVE 'N'          TO EOF-FLAG
                    NOT AT END
                       PERFORM 0400-PROCESS-PAY-ITEM
                 END-READ
              ELSE
                 READ PAY-REISSUE-FILE INTO PAY-DETAIL-REC
                    AT END
                       MOVE 'N'          TO EOF-FLAG
                    NOT AT END
                       PERFORM 0400-PROCESS-PAY-ITEM
                 END-READ
              END-IF
           END-PERFORM

       .

      ********************************************************
      * FIND THE EMPLOYEE'S MASTER RECORD AND POST THE ITEM
      * THE WAY THE OPTION CALLS FOR
      ********************************************************
       0400-PROCESS-PAY-ITEM.

           ADD 1                         TO WS-ITEMS-READ

           MOVE 'N'                      TO WS-YTD-FOUND-SW
           PERFORM 0450-MATCH-YTD-ENTRY
              VARYING YT-SUB FROM 1 BY 1
                 UNTIL YT-SUB > WS-YTD-COUNT

           IF PD-GROSS-PAY NOT NUMERIC
              OR PD-HEALTH-DEDUCTION NOT NUMERIC
              OR PD-WITHHOLDING NOT NUMERIC
              OR PD-NET-PAY NOT NUMERIC
              MOVE 'AMOUNTS NOT NUMERIC'  TO WS-ACTION-TEXT
              PERFORM 0800-WRITE-NOT-POSTED
           ELSE
              EVALUATE TRUE
                 WHEN POST-PAY-RUN
                    PERFORM 0500-POST-PAY-ITEM
                 WHEN HOLD-REJECTS
                    PERFORM 0600-HOLD-REJECTED-ITEM
                 WHEN POST-REISSUE
                    PERFORM 0700-POST-REISSUED-ITEM
              END-EVALUATE
           END-IF

       .

      ********************************************************
      * MATCH ONE YTD TABLE ENTRY AGAINST THE ITEM'S EMPLOYEE
      ********************************************************
       0450-MATCH-YTD-ENTRY.

           IF PD-EMPLOYEE-ID = YT-EMPLOYEE-ID(YT-SUB)
              MOVE 'Y'                   TO WS-YTD-FOUND-SW
              MOVE YT-SUB                TO WS-YTD-SUB
              MOVE WS-YTD-COUNT          TO YT-SUB
           END-IF

       .

      ********************************************************
      * POST ONE PAY RUN ITEM TO THE CURRENT QUARTER, ADDING A
      * MASTER RECORD FOR AN EMPLOYEE'S FIRST PAY OF THE YEAR.
      * AN EMPLOYEE ALREADY POSTED TODAY MEANS THE SAME PAY RUN
      * IS BEING POSTED TWICE, SO IT IS NOT POSTED AGAIN
      ********************************************************
       0500-POST-PAY-ITEM.

           IF NOT YTD-FOUND
              PERFORM 0550-ADD-NEW-EMPLOYEE
           END-IF

           IF YT-LAST-POSTED-DATE(WS-YTD-SUB) = WS-CURRENT-DATE-N
              MOVE 'ALREADY POSTED TODAY' TO WS-ACTION-TEXT
              PERFORM 0800-WRITE-NOT-POSTED
           ELSE
              ADD PD-GROSS-PAY           TO YT-QTR-GROSS
                                              (WS-YTD-SUB WS-QUARTER)
              ADD PD-HEALTH-DEDUCTION    TO YT-QTR-HEALTH
                                              (WS-YTD-SUB WS-QUARTER)
              ADD PD-WITHHOLDING         TO YT-QTR-WITHHOLDING
                                              (WS-YTD-SUB WS-QUARTER)
              ADD PD-NET-PAY             TO YT-QTR-NET
                                              (WS-YTD-SUB WS-QUARTER)
              ADD 1                      TO YT-PAY-COUNT(WS-YTD-SUB)
              MOVE WS-CURRENT-DATE-N     TO YT-LAST-POSTED-DATE
                                              (WS-YTD-SUB)
              MOVE PD-WAREHOUSE-ID       TO YT-WAREHOUSE-ID
                                              (WS-YTD-SUB)
              MOVE 'POSTED'              TO WS-ACTION-TEXT
              PERFORM 0850-WRITE-POSTED
           END-IF

       .

      ********************************************************
      * ADD A ZEROED MASTER RECORD FOR AN EMPLOYEE NOT YET ON
      * THE MASTER THIS YEAR, NAMED FROM THE MERGED FILE
      ********************************************************
       0550-ADD-NEW-EMPLOYEE.

           IF WS-YTD-COUNT NOT < WS-YTD-MAX
              DISPLAY 'PR29FA21: YTD-TABLE FULL AT EMPLOYEE '
                 PD-EMPLOYEE-ID
              DISPLAY 'PR29FA21: JOB TERMINATED -- MASTER NOT '
                 'UPDATED, INCREASE THE TABLE AND RERUN'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1                         TO WS-YTD-COUNT
           ADD 1                         TO WS-NEW-EMPLOYEES
           MOVE WS-YTD-COUNT             TO WS-YTD-SUB
           MOVE SPACES                   TO YT-ENTRY(WS-YTD-SUB)
           INITIALIZE YT-ENTRY(WS-YTD-SUB)
           MOVE PD-EMPLOYEE-ID           TO YT-EMPLOYEE-ID(WS-YTD-SUB)
           MOVE PD-WAREHOUSE-ID          TO YT-WAREHOUSE-ID(WS-YTD-SUB)
           MOVE WS-YEAR                  TO YT-TAX-YEAR(WS-YTD-SUB)

           PERFORM 0560-MATCH-NAME-ENTRY
              VARYING NT-SUB FROM 1 BY 1
                 UNTIL NT-SUB > WS-NAME-COUNT

       .

      ********************************************************
      * NAME THE NEW MASTER RECORD FROM ONE NAME TABLE ENTRY
      ********************************************************
       0560-MATCH-NAME-ENTRY.

           IF PD-EMPLOYEE-ID = NT-EMPLOYEE-ID(NT-SUB)
              MOVE NT-EMPLOYEE-NAME(NT-SUB)
                                         TO YT-EMPLOYEE-NAME
                                              (WS-YTD-SUB)
              MOVE WS-NAME-COUNT         TO NT-SUB
           END-IF

       .

      ********************************************************
      * TAKE ONE BANK-REJECTED ITEM BACK OUT OF THE QUARTER IT
      * WAS POSTED TO AND HOLD IT ON THE RECORD UNTIL THE
      * RE-ISSUE IS SENT -- AN ITEM ALREADY HELD IS NOT TAKEN
      * OUT TWICE
      ********************************************************
       0600-HOLD-REJECTED-ITEM.

           IF NOT YTD-FOUND
              MOVE 'NOT ON YTD MASTER'   TO WS-ACTION-TEXT
              PERFORM 0800-WRITE-NOT-POSTED
           ELSE
              IF YT-HELD-GROSS(WS-YTD-SUB) > ZERO
                 OR YT-HELD-NET(WS-YTD-SUB) > ZERO
                 MOVE 'ALREADY HELD'     TO WS-ACTION-TEXT
                 PERFORM 0800-WRITE-NOT-POSTED
              ELSE
                 PERFORM 0650-TAKE-OUT-REJECTED-ITEM
              END-IF
           END-IF

       .

      ********************************************************
      * THE ITEM WAS POSTED TO THE QUARTER OF THE EMPLOYEE'S
      * LAST POSTING -- IT COMES OUT OF THAT QUARTER PROVIDED
      * THE QUARTER STILL HOLDS AT LEAST THAT MUCH
      ********************************************************
       0650-TAKE-OUT-REJECTED-ITEM.

           MOVE YT-LAST-POSTED-DATE(WS-YTD-SUB) TO WS-POSTED-DATE-N
           COMPUTE WS-HELD-QUARTER = (WS-POSTED-MONTH + 2) / 3
           IF WS-HELD-QUARTER < 1 OR WS-HELD-QUARTER > 4
              MOVE WS-QUARTER            TO WS-HELD-QUARTER
           END-IF

           IF PD-GROSS-PAY >
                 YT-QTR-GROSS(WS-YTD-SUB WS-HELD-QUARTER)
              OR PD-HEALTH-DEDUCTION >
                 YT-QTR-HEALTH(WS-YTD-SUB WS-HELD-QUARTER)
              OR PD-WITHHOLDING >
                 YT-QTR-WITHHOLDING(WS-YTD-SUB WS-HELD-QUARTER)
              OR PD-NET-PAY >
                 YT-QTR-NET(WS-YTD-SUB WS-HELD-QUARTER)
              MOVE 'MORE THAN QUARTER TOTAL' TO WS-ACTION-TEXT
              PERFORM 0800-WRITE-NOT-POSTED
           ELSE
              SUBTRACT PD-GROSS-PAY      FROM YT-QTR-GROSS
                                          (WS-YTD-SUB WS-HELD-QUARTER)
              SUBTRACT PD-HEALTH-DEDUCTION FROM YT-QTR-HEALTH
                                          (WS-YTD-SUB WS-HELD-QUARTER)
              SUBTRACT PD-WITHHOLDING    FROM YT-QTR-WITHHOLDING
                                          (WS-YTD-SUB WS-HELD-QUARTER)
              SUBTRACT PD-NET-PAY        FROM YT-QTR-NET
                                          (WS-YTD-SUB WS-HELD-QUARTER)
              IF YT-PAY-COUNT(WS-YTD-SUB) > ZERO
                 SUBTRACT 1              FROM YT-PAY-COUNT(WS-YTD-SUB)
              END-IF
              MOVE PD-GROSS-PAY          TO YT-HELD-GROSS(WS-YTD-SUB)
              MOVE PD-HEALTH-DEDUCTION   TO YT-HELD-HEALTH(WS-YTD-SUB)
              MOVE PD-WITHHOLDING        TO YT-HELD-WITHHOLDING
                                              (WS-YTD-SUB)
              MOVE PD-NET-PAY            TO YT-HELD-NET(WS-YTD-SUB)
              MOVE WS-HELD-QUARTER       TO YT-HELD-QUARTER(WS-YTD-SUB)
              MOVE 'HELD UNTIL RE-ISSUED' TO WS-ACTION-TEXT
              PERFORM 0850-WRITE-POSTED
           END-IF

       .

      ********************************************************
      * POST ONE HELD ITEM BACK TO THE CURRENT QUARTER NOW THE
      * RE-ISSUE HAS BEEN SENT AND CLEAR THE HOLD -- THE HELD
      * AMOUNTS ARE POSTED, SO THE FIGURES MATCH WHAT CAME OFF
      ********************************************************
       0700-POST-REISSUED-ITEM.

           IF NOT YTD-FOUND
              MOVE 'NOT ON YTD MASTER'   TO WS-ACTION-TEXT
              PERFORM 0800-WRITE-NOT-POSTED
           ELSE
              IF YT-HELD-GROSS(WS-YTD-SUB) = ZERO
                 AND YT-HELD-NET(WS-YTD-SUB) = ZERO
                 MOVE 'NOTHING HELD'     TO WS-ACTION-TEXT
                 PERFORM 0800-WRITE-NOT-POSTED
              ELSE
                 MOVE YT-HELD-GROSS(WS-YTD-SUB)  TO PD-GROSS-PAY
                 MOVE YT-HELD-HEALTH(WS-YTD-SUB) TO PD-HEALTH-DEDUCTION
                 MOVE YT-HELD-WITHHOLDING(WS-YTD-SUB)
                                         TO PD-WITHHOLDING
                 MOVE YT-HELD-NET(WS-YTD-SUB)    TO PD-NET-PAY
                 ADD PD-GROSS-PAY        TO YT-QTR-GROSS
                                              (WS-YTD-SUB WS-QUARTER)
                 ADD PD-HEALTH-DEDUCTION TO YT-QTR-HEALTH
                                              (WS-YTD-SUB WS-QUARTER)
                 ADD PD-WITHHOLDING      TO YT-QTR-WITHHOLDING
                                              (WS-YTD-SUB WS-QUARTER)
                 ADD PD-NET-PAY          TO YT-QTR-NET
                                              (WS-YTD-SUB WS-QUARTER)
                 ADD 1                   TO YT-PAY-COUNT(WS-YTD-SUB)
                 MOVE ZERO               TO YT-HELD-GROSS(WS-YTD-SUB)
                                            YT-HELD-HEALTH(WS-YTD-SUB)
                                            YT-HELD-WITHHOLDING
                                              (WS-YTD-SUB)
                                            YT-HELD-NET(WS-YTD-SUB)
                                            YT-HELD-QUARTER
                                              (WS-YTD-SUB)
                 MOVE 'RE-ISSUE POSTED'  TO WS-ACTION-TEXT
                 PERFORM 0850-WRITE-POSTED
              END-IF
           END-IF

       .

      ********************************************************
      * LIST AN ITEM THAT WAS NOT POSTED, WITH THE REASON SET
      * BY THE CALLING PARAGRAPH
      ********************************************************
       0800-WRITE-NOT-POSTED.

           ADD 1                         TO WS-ITEMS-NOT-POSTED
           PERFORM 0870-WRITE-DETAIL-LINE

       .

      ********************************************************
      * LIST AN ITEM THAT WAS POSTED AND ADD IT TO THE TOTALS
      ********************************************************
       0850-WRITE-POSTED.

           ADD 1                         TO WS-ITEMS-POSTED
           ADD PD-GROSS-PAY              TO WS-TOTAL-GROSS
           ADD PD-HEALTH-DEDUCTION       TO WS-TOTAL-HEALTH
           ADD PD-WITHHOLDING            TO WS-TOTAL-WITHHOLDING
           ADD PD-NET-PAY                TO WS-TOTAL-NET
           PERFORM 0870-WRITE-DETAIL-LINE

       .

      ********************************************************
      * WRITE ONE POSTING DETAIL LINE
      ********************************************************
       0870-WRITE-DETAIL-LINE.

           MOVE PD-EMPLOYEE-ID           TO PDL-EMPLOYEE-ID
           MOVE PD-WAREHOUSE-ID          TO PDL-WAREHOUSE-ID
           IF PD-GROSS-PAY NUMERIC
              AND PD-HEALTH-DEDUCTION NUMERIC
              AND PD-WITHHOLDING NUMERIC
              AND PD-NET-PAY NUMERIC
              MOVE PD-GROSS-PAY          TO PDL-GROSS-PAY
              MOVE PD-HEALTH-DEDUCTION   TO PDL-HEALTH-DEDUCTION
              MOVE PD-WITHHOLDING        TO PDL-WITHHOLDING
              MOVE PD-NET-PAY            TO PDL-NET-PAY
           ELSE
              MOVE ZERO                  TO PDL-GROSS-PAY
                                            PDL-HEALTH-DEDUCTION
                                            PDL-WITHHOLDING
                                            PDL-NET-PAY
           END-IF
           MOVE WS-ACTION-TEXT           TO PDL-ACTION
           WRITE REPORT-LINE FROM POSTING-DETAIL-LINE
              AFTER ADVANCING 1

       .

      ********************************************************
      * WRITE THE POSTING TOTALS, REWRITE THE YTD MASTER FROM
      * THE TABLE, SET THE RETURN CODE AND CLOSE FILES
      ********************************************************
       9000-FINAL-ROUTINE.

           IF WS-ITEMS-READ = ZERO
              WRITE REPORT-LINE FROM POSTING-NONE-LINE
                 AFTER ADVANCING 2
           ELSE
              MOVE WS-ITEMS-POSTED       TO PTL-ITEMS-POSTED
              MOVE WS-TOTAL-GROSS        TO PTL-GROSS
              MOVE WS-TOTAL-HEALTH       TO PTL-HEALTH
              MOVE WS-TOTAL-WITHHOLDING  TO PTL-WITHHOLDING
              MOVE WS-TOTAL-NET          TO PTL-NET
              WRITE REPORT-LINE FROM POSTING-TOTAL-LINE
                 AFTER ADVANCING 3
              MOVE WS-ITEMS-NOT-POSTED   TO NTL-ITEMS-NOT-POSTED
              WRITE REPORT-LINE FROM NOT-POSTED-TOTAL-LINE
                 AFTER ADVANCING 1
           END-IF

           OPEN OUTPUT YTD-MASTER-FILE
           PERFORM 9100-WRITE-YTD-ENTRY
              VARYING YT-SUB FROM 1 BY 1
                 UNTIL YT-SUB > WS-YTD-COUNT
           CLOSE YTD-MASTER-FILE

           IF POST-PAY-RUN
              CLOSE PAY-DETAIL-FILE
           ELSE
              CLOSE PAY-REISSUE-FILE
           END-IF
           CLOSE POSTING-REPORT-FILE

           DISPLAY 'PR29FA21: ITEMS READ       ' WS-ITEMS-READ
           DISPLAY 'PR29FA21: ITEMS POSTED     ' WS-ITEMS-POSTED
           DISPLAY 'PR29FA21: NEW YTD RECORDS  ' WS-NEW-EMPLOYEES

           IF WS-ITEMS-NOT-POSTED > ZERO
              DISPLAY 'PR29FA21: ' WS-ITEMS-NOT-POSTED
                 ' ITEM(S) NOT POSTED -- SEE YTD-POSTING-REPORT'
              MOVE 4                     TO RETURN-CODE
           END-IF

           STOP RUN

       .

      ********************************************************
      * WRITE ONE TABLE ENTRY BACK TO THE YTD MASTER
      ********************************************************
       9100-WRITE-YTD-ENTRY.

           WRITE YTD-MASTER-RECORD FROM YT-ENTRY(YT-SUB)

       .
