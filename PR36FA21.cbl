       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PR36FA21.
       AUTHOR.         Dewelena Reynolds.
      ******************************************************************
      *  FORWARD RECOVERY AND VERIFY FOR THE INDEXED CANDY INVENTORY
      *  MASTER. PR7FA21 REWRITES CANDY-INV-MASTER.IDX IN PLACE, SO A
      *  RUN THAT DIES PART WAY OR A DAMAGED INDEXED FILE USED TO
      *  MEAN A PR8FA21 RELOAD FROM MERGED-INV-FILE.TXT AND THE LOSS
      *  OF EVERY RECEIPT AND SHIPMENT POSTED SINCE THE LAST REBUILD
      ******
      *  RECOVER MODE -- REBUILDS THE INDEXED MASTER FROM THE LATEST
      *  SET OF PR3FA21 DATED INVENTORY ARCHIVES ON OR BEFORE THE
      *  RECOVER-THROUGH DATE, THEN ROLLS FORWARD EVERY TRANSACTION
      *  PR7FA21 APPLIED AND EVERY PRICE CHANGE PR15FA21 APPLIED
      *  AFTER THE ARCHIVE DATE UP TO AND INCLUDING THE THROUGH DATE.
      *  THE ARCHIVE IS TAKEN BY THE NIGHTLY CHAIN AND PR7FA21 RUNS
      *  THE NEXT MORNING, SO ACTIVITY DATED THE SAME DAY AS THE
      *  ARCHIVE IS ALREADY IN IT. EVERYTHING IS BUILT IN MEMORY
      *  FIRST -- THE INDEXED MASTER IS ONLY REPLACED ONCE THE
      *  ARCHIVES HAVE LOADED, SO AN ABORTED RECOVERY LEAVES THE OLD
      *  FILE AS IT WAS
      ******
      *  VERIFY MODE -- READS THE LIVE INDEXED MASTER AND
      *  UPDATED-INV-FILE.TXT SIDE BY SIDE IN KEY ORDER AND LISTS
      *  EVERY KEY MISSING FROM THE INDEXED MASTER, EVERY EXTRA KEY
      *  ON IT AND EVERY CANDY SLOT THAT DIFFERS. RUN AS THE LAST
      *  STEP OF THE PR14FA21 NIGHTLY CHAIN
      ******
      *  INPUT
      *     INV-RECOVERY-CONTROL.TXT -- OPTIONAL CONTROL CARD:
      *        MODE (RECOVER OR VERIFY) AND, FOR RECOVER, THE
      *        THROUGH DATE (YYYYMMDD, BLANK = TODAY). WITH NO CARD
      *        THE MODE AND DATE ARE ENTERED AT THE CONSOLE
      *     PR3FA21-INV-B100/B200/B300/B400-YYYYMMDD.TXT -- THE
      *        DATED ARCHIVES (RECOVER). ALL FOUR MUST BE PRESENT
      *     INV-TRANS-HISTORY.TXT -- PR7FA21'S DATED HISTORY OF
      *        EVERY APPLIED TRANSACTION WITH THE OLD AND NEW CASE
      *        COUNTS (RECOVER). APPLIED-INV-TRANS.TXT CARRIES NO
      *        DATE, SO IT CANNOT BE CUT OFF AT A CHOSEN POINT
      *     APPLIED-PRICE-CHANGES.TXT -- EVERY PRICE CHANGE PR15FA21
      *        APPLIED, WITH THE RUN DATE (RECOVER)
      *     CANDY-INV-MASTER.IDX / UPDATED-INV-FILE.TXT (VERIFY)
      ******
      *  OUTPUT
      *     CANDY-INV-MASTER.IDX -- REBUILT (RECOVER)
      *     INV-RECOVERY-REPORT.TXT -- RECOVER: THE ARCHIVE DATE
      *        USED, EVERY EXCEPTION MET IN THE ROLL-FORWARD AND THE
      *        CONTROL COUNTS. VERIFY: ONE LINE PER MISSING, EXTRA OR
      *        DIFFERENT KEY/SLOT AND THE CONTROL COUNTS
      *     RETURN CODE
      *        RECOVER -- 0 = CLEAN, 4 = REBUILT WITH EXCEPTIONS TO
      *           REVIEW, 16 = NOT REBUILT (NO ARCHIVE, BAD DATE,
      *           TABLE FULL OR FILE ERROR)
      *        VERIFY  -- 0 = IDENTICAL, 8 = AT LEAST ONE KEY
      *           MISSING, EXTRA OR DIFFERENT (RUN RECOVER MODE),
      *           16 = A FILE COULD NOT BE READ
      ******
      *  CALCULATIONS
      *     A TRANSACTION SETS ITS CANDY SLOT TO THE NEW CASE COUNT
      *        PR7FA21 RECORDED. IF THE SLOT DOES NOT HOLD THE OLD
      *        COUNT PR7FA21 STARTED FROM, THE LINE IS LISTED AS OUT
      *        OF STEP. A PRICE CHANGE IS CHECKED THE SAME WAY
      *        AGAINST ITS OLD PRICE
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT OPTIONAL RECOVERY-CONTROL-FILE
               ASSIGN TO 'INV-RECOVERY-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
      *
           SELECT ARCHIVE-INV-FILE
               ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
      *
           SELECT OPTIONAL TRANS-HISTORY-FILE
               ASSIGN TO 'INV-TRANS-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
      *
           SELECT OPTIONAL APPLIED-PRICE-FILE
               ASSIGN TO 'APPLIED-PRICE-CHANGES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-FILE-STATUS.
      *
           SELECT UPDATED-INV-FILE
               ASSIGN TO 'UPDATED-INV-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPDATED-FILE-STATUS.
      *
           SELECT CANDY-INV-MASTER
               ASSIGN TO 'CANDY-INV-MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-RECORD-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *
           SELECT RECOVERY-REPORT-FILE
               ASSIGN TO PRINTER 'INV-RECOVERY-REPORT.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  RECOVERY-CONTROL-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  RECOVERY-CONTROL-RECORD.
           05  RCC-RUN-MODE                PIC X(07).
           05                              PIC X(01).
           05  RCC-THROUGH-DATE            PIC X(08).
      *
       FD  ARCHIVE-INV-FILE
           RECORD CONTAINS 143 CHARACTERS.
       01  ARCHIVE-INV-REC                 PIC X(143).
      *
       FD  TRANS-HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  TRANS-HISTORY-RECORD.
           05  HR-TRANS-DATE               PIC 9(08).
           05  HR-ACTION-CODE              PIC X(01).
               88 HR-VALID-ACTION          VALUE 'R' 'S' 'A' 'T' 'I'.
           05  HR-RECORD-KEY.
               10  HR-WAREHOUSE-ID         PIC X(04).
               10  HR-VENDOR-ID            PIC X(01).
               10  HR-CANDY-ID             PIC X(03).
           05  HR-CANDY-NAME               PIC X(15).
           05  HR-ADJ-SIGN                 PIC X(01).
           05  HR-QUANTITY                 PIC 9(04).
           05  HR-OLD-CASES                PIC 9(04).
           05  HR-NEW-CASES                PIC 9(04).
           05                              PIC X(05).
      *
       FD  APPLIED-PRICE-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  APPLIED-PRICE-RECORD.
           05  AP-RECORD-KEY.
               10  AP-WAREHOUSE-ID         PIC X(04).
               10  AP-VENDOR-ID            PIC X(01).
               10  AP-CANDY-ID             PIC X(03).
           05  AP-CANDY-NAME               PIC X(15).
           05  AP-OLD-PRICE                PIC 9(03)V99.
           05  AP-NEW-PRICE                PIC 9(03)V99.
           05  AP-EFFECTIVE-DATE           PIC 9(08).
           05  AP-CASES-ON-HAND            PIC 9(04).
           05  AP-APPLIED-DATE             PIC 9(08).
           05                              PIC X(07).
      *
       FD  UPDATED-INV-FILE
           RECORD CONTAINS 143 CHARACTERS.
       01  UPDATED-INV-REC.
           05  UP-RECORD-KEY.
               10  UP-WAREHOUSE-ID         PIC X(04).
               10  UP-VENDOR-ID            PIC X(01).
               10  UP-CANDY-ID             PIC X(03).
           05  UP-CANDY-DATA               OCCURS 5 TIMES.
               10  UP-CANDY-NAME           PIC X(15).
               10  UP-CANDY-BOX-SIZE       PIC X(01).
               10  UP-CANDY-TYPE           PIC X(02).
               10  UP-NUM-OF-CASES         PIC 9(04).
               10  UP-CASE-PRICE           PIC 9(03)V99.
      *
       FD  CANDY-INV-MASTER
           RECORD CONTAINS 143 CHARACTERS.
       01  CANDY-MASTER-REC.
           05  CM-RECORD-KEY.
               10  CM-WAREHOUSE-ID         PIC X(04).
               10  CM-VENDOR-ID            PIC X(01).
               10  CM-CANDY-ID             PIC X(03).
           05  CM-CANDY-DATA               OCCURS 5 TIMES.
               10  CM-CANDY-NAME           PIC X(15).
               10  CM-CANDY-BOX-SIZE       PIC X(01).
               10  CM-CANDY-TYPE           PIC X(02).
               10  CM-NUM-OF-CASES         PIC 9(04).
               10  CM-CASE-PRICE           PIC 9(03)V99.
      *
       FD  RECOVERY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  WS-RUN-MODE                 PIC X(07)    VALUE SPACES.
               88 RECOVER-MODE                          VALUE 'RECOVER'.
               88 VERIFY-MODE                           VALUE 'VERIFY'.
           05  WS-ARCHIVE-EOF-SW           PIC X        VALUE 'N'.
               88 ARCHIVE-EOF                           VALUE 'Y'.
           05  WS-HISTORY-EOF-SW           PIC X        VALUE 'N'.
               88 HISTORY-EOF                           VALUE 'Y'.
           05  WS-PRICE-EOF-SW             PIC X        VALUE 'N'.
               88 PRICE-EOF                             VALUE 'Y'.
           05  WS-ARCHIVE-FOUND-SW         PIC X        VALUE 'N'.
               88 ARCHIVE-FOUND                         VALUE 'Y'.
           05  WS-MASTER-FOUND-SW          PIC X        VALUE 'N'.
               88 MASTER-FOUND                          VALUE 'Y'.
           05  WS-SLOT-FOUND-SW            PIC X        VALUE 'N'.
               88 SLOT-FOUND                            VALUE 'Y'.
               88 SLOT-NOT-FOUND                        VALUE 'N'.
      *
       01 SUBSCRIPTS.
           05  SUB                         PIC 9        VALUE ZERO.
           05  CS-SUB                      PIC 9        VALUE ZERO.
           05  WH-SUB                      PIC 9        VALUE ZERO.
           05  IM-SUB                      PIC 9(04)    VALUE ZERO.
           05  WS-MASTER-SUB               PIC 9(04)    VALUE ZERO.
           05  WS-SLOT-SUB                 PIC 9        VALUE ZERO.
      *
       01  WS-FIELDS.
           05  WS-CONTROL-FILE-STATUS      PIC X(02)    VALUE SPACES.
           05  WS-ARCHIVE-FILE-STATUS      PIC X(02)    VALUE SPACES.
           05  WS-HISTORY-FILE-STATUS      PIC X(02)    VALUE SPACES.
           05  WS-PRICE-FILE-STATUS        PIC X(02)    VALUE SPACES.
           05  WS-UPDATED-FILE-STATUS      PIC X(02)    VALUE SPACES.
           05  WS-MASTER-FILE-STATUS       PIC X(02)    VALUE SPACES.
           05  WS-ARCHIVE-FILE-NAME        PIC X(40)    VALUE SPACES.
           05  WS-ARCHIVE-DATE             PIC 9(08)    VALUE ZERO.
           05  WS-ARCHIVE-READ             PIC 9(07)    VALUE ZERO.
           05  WS-MASTER-COUNT             PIC 9(04)    VALUE ZERO.
           05  WS-MASTER-MAX               PIC 9(04)    VALUE 1000.
           05  WS-FIND-RECORD-KEY          PIC X(08)    VALUE SPACES.
           05  WS-FIND-CANDY-NAME          PIC X(15)    VALUE SPACES.
           05  WS-SCAN-TALLY               PIC 9(03)    VALUE ZERO.
           05  WS-SCAN-LIMIT               PIC 9(03)    VALUE 120.
           05  WS-LEAP-QUOTIENT            PIC 9(04)    VALUE ZERO.
           05  WS-LEAP-REMAINDER           PIC 9(04)    VALUE ZERO.
           05  WS-MONTH-DAYS               PIC 9(02)    VALUE ZERO.
           05  WS-IDX-KEY                  PIC X(08)    VALUE SPACES.
           05  WS-FILE-KEY                 PIC X(08)    VALUE
                                                        LOW-VALUES.
           05  WS-EDIT-CASES               PIC ZZ,ZZ9.
           05  WS-EDIT-PRICE               PIC ZZ9.99.
           05  WS-HISTORY-MISSING-SW       PIC X        VALUE 'N'.
               88 HISTORY-MISSING                       VALUE 'Y'.
      *
       01  WS-CONTROL-COUNTS.
           05  WS-ARCHIVE-RECORDS          PIC 9(07)    VALUE ZERO.
           05  WS-TRANS-APPLIED            PIC 9(07)    VALUE ZERO.
           05  WS-PRICES-APPLIED           PIC 9(07)    VALUE ZERO.
           05  WS-BEFORE-WINDOW            PIC 9(07)    VALUE ZERO.
           05  WS-AFTER-WINDOW             PIC 9(07)    VALUE ZERO.
           05  WS-EXCEPTION-COUNT          PIC 9(07)    VALUE ZERO.
           05  WS-RECORDS-WRITTEN          PIC 9(07)    VALUE ZERO.
           05  WS-IDX-RECORDS              PIC 9(07)    VALUE ZERO.
           05  WS-FILE-RECORDS             PIC 9(07)    VALUE ZERO.
           05  WS-KEYS-MATCHED             PIC 9(07)    VALUE ZERO.
           05  WS-KEYS-MISSING             PIC 9(07)    VALUE ZERO.
           05  WS-KEYS-EXTRA               PIC 9(07)    VALUE ZERO.
           05  WS-KEYS-DIFFERENT           PIC 9(07)    VALUE ZERO.
           05  WS-IDX-READ-ERRORS          PIC 9(07)    VALUE ZERO.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 9999.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                           PIC 9(08).

       01  WS-THROUGH-DATE                 PIC X(08)    VALUE SPACES.

       01  WS-THROUGH-DATE-N REDEFINES WS-THROUGH-DATE
                                           PIC 9(08).

      ***********************TABLE**********************************
      * ARCHIVE-SCAN DATE FIELDS -- THE JOB PROBES BACKWARD FROM THE
      * THROUGH DATE, ONE DAY AT A TIME, FOR THE MOST RECENT DATE
      * WITH A B100 ARCHIVE ON DISK. THE SCAN STOPS AFTER 120 DAYS
      * SO A WIPED ARCHIVE DIRECTORY CANNOT SPIN THE JOB FOREVER
      **************************************************************
       01  WS-SCAN-DATE.
           05  WS-SCAN-YEAR                PIC 9(04).
           05  WS-SCAN-MONTH               PIC 9(02).
           05  WS-SCAN-DAY                 PIC 9(02).

       01  WS-SCAN-DATE-X REDEFINES WS-SCAN-DATE
                                           PIC X(08).

       01  WS-SCAN-DATE-N REDEFINES WS-SCAN-DATE
                                           PIC 9(08).

       01  WS-FORMAT-DATE.
           05  WS-FORMAT-YEAR              PIC 9(04).
           05  WS-FORMAT-MONTH             PIC 9(02).
           05  WS-FORMAT-DAY               PIC 9(02).

       01  WS-FORMAT-DATE-N REDEFINES WS-FORMAT-DATE
                                           PIC 9(08).

       01  WS-PRINT-DATE.
           05  WS-PRINT-MONTH              PIC 99.
           05                              PIC X        VALUE '/'.
           05  WS-PRINT-DAY                PIC 99.
           05                              PIC X        VALUE '/'.
           05  WS-PRINT-YEAR               PIC 9(04).

      ***********************TABLE**********************************
      * DAYS IN EACH MONTH OF A COMMON YEAR -- FEBRUARY IS
      * CORRECTED FOR LEAP YEARS BY THE BACK-ONE-DAY ROUTINE
      **************************************************************
       01  DAYS-PER-MONTH-TEXT.
           05                       PIC X(24) VALUE
               '312831303130313130313031'.

       01  DAYS-PER-MONTH-TABLE REDEFINES DAYS-PER-MONTH-TEXT.
           05  DM-DAYS                     OCCURS 12 TIMES
                                           PIC 9(02).

      ***********************TABLE**********************************
      * THE FOUR WAREHOUSE IDS WHOSE ARCHIVES MAKE UP THE MASTER
      **************************************************************
       01  WAREHOUSE-LIST-TEXT.
           05                       PIC X(16) VALUE 'B100B200B300B400'.

       01  WAREHOUSE-LIST REDEFINES WAREHOUSE-LIST-TEXT.
           05  WL-WAREHOUSE-ID             OCCURS 4 TIMES
                                           PIC X(04).

      ***********************TABLE**********************************
      * IN-MEMORY MASTER BEING RECOVERED -- LOADED FROM THE
      * ARCHIVES, ROLLED FORWARD AND THEN WRITTEN AS THE NEW
      * INDEXED MASTER
      **************************************************************
       01  INV-MASTER-TABLE.
           05  IM-ENTRY OCCURS 1000 TIMES.
               10  IM-RECORD-KEY.
                   15  IM-WAREHOUSE-ID     PIC X(04).
                   15  IM-VENDOR-ID        PIC X(01).
                   15  IM-CANDY-ID         PIC X(03).
               10  IM-CANDY-DATA           OCCURS 5 TIMES.
                   15  IM-CANDY-NAME       PIC X(15).
                   15  IM-CANDY-BOX-SIZE   PIC X(01).
                   15  IM-CANDY-TYPE       PIC X(02).
                   15  IM-NUM-OF-CASES     PIC 9(04).
                   15  IM-CASE-PRICE       PIC 9(03)V99.

      **********************OUTPUT AREA**************************
       01  HEADING-ONE.
           05                              PIC X(16)    VALUE SPACES.
           05                              PIC X(48)    VALUE
               'BENNETT SWEETS AND MORE - INVENTORY MASTER'.
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
           05  H2-REPORT-NAME              PIC X(24).
           05                              PIC X(10)    VALUE SPACES.
           05                              PIC X(03)    VALUE 'DWR'.
      *
       01  RECOVERY-DATES-LINE.
           05                              PIC X(14) VALUE
               'ARCHIVE DATE: '.
           05  RDL-ARCHIVE-DATE            PIC X(10).
           05                              PIC X(06) VALUE SPACES.
           05                              PIC X(14) VALUE
               'THROUGH DATE: '.
           05  RDL-THROUGH-DATE            PIC X(10).
           05                              PIC X(26) VALUE SPACES.
      *
       01  EXCEPTION-HEADING.
           05                              PIC X(13) VALUE 'EXCEPTION'.
           05                              PIC X(11) VALUE 'DATE'.
           05                              PIC X(02) VALUE 'C'.
           05                              PIC X(05) VALUE 'WHSE'.
           05                              PIC X(02) VALUE 'V'.
           05                              PIC X(04) VALUE 'CDY'.
           05                              PIC X(16) VALUE 'CANDY NAME'.
           05                              PIC X(08) VALUE 'EXPECT'.
           05                              PIC X(08) VALUE ' FOUND'.
           05                              PIC X(11) VALUE '   SET'.
      *
       01  EXCEPTION-LINE.
           05  RX-TYPE                     PIC X(12).
           05                              PIC X(01) VALUE SPACES.
           05  RX-DATE                     PIC X(10).
           05                              PIC X(01) VALUE SPACES.
           05  RX-ACTION                   PIC X(01).
           05                              PIC X(01) VALUE SPACES.
           05  RX-WAREHOUSE-ID             PIC X(04).
           05                              PIC X(01) VALUE SPACES.
           05  RX-VENDOR-ID                PIC X(01).
           05                              PIC X(01) VALUE SPACES.
           05  RX-CANDY-ID                 PIC X(03).
           05                              PIC X(01) VALUE SPACES.
           05  RX-CANDY-NAME               PIC X(15).
           05                              PIC X(01) VALUE SPACES.
           05  RX-EXPECTED                 PIC X(06).
           05                              PIC X(02) VALUE SPACES.
           05  RX-FOUND                    PIC X(06).
           05                              PIC X(02) VALUE SPACES.
           05  RX-SET                      PIC X(06).
           05                              PIC X(05) VALUE SPACES.
      *
       01  EXCEPTION-NONE-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(46) VALUE
               'NO EXCEPTIONS -- EVERY ITEM ROLLED FORWARD IN'.
           05                              PIC X(31) VALUE
               ' STEP'.
      *
       01  VERIFY-LEGEND-LINE.
           05                              PIC X(38) VALUE
               'MISSING = NOT ON THE INDEXED MASTER   '.
           05                              PIC X(42) VALUE
               'EXTRA = NOT ON UPDATED-INV-FILE'.
      *
       01  VERIFY-HEADING-A.
           05                              PIC X(40) VALUE SPACES.
           05                              PIC X(10) VALUE
               ' --CASES--'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(14) VALUE
               '----PRICE-----'.
           05                              PIC X(14) VALUE SPACES.
      *
       01  VERIFY-HEADING-B.
           05                              PIC X(05) VALUE 'WHSE'.
           05                              PIC X(02) VALUE 'V'.
           05                              PIC X(05) VALUE 'CDY'.
           05                              PIC X(10) VALUE 'STATUS'.
           05                              PIC X(02) VALUE 'S'.
           05                              PIC X(16) VALUE 'CANDY NAME'.
           05                              PIC X(06) VALUE ' IDX'.
           05                              PIC X(06) VALUE 'FILE'.
           05                              PIC X(08) VALUE '   IDX'.
           05                              PIC X(07) VALUE '  FILE'.
           05                              PIC X(13) VALUE 'DIFFERS'.
      *
       01  VERIFY-DETAIL-LINE.
           05  VDL-WAREHOUSE-ID            PIC X(04).
           05                              PIC X(01) VALUE SPACES.
           05  VDL-VENDOR-ID               PIC X(01).
           05                              PIC X(01) VALUE SPACES.
           05  VDL-CANDY-ID                PIC X(03).
           05                              PIC X(02) VALUE SPACES.
           05  VDL-STATUS                  PIC X(09).
           05                              PIC X(01) VALUE SPACES.
           05  VDL-SLOT                    PIC X(01).
           05                              PIC X(01) VALUE SPACES.
           05  VDL-CANDY-NAME              PIC X(15).
           05                              PIC X(01) VALUE SPACES.
           05  VDL-IDX-CASES               PIC X(06).
           05  VDL-FILE-CASES              PIC X(06).
           05                              PIC X(01) VALUE SPACES.
           05  VDL-IDX-PRICE               PIC X(07).
           05  VDL-FILE-PRICE              PIC X(07).
           05                              PIC X(01) VALUE SPACES.
           05  VDL-DIFFERS                 PIC X(11).
           05                              PIC X(01) VALUE SPACES.
      *
       01  VERIFY-CLEAN-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(46) VALUE
               'INDEXED MASTER AGREES WITH UPDATED-INV-FILE --'.
           05                              PIC X(31) VALUE
               ' EVERY KEY MATCHES'.
      *
       01  COUNT-LINE.
           05                              PIC X(05) VALUE SPACES.
           05  CL-COUNT-TEXT               PIC X(40).
           05  CL-COUNT                    PIC Z,ZZZ,ZZ9.
           05                              PIC X(26) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0100-RECOVER-OR-VERIFY.

           PERFORM 0200-HSKPING-ROUTINE

           IF RECOVER-MODE
              PERFORM 0300-RECOVER-MASTER
           ELSE
              PERFORM 0600-VERIFY-MASTER
           END-IF

           PERFORM 9000-FINAL-ROUTINE
       .

      ********************************************************
      * GET THE RUN MODE AND THROUGH DATE, OPEN THE REPORT
      * AND WRITE ITS HEADINGS -- AN UNKNOWN MODE OR A
      * NON-NUMERIC THROUGH DATE ENDS THE JOB
      ********************************************************
       0200-HSKPING-ROUTINE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-MONTH                 TO H1-MONTH
           MOVE WS-DAY                   TO H1-DAY
           MOVE WS-YEAR                  TO H1-YEAR

           PERFORM 0210-GET-RUN-MODE

           IF NOT RECOVER-MODE AND NOT VERIFY-MODE
              DISPLAY 'PR36FA21: MODE MUST BE RECOVER OR VERIFY -- '
                 'JOB TERMINATED'
              MOVE 16                    TO RETURN-CODE
              GOBACK
           END-IF

           IF RECOVER-MODE
              IF WS-THROUGH-DATE = SPACES
                 MOVE WS-CURRENT-DATE-N  TO WS-THROUGH-DATE-N
              END-IF
              IF WS-THROUGH-DATE NOT NUMERIC
                 DISPLAY 'PR36FA21: THROUGH DATE MUST BE YYYYMMDD -- '
                    'JOB TERMINATED'
                 MOVE 16                 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE 'INV MASTER RECOVERY' TO H2-REPORT-NAME
           ELSE
              MOVE 'INV MASTER VERIFY'   TO H2-REPORT-NAME
           END-IF

           OPEN OUTPUT RECOVERY-REPORT-FILE

           WRITE REPORT-LINE FROM HEADING-ONE
              AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HEADING-TWO
              AFTER ADVANCING 2

       .

      ********************************************************
      * GET THE RUN MODE -- FROM THE CONTROL CARD WHEN ONE IS
      * PRESENT (SO PR14FA21 CAN CARRY THE VERIFY AS A CHAIN
      * STEP WITH NO OPERATOR), OR FROM THE CONSOLE WHEN THERE
      * IS NO CARD
      ********************************************************
       0210-GET-RUN-MODE.

           OPEN INPUT RECOVERY-CONTROL-FILE

           READ RECOVERY-CONTROL-FILE
              AT END
                 CLOSE RECOVERY-CONTROL-FILE
                 DISPLAY 'ENTER MODE (RECOVER OR VERIFY):'
                 ACCEPT WS-RUN-MODE
                 IF RECOVER-MODE
                    DISPLAY 'ENTER RECOVER-THROUGH DATE (YYYYMMDD, '
                       'BLANK = TODAY):'
                    ACCEPT WS-THROUGH-DATE
                 END-IF
              NOT AT END
                 MOVE RCC-RUN-MODE       TO WS-RUN-MODE
                 MOVE RCC-THROUGH-DATE   TO WS-THROUGH-DATE
                 CLOSE RECOVERY-CONTROL-FILE
           END-READ

       .

      ********************************************************
      * RECOVER MODE -- LOAD THE LATEST ARCHIVES, ROLL THE
      * TRANSACTIONS AND PRICE CHANGES FORWARD AND WRITE THE
      * NEW INDEXED MASTER
      ********************************************************
       0300-RECOVER-MASTER.

           PERFORM 0310-FIND-LATEST-ARCHIVE

           MOVE WS-ARCHIVE-DATE          TO WS-FORMAT-DATE-N
           PERFORM 8200-FORMAT-DATE
           MOVE WS-PRINT-DATE            TO RDL-ARCHIVE-DATE
           MOVE WS-THROUGH-DATE-N        TO WS-FORMAT-DATE-N
           PERFORM 8200-FORMAT-DATE
           MOVE WS-PRINT-DATE            TO RDL-THROUGH-DATE

           WRITE REPORT-LINE FROM RECOVERY-DATES-LINE
              AFTER ADVANCING 2
           WRITE REPORT-LINE FROM EXCEPTION-HEADING
              AFTER ADVANCING 2
           MOVE SPACES                   TO REPORT-LINE
           WRITE REPORT-LINE
              AFTER ADVANCING 1

           PERFORM 0350-READ-ONE-ARCHIVE
              VARYING WH-SUB FROM 1 BY 1
                 UNTIL WH-SUB > 4

           PERFORM 0400-ROLL-FORWARD-HISTORY
           PERFORM 0450-ROLL-FORWARD-PRICES
           PERFORM 0500-WRITE-INDEXED-MASTER

       .

      ********************************************************
      * PROBE BACKWARD FROM THE THROUGH DATE, ONE DAY AT A
      * TIME, FOR THE MOST RECENT DATE WITH A B100 ARCHIVE ON
      * DISK -- NONE WITHIN THE SCAN LIMIT ENDS THE JOB WITH
      * THE INDEXED MASTER UNTOUCHED
      ********************************************************
       0310-FIND-LATEST-ARCHIVE.

           MOVE WS-THROUGH-DATE          TO WS-SCAN-DATE-X
           MOVE ZERO                     TO WS-SCAN-TALLY

           PERFORM 0320-PROBE-ONE-DATE
              UNTIL ARCHIVE-FOUND
                 OR WS-SCAN-TALLY > WS-SCAN-LIMIT

           IF NOT ARCHIVE-FOUND
              DISPLAY 'PR36FA21: NO ARCHIVE SET FOUND IN THE '
                 WS-SCAN-LIMIT ' DAYS TO ' WS-THROUGH-DATE
                 ' -- JOB TERMINATED, MASTER NOT CHANGED'
              CLOSE RECOVERY-REPORT-FILE
              MOVE 16                    TO RETURN-CODE
              GOBACK
           END-IF

           DISPLAY 'PR36FA21: RECOVERING FROM THE ' WS-ARCHIVE-DATE
              ' ARCHIVES THROUGH ' WS-THROUGH-DATE

       .

      ********************************************************
      * PROBE ONE CANDIDATE DATE FOR ITS B100 ARCHIVE, OR STEP
      * THE SCAN DATE BACK ONE DAY
      ********************************************************
       0320-PROBE-ONE-DATE.

           ADD 1                         TO WS-SCAN-TALLY

           MOVE SPACES                   TO WS-ARCHIVE-FILE-NAME
           STRING 'PR3FA21-INV-B100-'       DELIMITED BY SIZE
                  WS-SCAN-DATE-X            DELIMITED BY SIZE
                  '.txt'                    DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME

           OPEN INPUT ARCHIVE-INV-FILE

           IF WS-ARCHIVE-FILE-STATUS = '00'
              CLOSE ARCHIVE-INV-FILE
              MOVE 'Y'                   TO WS-ARCHIVE-FOUND-SW
              MOVE WS-SCAN-DATE-N        TO WS-ARCHIVE-DATE
           ELSE
              PERFORM 8100-BACK-ONE-DAY
           END-IF

       .

      ********************************************************
      * OPEN AND LOAD ONE WAREHOUSE'S ARCHIVE FOR THE ARCHIVE
      * DATE -- A MISSING OR EMPTY FILE ENDS THE JOB, BECAUSE A
      * MASTER REBUILT WITHOUT A WAREHOUSE WOULD BE WORSE THAN
      * THE ONE IT REPLACES. PR3FA21 STILL ARCHIVES AN EMPTY
      * FILE FOR A WAREHOUSE WHOSE BATCH WAS REJECTED OR NOT SENT
      ********************************************************
       0350-READ-ONE-ARCHIVE.

           MOVE SPACES                   TO WS-ARCHIVE-FILE-NAME

           STRING 'PR3FA21-INV-'            DELIMITED BY SIZE
                  WL-WAREHOUSE-ID(WH-SUB)   DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  WS-ARCHIVE-DATE           DELIMITED BY SIZE
                  '.txt'                    DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME

           OPEN INPUT ARCHIVE-INV-FILE

           IF WS-ARCHIVE-FILE-STATUS NOT = '00'
              DISPLAY 'PR36FA21: ARCHIVE NOT FOUND -- '
                 WS-ARCHIVE-FILE-NAME
              DISPLAY 'PR36FA21: JOB TERMINATED, MASTER NOT CHANGED'
              CLOSE RECOVERY-REPORT-FILE
              MOVE 16                    TO RETURN-CODE
              GOBACK
           END-IF

           MOVE 'N'                      TO WS-ARCHIVE-EOF-SW
           MOVE ZERO                     TO WS-ARCHIVE-READ
           PERFORM UNTIL ARCHIVE-EOF
              READ ARCHIVE-INV-FILE
                 AT END
                    MOVE 'Y'             TO WS-ARCHIVE-EOF-SW
                 NOT AT END
                    ADD 1                TO WS-ARCHIVE-READ
                    PERFORM 0360-ADD-ARCHIVE-RECORD
              END-READ
           END-PERFORM

           CLOSE ARCHIVE-INV-FILE

           IF WS-ARCHIVE-READ = ZERO
              DISPLAY 'PR36FA21: ARCHIVE IS EMPTY -- '
                 WS-ARCHIVE-FILE-NAME
              DISPLAY 'PR36FA21: JOB TERMINATED, MASTER NOT CHANGED'
              CLOSE RECOVERY-REPORT-FILE
              MOVE 16                    TO RETURN-CODE
              GOBACK
           END-IF

       .

      ********************************************************
      * ADD ONE ARCHIVE RECORD TO THE MASTER TABLE -- A KEY
      * ALREADY LOADED IS LISTED AND DROPPED, AS PR8FA21 DOES,
      * AND A FULL TABLE ENDS THE JOB
      ********************************************************
       0360-ADD-ARCHIVE-RECORD.

           MOVE ARCHIVE-INV-REC          TO CANDY-MASTER-REC
           MOVE CM-RECORD-KEY            TO WS-FIND-RECORD-KEY
           MOVE SPACES                   TO WS-FIND-CANDY-NAME
           PERFORM 0380-FIND-MASTER-ENTRY

           IF MASTER-FOUND
              MOVE 'DUPLICATE'           TO RX-TYPE
              MOVE WS-ARCHIVE-DATE       TO WS-FORMAT-DATE-N
              MOVE SPACES                TO RX-ACTION
              MOVE CM-CANDY-NAME(1)      TO RX-CANDY-NAME
              MOVE SPACES                TO RX-EXPECTED
                                            RX-FOUND
                                            RX-SET
              PERFORM 0700-WRITE-EXCEPTION-LINE
           ELSE
              IF WS-MASTER-COUNT NOT < WS-MASTER-MAX
                 DISPLAY 'PR36FA21: ARCHIVES HOLD MORE THAN '
                    WS-MASTER-MAX ' RECORDS -- TABLE CAPACITY '
                    'EXCEEDED'
                 DISPLAY 'PR36FA21: JOB TERMINATED, MASTER NOT '
                    'CHANGED -- INCREASE THE TABLE AND RERUN'
                 CLOSE ARCHIVE-INV-FILE
                       RECOVERY-REPORT-FILE
                 MOVE 16                 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                      TO WS-MASTER-COUNT
                                            WS-ARCHIVE-RECORDS
              MOVE ARCHIVE-INV-REC       TO IM-ENTRY(WS-MASTER-COUNT)
           END-IF

       .

      ********************************************************
      * FIND THE MASTER TABLE ENTRY FOR THE KEY IN
      * WS-FIND-RECORD-KEY, THEN THE CANDY SLOT NAMED IN
      * WS-FIND-CANDY-NAME
      ********************************************************
       0380-FIND-MASTER-ENTRY.

           MOVE 'N'                      TO WS-MASTER-FOUND-SW
           MOVE 'N'                      TO WS-SLOT-FOUND-SW

           PERFORM 0385-CHECK-MASTER-ENTRY
              VARYING IM-SUB FROM 1 BY 1
                 UNTIL IM-SUB > WS-MASTER-COUNT

       .

      ********************************************************
      * CHECK ONE MASTER TABLE ENTRY AGAINST THE SEARCH KEY
      * AND SEARCH ITS CANDY ARRAY FOR THE CANDY NAME
      ********************************************************
       0385-CHECK-MASTER-ENTRY.

           IF WS-FIND-RECORD-KEY = IM-RECORD-KEY(IM-SUB)
              MOVE 'Y'                   TO WS-MASTER-FOUND-SW
              MOVE IM-SUB                TO WS-MASTER-SUB
              PERFORM 0390-CHECK-CANDY-SLOT
                 VARYING CS-SUB FROM 1 BY 1
                    UNTIL CS-SUB > 5
              MOVE WS-MASTER-COUNT       TO IM-SUB
           END-IF

       .

      ********************************************************
      * CHECK ONE CANDY ARRAY SLOT FOR THE SEARCH CANDY NAME
      ********************************************************
       0390-CHECK-CANDY-SLOT.

           IF WS-FIND-CANDY-NAME = IM-CANDY-NAME(WS-MASTER-SUB, CS-SUB)
              MOVE 'Y'                   TO WS-SLOT-FOUND-SW
              MOVE CS-SUB                TO WS-SLOT-SUB
              MOVE 5                     TO CS-SUB
           END-IF

       .

      ********************************************************
      * ROLL FORWARD THE DATED TRANSACTION HISTORY -- A
      * MISSING HISTORY FILE LEAVES THE MASTER AS ARCHIVED AND
      * IS REPORTED AS A WARNING
      ********************************************************
       0400-ROLL-FORWARD-HISTORY.

           OPEN INPUT TRANS-HISTORY-FILE

           IF WS-HISTORY-FILE-STATUS NOT = '00'
              MOVE 'Y'                   TO WS-HISTORY-MISSING-SW
              DISPLAY 'PR36FA21: INV-TRANS-HISTORY NOT FOUND -- NO '
                 'TRANSACTIONS ROLLED FORWARD, FILE STATUS '
                 WS-HISTORY-FILE-STATUS
           ELSE
              PERFORM UNTIL HISTORY-EOF
                 READ TRANS-HISTORY-FILE
                    AT END
                       MOVE 'Y'          TO WS-HISTORY-EOF-SW
                    NOT AT END
                       PERFORM 0410-APPLY-HISTORY-RECORD
                 END-READ
              END-PERFORM
           END-IF

           CLOSE TRANS-HISTORY-FILE

       .

      ********************************************************
      * SCREEN ONE HISTORY RECORD -- A BAD RECORD IS LISTED,
      * ONE DATED ON OR BEFORE THE ARCHIVE OR AFTER THE THROUGH
      * DATE IS ONLY COUNTED, AND THE REST ARE APPLIED
      ********************************************************
       0410-APPLY-HISTORY-RECORD.

           MOVE SPACES                   TO RX-EXPECTED
                                            RX-FOUND
                                            RX-SET
           MOVE HR-ACTION-CODE           TO RX-ACTION
           MOVE HR-CANDY-NAME            TO RX-CANDY-NAME

           IF HR-TRANS-DATE NOT NUMERIC
              OR HR-OLD-CASES NOT NUMERIC
              OR HR-NEW-CASES NOT NUMERIC
              OR NOT HR-VALID-ACTION
              MOVE 'BAD RECORD'          TO RX-TYPE
              MOVE ZERO                  TO WS-FORMAT-DATE-N
              MOVE HR-RECORD-KEY         TO CM-RECORD-KEY
              PERFORM 0700-WRITE-EXCEPTION-LINE
           ELSE
              IF HR-TRANS-DATE NOT > WS-ARCHIVE-DATE
                 ADD 1                   TO WS-BEFORE-WINDOW
              ELSE
                 IF HR-TRANS-DATE > WS-THROUGH-DATE-N
                    ADD 1                TO WS-AFTER-WINDOW
                 ELSE
                    PERFORM 0420-APPLY-HISTORY-CASES
                 END-IF
              END-IF
           END-IF

       .

      ********************************************************
      * APPLY ONE HISTORY RECORD INSIDE THE WINDOW -- THE SLOT
      * TAKES THE NEW CASE COUNT PR7FA21 RECORDED, AND A SLOT
      * THAT DID NOT HOLD THE OLD COUNT IS LISTED AS OUT OF STEP
      ********************************************************
       0420-APPLY-HISTORY-CASES.

           MOVE HR-TRANS-DATE            TO WS-FORMAT-DATE-N
           MOVE HR-RECORD-KEY            TO WS-FIND-RECORD-KEY
                                            CM-RECORD-KEY
           MOVE HR-CANDY-NAME            TO WS-FIND-CANDY-NAME
           PERFORM 0380-FIND-MASTER-ENTRY

           IF SLOT-NOT-FOUND
              MOVE 'NO SUCH ITEM'        TO RX-TYPE
              PERFORM 0700-WRITE-EXCEPTION-LINE
           ELSE
              IF IM-NUM-OF-CASES(WS-MASTER-SUB, WS-SLOT-SUB)
                 NOT = HR-OLD-CASES
                 MOVE 'OUT OF STEP'      TO RX-TYPE
                 MOVE HR-OLD-CASES       TO WS-EDIT-CASES
                 MOVE WS-EDIT-CASES      TO RX-EXPECTED
                 MOVE IM-NUM-OF-CASES(WS-MASTER-SUB, WS-SLOT-SUB)
                                         TO WS-EDIT-CASES
                 MOVE WS-EDIT-CASES      TO RX-FOUND
                 MOVE HR-NEW-CASES       TO WS-EDIT-CASES
                 MOVE WS-EDIT-CASES      TO RX-SET
                 PERFORM 0700-WRITE-EXCEPTION-LINE
              END-IF
              MOVE HR-NEW-CASES
                 TO IM-NUM-OF-CASES(WS-MASTER-SUB, WS-SLOT-SUB)
              ADD 1                      TO WS-TRANS-APPLIED
           END-IF

       .

      ********************************************************
      * ROLL FORWARD THE APPLIED PRICE CHANGES -- THE FILE IS
      * CLEARED AFTER THE MONTH-END JOURNAL, SO A MISSING FILE
      * SIMPLY MEANS NO PRICE CHANGES TO APPLY
      ********************************************************
       0450-ROLL-FORWARD-PRICES.

           OPEN INPUT APPLIED-PRICE-FILE

           IF WS-PRICE-FILE-STATUS NOT = '00'
              DISPLAY 'PR36FA21: NO APPLIED-PRICE-CHANGES FILE -- NO '
                 'PRICE CHANGES ROLLED FORWARD'
           ELSE
              PERFORM UNTIL PRICE-EOF
                 READ APPLIED-PRICE-FILE
                    AT END
                       MOVE 'Y'          TO WS-PRICE-EOF-SW
                    NOT AT END
                       PERFORM 0460-APPLY-PRICE-RECORD
                 END-READ
              END-PERFORM
           END-IF

           CLOSE APPLIED-PRICE-FILE

       .

      ********************************************************
      * SCREEN ONE PRICE CHANGE -- A BAD RECORD IS LISTED, ONE
      * APPLIED ON OR BEFORE THE ARCHIVE DATE OR AFTER THE
      * THROUGH DATE IS ONLY COUNTED, AND THE REST ARE APPLIED
      ********************************************************
       0460-APPLY-PRICE-RECORD.

           MOVE SPACES                   TO RX-EXPECTED
                                            RX-FOUND
                                            RX-SET
           MOVE 'P'                      TO RX-ACTION
           MOVE AP-CANDY-NAME            TO RX-CANDY-NAME

           IF AP-APPLIED-DATE NOT NUMERIC
              OR AP-OLD-PRICE NOT NUMERIC
              OR AP-NEW-PRICE NOT NUMERIC
              MOVE 'BAD RECORD'          TO RX-TYPE
              MOVE ZERO                  TO WS-FORMAT-DATE-N
              MOVE AP-RECORD-KEY         TO CM-RECORD-KEY
              PERFORM 0700-WRITE-EXCEPTION-LINE
           ELSE
              IF AP-APPLIED-DATE NOT > WS-ARCHIVE-DATE
                 ADD 1                   TO WS-BEFORE-WINDOW
              ELSE
                 IF AP-APPLIED-DATE > WS-THROUGH-DATE-N
                    ADD 1                TO WS-AFTER-WINDOW
                 ELSE
                    PERFORM 0470-APPLY-PRICE-CHANGE
                 END-IF
              END-IF
           END-IF

       .

      ********************************************************
      * APPLY ONE PRICE CHANGE INSIDE THE WINDOW -- THE SLOT
      * TAKES THE NEW PRICE, AND A SLOT THAT DID NOT HOLD THE
      * OLD PRICE IS LISTED AS OUT OF STEP
      ********************************************************
       0470-APPLY-PRICE-CHANGE.

           MOVE AP-APPLIED-DATE          TO WS-FORMAT-DATE-N
           MOVE AP-RECORD-KEY            TO WS-FIND-RECORD-KEY
                                            CM-RECORD-KEY
           MOVE AP-CANDY-NAME            TO WS-FIND-CANDY-NAME
           PERFORM 0380-FIND-MASTER-ENTRY

           IF SLOT-NOT-FOUND
              MOVE 'NO SUCH ITEM'        TO RX-TYPE
              PERFORM 0700-WRITE-EXCEPTION-LINE
           ELSE
              IF IM-CASE-PRICE(WS-MASTER-SUB, WS-SLOT-SUB)
                 NOT = AP-OLD-PRICE
                 MOVE 'OUT OF STEP'      TO RX-TYPE
                 MOVE AP-OLD-PRICE       TO WS-EDIT-PRICE
                 MOVE WS-EDIT-PRICE      TO RX-EXPECTED
                 MOVE IM-CASE-PRICE(WS-MASTER-SUB, WS-SLOT-SUB)
                                         TO WS-EDIT-PRICE
                 MOVE WS-EDIT-PRICE      TO RX-FOUND
                 MOVE AP-NEW-PRICE       TO WS-EDIT-PRICE
                 MOVE WS-EDIT-PRICE      TO RX-SET
                 PERFORM 0700-WRITE-EXCEPTION-LINE
              END-IF
              MOVE AP-NEW-PRICE
                 TO IM-CASE-PRICE(WS-MASTER-SUB, WS-SLOT-SUB)
              ADD 1                      TO WS-PRICES-APPLIED
           END-IF

       .

      ********************************************************
      * REPLACE THE INDEXED MASTER WITH THE RECOVERED TABLE --
      * THE FILE IS OPENED OUTPUT ONLY NOW, AFTER EVERYTHING
      * ELSE HAS LOADED
      ********************************************************
       0500-WRITE-INDEXED-MASTER.

           OPEN OUTPUT CANDY-INV-MASTER

           IF WS-MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'PR36FA21: UNABLE TO CREATE CANDY-INV-MASTER -- '
                 'FILE STATUS ' WS-MASTER-FILE-STATUS
              CLOSE RECOVERY-REPORT-FILE
              MOVE 16                    TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 0550-WRITE-MASTER-RECORD
              VARYING IM-SUB FROM 1 BY 1
                 UNTIL IM-SUB > WS-MASTER-COUNT

           CLOSE CANDY-INV-MASTER

       .

      ********************************************************
      * WRITE ONE RECOVERED RECORD TO THE INDEXED MASTER
      ********************************************************
       0550-WRITE-MASTER-RECORD.

           MOVE IM-ENTRY(IM-SUB)         TO CANDY-MASTER-REC
           WRITE CANDY-MASTER-REC

           IF WS-MASTER-FILE-STATUS = '00'
              ADD 1                      TO WS-RECORDS-WRITTEN
           ELSE
              DISPLAY 'PR36FA21: RECORD NOT WRITTEN, KEY '
                 CM-RECORD-KEY ' FILE STATUS ' WS-MASTER-FILE-STATUS
              MOVE 'NOT WRITTEN'         TO RX-TYPE
              MOVE ZERO                  TO WS-FORMAT-DATE-N
              MOVE SPACES                TO RX-ACTION
                                            RX-EXPECTED
                                            RX-FOUND
                                            RX-SET
              MOVE CM-CANDY-NAME(1)      TO RX-CANDY-NAME
              PERFORM 0700-WRITE-EXCEPTION-LINE
           END-IF

       .

      ********************************************************
      * VERIFY MODE -- MATCH THE INDEXED MASTER AGAINST THE
      * UPDATED INVENTORY FILE KEY BY KEY
      ********************************************************
       0600-VERIFY-MASTER.

           OPEN INPUT UPDATED-INV-FILE

           IF WS-UPDATED-FILE-STATUS NOT = '00'
              DISPLAY 'PR36FA21: UNABLE TO OPEN UPDATED-INV-FILE -- '
                 'FILE STATUS ' WS-UPDATED-FILE-STATUS
              CLOSE RECOVERY-REPORT-FILE
              MOVE 16                    TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT CANDY-INV-MASTER

           IF WS-MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'PR36FA21: UNABLE TO OPEN CANDY-INV-MASTER -- '
                 'FILE STATUS ' WS-MASTER-FILE-STATUS
              DISPLAY 'PR36FA21: RUN PR36FA21 IN RECOVER MODE'
              CLOSE UPDATED-INV-FILE
                    RECOVERY-REPORT-FILE
              MOVE 16                    TO RETURN-CODE
              GOBACK
           END-IF

           WRITE REPORT-LINE FROM VERIFY-LEGEND-LINE
              AFTER ADVANCING 2
           WRITE REPORT-LINE FROM VERIFY-HEADING-A
              AFTER ADVANCING 2
           WRITE REPORT-LINE FROM VERIFY-HEADING-B
              AFTER ADVANCING 1
           MOVE SPACES                   TO REPORT-LINE
           WRITE REPORT-LINE
              AFTER ADVANCING 1

           MOVE LOW-VALUES               TO CM-RECORD-KEY

           START CANDY-INV-MASTER
              KEY IS NOT LESS THAN CM-RECORD-KEY

           IF WS-MASTER-FILE-STATUS = '00'
              PERFORM 0610-READ-NEXT-MASTER
           ELSE
              MOVE HIGH-VALUES           TO WS-IDX-KEY
           END-IF

           PERFORM 0620-READ-UPDATED-FILE

           PERFORM 0630-MATCH-ONE-KEY
              UNTIL WS-IDX-KEY = HIGH-VALUES
                AND WS-FILE-KEY = HIGH-VALUES

           CLOSE UPDATED-INV-FILE
                 CANDY-INV-MASTER

       .

      ********************************************************
      * READ THE NEXT INDEXED MASTER RECORD -- END OF FILE, OR
      * A READ ERROR ON A DAMAGED FILE, SETS THE KEY TO HIGH
      * VALUES SO THE REST OF THE UPDATED FILE SHOWS MISSING
      ********************************************************
       0610-READ-NEXT-MASTER.

           READ CANDY-INV-MASTER NEXT

           EVALUATE WS-MASTER-FILE-STATUS
              WHEN '00'
                 ADD 1                   TO WS-IDX-RECORDS
                 MOVE CM-RECORD-KEY      TO WS-IDX-KEY
              WHEN '10'
                 MOVE HIGH-VALUES        TO WS-IDX-KEY
              WHEN OTHER
                 ADD 1                   TO WS-IDX-READ-ERRORS
                 DISPLAY 'PR36FA21: READ ERROR ON CANDY-INV-MASTER '
                    'AFTER KEY ' WS-IDX-KEY ' -- FILE STATUS '
                    WS-MASTER-FILE-STATUS
                 MOVE HIGH-VALUES        TO WS-IDX-KEY
           END-EVALUATE

       .

      ********************************************************
      * READ THE NEXT UPDATED INVENTORY RECORD -- THE FILE
      * MUST BE IN ASCENDING KEY ORDER, AS PR4FA21 LEAVES IT,
      * OR THE MATCH CANNOT BE TRUSTED AND THE JOB ENDS
      ********************************************************
       0620-READ-UPDATED-FILE.

           READ UPDATED-INV-FILE
              AT END
                 MOVE HIGH-VALUES        TO WS-FILE-KEY
              NOT AT END
                 IF UP-RECORD-KEY NOT > WS-FILE-KEY
                    DISPLAY 'PR36FA21: UPDATED-INV-FILE OUT OF KEY '
                       'ORDER AT ' UP-RECORD-KEY
                       ' -- JOB TERMINATED'
                    CLOSE UPDATED-INV-FILE
                          CANDY-INV-MASTER
                          RECOVERY-REPORT-FILE
                    MOVE 16              TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD 1                   TO WS-FILE-RECORDS
                 MOVE UP-RECORD-KEY      TO WS-FILE-KEY
           END-READ

       .

      ********************************************************
      * COMPARE THE CURRENT KEYS -- EQUAL KEYS ARE COMPARED
      * SLOT BY SLOT, A LOWER INDEXED KEY IS EXTRA AND A LOWER
      * FILE KEY IS MISSING FROM THE INDEXED MASTER
      ********************************************************
       0630-MATCH-ONE-KEY.

           EVALUATE TRUE
              WHEN WS-IDX-KEY = WS-FILE-KEY
                 PERFORM 0640-COMPARE-RECORDS
                 PERFORM 0610-READ-NEXT-MASTER
                 PERFORM 0620-READ-UPDATED-FILE
              WHEN WS-IDX-KEY < WS-FILE-KEY
                 ADD 1                   TO WS-KEYS-EXTRA
                 MOVE SPACES             TO VERIFY-DETAIL-LINE
                 MOVE CM-WAREHOUSE-ID    TO VDL-WAREHOUSE-ID
                 MOVE CM-VENDOR-ID       TO VDL-VENDOR-ID
                 MOVE CM-CANDY-ID        TO VDL-CANDY-ID
                 MOVE 'EXTRA'            TO VDL-STATUS
                 WRITE REPORT-LINE FROM VERIFY-DETAIL-LINE
                    AFTER ADVANCING 1
                 PERFORM 0610-READ-NEXT-MASTER
              WHEN OTHER
                 ADD 1                   TO WS-KEYS-MISSING
                 MOVE SPACES             TO VERIFY-DETAIL-LINE
                 MOVE UP-WAREHOUSE-ID    TO VDL-WAREHOUSE-ID
                 MOVE UP-VENDOR-ID       TO VDL-VENDOR-ID
                 MOVE UP-CANDY-ID        TO VDL-CANDY-ID
                 MOVE 'MISSING'          TO VDL-STATUS
                 WRITE REPORT-LINE FROM VERIFY-DETAIL-LINE
                    AFTER ADVANCING 1
                 PERFORM 0620-READ-UPDATED-FILE
           END-EVALUATE

       .

      ********************************************************
      * COMPARE TWO RECORDS WITH THE SAME KEY AND LIST EACH
      * CANDY SLOT THAT DIFFERS
      ********************************************************
       0640-COMPARE-RECORDS.

           IF CANDY-MASTER-REC = UPDATED-INV-REC
              ADD 1                      TO WS-KEYS-MATCHED
           ELSE
              ADD 1                      TO WS-KEYS-DIFFERENT
              PERFORM 0650-COMPARE-ONE-SLOT
                 VARYING SUB FROM 1 BY 1
                    UNTIL SUB > 5
           END-IF

       .

      ********************************************************
      * LIST ONE CANDY SLOT THAT DIFFERS, SHOWING BOTH CASE
      * COUNTS AND PRICES AND WHAT DIFFERS
      ********************************************************
       0650-COMPARE-ONE-SLOT.

           IF CM-CANDY-DATA(SUB) NOT = UP-CANDY-DATA(SUB)
              MOVE SPACES                TO VERIFY-DETAIL-LINE
              MOVE UP-WAREHOUSE-ID       TO VDL-WAREHOUSE-ID
              MOVE UP-VENDOR-ID          TO VDL-VENDOR-ID
              MOVE UP-CANDY-ID           TO VDL-CANDY-ID
              MOVE 'DIFFERENT'           TO VDL-STATUS
              MOVE SUB                   TO VDL-SLOT
              IF UP-CANDY-NAME(SUB) = SPACES
                 MOVE CM-CANDY-NAME(SUB) TO VDL-CANDY-NAME
              ELSE
                 MOVE UP-CANDY-NAME(SUB) TO VDL-CANDY-NAME
              END-IF
              MOVE CM-NUM-OF-CASES(SUB)  TO WS-EDIT-CASES
              MOVE WS-EDIT-CASES         TO VDL-IDX-CASES
              MOVE UP-NUM-OF-CASES(SUB)  TO WS-EDIT-CASES
              MOVE WS-EDIT-CASES         TO VDL-FILE-CASES
              MOVE CM-CASE-PRICE(SUB)    TO WS-EDIT-PRICE
              MOVE WS-EDIT-PRICE         TO VDL-IDX-PRICE
              MOVE UP-CASE-PRICE(SUB)    TO WS-EDIT-PRICE
              MOVE WS-EDIT-PRICE         TO VDL-FILE-PRICE
              EVALUATE TRUE
                 WHEN CM-NUM-OF-CASES(SUB) NOT = UP-NUM-OF-CASES(SUB)
                  AND CM-CASE-PRICE(SUB) NOT = UP-CASE-PRICE(SUB)
                    MOVE 'CASES+PRICE'   TO VDL-DIFFERS
                 WHEN CM-NUM-OF-CASES(SUB) NOT = UP-NUM-OF-CASES(SUB)
                    MOVE 'CASES'         TO VDL-DIFFERS
                 WHEN CM-CASE-PRICE(SUB) NOT = UP-CASE-PRICE(SUB)
                    MOVE 'PRICE'         TO VDL-DIFFERS
                 WHEN OTHER
                    MOVE 'DESCRIPTION'   TO VDL-DIFFERS
              END-EVALUATE
              WRITE REPORT-LINE FROM VERIFY-DETAIL-LINE
                 AFTER ADVANCING 1
           END-IF

       .

      ********************************************************
      * WRITE ONE RECOVERY EXCEPTION LINE -- THE CALLER SETS
      * THE TYPE, ACTION, NAME, VALUES, THE KEY IN
      * CM-RECORD-KEY AND THE DATE IN WS-FORMAT-DATE-N
      ********************************************************
       0700-WRITE-EXCEPTION-LINE.

           ADD 1                         TO WS-EXCEPTION-COUNT

           PERFORM 8200-FORMAT-DATE
           MOVE WS-PRINT-DATE            TO RX-DATE
           IF WS-FORMAT-DATE-N = ZERO
              MOVE SPACES                TO RX-DATE
           END-IF

           MOVE CM-WAREHOUSE-ID          TO RX-WAREHOUSE-ID
           MOVE CM-VENDOR-ID             TO RX-VENDOR-ID
           MOVE CM-CANDY-ID              TO RX-CANDY-ID

           WRITE REPORT-LINE FROM EXCEPTION-LINE
              AFTER ADVANCING 1

       .

      ********************************************************
      * STEP THE SCAN DATE BACK ONE CALENDAR DAY, ROLLING
      * MONTH AND YEAR BOUNDARIES AND CORRECTING FEBRUARY FOR
      * LEAP YEARS
      ********************************************************
       8100-BACK-ONE-DAY.

           IF WS-SCAN-DAY > 1
              SUBTRACT 1                 FROM WS-SCAN-DAY
           ELSE
              IF WS-SCAN-MONTH NOT > 1
                 MOVE 12                 TO WS-SCAN-MONTH
                 SUBTRACT 1              FROM WS-SCAN-YEAR
              ELSE
                 SUBTRACT 1              FROM WS-SCAN-MONTH
              END-IF
              MOVE DM-DAYS(WS-SCAN-MONTH) TO WS-MONTH-DAYS
              IF WS-SCAN-MONTH = 2
                 PERFORM 8150-CHECK-LEAP-YEAR
              END-IF
              MOVE WS-MONTH-DAYS         TO WS-SCAN-DAY
           END-IF

       .

      ********************************************************
      * SET FEBRUARY TO 29 DAYS IN A LEAP YEAR -- DIVISIBLE
      * BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400
      ********************************************************
       8150-CHECK-LEAP-YEAR.

           DIVIDE WS-SCAN-YEAR BY 4
              GIVING WS-LEAP-QUOTIENT
              REMAINDER WS-LEAP-REMAINDER

           IF WS-LEAP-REMAINDER = ZERO
              MOVE 29                    TO WS-MONTH-DAYS
              DIVIDE WS-SCAN-YEAR BY 100
                 GIVING WS-LEAP-QUOTIENT
                 REMAINDER WS-LEAP-REMAINDER
              IF WS-LEAP-REMAINDER = ZERO
                 DIVIDE WS-SCAN-YEAR BY 400
                    GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REMAINDER
                 IF WS-LEAP-REMAINDER NOT = ZERO
                    MOVE 28              TO WS-MONTH-DAYS
                 END-IF
              END-IF
           END-IF

       .

      ********************************************************
      * FORMAT WS-FORMAT-DATE-N (YYYYMMDD) INTO WS-PRINT-DATE
      * AS MM/DD/YYYY
      ********************************************************
       8200-FORMAT-DATE.

           MOVE WS-FORMAT-MONTH          TO WS-PRINT-MONTH
           MOVE WS-FORMAT-DAY            TO WS-PRINT-DAY
           MOVE WS-FORMAT-YEAR           TO WS-PRINT-YEAR

       .

      ********************************************************
      * WRITE THE CONTROL COUNTS FOR THE MODE RUN, SET THE
      * RETURN CODE AND CLOSE THE REPORT
      ********************************************************
       9000-FINAL-ROUTINE.

           IF RECOVER-MODE
              PERFORM 9100-RECOVERY-TOTALS
           ELSE
              PERFORM 9200-VERIFY-TOTALS
           END-IF

           CLOSE RECOVERY-REPORT-FILE

           GOBACK

       .

      ********************************************************
      * RECOVER MODE CONTROL COUNTS -- RETURN CODE 4 WHEN THE
      * MASTER WAS REBUILT WITH EXCEPTIONS OR NO HISTORY
      ********************************************************
       9100-RECOVERY-TOTALS.

           IF WS-EXCEPTION-COUNT = ZERO
              WRITE REPORT-LINE FROM EXCEPTION-NONE-LINE
                 AFTER ADVANCING 1
           END-IF

           MOVE 'ARCHIVE RECORDS LOADED' TO CL-COUNT-TEXT
           MOVE WS-ARCHIVE-RECORDS       TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
              AFTER ADVANCING 3
           MOVE 'TRANSACTIONS ROLLED FORWARD' TO CL-COUNT-TEXT
           MOVE WS-TRANS-APPLIED         TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
              AFTER ADVANCING 1
           MOVE 'PRICE CHANGES ROLLED FORWARD' TO CL-COUNT-TEXT
           MOVE WS-PRICES-APPLIED        TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
              AFTER ADVANCING 1
           MOVE 'ALREADY IN THE ARCHIVE (SKIPPED)' TO CL-COUNT-TEXT
           MOVE WS-BEFORE-WINDOW         TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
              AFTER ADVANCING 1
           MOVE 'AFTER THE THROUGH DATE (SKIPPED)' TO CL-COUNT-TEXT
           MOVE WS-AFTER-WINDOW          TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
              AFTER ADVANCING 1
           MOVE 'EXCEPTIONS LISTED'      TO CL-COUNT-TEXT
           MOVE WS-EXCEPTION-COUNT       TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
              AFTER ADVANCING 1
           MOVE 'RECORDS WRITTEN TO CANDY-INV-MASTER' TO CL-COUNT-TEXT
           MOVE WS-RECORDS-WRITTEN       TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
              AFTER ADVANCING 1

           DISPLAY 'PR36FA21: RECORDS WRITTEN TO CANDY-INV-MASTER '
              WS-RECORDS-WRITTEN
           DISPLAY 'PR36FA21: TRANSACTIONS ROLLED FORWARD         '
              WS-TRANS-APPLIED
           DISPLAY 'PR36FA21: PRICE CHANGES ROLLED FORWARD        '
              WS-PRICES-APPLIED

           IF WS-EXCEPTION-COUNT > ZERO OR HISTORY-MISSING
              DISPLAY 'PR36FA21: ' WS-EXCEPTION-COUNT
                 ' EXCEPTION(S) -- SEE INV-RECOVERY-REPORT'
              MOVE 4                     TO RETURN-CODE
           END-IF

       .

      ********************************************************
      * VERIFY MODE CONTROL COUNTS -- RETURN CODE 8 WHEN ANY
      * KEY IS MISSING, EXTRA OR DIFFERENT OR THE INDEXED
      * MASTER COULD NOT BE READ TO THE END
      ********************************************************
       9200-VERIFY-TOTALS.

           IF WS-KEYS-MISSING = ZERO
              AND WS-KEYS-EXTRA = ZERO
              AND WS-KEYS-DIFFERENT = ZERO
              AND WS-IDX-READ-ERRORS = ZERO
              WRITE REPORT-LINE FROM VERIFY-CLEAN-LINE
                 AFTER ADVANCING 1
           ELSE
              MOVE 8                     TO RETURN-CODE
              DISPLAY 'PR36FA21: CANDY-INV-MASTER DOES NOT AGREE '
                 'WITH UPDATED-INV-FILE -- SEE INV-RECOVERY-REPORT'
           END-IF

           MOVE 'RECORDS ON CANDY-INV-MASTER' TO CL-COUNT-TEXT
           MOVE WS-IDX-RECORDS           TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
              AFTER ADVANCING 3
           MOVE 'RECORDS ON UPDATED-INV-FILE' TO CL-COUNT-TEXT
           MOVE WS-FILE-RECORDS          TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
              AFTER ADVANCING 1
           MOVE 'KEYS MATCHED'           TO CL-COUNT-TEXT
           MOVE WS-KEYS-MATCHED          TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
              AFTER ADVANCING 1
           MOVE 'KEYS MISSING FROM CANDY-INV-MASTER' TO CL-COUNT-TEXT
           MOVE WS-KEYS-MISSING          TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
              AFTER ADVANCING 1
           MOVE 'EXTRA KEYS ON CANDY-INV-MASTER' TO CL-COUNT-TEXT
           MOVE WS-KEYS-EXTRA            TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
              AFTER ADVANCING 1
           MOVE 'KEYS WITH DIFFERENT DATA' TO CL-COUNT-TEXT
           MOVE WS-KEYS-DIFFERENT        TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
              AFTER ADVANCING 1
           MOVE 'READ ERRORS ON CANDY-INV-MASTER' TO CL-COUNT-TEXT
           MOVE WS-IDX-READ-ERRORS       TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
              AFTER ADVANCING 1

           DISPLAY 'PR36FA21: KEYS MATCHED ' WS-KEYS-MATCHED
              ' MISSING ' WS-KEYS-MISSING
              ' EXTRA ' WS-KEYS-EXTRA
              ' DIFFERENT ' WS-KEYS-DIFFERENT

       .
