       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PR34FA21.
       AUTHOR.         Dewelena Reynolds.
      ******************************************************************
      *  GENERAL LEDGER JOURNAL INTERFACE -- BUILDS A BALANCED JOURNAL
      *  ENTRY FILE FROM WHAT THE PAYROLL AND INVENTORY RUNS ALREADY
      *  PRODUCE, SO ACCOUNTING STOPS RE-KEYING TOTALS OFF THE
      *  PRINTED REPORTS. EVERY AMOUNT IS CODED TO A GL ACCOUNT BY
      *  WAREHOUSE THROUGH THE ACCOUNT-MAPPING FILE. THE OPERATOR
      *  PICKS THE JOURNAL AT THE CONSOLE:
      *     P -- PAYROLL, AFTER EACH PR11FA21 PAY RUN
      *     I -- INVENTORY, AT MONTH END BEFORE OPS CLEARS THE
      *          APPLIED TRANSACTION AND PRICE-CHANGE FILES
      *  THE JOURNAL IS ONLY WRITTEN WHEN TOTAL DEBITS EQUAL TOTAL
      *  CREDITS AND EVERY LINE HAS BEEN PRICED AND MAPPED -- OTHER-
      *  WISE NO JOURNAL FILE IS PRODUCED AND THE RETURN CODE STOPS
      *  THE CHAIN, SO AN UNBALANCED BATCH NEVER REACHES THE LEDGER
      ******
      *  INPUT
      *     GL-ACCOUNT-MAP.TXT -- ONE RECORD PER WAREHOUSE AND
      *        ACCOUNT CODE GIVING THE GL ACCOUNT NUMBER AND ITS
      *        DESCRIPTION. A RECORD WITH A BLANK WAREHOUSE IS THE
      *        DEFAULT FOR ANY WAREHOUSE WITHOUT ITS OWN RECORD
      *     RUN P
      *        PAY-DETAIL-FILE.TXT -- THE PR11FA21 PAY DETAIL RECORDS
      *     RUN I
      *        APPLIED-INV-TRANS.TXT -- EVERY TRANSACTION THE PR7FA21
      *           RUNS APPLIED THIS MONTH
      *        APPLIED-PRICE-CHANGES.TXT -- EVERY PRICE CHANGE THE
      *           PR15FA21 RUNS APPLIED THIS MONTH
      *        UPDATED-INV-FILE.TXT -- THE CLOSING MASTER, FOR THE
      *           CASE PRICE EACH TRANSACTION IS VALUED AT AND THE
      *           CLOSING CASES THE OPENING CASES ARE WORKED BACK FROM
      ******
      *  OUTPUT
      *     GL-JOURNAL-PY-YYYYMMDD.TXT (RUN P) OR
      *     GL-JOURNAL-IN-YYYYMMDD.TXT (RUN I) -- ONE JOURNAL LINE
      *        PER WAREHOUSE AND GL ACCOUNT, DATED WITH THE RUN DATE
      *     GL-JOURNAL-PROOF.TXT -- THE JOURNAL LINES BY WAREHOUSE,
      *        TOTAL DEBITS AND CREDITS, AND EVERY RECORD THAT COULD
      *        NOT BE JOURNALED
      *     RETURN CODE 0 = JOURNAL WRITTEN, 4 = NOTHING TO JOURNAL,
      *        16 = OUT OF BALANCE, UNPRICED OR UNMAPPED LINES, BAD
      *        RUN OPTION OR AN INPUT FILE MISSING -- NO JOURNAL
      ******
      *  POSTINGS (ACCOUNT CODES ON THE MAPPING FILE)
      *     PAYROLL     DR SALX  GROSS PAY
      *                 CR WHLD  WITHHOLDING
      *                 CR HLTH  HEALTH DEDUCTION
      *                 CR NETP  NET PAY CLEARING
      *     RECEIPT     DR INVT  CR RCVA  (RECEIPTS NOT YET INVOICED)
      *     SHIPMENT    DR COGS  CR INVT
      *     ADJUSTMENT  DR INVT  CR ADJS  (+), REVERSED FOR (-)
      *     TRANSFER T  DR TRNS  CR INVT  (SHIPPING WAREHOUSE)
      *     TRANSFER I  DR INVT  (RECEIVING WAREHOUSE)
      *                 CR TRNS  (SHIPPING WAREHOUSE)
      *     PRICE CHG   DR INVT  CR REVL  FOR AN INCREASE, REVERSED
      *                 FOR A DECREASE
      ******
      *  CALCULATIONS
      *     TRANSACTION VALUE = CASES X CASE PRICE ON THE CLOSING
      *        MASTER FOR THE WAREHOUSE/VENDOR/CANDY/CANDY NAME
      *     OPENING CASES = CLOSING CASES ON THE MASTER LESS THE
      *        NET CASES THE MONTH'S APPLIED TRANSACTIONS MOVED
      *     REVALUATION = OPENING CASES X (NEW PRICE - OLD PRICE)
      *     MOVEMENTS ARE ALL VALUED AT THE CLOSING PRICE, SO ONLY
      *        THE STOCK ON HAND AT THE START OF THE MONTH IS
      *        REVALUED -- REVALUING THE CASES ON HAND AT THE TIME OF
      *        THE CHANGE WOULD REPRICE THE EARLIER MOVEMENTS TWICE
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT ACCOUNT-MAP-FILE
               ASSIGN TO 'GL-ACCOUNT-MAP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
      *
           SELECT PAY-DETAIL-FILE
               ASSIGN TO 'PAY-DETAIL-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.
      *
           SELECT OPTIONAL APPLIED-TRANS-FILE
               ASSIGN TO 'APPLIED-INV-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
      *
           SELECT OPTIONAL APPLIED-PRICE-FILE
               ASSIGN TO 'APPLIED-PRICE-CHANGES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-FILE-STATUS.
      *
           SELECT UPDATED-INV-FILE
               ASSIGN TO 'UPDATED-INV-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *
           SELECT GL-JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
      *
           SELECT PROOF-REPORT-FILE
               ASSIGN TO PRINTER 'GL-JOURNAL-PROOF.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ACCOUNT-MAP-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  ACCOUNT-MAP-RECORD.
           05  AM-WAREHOUSE-ID             PIC X(04).
           05  AM-ACCOUNT-CODE             PIC X(04).
           05  AM-GL-ACCOUNT               PIC X(12).
           05  AM-DESCRIPTION              PIC X(30).
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
       FD  APPLIED-TRANS-FILE
           RECORD CONTAINS 29 CHARACTERS.
       01  TRANSACTION-RECORD.
           05  TR-ACTION-CODE              PIC X(01).
               88 TR-RECEIPT                            VALUE 'R'.
               88 TR-SHIPMENT                           VALUE 'S'.
               88 TR-ADJUSTMENT                         VALUE 'A'.
               88 TR-TRANSFER-OUT                       VALUE 'T'.
               88 TR-TRANSFER-IN                        VALUE 'I'.
           05  TR-WAREHOUSE-ID             PIC X(04).
           05  TR-VENDOR-ID                PIC X(01).
           05  TR-CANDY-ID                 PIC X(03).
           05  TR-CANDY-NAME               PIC X(15).
           05  TR-ADJ-SIGN                 PIC X(01).
           05  TR-XFER-WHSE-NUMBER REDEFINES TR-ADJ-SIGN
                                           PIC X(01).
               88 TR-XFER-WHSE-VALID                    VALUE '1'
                                                        THRU '4'.
           05  TR-QUANTITY                 PIC 9(04).
      *
       FD  APPLIED-PRICE-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  APPLIED-PRICE-RECORD.
           05  AP-WAREHOUSE-ID             PIC X(04).
           05  AP-VENDOR-ID                PIC X(01).
           05  AP-CANDY-ID                 PIC X(03).
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
       01  UPDATED-INV-REC                 PIC X(143).
      *
       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-JOURNAL-RECORD.
           05  JE-SOURCE                   PIC X(02).
           05  JE-JOURNAL-DATE             PIC 9(08).
           05  JE-LINE-NUMBER              PIC 9(04).
           05  JE-WAREHOUSE-ID             PIC X(04).
           05  JE-GL-ACCOUNT               PIC X(12).
           05  JE-ACCOUNT-CODE             PIC X(04).
           05  JE-DEBIT-AMOUNT             PIC 9(09)V99.
           05  JE-CREDIT-AMOUNT            PIC 9(09)V99.
           05  JE-DESCRIPTION              PIC X(20).
           05                              PIC X(04).
      *
       FD  PROOF-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X        VALUE 'Y'.
               88 NO-MORE-DATA                          VALUE 'N'.
               88 MORE-RECORDS                          VALUE 'Y'.
           05  WS-MAP-EOF-SW               PIC X        VALUE 'N'.
               88 MAP-EOF                               VALUE 'Y'.
           05  WS-MASTER-EOF-SW            PIC X        VALUE 'N'.
               88 MASTER-EOF                            VALUE 'Y'.
           05  WS-PRICE-EOF-SW             PIC X        VALUE 'N'.
               88 PRICE-EOF                             VALUE 'Y'.
           05  WS-MASTER-FOUND-SW          PIC X        VALUE 'N'.
               88 MASTER-FOUND                          VALUE 'Y'.
           05  WS-SLOT-FOUND-SW            PIC X        VALUE 'N'.
               88 SLOT-FOUND                            VALUE 'Y'.
           05  WS-JOURNAL-FOUND-SW         PIC X        VALUE 'N'.
               88 JOURNAL-ENTRY-FOUND                   VALUE 'Y'.
           05  WS-MAP-FOUND-SW             PIC X        VALUE 'N'.
               88 MAP-EXACT-FOUND                       VALUE 'Y'.
               88 MAP-DEFAULT-FOUND                     VALUE 'D'.
               88 MAP-NOT-FOUND                         VALUE 'N'.
           05  WS-EXCEPTION-HDG-SW         PIC X        VALUE 'N'.
               88 EXCEPTION-HDG-PRINTED                 VALUE 'Y'.
           05  WS-RUN-OPTION               PIC X        VALUE SPACE.
               88 PAYROLL-JOURNAL                       VALUE 'P'.
               88 INVENTORY-JOURNAL                     VALUE 'I'.
               88 VALID-RUN-OPTION                      VALUE 'P'
                                                              'I'.
      *
       01 SUBSCRIPTS.
           05  SUB                         PIC 9(04)    VALUE ZERO.
           05  CS-SUB                      PIC 9        VALUE ZERO.
           05  WS-MASTER-SUB               PIC 9(04)    VALUE ZERO.
           05  WS-SLOT-SUB                 PIC 9        VALUE ZERO.
           05  MT-SUB                      PIC 9(03)    VALUE ZERO.
           05  WS-MAP-SUB                  PIC 9(03)    VALUE ZERO.
           05  JT-SUB                      PIC 9(03)    VALUE ZERO.
           05  JP-SUB                      PIC 9(03)    VALUE ZERO.
           05  WS-JOURNAL-SUB              PIC 9(03)    VALUE ZERO.
      *
       01  WS-FIELDS.
           05  WS-MAP-FILE-STATUS          PIC X(02)    VALUE SPACES.
           05  WS-PAY-FILE-STATUS          PIC X(02)    VALUE SPACES.
           05  WS-TRANS-FILE-STATUS        PIC X(02)    VALUE SPACES.
           05  WS-PRICE-FILE-STATUS        PIC X(02)    VALUE SPACES.
           05  WS-MASTER-FILE-STATUS       PIC X(02)    VALUE SPACES.
           05  WS-JOURNAL-FILE-STATUS      PIC X(02)    VALUE SPACES.
           05  WS-JOURNAL-FILE-NAME        PIC X(40)    VALUE SPACES.
           05  WS-JOURNAL-SOURCE           PIC X(02)    VALUE SPACES.
           05  WS-MAP-COUNT                PIC 9(03)    VALUE ZERO.
           05  WS-MAP-MAX                  PIC 9(03)    VALUE 200.
           05  WS-MASTER-COUNT             PIC 9(04)    VALUE ZERO.
           05  WS-MASTER-MAX               PIC 9(04)    VALUE 1000.
           05  WS-JOURNAL-COUNT            PIC 9(03)    VALUE ZERO.
           05  WS-JOURNAL-MAX              PIC 9(03)    VALUE 200.
           05  WS-RECORD-COUNT             PIC 9(05)    VALUE ZERO.
           05  WS-EXCEPTION-COUNT          PIC 9(05)    VALUE ZERO.
           05  WS-UNMAPPED-COUNT           PIC 9(03)    VALUE ZERO.
           05  WS-LINE-NUMBER              PIC 9(04)    VALUE ZERO.
           05  WS-CASE-PRICE               PIC 9(03)V99 VALUE ZERO.
           05  WS-FIND-WAREHOUSE-ID        PIC X(04)    VALUE SPACES.
           05  WS-FIND-VENDOR-ID           PIC X(01)    VALUE SPACES.
           05  WS-FIND-CANDY-ID            PIC X(03)    VALUE SPACES.
           05  WS-FIND-CANDY-NAME          PIC X(15)    VALUE SPACES.
           05  WS-OPENING-CASES            PIC S9(05)   VALUE +0.
           05  WS-PAY-FOOTING              PIC 9(07)V99 VALUE ZERO.
           05  WS-EXCEPTION-REASON         PIC X(30)    VALUE SPACES.
           05  WS-EXCEPTION-RECORD         PIC X(40)    VALUE SPACES.
           05  WS-TOTAL-DEBITS             PIC 9(10)V99 VALUE ZERO.
           05  WS-TOTAL-CREDITS            PIC 9(10)V99 VALUE ZERO.
           05  WS-WHSE-DEBITS              PIC 9(10)V99 VALUE ZERO.
           05  WS-WHSE-CREDITS             PIC 9(10)V99 VALUE ZERO.
           05  WS-OUT-OF-BALANCE           PIC S9(10)V99 VALUE +0.
      *
      *    ONE POSTING -- THE AMOUNT IS DEBITED TO THE DEBIT
      *    WAREHOUSE/ACCOUNT AND CREDITED TO THE CREDIT WAREHOUSE/
      *    ACCOUNT. A NEGATIVE AMOUNT SWAPS THE TWO SIDES
       01  WS-POSTING-FIELDS.
           05  WS-POST-AMOUNT              PIC S9(09)V99 VALUE +0.
           05  WS-DR-WAREHOUSE-ID          PIC X(04)    VALUE SPACES.
           05  WS-DR-ACCOUNT-CODE          PIC X(04)    VALUE SPACES.
           05  WS-CR-WAREHOUSE-ID          PIC X(04)    VALUE SPACES.
           05  WS-CR-ACCOUNT-CODE          PIC X(04)    VALUE SPACES.
           05  WS-SWAP-WAREHOUSE-ID        PIC X(04)    VALUE SPACES.
           05  WS-SWAP-ACCOUNT-CODE        PIC X(04)    VALUE SPACES.
           05  WS-JRNL-WAREHOUSE-ID        PIC X(04)    VALUE SPACES.
           05  WS-JRNL-ACCOUNT-CODE        PIC X(04)    VALUE SPACES.
           05  WS-JRNL-DEBIT               PIC 9(09)V99 VALUE ZERO.
           05  WS-JRNL-CREDIT              PIC 9(09)V99 VALUE ZERO.
      *
       01  WS-XFER-WAREHOUSE-ID.
           05                              PIC X(01)    VALUE 'B'.
           05  WS-XFER-WHSE-DIGIT          PIC X(01)    VALUE SPACE.
           05                              PIC X(02)    VALUE '00'.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 9999.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                           PIC 9(08).

      ***********************TABLE**********************************
      * GL ACCOUNT MAPPING, LOADED FROM GL-ACCOUNT-MAP.TXT SO
      * ACCOUNTING CAN RE-POINT AN ACCOUNT WITHOUT A RECOMPILE.
      * TABLE HOLDS 200 WAREHOUSE/ACCOUNT CODE RECORDS
      **************************************************************
       01  ACCOUNT-MAP-TABLE.
           05  MT-ENTRY OCCURS 200 TIMES.
               10  MT-WAREHOUSE-ID         PIC X(04).
               10  MT-ACCOUNT-CODE         PIC X(04).
               10  MT-GL-ACCOUNT           PIC X(12).
               10  MT-DESCRIPTION          PIC X(30).

      ***********************TABLE**********************************
      * IN-MEMORY COPY OF THE CLOSING INVENTORY MASTER, FOR THE
      * CASE PRICE EACH APPLIED TRANSACTION IS VALUED AT
      **************************************************************
       01  INV-MASTER-TABLE.
           05  IM-ENTRY OCCURS 1000 TIMES.
               10  IM-WAREHOUSE-ID         PIC X(04).
               10  IM-VENDOR-ID            PIC X(01).
               10  IM-CANDY-ID             PIC X(03).
               10  IM-CANDY-DATA           OCCURS 5 TIMES.
                   15  IM-CANDY-NAME       PIC X(15).
                   15  IM-CANDY-BOX-SIZE   PIC X(01).
                   15  IM-CANDY-TYPE       PIC X(02).
                   15  IM-NUM-OF-CASES     PIC 9(04).
                   15  IM-CASE-PRICE       PIC 9(03)V99.

      ***********************TABLE**********************************
      * NET CASES MOVED BY THE MONTH'S APPLIED TRANSACTIONS, ONE
      * COUNTER PER MASTER TABLE ENTRY AND CANDY SLOT, SO A PRICE
      * CHANGE CAN REVALUE THE CASES ON HAND AT THE START OF THE
      * MONTH
      **************************************************************
       01  NET-MOVEMENT-TABLE.
           05  NM-ENTRY OCCURS 1000 TIMES.
               10  NM-NET-CASES            OCCURS 5 TIMES
                                           PIC S9(05).

      ***********************TABLE**********************************
      * JOURNAL ACCUMULATOR -- ONE ENTRY PER WAREHOUSE/ACCOUNT
      * CODE POSTED, CARRYING ITS MAPPED GL ACCOUNT AND THE
      * DEBITS AND CREDITS POSTED TO IT. THE PRINTED-SWITCH LETS
      * THE PROOF REPORT GROUP THE ENTRIES BY WAREHOUSE EVEN
      * THOUGH THE POSTINGS ARRIVE UNORDERED
      **************************************************************
       01  JOURNAL-TABLE.
           05  JT-ENTRY OCCURS 200 TIMES.
               10  JT-WAREHOUSE-ID         PIC X(04).
               10  JT-ACCOUNT-CODE         PIC X(04).
               10  JT-GL-ACCOUNT           PIC X(12).
               10  JT-DESCRIPTION          PIC X(30).
               10  JT-DEBIT-AMOUNT         PIC 9(09)V99.
               10  JT-CREDIT-AMOUNT        PIC 9(09)V99.
               10  JT-PRINTED-SW           PIC X.

      **********************OUTPUT AREA**************************
       01  HEADING-ONE.
           05                              PIC X(16)    VALUE SPACES.
           05                              PIC X(48)    VALUE
               'BENNETT SWEETS AND MORE - GENERAL LEDGER'.
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
               'GL JOURNAL PROOF'.
           05                              PIC X(10)    VALUE SPACES.
           05                              PIC X(03)    VALUE 'DWR'.
      *
       01  HEADING-SOURCE.
           05                              PIC X(16)    VALUE SPACES.
           05  HS-SOURCE-TEXT              PIC X(48).
           05                              PIC X(16)    VALUE SPACES.
      *
       01  EXCEPTION-HEADING.
           05                              PIC X(40) VALUE
               'RECORDS IN ERROR'.
           05                              PIC X(40) VALUE SPACES.
      *
       01  EXCEPTION-LINE.
           05                              PIC X(03) VALUE SPACES.
           05  EL-RECORD                   PIC X(40).
           05                              PIC X(02) VALUE SPACES.
           05  EL-REASON                   PIC X(30).
           05                              PIC X(05) VALUE SPACES.
      *
       01  HEADING-THREE.
           05                              PIC X(04) VALUE 'WHSE'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(04) VALUE 'CODE'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(12) VALUE
               'GL ACCOUNT'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(18) VALUE
               'DESCRIPTION'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(14) VALUE
               '         DEBIT'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(14) VALUE
               '        CREDIT'.
           05                              PIC X(04) VALUE SPACES.
      *
       01  JOURNAL-DETAIL-LINE.
           05  JDL-WAREHOUSE-ID            PIC X(04).
           05                              PIC X(02) VALUE SPACES.
           05  JDL-ACCOUNT-CODE            PIC X(04).
           05                              PIC X(02) VALUE SPACES.
           05  JDL-GL-ACCOUNT              PIC X(12).
           05                              PIC X(02) VALUE SPACES.
           05  JDL-DESCRIPTION             PIC X(18).
           05                              PIC X(02) VALUE SPACES.
           05  JDL-DEBIT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05                              PIC X(02) VALUE SPACES.
           05  JDL-CREDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05                              PIC X(04) VALUE SPACES.
      *
       01  JOURNAL-WHSE-TOTAL-LINE.
           05                              PIC X(22) VALUE
               'TOTAL FOR WAREHOUSE: '.
           05  JWT-WAREHOUSE-ID            PIC X(04).
           05                              PIC X(20) VALUE SPACES.
           05  JWT-DEBIT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(02) VALUE SPACES.
           05  JWT-CREDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(04) VALUE SPACES.
      *
       01  JOURNAL-GRAND-TOTAL-LINE.
           05                              PIC X(26) VALUE
               'JOURNAL TOTAL'.
           05                              PIC X(19) VALUE SPACES.
           05  JGT-DEBIT-AMOUNT            PIC $$$$,$$$,$$9.99.
           05                              PIC X(01) VALUE SPACES.
           05  JGT-CREDIT-AMOUNT           PIC $$$$,$$$,$$9.99.
           05                              PIC X(04) VALUE SPACES.
      *
       01  PROOF-COUNT-LINE.
           05  PCL-LABEL                   PIC X(40).
           05  PCL-COUNT                   PIC ZZ,ZZ9.
           05                              PIC X(34) VALUE SPACES.
      *
       01  PROOF-AMOUNT-LINE.
           05  PAL-LABEL                   PIC X(40).
           05  PAL-AMOUNT                  PIC ---,---,---,--9.99.
           05                              PIC X(22) VALUE SPACES.
      *
       01  PROOF-RESULT-LINE.
           05  PRL-TEXT                    PIC X(40).
           05  PRL-FILE-NAME               PIC X(40).
      *
       01  JOURNAL-NONE-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(45) VALUE
               'NOTHING TO JOURNAL THIS RUN'.
           05                              PIC X(32) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0100-BUILD-GL-JOURNAL.

           PERFORM 0200-HSKPING-ROUTINE
           IF PAYROLL-JOURNAL
              PERFORM 0300-READ-PAY-DETAIL
           ELSE
              PERFORM 0400-LOAD-MASTER-TABLE
              PERFORM 0500-READ-APPLIED-TRANS
              PERFORM 0700-READ-APPLIED-PRICES
           END-IF
           PERFORM 9000-FINAL-ROUTINE
       .

      ********************************************************
      * GETS THE RUN OPTION, LOADS THE ACCOUNT MAP, OPENS THE
      * INPUT FILES FOR THE JOURNAL CHOSEN AND WRITES THE PROOF
      * REPORT HEADINGS
      ********************************************************
       0200-HSKPING-ROUTINE.

           DISPLAY 'ENTER GL JOURNAL -- P = PAYROLL, I = INVENTORY:'
           ACCEPT WS-RUN-OPTION

           IF NOT VALID-RUN-OPTION
              DISPLAY 'PR34FA21: INVALID RUN OPTION -- ' WS-RUN-OPTION
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-MONTH                 TO H1-MONTH
           MOVE WS-DAY                   TO H1-DAY
           MOVE WS-YEAR                  TO H1-YEAR

           PERFORM 0250-LOAD-ACCOUNT-MAP

           IF PAYROLL-JOURNAL
              MOVE 'PY'                  TO WS-JOURNAL-SOURCE
              MOVE 'PAYROLL JOURNAL FROM PAY-DETAIL-FILE'
                                         TO HS-SOURCE-TEXT
              OPEN INPUT PAY-DETAIL-FILE
              IF WS-PAY-FILE-STATUS NOT = '00'
                 DISPLAY 'PR34FA21: UNABLE TO OPEN PAY-DETAIL-FILE -- '
                    'FILE STATUS ' WS-PAY-FILE-STATUS
                 MOVE 16                 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              MOVE 'IN'                  TO WS-JOURNAL-SOURCE
              MOVE 'INVENTORY JOURNAL FROM APPLIED TRANSACTIONS'
                                         TO HS-SOURCE-TEXT
              OPEN INPUT UPDATED-INV-FILE
              IF WS-MASTER-FILE-STATUS NOT = '00'
                 DISPLAY 'PR34FA21: UNABLE TO OPEN UPDATED-INV-FILE -- '
                    'FILE STATUS ' WS-MASTER-FILE-STATUS
                 MOVE 16                 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN INPUT APPLIED-TRANS-FILE
                         APPLIED-PRICE-FILE
           END-IF

           OPEN OUTPUT PROOF-REPORT-FILE

           WRITE REPORT-LINE FROM HEADING-ONE
              AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HEADING-TWO
              AFTER ADVANCING 2
           WRITE REPORT-LINE FROM HEADING-SOURCE
              AFTER ADVANCING 1

       .

      ********************************************************
      * LOAD THE GL ACCOUNT MAP -- THE JOB TERMINATES IF IT IS
      * MISSING, SINCE NOTHING CAN BE CODED WITHOUT IT
      ********************************************************
       0250-LOAD-ACCOUNT-MAP.

           OPEN INPUT ACCOUNT-MAP-FILE

           IF WS-MAP-FILE-STATUS NOT = '00'
              DISPLAY 'PR34FA21: UNABLE TO OPEN GL-ACCOUNT-MAP -- '
                 'FILE STATUS ' WS-MAP-FILE-STATUS
              DISPLAY 'PR34FA21: JOB TERMINATED -- NO JOURNAL WRITTEN'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL MAP-EOF
              READ ACCOUNT-MAP-FILE
                 AT END
                    MOVE 'Y'             TO WS-MAP-EOF-SW
                 NOT AT END
                    PERFORM 0260-ADD-MAP-ENTRY
              END-READ
           END-PERFORM

           CLOSE ACCOUNT-MAP-FILE

       .

      ********************************************************
      * ADD ONE ENTRY TO THE ACCOUNT MAP TABLE
      ********************************************************
       0260-ADD-MAP-ENTRY.

           IF WS-MAP-COUNT < WS-MAP-MAX
              ADD 1                      TO WS-MAP-COUNT
              MOVE ACCOUNT-MAP-RECORD    TO MT-ENTRY(WS-MAP-COUNT)
           ELSE
              DISPLAY 'PR34FA21: GL-ACCOUNT-MAP HAS MORE THAN 200 '
                 'RECORDS -- TABLE CAPACITY EXCEEDED'
              DISPLAY 'PR34FA21: JOB TERMINATED -- NO JOURNAL WRITTEN'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

       .

      ********************************************************
      * READS THE PAY DETAIL FILE AND POSTS EACH EMPLOYEE'S PAY
      ********************************************************
       0300-READ-PAY-DETAIL.

           PERFORM UNTIL NO-MORE-DATA
              READ PAY-DETAIL-FILE
                 AT END
                    MOVE 'N'             TO EOF-FLAG
                 NOT AT END
                    PERFORM 0350-POST-PAY-DETAIL
              END-READ
           END-PERFORM

       .

      ********************************************************
      * POST ONE PAY DETAIL RECORD -- GROSS PAY TO SALARY
      * EXPENSE, THE DEDUCTIONS AND NET PAY TO THEIR LIABILITY
      * AND CLEARING ACCOUNTS. A RECORD WHOSE DEDUCTIONS AND
      * NET DO NOT ADD BACK TO GROSS IS LISTED, AND LEAVES THE
      * JOURNAL OUT OF BALANCE SO IT IS NOT WRITTEN
      ********************************************************
       0350-POST-PAY-DETAIL.

           ADD 1                         TO WS-RECORD-COUNT

           IF PD-GROSS-PAY NOT NUMERIC
              OR PD-HEALTH-DEDUCTION NOT NUMERIC
              OR PD-WITHHOLDING NOT NUMERIC
              OR PD-NET-PAY NOT NUMERIC
              MOVE PAY-DETAIL-REC        TO WS-EXCEPTION-RECORD
              MOVE 'PAY AMOUNTS NOT NUMERIC'
                                         TO WS-EXCEPTION-REASON
              PERFORM 0800-WRITE-EXCEPTION-LINE
           ELSE
              COMPUTE WS-PAY-FOOTING =
                 PD-HEALTH-DEDUCTION + PD-WITHHOLDING + PD-NET-PAY
              IF WS-PAY-FOOTING NOT = PD-GROSS-PAY
                 MOVE PAY-DETAIL-REC     TO WS-EXCEPTION-RECORD
                 MOVE 'DEDUCTIONS + NET NOT = GROSS'
                                         TO WS-EXCEPTION-REASON
                 PERFORM 0800-WRITE-EXCEPTION-LINE
              END-IF

              MOVE PD-WAREHOUSE-ID       TO WS-JRNL-WAREHOUSE-ID
              MOVE 'SALX'                TO WS-JRNL-ACCOUNT-CODE
              MOVE PD-GROSS-PAY          TO WS-JRNL-DEBIT
              MOVE ZERO                  TO WS-JRNL-CREDIT
              PERFORM 5100-ADD-TO-JOURNAL

              MOVE 'WHLD'                TO WS-JRNL-ACCOUNT-CODE
              MOVE ZERO                  TO WS-JRNL-DEBIT
              MOVE PD-WITHHOLDING        TO WS-JRNL-CREDIT
              PERFORM 5100-ADD-TO-JOURNAL

              MOVE 'HLTH'                TO WS-JRNL-ACCOUNT-CODE
              MOVE PD-HEALTH-DEDUCTION   TO WS-JRNL-CREDIT
              PERFORM 5100-ADD-TO-JOURNAL

              MOVE 'NETP'                TO WS-JRNL-ACCOUNT-CODE
              MOVE PD-NET-PAY            TO WS-JRNL-CREDIT
              PERFORM 5100-ADD-TO-JOURNAL
           END-IF

       .

      ********************************************************
      * LOAD THE CLOSING INVENTORY MASTER INTO THE IN-MEMORY
      * TABLE SO EACH TRANSACTION CAN BE PRICED, AND CLEAR THE
      * NET MOVEMENT COUNTERS
      ********************************************************
       0400-LOAD-MASTER-TABLE.

           INITIALIZE NET-MOVEMENT-TABLE

           PERFORM UNTIL MASTER-EOF
              READ UPDATED-INV-FILE
                 AT END
                    MOVE 'Y'             TO WS-MASTER-EOF-SW
                 NOT AT END
                    PERFORM 0450-ADD-MASTER-ENTRY
              END-READ
           END-PERFORM

           CLOSE UPDATED-INV-FILE

       .

      ********************************************************
      * ADD ONE MASTER RECORD TO THE IN-MEMORY TABLE
      ********************************************************
       0450-ADD-MASTER-ENTRY.

           IF WS-MASTER-COUNT < WS-MASTER-MAX
              ADD 1                      TO WS-MASTER-COUNT
              MOVE UPDATED-INV-REC       TO IM-ENTRY(WS-MASTER-COUNT)
           ELSE
              DISPLAY 'PR34FA21: UPDATED INVENTORY MASTER HAS MORE '
                 'THAN 1000 RECORDS -- TABLE CAPACITY EXCEEDED'
              DISPLAY 'PR34FA21: JOB TERMINATED -- NO JOURNAL WRITTEN'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

       .

      ********************************************************
      * READS THE MONTH'S APPLIED TRANSACTIONS AND POSTS EACH
      ********************************************************
       0500-READ-APPLIED-TRANS.

           MOVE 'Y'                      TO EOF-FLAG

           PERFORM UNTIL NO-MORE-DATA
              READ APPLIED-TRANS-FILE
                 AT END
                    MOVE 'N'             TO EOF-FLAG
                 NOT AT END
                    PERFORM 0550-POST-APPLIED-TRANS
              END-READ
           END-PERFORM

           CLOSE APPLIED-TRANS-FILE

       .

      ********************************************************
      * VALUE ONE APPLIED TRANSACTION AT THE MASTER'S CASE
      * PRICE AND POST IT BY ACTION CODE
      ********************************************************
       0550-POST-APPLIED-TRANS.

           ADD 1                         TO WS-RECORD-COUNT

           IF TR-QUANTITY NOT NUMERIC
              MOVE TRANSACTION-RECORD    TO WS-EXCEPTION-RECORD
              MOVE 'QUANTITY NOT NUMERIC'
                                         TO WS-EXCEPTION-REASON
              PERFORM 0800-WRITE-EXCEPTION-LINE
           ELSE
              MOVE TR-WAREHOUSE-ID       TO WS-FIND-WAREHOUSE-ID
              MOVE TR-VENDOR-ID          TO WS-FIND-VENDOR-ID
              MOVE TR-CANDY-ID           TO WS-FIND-CANDY-ID
              MOVE TR-CANDY-NAME         TO WS-FIND-CANDY-NAME
              PERFORM 0600-FIND-CASE-PRICE
              IF SLOT-FOUND
                 COMPUTE WS-POST-AMOUNT =
                    TR-QUANTITY * WS-CASE-PRICE
                 PERFORM 0560-CODE-TRANSACTION
              ELSE
                 MOVE TRANSACTION-RECORD TO WS-EXCEPTION-RECORD
                 MOVE 'NOT ON UPDATED INVENTORY FILE'
                                         TO WS-EXCEPTION-REASON
                 PERFORM 0800-WRITE-EXCEPTION-LINE
              END-IF
           END-IF

       .

      ********************************************************
      * SET THE DEBIT AND CREDIT ACCOUNTS FOR THE TRANSACTION,
      * POST IT AND ADD ITS CASES TO THE SLOT'S NET MOVEMENT
      ********************************************************
       0560-CODE-TRANSACTION.

           MOVE TR-WAREHOUSE-ID          TO WS-DR-WAREHOUSE-ID
                                            WS-CR-WAREHOUSE-ID

           EVALUATE TRUE
              WHEN TR-RECEIPT
                 MOVE 'INVT'             TO WS-DR-ACCOUNT-CODE
                 MOVE 'RCVA'             TO WS-CR-ACCOUNT-CODE
                 PERFORM 5000-POST-ENTRY
                 ADD TR-QUANTITY
                    TO NM-NET-CASES(WS-MASTER-SUB, WS-SLOT-SUB)
              WHEN TR-SHIPMENT
                 MOVE 'COGS'             TO WS-DR-ACCOUNT-CODE
                 MOVE 'INVT'             TO WS-CR-ACCOUNT-CODE
                 PERFORM 5000-POST-ENTRY
                 SUBTRACT TR-QUANTITY
                    FROM NM-NET-CASES(WS-MASTER-SUB, WS-SLOT-SUB)
              WHEN TR-ADJUSTMENT
                 MOVE 'INVT'             TO WS-DR-ACCOUNT-CODE
                 MOVE 'ADJS'             TO WS-CR-ACCOUNT-CODE
                 IF TR-ADJ-SIGN = '-'
                    MULTIPLY -1 BY WS-POST-AMOUNT
                    SUBTRACT TR-QUANTITY
                       FROM NM-NET-CASES(WS-MASTER-SUB, WS-SLOT-SUB)
                 ELSE
                    ADD TR-QUANTITY
                       TO NM-NET-CASES(WS-MASTER-SUB, WS-SLOT-SUB)
                 END-IF
                 PERFORM 5000-POST-ENTRY
              WHEN TR-TRANSFER-OUT
                 MOVE 'TRNS'             TO WS-DR-ACCOUNT-CODE
                 MOVE 'INVT'             TO WS-CR-ACCOUNT-CODE
                 PERFORM 5000-POST-ENTRY
                 SUBTRACT TR-QUANTITY
                    FROM NM-NET-CASES(WS-MASTER-SUB, WS-SLOT-SUB)
              WHEN TR-TRANSFER-IN
                 IF TR-XFER-WHSE-VALID
                    MOVE TR-XFER-WHSE-NUMBER TO WS-XFER-WHSE-DIGIT
                    MOVE WS-XFER-WAREHOUSE-ID TO WS-CR-WAREHOUSE-ID
                 END-IF
                 MOVE 'INVT'             TO WS-DR-ACCOUNT-CODE
                 MOVE 'TRNS'             TO WS-CR-ACCOUNT-CODE
                 PERFORM 5000-POST-ENTRY
                 ADD TR-QUANTITY
                    TO NM-NET-CASES(WS-MASTER-SUB, WS-SLOT-SUB)
              WHEN OTHER
                 MOVE TRANSACTION-RECORD TO WS-EXCEPTION-RECORD
                 MOVE 'UNKNOWN ACTION CODE'
                                         TO WS-EXCEPTION-REASON
                 PERFORM 0800-WRITE-EXCEPTION-LINE
           END-EVALUATE

       .

      ********************************************************
      * FIND THE CASE PRICE FOR THE WAREHOUSE/VENDOR/CANDY KEY
      * AND CANDY NAME SLOT IN THE WS-FIND FIELDS
      ********************************************************
       0600-FIND-CASE-PRICE.

           MOVE 'N'                      TO WS-MASTER-FOUND-SW
           MOVE 'N'                      TO WS-SLOT-FOUND-SW
           MOVE ZERO                     TO WS-CASE-PRICE

           PERFORM 0620-CHECK-MASTER-ENTRY
              VARYING SUB FROM 1 BY 1
                 UNTIL SUB > WS-MASTER-COUNT

       .

      ********************************************************
      * CHECK ONE MASTER TABLE ENTRY AGAINST THE SEARCH KEY
      * AND SEARCH ITS CANDY ARRAY FOR THE CANDY NAME
      ********************************************************
       0620-CHECK-MASTER-ENTRY.

           IF WS-FIND-WAREHOUSE-ID = IM-WAREHOUSE-ID(SUB)
              AND WS-FIND-VENDOR-ID = IM-VENDOR-ID(SUB)
              AND WS-FIND-CANDY-ID = IM-CANDY-ID(SUB)
                 MOVE 'Y'                TO WS-MASTER-FOUND-SW
                 MOVE SUB                TO WS-MASTER-SUB
                 PERFORM 0640-CHECK-CANDY-SLOT
                    VARYING CS-SUB FROM 1 BY 1
                       UNTIL CS-SUB > 5
                 MOVE WS-MASTER-COUNT    TO SUB
           END-IF

       .

      ********************************************************
      * CHECK ONE CANDY ARRAY SLOT FOR THE SEARCH CANDY NAME
      ********************************************************
       0640-CHECK-CANDY-SLOT.

           IF WS-FIND-CANDY-NAME = IM-CANDY-NAME(WS-MASTER-SUB, CS-SUB)
              AND IM-CASE-PRICE(WS-MASTER-SUB, CS-SUB) NUMERIC
              MOVE 'Y'                   TO WS-SLOT-FOUND-SW
              MOVE CS-SUB                TO WS-SLOT-SUB
              MOVE IM-CASE-PRICE(WS-MASTER-SUB, CS-SUB)
                                         TO WS-CASE-PRICE
              MOVE 5                     TO CS-SUB
           END-IF

       .

      ********************************************************
      * READS THE MONTH'S APPLIED PRICE CHANGES AND POSTS THE
      * REVALUATION OF EACH
      ********************************************************
       0700-READ-APPLIED-PRICES.

           PERFORM UNTIL PRICE-EOF
              READ APPLIED-PRICE-FILE
                 AT END
                    MOVE 'Y'             TO WS-PRICE-EOF-SW
                 NOT AT END
                    PERFORM 0750-POST-APPLIED-PRICE
              END-READ
           END-PERFORM

           CLOSE APPLIED-PRICE-FILE

       .

      ********************************************************
      * POST ONE PRICE CHANGE ON THE CASES ON HAND AT THE START
      * OF THE MONTH -- AN INCREASE DEBITS INVENTORY AND
      * CREDITS REVALUATION, A DECREASE THE REVERSE
      ********************************************************
       0750-POST-APPLIED-PRICE.

           ADD 1                         TO WS-RECORD-COUNT

           IF AP-OLD-PRICE NOT NUMERIC
              OR AP-NEW-PRICE NOT NUMERIC
              MOVE APPLIED-PRICE-RECORD  TO WS-EXCEPTION-RECORD
              MOVE 'PRICE NOT NUMERIC'   TO WS-EXCEPTION-REASON
              PERFORM 0800-WRITE-EXCEPTION-LINE
           ELSE
              MOVE AP-WAREHOUSE-ID       TO WS-FIND-WAREHOUSE-ID
              MOVE AP-VENDOR-ID          TO WS-FIND-VENDOR-ID
              MOVE AP-CANDY-ID           TO WS-FIND-CANDY-ID
              MOVE AP-CANDY-NAME         TO WS-FIND-CANDY-NAME
              PERFORM 0600-FIND-CASE-PRICE
              IF NOT SLOT-FOUND
                 MOVE APPLIED-PRICE-RECORD TO WS-EXCEPTION-RECORD
                 MOVE 'NOT ON UPDATED INVENTORY FILE'
                                         TO WS-EXCEPTION-REASON
                 PERFORM 0800-WRITE-EXCEPTION-LINE
              ELSE
                 PERFORM 0760-REVALUE-OPENING-CASES
              END-IF
           END-IF

       .

      ********************************************************
      * REVALUE THE SLOT'S OPENING CASES -- CLOSING CASES ON
      * THE MASTER LESS THE MONTH'S NET MOVEMENT. OPENING CASES
      * BELOW ZERO MEAN THE CLOSING MASTER AND THE APPLIED
      * TRANSACTIONS DISAGREE, AND THE LINE IS LISTED
      ********************************************************
       0760-REVALUE-OPENING-CASES.

           IF IM-NUM-OF-CASES(WS-MASTER-SUB, WS-SLOT-SUB) NOT NUMERIC
              MOVE APPLIED-PRICE-RECORD  TO WS-EXCEPTION-RECORD
              MOVE 'CLOSING CASES NOT NUMERIC'
                                         TO WS-EXCEPTION-REASON
              PERFORM 0800-WRITE-EXCEPTION-LINE
           ELSE
              COMPUTE WS-OPENING-CASES =
                 IM-NUM-OF-CASES(WS-MASTER-SUB, WS-SLOT-SUB)
                 - NM-NET-CASES(WS-MASTER-SUB, WS-SLOT-SUB)
              IF WS-OPENING-CASES < ZERO
                 MOVE APPLIED-PRICE-RECORD TO WS-EXCEPTION-RECORD
                 MOVE 'OPENING CASES BELOW ZERO'
                                         TO WS-EXCEPTION-REASON
                 PERFORM 0800-WRITE-EXCEPTION-LINE
              ELSE
                 COMPUTE WS-POST-AMOUNT =
                    WS-OPENING-CASES * (AP-NEW-PRICE - AP-OLD-PRICE)
                 MOVE AP-WAREHOUSE-ID    TO WS-DR-WAREHOUSE-ID
                                            WS-CR-WAREHOUSE-ID
                 MOVE 'INVT'             TO WS-DR-ACCOUNT-CODE
                 MOVE 'REVL'             TO WS-CR-ACCOUNT-CODE
                 PERFORM 5000-POST-ENTRY
              END-IF
           END-IF

       .

      ********************************************************
      * LIST A RECORD THAT COULD NOT BE JOURNALED -- ANY SUCH
      * RECORD KEEPS THE JOURNAL FILE FROM BEING WRITTEN
      ********************************************************
       0800-WRITE-EXCEPTION-LINE.

           ADD 1                         TO WS-EXCEPTION-COUNT

           IF NOT EXCEPTION-HDG-PRINTED
              MOVE 'Y'                   TO WS-EXCEPTION-HDG-SW
              WRITE REPORT-LINE FROM EXCEPTION-HEADING
                 AFTER ADVANCING 2
           END-IF

           MOVE WS-EXCEPTION-RECORD      TO EL-RECORD
           MOVE WS-EXCEPTION-REASON      TO EL-REASON
           WRITE REPORT-LINE FROM EXCEPTION-LINE
              AFTER ADVANCING 1

       .

      ********************************************************
      * POST ONE BALANCED ENTRY -- THE AMOUNT TO THE DEBIT
      * ACCOUNT AND THE SAME AMOUNT TO THE CREDIT ACCOUNT. A
      * NEGATIVE AMOUNT IS POSTED THE OTHER WAY ROUND
      ********************************************************
       5000-POST-ENTRY.

           IF WS-POST-AMOUNT < ZERO
              MULTIPLY -1 BY WS-POST-AMOUNT
              MOVE WS-DR-WAREHOUSE-ID    TO WS-SWAP-WAREHOUSE-ID
              MOVE WS-DR-ACCOUNT-CODE    TO WS-SWAP-ACCOUNT-CODE
              MOVE WS-CR-WAREHOUSE-ID    TO WS-DR-WAREHOUSE-ID
              MOVE WS-CR-ACCOUNT-CODE    TO WS-DR-ACCOUNT-CODE
              MOVE WS-SWAP-WAREHOUSE-ID  TO WS-CR-WAREHOUSE-ID
              MOVE WS-SWAP-ACCOUNT-CODE  TO WS-CR-ACCOUNT-CODE
           END-IF

           IF WS-POST-AMOUNT > ZERO
              MOVE WS-DR-WAREHOUSE-ID    TO WS-JRNL-WAREHOUSE-ID
              MOVE WS-DR-ACCOUNT-CODE    TO WS-JRNL-ACCOUNT-CODE
              MOVE WS-POST-AMOUNT        TO WS-JRNL-DEBIT
              MOVE ZERO                  TO WS-JRNL-CREDIT
              PERFORM 5100-ADD-TO-JOURNAL

              MOVE WS-CR-WAREHOUSE-ID    TO WS-JRNL-WAREHOUSE-ID
              MOVE WS-CR-ACCOUNT-CODE    TO WS-JRNL-ACCOUNT-CODE
              MOVE ZERO                  TO WS-JRNL-DEBIT
              MOVE WS-POST-AMOUNT        TO WS-JRNL-CREDIT
              PERFORM 5100-ADD-TO-JOURNAL
           END-IF

       .

      ********************************************************
      * ADD A DEBIT OR CREDIT INTO THE WAREHOUSE/ACCOUNT CODE
      * JOURNAL ENTRY, ADDING THE ENTRY AND LOOKING UP ITS GL
      * ACCOUNT ON ITS FIRST POSTING
      ********************************************************
       5100-ADD-TO-JOURNAL.

           MOVE 'N'                      TO WS-JOURNAL-FOUND-SW

           PERFORM 5150-MATCH-JOURNAL-ENTRY
              VARYING JT-SUB FROM 1 BY 1
                 UNTIL JT-SUB > WS-JOURNAL-COUNT

           IF NOT JOURNAL-ENTRY-FOUND
              IF WS-JOURNAL-COUNT < WS-JOURNAL-MAX
                 ADD 1                   TO WS-JOURNAL-COUNT
                 MOVE WS-JOURNAL-COUNT   TO WS-JOURNAL-SUB
                 PERFORM 5200-NEW-JOURNAL-ENTRY
                 MOVE 'Y'                TO WS-JOURNAL-FOUND-SW
              ELSE
                 DISPLAY 'PR34FA21: JOURNAL-TABLE HAS MORE THAN 200 '
                    'ACCOUNTS -- TABLE CAPACITY EXCEEDED'
                 DISPLAY 'PR34FA21: JOB TERMINATED -- NO JOURNAL '
                    'WRITTEN'
                 MOVE 16                 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           ADD WS-JRNL-DEBIT             TO JT-DEBIT-AMOUNT
                                              (WS-JOURNAL-SUB)
           ADD WS-JRNL-CREDIT            TO JT-CREDIT-AMOUNT
                                              (WS-JOURNAL-SUB)

       .

      ********************************************************
      * MATCH ONE JOURNAL TABLE ENTRY AGAINST THE WAREHOUSE AND
      * ACCOUNT CODE BEING POSTED
      ********************************************************
       5150-MATCH-JOURNAL-ENTRY.

           IF WS-JRNL-WAREHOUSE-ID = JT-WAREHOUSE-ID(JT-SUB)
              AND WS-JRNL-ACCOUNT-CODE = JT-ACCOUNT-CODE(JT-SUB)
                 MOVE 'Y'                TO WS-JOURNAL-FOUND-SW
                 MOVE JT-SUB             TO WS-JOURNAL-SUB
                 MOVE WS-JOURNAL-COUNT   TO JT-SUB
           END-IF

       .

      ********************************************************
      * SET UP A NEW JOURNAL ENTRY WITH ITS MAPPED GL ACCOUNT --
      * THE WAREHOUSE'S OWN MAP RECORD IS USED IF THERE IS ONE,
      * OTHERWISE THE BLANK-WAREHOUSE DEFAULT. AN ACCOUNT CODE
      * WITH NEITHER IS FLAGGED AND KEEPS THE JOURNAL FROM BEING
      * WRITTEN
      ********************************************************
       5200-NEW-JOURNAL-ENTRY.

           MOVE SPACES                   TO JT-ENTRY(WS-JOURNAL-SUB)
           MOVE WS-JRNL-WAREHOUSE-ID     TO JT-WAREHOUSE-ID
                                              (WS-JOURNAL-SUB)
           MOVE WS-JRNL-ACCOUNT-CODE     TO JT-ACCOUNT-CODE
                                              (WS-JOURNAL-SUB)
           MOVE ZERO                     TO JT-DEBIT-AMOUNT
                                              (WS-JOURNAL-SUB)
                                            JT-CREDIT-AMOUNT
                                              (WS-JOURNAL-SUB)
           MOVE 'N'                      TO JT-PRINTED-SW
                                              (WS-JOURNAL-SUB)

           MOVE 'N'                      TO WS-MAP-FOUND-SW
           PERFORM 5250-MATCH-MAP-ENTRY
              VARYING MT-SUB FROM 1 BY 1
                 UNTIL MT-SUB > WS-MAP-COUNT

           IF MAP-NOT-FOUND
              ADD 1                      TO WS-UNMAPPED-COUNT
              MOVE '** NO MAP **'        TO JT-GL-ACCOUNT
                                              (WS-JOURNAL-SUB)
              MOVE 'NOT ON GL MAP'
                                         TO JT-DESCRIPTION
                                              (WS-JOURNAL-SUB)
           ELSE
              MOVE MT-GL-ACCOUNT(WS-MAP-SUB)
                                         TO JT-GL-ACCOUNT
                                              (WS-JOURNAL-SUB)
              MOVE MT-DESCRIPTION(WS-MAP-SUB)
                                         TO JT-DESCRIPTION
                                              (WS-JOURNAL-SUB)
           END-IF

       .

      ********************************************************
      * MATCH ONE MAP ENTRY -- AN EXACT WAREHOUSE MATCH ENDS THE
      * SEARCH, A BLANK-WAREHOUSE DEFAULT IS KEPT UNLESS AN
      * EXACT MATCH TURNS UP LATER
      ********************************************************
       5250-MATCH-MAP-ENTRY.

           IF WS-JRNL-ACCOUNT-CODE = MT-ACCOUNT-CODE(MT-SUB)
              EVALUATE TRUE
                 WHEN WS-JRNL-WAREHOUSE-ID = MT-WAREHOUSE-ID(MT-SUB)
                    MOVE 'Y'             TO WS-MAP-FOUND-SW
                    MOVE MT-SUB          TO WS-MAP-SUB
                    MOVE WS-MAP-COUNT    TO MT-SUB
                 WHEN MT-WAREHOUSE-ID(MT-SUB) = SPACES
                    AND MAP-NOT-FOUND
                    MOVE 'D'             TO WS-MAP-FOUND-SW
                    MOVE MT-SUB          TO WS-MAP-SUB
              END-EVALUATE
           END-IF

       .

      ********************************************************
      * PRINTS THE JOURNAL LINES BY WAREHOUSE AND THE PROOF,
      * THEN WRITES THE JOURNAL FILE ONLY IF IT BALANCES AND
      * EVERY RECORD WAS PRICED AND MAPPED
      ********************************************************
       9000-FINAL-ROUTINE.

           IF PAYROLL-JOURNAL
              CLOSE PAY-DETAIL-FILE
           END-IF

           IF WS-JOURNAL-COUNT = ZERO
              WRITE REPORT-LINE FROM JOURNAL-NONE-LINE
                 AFTER ADVANCING 3
           ELSE
              WRITE REPORT-LINE FROM HEADING-THREE
                 AFTER ADVANCING 3
              PERFORM 9300-PRINT-WAREHOUSE-GROUP
                 VARYING JT-SUB FROM 1 BY 1
                    UNTIL JT-SUB > WS-JOURNAL-COUNT
              MOVE WS-TOTAL-DEBITS       TO JGT-DEBIT-AMOUNT
              MOVE WS-TOTAL-CREDITS      TO JGT-CREDIT-AMOUNT
              WRITE REPORT-LINE FROM JOURNAL-GRAND-TOTAL-LINE
                 AFTER ADVANCING 2
           END-IF

           COMPUTE WS-OUT-OF-BALANCE =
              WS-TOTAL-DEBITS - WS-TOTAL-CREDITS

           MOVE 'INPUT RECORDS READ'     TO PCL-LABEL
           MOVE WS-RECORD-COUNT          TO PCL-COUNT
           WRITE REPORT-LINE FROM PROOF-COUNT-LINE
              AFTER ADVANCING 3
           MOVE 'RECORDS IN ERROR'       TO PCL-LABEL
           MOVE WS-EXCEPTION-COUNT       TO PCL-COUNT
           WRITE REPORT-LINE FROM PROOF-COUNT-LINE
              AFTER ADVANCING 1
           MOVE 'ACCOUNT CODES NOT ON THE MAP'
                                         TO PCL-LABEL
           MOVE WS-UNMAPPED-COUNT        TO PCL-COUNT
           WRITE REPORT-LINE FROM PROOF-COUNT-LINE
              AFTER ADVANCING 1
           MOVE 'DEBITS LESS CREDITS'    TO PAL-LABEL
           MOVE WS-OUT-OF-BALANCE        TO PAL-AMOUNT
           WRITE REPORT-LINE FROM PROOF-AMOUNT-LINE
              AFTER ADVANCING 1

           MOVE SPACES                   TO PROOF-RESULT-LINE
           EVALUATE TRUE
              WHEN WS-JOURNAL-COUNT = ZERO
                 AND WS-EXCEPTION-COUNT = ZERO
                 MOVE 'NOTHING TO JOURNAL -- NO FILE WRITTEN'
                                         TO PRL-TEXT
                 MOVE 4                  TO RETURN-CODE
              WHEN WS-OUT-OF-BALANCE NOT = ZERO
                 MOVE 'OUT OF BALANCE -- NO JOURNAL WRITTEN'
                                         TO PRL-TEXT
                 MOVE 16                 TO RETURN-CODE
              WHEN WS-EXCEPTION-COUNT > ZERO
                 MOVE 'RECORDS IN ERROR -- NO JOURNAL WRITTEN'
                                         TO PRL-TEXT
                 MOVE 16                 TO RETURN-CODE
              WHEN WS-UNMAPPED-COUNT > ZERO
                 MOVE 'UNMAPPED ACCOUNTS -- NO JOURNAL WRITTEN'
                                         TO PRL-TEXT
                 MOVE 16                 TO RETURN-CODE
              WHEN OTHER
                 PERFORM 9500-WRITE-JOURNAL-FILE
                 MOVE 'JOURNAL IN BALANCE -- WRITTEN TO'
                                         TO PRL-TEXT
                 MOVE WS-JOURNAL-FILE-NAME TO PRL-FILE-NAME
           END-EVALUATE
           WRITE REPORT-LINE FROM PROOF-RESULT-LINE
              AFTER ADVANCING 2

           CLOSE PROOF-REPORT-FILE

           IF RETURN-CODE = 16
              DISPLAY 'PR34FA21: ' PRL-TEXT
              DISPLAY 'PR34FA21: SEE GL-JOURNAL-PROOF FOR THE '
                 'RECORDS AND ACCOUNTS TO FIX'
           ELSE
              IF RETURN-CODE = 4
                 DISPLAY 'PR34FA21: NOTHING TO JOURNAL -- NO FILE '
                    'WRITTEN'
              ELSE
                 DISPLAY 'PR34FA21: ' WS-JOURNAL-COUNT
                    ' JOURNAL LINES WRITTEN TO ' WS-JOURNAL-FILE-NAME
              END-IF
           END-IF

           STOP RUN
       .

      ********************************************************
      * PRINT ALL NOT-YET-PRINTED JOURNAL ENTRIES SHARING THIS
      * ENTRY'S WAREHOUSE, THEN THE WAREHOUSE SUBTOTAL
      ********************************************************
       9300-PRINT-WAREHOUSE-GROUP.

           IF JT-PRINTED-SW(JT-SUB) = 'N'
              MOVE ZERO                  TO WS-WHSE-DEBITS
                                            WS-WHSE-CREDITS
              PERFORM 9400-PRINT-JOURNAL-LINE
                 VARYING JP-SUB FROM JT-SUB BY 1
                    UNTIL JP-SUB > WS-JOURNAL-COUNT
              MOVE JT-WAREHOUSE-ID(JT-SUB) TO JWT-WAREHOUSE-ID
              MOVE WS-WHSE-DEBITS        TO JWT-DEBIT-AMOUNT
              MOVE WS-WHSE-CREDITS       TO JWT-CREDIT-AMOUNT
              WRITE REPORT-LINE FROM JOURNAL-WHSE-TOTAL-LINE
                 AFTER ADVANCING 1
              ADD WS-WHSE-DEBITS         TO WS-TOTAL-DEBITS
              ADD WS-WHSE-CREDITS        TO WS-TOTAL-CREDITS
           END-IF

       .

      ********************************************************
      * PRINT ONE JOURNAL LINE IF THE ENTRY BELONGS TO THE
      * WAREHOUSE GROUP CURRENTLY PRINTING
      ********************************************************
       9400-PRINT-JOURNAL-LINE.

           IF JT-PRINTED-SW(JP-SUB) = 'N'
              AND JT-WAREHOUSE-ID(JP-SUB) = JT-WAREHOUSE-ID(JT-SUB)
                 MOVE 'Y'                TO JT-PRINTED-SW(JP-SUB)
                 MOVE JT-WAREHOUSE-ID(JP-SUB) TO JDL-WAREHOUSE-ID
                 MOVE JT-ACCOUNT-CODE(JP-SUB) TO JDL-ACCOUNT-CODE
                 MOVE JT-GL-ACCOUNT(JP-SUB) TO JDL-GL-ACCOUNT
                 MOVE JT-DESCRIPTION(JP-SUB) TO JDL-DESCRIPTION
                 MOVE JT-DEBIT-AMOUNT(JP-SUB) TO JDL-DEBIT-AMOUNT
                 MOVE JT-CREDIT-AMOUNT(JP-SUB) TO JDL-CREDIT-AMOUNT
                 WRITE REPORT-LINE FROM JOURNAL-DETAIL-LINE
                    AFTER ADVANCING 1
                 ADD JT-DEBIT-AMOUNT(JP-SUB) TO WS-WHSE-DEBITS
                 ADD JT-CREDIT-AMOUNT(JP-SUB) TO WS-WHSE-CREDITS
           END-IF

       .

      ********************************************************
      * WRITE THE DATED JOURNAL FILE, ONE LINE PER WAREHOUSE/
      * GL ACCOUNT
      ********************************************************
       9500-WRITE-JOURNAL-FILE.

           MOVE SPACES                   TO WS-JOURNAL-FILE-NAME

           STRING 'GL-JOURNAL-'          DELIMITED BY SIZE
                  WS-JOURNAL-SOURCE      DELIMITED BY SIZE
                  '-'                    DELIMITED BY SIZE
                  WS-CURRENT-DATE-N      DELIMITED BY SIZE
                  '.TXT'                 DELIMITED BY SIZE
               INTO WS-JOURNAL-FILE-NAME

           OPEN OUTPUT GL-JOURNAL-FILE

           IF WS-JOURNAL-FILE-STATUS NOT = '00'
              DISPLAY 'PR34FA21: UNABLE TO OPEN ' WS-JOURNAL-FILE-NAME
                 ' -- FILE STATUS ' WS-JOURNAL-FILE-STATUS
              DISPLAY 'PR34FA21: JOB TERMINATED -- NO JOURNAL WRITTEN'
              CLOSE PROOF-REPORT-FILE
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE ZERO                     TO WS-LINE-NUMBER
           PERFORM 9550-WRITE-JOURNAL-LINE
              VARYING JT-SUB FROM 1 BY 1
                 UNTIL JT-SUB > WS-JOURNAL-COUNT

           CLOSE GL-JOURNAL-FILE

       .

      ********************************************************
      * WRITE ONE JOURNAL LINE FROM THE JOURNAL TABLE
      ********************************************************
       9550-WRITE-JOURNAL-LINE.

           ADD 1                         TO WS-LINE-NUMBER
           MOVE SPACES                   TO GL-JOURNAL-RECORD
           MOVE WS-JOURNAL-SOURCE        TO JE-SOURCE
           MOVE WS-CURRENT-DATE-N        TO JE-JOURNAL-DATE
           MOVE WS-LINE-NUMBER           TO JE-LINE-NUMBER
           MOVE JT-WAREHOUSE-ID(JT-SUB)  TO JE-WAREHOUSE-ID
           MOVE JT-GL-ACCOUNT(JT-SUB)    TO JE-GL-ACCOUNT
           MOVE JT-ACCOUNT-CODE(JT-SUB)  TO JE-ACCOUNT-CODE
           MOVE JT-DEBIT-AMOUNT(JT-SUB)  TO JE-DEBIT-AMOUNT
           MOVE JT-CREDIT-AMOUNT(JT-SUB) TO JE-CREDIT-AMOUNT
           MOVE JT-DESCRIPTION(JT-SUB)   TO JE-DESCRIPTION
           WRITE GL-JOURNAL-RECORD

       .
