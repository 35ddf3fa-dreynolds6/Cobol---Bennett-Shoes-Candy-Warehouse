       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PR27FA21.
       AUTHOR.         Dewelena Reynolds.
      ******************************************************************
      *  CUSTOMER INVOICING -- READS THE ORDER LINES PR17FA21 HAS
      *  ALLOCATED AND SHIPPED AND BILLS THEM, ONE INVOICE PER
      *  CUSTOMER PER SHIPPING DAY, AT THE CUSTOMER'S SELLING PRICE.
      *  EACH INVOICE IS PRINTED WITH THE CUSTOMER'S BILL-TO ADDRESS
      *  AND TERMS AND IS POSTED TO THE OPEN RECEIVABLES FILE. LINES
      *  THAT CANNOT BE BILLED ARE KEPT ON THE ALLOCATED FILE FOR
      *  THE NEXT RUN, SO NOTHING SHIPPED IS EVER BILLED TWICE OR
      *  DROPPED
      ******
      *  INPUT
      *     ALLOCATED-ORDER-FILE.TXT -- ONE RECORD PER ORDER LINE
      *        SHIPPED (DATE, CUSTOMER, ITEM, CASES AND CASE COST),
      *        WRITTEN BY PR17FA21
      *     CUSTOMER-MASTER.TXT -- CUSTOMER NAME, BILL-TO ADDRESS,
      *        TERMS, CREDIT LIMIT AND PRICE LEVEL
      *     PRICE-LEVEL-FILE.TXT -- MARKUP PERCENT OVER CASE COST FOR
      *        EACH PRICE LEVEL
      *     INVOICE-NUMBER-CONTROL.TXT -- NEXT INVOICE NUMBER
      *     OPEN-AR-FILE.TXT -- READ FOR THE HIGHEST INVOICE NUMBER
      *        ALREADY ISSUED
      ******
      *  OUTPUT
      *     INVOICE-REPORT.TXT -- THE PRINTED INVOICES, ONE PER PAGE
      *     INVOICE-REGISTER.TXT -- ONE LINE PER INVOICE ISSUED AND
      *        PER LINE NOT BILLED, WITH RUN TOTALS
      *     OPEN-AR-FILE.TXT -- ONE OPEN RECEIVABLE APPENDED PER
      *        INVOICE
      *     ALLOCATED-ORDER-FILE.TXT -- REWRITTEN WITH ONLY THE LINES
      *        NOT BILLED THIS RUN
      *     INVOICE-NUMBER-CONTROL.TXT -- NEXT INVOICE NUMBER
      *     RETURN CODE 0 = EVERY LINE BILLED, 4 = LINES LEFT UNBILLED
      ******
      *  CALCULATIONS
      *     SELLING PRICE = CASE COST X (100 + MARKUP PERCENT) / 100
      *     LINE AMOUNT   = CASES SHIPPED X SELLING PRICE
      *     DUE DATE      = INVOICE DATE + THE CUSTOMER'S TERMS DAYS
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT ALLOCATED-ORDER-FILE
               ASSIGN TO 'ALLOCATED-ORDER-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOCATED-FILE-STATUS.
      *
           SELECT SORTED-ALLOCATED-FILE
               ASSIGN TO 'ALLOCATED-ORDER-SORTED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE
               ASSIGN TO 'SORTINGFILE.TMP'.
      *
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
      *
           SELECT PRICE-LEVEL-FILE
               ASSIGN TO 'PRICE-LEVEL-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-LEVEL-FILE-STATUS.
      *
           SELECT OPTIONAL INVOICE-NUMBER-FILE
               ASSIGN TO 'INVOICE-NUMBER-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-NUMBER-FILE-STATUS.
      *
           SELECT OPTIONAL OPEN-AR-FILE
               ASSIGN TO 'OPEN-AR-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-AR-FILE-STATUS.
      *
           SELECT INVOICE-REPORT-FILE
               ASSIGN TO PRINTER 'INVOICE-REPORT.TXT'.
      *
           SELECT INVOICE-REGISTER-FILE
               ASSIGN TO PRINTER 'INVOICE-REGISTER.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ALLOCATED-ORDER-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  ALLOCATED-ORDER-RECORD          PIC X(50).
      *
       FD  SORTED-ALLOCATED-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  SORTED-ALLOCATED-RECORD.
           05  AO-ALLOCATION-DATE          PIC 9(08).
           05  AO-CUSTOMER-ID              PIC X(05).
           05  AO-WAREHOUSE-ID             PIC X(04).
           05  AO-VENDOR-ID                PIC X(01).
           05  AO-CANDY-ID                 PIC X(03).
           05  AO-CANDY-NAME               PIC X(15).
           05  AO-SHIPPED-CASES            PIC 9(04).
           05  AO-CASE-COST                PIC 9(03)V99.
           05                              PIC X(05).
      *
       SD  SORT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  SORT-RECORD.
           05  SF-ALLOCATION-DATE          PIC 9(08).
           05  SF-CUSTOMER-ID              PIC X(05).
           05  SF-ITEM-KEY                 PIC X(08).
           05                              PIC X(29).
      *
       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  CUSTOMER-MASTER-RECORD          PIC X(120).
      *
       FD  PRICE-LEVEL-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PRICE-LEVEL-RECORD              PIC X(20).
      *
       FD  INVOICE-NUMBER-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  INVOICE-NUMBER-RECORD.
           05  IN-NEXT-INVOICE-NUMBER      PIC 9(06).
           05                              PIC X(04).
      *
       FD  OPEN-AR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OPEN-AR-RECORD.
           05  AR-INVOICE-NUMBER           PIC 9(06).
           05  AR-CUSTOMER-ID              PIC X(05).
           05  AR-INVOICE-DATE             PIC 9(08).
           05  AR-DUE-DATE                 PIC 9(08).
           05  AR-INVOICE-AMOUNT           PIC 9(07)V99.
           05  AR-AMOUNT-PAID              PIC 9(07)V99.
           05  AR-LAST-PAYMENT-DATE        PIC 9(08).
           05  AR-INVOICE-STATUS           PIC X(01).
               88 AR-INVOICE-OPEN                       VALUE 'O'.
               88 AR-INVOICE-PAID                       VALUE 'P'.
           05                              PIC X(26).
      *
       FD  INVOICE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INVOICE-LINE                    PIC X(80).
      *
       FD  INVOICE-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REGISTER-LINE                   PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X        VALUE 'Y'.
               88 NO-MORE-DATA                          VALUE 'N'.
               88 MORE-RECORDS                          VALUE 'Y'.
           05  WS-CUSTOMER-EOF-SW          PIC X        VALUE 'N'.
               88 CUSTOMER-EOF                          VALUE 'Y'.
           05  WS-PRICE-LEVEL-EOF-SW       PIC X        VALUE 'N'.
               88 PRICE-LEVEL-EOF                       VALUE 'Y'.
           05  WS-OPEN-AR-EOF-SW           PIC X        VALUE 'N'.
               88 OPEN-AR-EOF                           VALUE 'Y'.
           05  WS-CUSTOMER-FOUND-SW        PIC X        VALUE 'N'.
               88 CUSTOMER-FOUND                        VALUE 'Y'.
           05  WS-PRICE-LEVEL-FOUND-SW     PIC X        VALUE 'N'.
               88 PRICE-LEVEL-FOUND                     VALUE 'Y'.
           05  WS-INVOICE-OPEN-SW          PIC X        VALUE 'N'.
               88 INVOICE-OPEN                          VALUE 'Y'.
           05  WS-GROUP-BILLABLE-SW        PIC X        VALUE 'N'.
               88 GROUP-BILLABLE                        VALUE 'Y'.
      *
       01 SUBSCRIPTS.
           05  CT-SUB                      PIC 9(03)    VALUE ZERO.
           05  PL-SUB                      PIC 9(02)    VALUE ZERO.
           05  WS-CUSTOMER-SUB             PIC 9(03)    VALUE ZERO.
      *
       01  WS-FIELDS.
           05  WS-ALLOCATED-FILE-STATUS    PIC X(02)    VALUE SPACES.
           05  WS-CUSTOMER-FILE-STATUS     PIC X(02)    VALUE SPACES.
           05  WS-PRICE-LEVEL-FILE-STATUS  PIC X(02)    VALUE SPACES.
           05  WS-INVOICE-NUMBER-FILE-STATUS
                                           PIC X(02)    VALUE SPACES.
           05  WS-OPEN-AR-FILE-STATUS      PIC X(02)    VALUE SPACES.
           05  WS-CUSTOMER-COUNT           PIC 9(03)    VALUE ZERO.
           05  WS-CUSTOMER-MAX             PIC 9(03)    VALUE 500.
           05  WS-PRICE-LEVEL-COUNT        PIC 9(02)    VALUE ZERO.
           05  WS-PRICE-LEVEL-MAX          PIC 9(02)    VALUE 10.
           05  WS-NEXT-INVOICE-NUMBER      PIC 9(06)    VALUE ZERO.
           05  WS-INVOICE-NUMBER           PIC 9(06)    VALUE ZERO.
           05  WS-PREV-CUSTOMER-ID         PIC X(05)    VALUE SPACES.
           05  WS-PREV-ALLOCATION-DATE     PIC 9(08)    VALUE ZERO.
           05  WS-TERMS-DAYS               PIC 9(03)    VALUE ZERO.
           05  WS-DAYS-COUNTED             PIC 9(03)    VALUE ZERO.
           05  WS-SELLING-PRICE            PIC 9(05)V99 VALUE ZERO.
           05  WS-LINE-AMOUNT              PIC 9(07)V99 VALUE ZERO.
           05  WS-NOT-BILLED-REASON        PIC X(24)    VALUE SPACES.
           05  WS-RECORDS-READ             PIC 9(05)    VALUE ZERO.
           05  WS-INVOICE-LINES            PIC 9(03)    VALUE ZERO.
           05  WS-INVOICE-AMOUNT           PIC 9(07)V99 VALUE ZERO.
           05  WS-INVOICES-ISSUED          PIC 9(05)    VALUE ZERO.
           05  WS-LINES-BILLED             PIC 9(05)    VALUE ZERO.
           05  WS-TOTAL-BILLED             PIC 9(09)V99 VALUE ZERO.
           05  WS-LINES-NOT-BILLED         PIC 9(05)    VALUE ZERO.
           05  WS-LEAP-QUOTIENT            PIC 9(04)    VALUE ZERO.
           05  WS-LEAP-REMAINDER           PIC 9(04)    VALUE ZERO.
           05  WS-MONTH-DAYS               PIC 9(02)    VALUE ZERO.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 9999.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

      ***********************TABLE**********************************
      * DATE-STEPPING FIELDS -- THE DUE DATE IS FOUND BY STEPPING
      * THE INVOICE DATE FORWARD ONE DAY FOR EACH DAY OF THE
      * CUSTOMER'S TERMS
      **************************************************************
       01  WS-SCAN-DATE.
           05  WS-SCAN-YEAR                PIC 9(04).
           05  WS-SCAN-MONTH               PIC 9(02).
           05  WS-SCAN-DAY                 PIC 9(02).

       01  WS-SCAN-DATE-N REDEFINES WS-SCAN-DATE
                                           PIC 9(08).

       01  WS-INVOICE-DATE.
           05  WS-INVOICE-YEAR             PIC 9(04).
           05  WS-INVOICE-MONTH            PIC 9(02).
           05  WS-INVOICE-DAY              PIC 9(02).

       01  WS-INVOICE-DATE-N REDEFINES WS-INVOICE-DATE
                                           PIC 9(08).

       01  WS-DUE-DATE.
           05  WS-DUE-YEAR                 PIC 9(04).
           05  WS-DUE-MONTH                PIC 9(02).
           05  WS-DUE-DAY                  PIC 9(02).

       01  WS-DUE-DATE-N REDEFINES WS-DUE-DATE
                                           PIC 9(08).

      ***********************TABLE**********************************
      * DAYS IN EACH MONTH OF A COMMON YEAR -- FEBRUARY IS
      * CORRECTED FOR LEAP YEARS BY THE AHEAD-ONE-DAY ROUTINE
      **************************************************************
       01  DAYS-PER-MONTH-TEXT.
           05                       PIC X(24) VALUE
               '312831303130313130313031'.

       01  DAYS-PER-MONTH-TABLE REDEFINES DAYS-PER-MONTH-TEXT.
           05  DM-DAYS                     OCCURS 12 TIMES
                                           PIC 9(02).

      ***********************TABLE**********************************
      * CUSTOMER TABLE, LOADED FROM THE CUSTOMER MASTER -- EACH
      * ENTRY IS THE FULL CUSTOMER RECORD SO THE BILL-TO ADDRESS
      * AND TERMS CAN BE PRINTED. TABLE HOLDS 500 CUSTOMERS
      **************************************************************
       01  CUSTOMER-TABLE.
           05  CT-ENTRY OCCURS 500 TIMES.
               10  CT-CUSTOMER-ID          PIC X(05).
               10  CT-CUSTOMER-NAME        PIC X(25).
               10  CT-BILL-ADDRESS         PIC X(25).
               10  CT-BILL-CITY            PIC X(15).
               10  CT-BILL-STATE           PIC X(02).
               10  CT-BILL-ZIP             PIC X(09).
               10  CT-TERMS                PIC X(10).
               10  CT-TERMS-DAYS           PIC 9(03).
               10  CT-CREDIT-LIMIT         PIC 9(07)V99.
               10  CT-PRICE-LEVEL          PIC X(01).
               10                          PIC X(16).

      ***********************TABLE**********************************
      * PRICE LEVEL TABLE, LOADED FROM THE PRICE-LEVEL FILE -- THE
      * MARKUP PERCENT OVER CASE COST FOR EACH LEVEL. TABLE CAN
      * HOLD UP TO 10 LEVELS
      **************************************************************
       01  PRICE-LEVEL-TABLE.
           05  PL-ENTRY OCCURS 10 TIMES.
               10  PLT-PRICE-LEVEL         PIC X(01).
               10  PLT-MARKUP-PCT          PIC 9(03)V9.
               10  PLT-DESCRIPTION         PIC X(15).

      **********************OUTPUT AREA**************************
       01  HEADING-ONE.
           05                              PIC X(16)    VALUE SPACES.
           05                              PIC X(48)    VALUE
               'BENNETT SWEETS AND MORE - CUSTOMER INVOICING'.
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
           05  H2-REPORT-NAME              PIC X(24)    VALUE
               'INVOICE'.
           05                              PIC X(10)    VALUE SPACES.
           05                              PIC X(03)    VALUE 'DWR'.
      *
       01  INVOICE-NUMBER-LINE.
           05                              PIC X(12) VALUE
               'INVOICE NO: '.
           05  INL-INVOICE-NUMBER          PIC 9(06).
           05                              PIC X(04) VALUE SPACES.
           05                              PIC X(14) VALUE
               'INVOICE DATE: '.
           05  INL-INVOICE-DATE.
               10  INL-INVOICE-MONTH       PIC 99.
               10                          PIC X     VALUE '/'.
               10  INL-INVOICE-DAY         PIC 99.
               10                          PIC X     VALUE '/'.
               10  INL-INVOICE-YEAR        PIC 9(04).
           05                              PIC X(04) VALUE SPACES.
           05                              PIC X(10) VALUE
               'DUE DATE: '.
           05  INL-DUE-DATE.
               10  INL-DUE-MONTH           PIC 99.
               10                          PIC X     VALUE '/'.
               10  INL-DUE-DAY             PIC 99.
               10                          PIC X     VALUE '/'.
               10  INL-DUE-YEAR            PIC 9(04).
           05                              PIC X(10) VALUE SPACES.
      *
       01  BILL-TO-NAME-LINE.
           05                              PIC X(10) VALUE
               'BILL TO:  '.
           05  BTL-CUSTOMER-ID             PIC X(05).
           05                              PIC X(02) VALUE SPACES.
           05  BTL-CUSTOMER-NAME           PIC X(25).
           05                              PIC X(38) VALUE SPACES.
      *
       01  BILL-TO-ADDRESS-LINE.
           05                              PIC X(17) VALUE SPACES.
           05  BTL-BILL-ADDRESS            PIC X(25).
           05                              PIC X(38) VALUE SPACES.
      *
       01  BILL-TO-CITY-LINE.
           05                              PIC X(17) VALUE SPACES.
           05  BTL-BILL-CITY               PIC X(15).
           05                              PIC X(01) VALUE SPACES.
           05  BTL-BILL-STATE              PIC X(02).
           05                              PIC X(02) VALUE SPACES.
           05  BTL-BILL-ZIP                PIC X(09).
           05                              PIC X(34) VALUE SPACES.
      *
       01  TERMS-LINE.
           05                              PIC X(10) VALUE
               'TERMS:    '.
           05  TL-TERMS                    PIC X(10).
           05                              PIC X(60) VALUE SPACES.
      *
       01  HEADING-THREE.
           05                              PIC X(04) VALUE 'WHSE'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(01) VALUE 'V'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(03) VALUE 'CDY'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(15) VALUE 'CANDY NAME'.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(05) VALUE 'CASES'.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(10) VALUE
               'CASE PRICE'.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(14) VALUE
               '        AMOUNT'.
           05                              PIC X(13) VALUE SPACES.
      *
       01  INVOICE-DETAIL-LINE.
           05  IDL-WAREHOUSE-ID            PIC X(04).
           05                              PIC X(02) VALUE SPACES.
           05  IDL-VENDOR-ID               PIC X(01).
           05                              PIC X(02) VALUE SPACES.
           05  IDL-CANDY-ID                PIC X(03).
           05                              PIC X(02) VALUE SPACES.
           05  IDL-CANDY-NAME              PIC X(15).
           05                              PIC X(03) VALUE SPACES.
           05  IDL-SHIPPED-CASES           PIC Z,ZZ9.
           05                              PIC X(03) VALUE SPACES.
           05  IDL-SELLING-PRICE           PIC $$,$$9.99.
           05                              PIC X(04) VALUE SPACES.
           05  IDL-LINE-AMOUNT             PIC $$$,$$$,$$9.99.
           05                              PIC X(13) VALUE SPACES.
      *
       01  INVOICE-TOTAL-LINE.
           05                              PIC X(34) VALUE SPACES.
           05                              PIC X(19) VALUE
               'INVOICE TOTAL DUE: '.
           05  ITL-INVOICE-AMOUNT          PIC $$$,$$$,$$9.99.
           05                              PIC X(13) VALUE SPACES.
      *
       01  REGISTER-HEADING-THREE.
           05                              PIC X(06) VALUE 'INV NO'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(05) VALUE 'CUST '.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(10) VALUE 'INV DATE'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(10) VALUE 'DUE DATE'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(05) VALUE 'LINES'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(14) VALUE
               '        AMOUNT'.
           05                              PIC X(20) VALUE SPACES.
      *
       01  REGISTER-DETAIL-LINE.
           05  RDL-INVOICE-NUMBER          PIC 9(06).
           05                              PIC X(02) VALUE SPACES.
           05  RDL-CUSTOMER-ID             PIC X(05).
           05                              PIC X(02) VALUE SPACES.
           05  RDL-INVOICE-DATE            PIC X(10).
           05                              PIC X(02) VALUE SPACES.
           05  RDL-DUE-DATE                PIC X(10).
           05                              PIC X(02) VALUE SPACES.
           05  RDL-INVOICE-LINES           PIC ZZZZ9.
           05                              PIC X(02) VALUE SPACES.
           05  RDL-INVOICE-AMOUNT          PIC $$$,$$$,$$9.99.
           05                              PIC X(20) VALUE SPACES.
      *
       01  NOT-BILLED-LINE.
           05                              PIC X(09) VALUE
               'UNBILLED'.
           05  NBL-CUSTOMER-ID             PIC X(05).
           05                              PIC X(01) VALUE SPACES.
           05  NBL-WAREHOUSE-ID            PIC X(04).
           05                              PIC X(01) VALUE SPACES.
           05  NBL-VENDOR-ID               PIC X(01).
           05                              PIC X(01) VALUE SPACES.
           05  NBL-CANDY-ID                PIC X(03).
           05                              PIC X(01) VALUE SPACES.
           05  NBL-CANDY-NAME              PIC X(15).
           05                              PIC X(01) VALUE SPACES.
           05  NBL-SHIPPED-CASES           PIC ZZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  NBL-REASON                  PIC X(24).
           05                              PIC X(09) VALUE SPACES.
      *
       01  REGISTER-TOTAL-LINE.
           05                              PIC X(20) VALUE
               'INVOICES ISSUED:    '.
           05  RTL-INVOICES-ISSUED         PIC ZZZZ9.
           05                              PIC X(04) VALUE SPACES.
           05                              PIC X(14) VALUE
               'TOTAL BILLED: '.
           05  RTL-TOTAL-BILLED            PIC $$$$,$$$,$$9.99.
           05                              PIC X(22) VALUE SPACES.
      *
       01  REGISTER-UNBILLED-LINE.
           05                              PIC X(20) VALUE
               'LINES NOT BILLED:   '.
           05  RUL-LINES-NOT-BILLED        PIC ZZZZ9.
           05                              PIC X(04) VALUE SPACES.
           05                              PIC X(40) VALUE
               'KEPT ON ALLOCATED FILE FOR NEXT RUN'.
           05                              PIC X(11) VALUE SPACES.
      *
       01  REGISTER-NONE-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(40) VALUE
               'NO ALLOCATED ORDER LINES TO INVOICE'.
      *
       PROCEDURE DIVISION.
      *
       0100-INVOICE-ORDERS.

           PERFORM 0200-HSKPING-ROUTINE
           PERFORM 0300-READ-SORTED-ALLOCATED
           PERFORM 9000-FINAL-ROUTINE
       .

      ********************************************************
      * LOADS THE CUSTOMER AND PRICE LEVEL TABLES AND THE NEXT
      * INVOICE NUMBER, SORTS THE ALLOCATED LINES INTO
      * CUSTOMER AND DATE ORDER, CLEARS THE ALLOCATED FILE FOR
      * THE LINES CARRIED FORWARD AND WRITES THE REGISTER
      * HEADINGS
      ********************************************************
       0200-HSKPING-ROUTINE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-MONTH                 TO H1-MONTH
           MOVE WS-DAY                   TO H1-DAY
           MOVE WS-YEAR                  TO H1-YEAR

           PERFORM 0210-LOAD-PRICE-LEVEL-TABLE
           PERFORM 0230-LOAD-CUSTOMER-TABLE
           PERFORM 0250-LOAD-NEXT-INVOICE-NUMBER

           OPEN INPUT ALLOCATED-ORDER-FILE

           IF WS-ALLOCATED-FILE-STATUS NOT = '00'
              DISPLAY 'PR27FA21: UNABLE TO OPEN ALLOCATED-ORDER-FILE '
                 '-- FILE STATUS ' WS-ALLOCATED-FILE-STATUS
              DISPLAY 'PR27FA21: JOB TERMINATED -- NO ORDERS HAVE '
                 'BEEN ALLOCATED THROUGH PR17FA21 YET'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           CLOSE ALLOCATED-ORDER-FILE

           SORT SORT-FILE
              ON ASCENDING KEY SF-CUSTOMER-ID
              ON ASCENDING KEY SF-ALLOCATION-DATE
              ON ASCENDING KEY SF-ITEM-KEY
              USING ALLOCATED-ORDER-FILE
              GIVING SORTED-ALLOCATED-FILE

           IF SORT-RETURN NOT = ZERO
              DISPLAY 'PR27FA21: SORT FAILED -- SORT-RETURN '
                 SORT-RETURN
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT SORTED-ALLOCATED-FILE
               OUTPUT ALLOCATED-ORDER-FILE
                      INVOICE-REPORT-FILE
                      INVOICE-REGISTER-FILE
               EXTEND OPEN-AR-FILE

           MOVE 'INVOICE REGISTER'       TO H2-REPORT-NAME
           WRITE REGISTER-LINE FROM HEADING-ONE
              AFTER ADVANCING PAGE
           WRITE REGISTER-LINE FROM HEADING-TWO
              AFTER ADVANCING 2
           WRITE REGISTER-LINE FROM REGISTER-HEADING-THREE
              AFTER ADVANCING 2
           MOVE 'INVOICE'                TO H2-REPORT-NAME

       .

      ********************************************************
      * LOAD THE PRICE LEVEL TABLE -- THE JOB TERMINATES IF THE
      * FILE IS NOT AVAILABLE SINCE NOTHING CAN BE PRICED
      * WITHOUT IT
      ********************************************************
       0210-LOAD-PRICE-LEVEL-TABLE.

           OPEN INPUT PRICE-LEVEL-FILE

           IF WS-PRICE-LEVEL-FILE-STATUS NOT = '00'
              DISPLAY 'PR27FA21: UNABLE TO OPEN PRICE-LEVEL-FILE -- '
                 'FILE STATUS ' WS-PRICE-LEVEL-FILE-STATUS
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL PRICE-LEVEL-EOF
              READ PRICE-LEVEL-FILE
                 AT END
                    MOVE 'Y'             TO WS-PRICE-LEVEL-EOF-SW
                 NOT AT END
                    PERFORM 0220-ADD-PRICE-LEVEL-ENTRY
              END-READ
           END-PERFORM

           CLOSE PRICE-LEVEL-FILE

       .

      ********************************************************
      * ADD ONE ENTRY TO THE IN-MEMORY PRICE LEVEL TABLE
      ********************************************************
       0220-ADD-PRICE-LEVEL-ENTRY.

           IF WS-PRICE-LEVEL-COUNT < WS-PRICE-LEVEL-MAX
              ADD 1                      TO WS-PRICE-LEVEL-COUNT
              MOVE PRICE-LEVEL-RECORD    TO PL-ENTRY
                                              (WS-PRICE-LEVEL-COUNT)
           ELSE
              DISPLAY 'PR27FA21: PRICE-LEVEL-FILE HAS MORE THAN 10 '
                 'ENTRIES -- EXTRA ENTRIES IGNORED'
           END-IF

       .

      ********************************************************
      * LOAD THE CUSTOMER TABLE -- THE JOB TERMINATES IF THE
      * CUSTOMER MASTER IS NOT AVAILABLE OR TOO BIG FOR THE
      * TABLE
      ********************************************************
       0230-LOAD-CUSTOMER-TABLE.

           OPEN INPUT CUSTOMER-MASTER-FILE

           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
              DISPLAY 'PR27FA21: UNABLE TO OPEN CUSTOMER-MASTER-FILE '
                 '-- FILE STATUS ' WS-CUSTOMER-FILE-STATUS
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL CUSTOMER-EOF
              READ CUSTOMER-MASTER-FILE
                 AT END
                    MOVE 'Y'             TO WS-CUSTOMER-EOF-SW
                 NOT AT END
                    PERFORM 0240-ADD-CUSTOMER-ENTRY
              END-READ
           END-PERFORM

           CLOSE CUSTOMER-MASTER-FILE

       .

      ********************************************************
      * ADD ONE ENTRY TO THE IN-MEMORY CUSTOMER TABLE
      ********************************************************
       0240-ADD-CUSTOMER-ENTRY.

           IF WS-CUSTOMER-COUNT < WS-CUSTOMER-MAX
              ADD 1                      TO WS-CUSTOMER-COUNT
              MOVE CUSTOMER-MASTER-RECORD
                                         TO CT-ENTRY(WS-CUSTOMER-COUNT)
           ELSE
              DISPLAY 'PR27FA21: CUSTOMER-MASTER-FILE HAS MORE THAN '
                 '500 CUSTOMERS -- TABLE CAPACITY EXCEEDED'
              DISPLAY 'PR27FA21: JOB TERMINATED -- NO INVOICES '
                 'ISSUED, INCREASE THE TABLE AND RERUN'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

       .

      ********************************************************
      * READ THE NEXT INVOICE NUMBER FROM THE INVOICE NUMBER
      * CONTROL FILE -- IF THE CONTROL FILE IS MISSING OR
      * DAMAGED THE NUMBERING RESUMES ABOVE THE HIGHEST INVOICE
      * NUMBER ON THE OPEN RECEIVABLES FILE SO A NUMBER IS
      * NEVER ISSUED TWICE
      ********************************************************
       0250-LOAD-NEXT-INVOICE-NUMBER.

           MOVE ZERO                     TO WS-NEXT-INVOICE-NUMBER

           OPEN INPUT INVOICE-NUMBER-FILE

           IF WS-INVOICE-NUMBER-FILE-STATUS = '00'
              READ INVOICE-NUMBER-FILE
                 AT END
                    MOVE ZERO            TO WS-NEXT-INVOICE-NUMBER
                 NOT AT END
                    IF IN-NEXT-INVOICE-NUMBER NUMERIC
                       MOVE IN-NEXT-INVOICE-NUMBER
                                         TO WS-NEXT-INVOICE-NUMBER
                    END-IF
              END-READ
           END-IF

           CLOSE INVOICE-NUMBER-FILE

           OPEN INPUT OPEN-AR-FILE

           IF WS-OPEN-AR-FILE-STATUS NOT = '00'
              AND WS-OPEN-AR-FILE-STATUS NOT = '05'
              DISPLAY 'PR27FA21: UNABLE TO OPEN OPEN-AR-FILE -- '
                 'FILE STATUS ' WS-OPEN-AR-FILE-STATUS
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL OPEN-AR-EOF
              READ OPEN-AR-FILE
                 AT END
                    MOVE 'Y'             TO WS-OPEN-AR-EOF-SW
                 NOT AT END
                    PERFORM 0260-CHECK-HIGH-INVOICE-NUMBER
              END-READ
           END-PERFORM

           CLOSE OPEN-AR-FILE

           IF WS-NEXT-INVOICE-NUMBER = ZERO
              MOVE 1                     TO WS-NEXT-INVOICE-NUMBER
           END-IF

       .

      ********************************************************
      * KEEP THE NEXT INVOICE NUMBER ABOVE ONE ALREADY ISSUED
      ********************************************************
       0260-CHECK-HIGH-INVOICE-NUMBER.

           IF AR-INVOICE-NUMBER NUMERIC
              AND AR-INVOICE-NUMBER NOT < WS-NEXT-INVOICE-NUMBER
              COMPUTE WS-NEXT-INVOICE-NUMBER = AR-INVOICE-NUMBER + 1
           END-IF

       .

      ********************************************************
      * READS THE SORTED ALLOCATED FILE AND BILLS EACH LINE
      ********************************************************
       0300-READ-SORTED-ALLOCATED.

           PERFORM UNTIL NO-MORE-DATA
              READ SORTED-ALLOCATED-FILE
                 AT END
                    MOVE 'N'             TO EOF-FLAG
                 NOT AT END
                    PERFORM 0400-PROCESS-ALLOCATED-LINE
              END-READ
           END-PERFORM

       .

      ********************************************************
      * START A NEW INVOICE ON A CHANGE OF CUSTOMER OR SHIPPING
      * DATE, THEN BILL THE LINE OR CARRY IT FORWARD
      ********************************************************
       0400-PROCESS-ALLOCATED-LINE.

           ADD 1                         TO WS-RECORDS-READ

           IF AO-CUSTOMER-ID NOT = WS-PREV-CUSTOMER-ID
              OR AO-ALLOCATION-DATE NOT = WS-PREV-ALLOCATION-DATE
              PERFORM 7200-END-INVOICE
              MOVE AO-CUSTOMER-ID        TO WS-PREV-CUSTOMER-ID
              MOVE AO-ALLOCATION-DATE    TO WS-PREV-ALLOCATION-DATE
              PERFORM 0450-CHECK-CUSTOMER
           END-IF

           IF NOT GROUP-BILLABLE
              PERFORM 0700-CARRY-LINE-FORWARD
           ELSE
              IF AO-SHIPPED-CASES NOT NUMERIC
                 OR AO-CASE-COST NOT NUMERIC
                 MOVE 'CASES OR COST INVALID' TO WS-NOT-BILLED-REASON
                 PERFORM 0700-CARRY-LINE-FORWARD
              ELSE
                 PERFORM 0600-BILL-ONE-LINE
              END-IF
           END-IF

       .

      ********************************************************
      * LOOK UP THE NEW GROUP'S CUSTOMER AND PRICE LEVEL --
      * A GROUP THAT CANNOT BE PRICED OR HAS NO USABLE DATE IS
      * CARRIED FORWARD WHOLE
      ********************************************************
       0450-CHECK-CUSTOMER.

           MOVE 'N'                      TO WS-GROUP-BILLABLE-SW
           MOVE 'N'                      TO WS-CUSTOMER-FOUND-SW
           MOVE 'N'                      TO WS-PRICE-LEVEL-FOUND-SW

           PERFORM 0460-MATCH-CUSTOMER-ENTRY
              VARYING CT-SUB FROM 1 BY 1
                 UNTIL CT-SUB > WS-CUSTOMER-COUNT

           IF CUSTOMER-FOUND
              MOVE 1                     TO PL-SUB
              PERFORM 0470-MATCH-PRICE-LEVEL
                 UNTIL PRICE-LEVEL-FOUND
                    OR PL-SUB > WS-PRICE-LEVEL-COUNT
           END-IF

           IF NOT CUSTOMER-FOUND
              MOVE 'CUSTOMER NOT ON MASTER' TO WS-NOT-BILLED-REASON
           ELSE
              IF NOT PRICE-LEVEL-FOUND
                 MOVE 'NO PRICE LEVEL'   TO WS-NOT-BILLED-REASON
              ELSE
                 IF AO-ALLOCATION-DATE NOT NUMERIC
                    MOVE 'SHIP DATE INVALID' TO WS-NOT-BILLED-REASON
                 ELSE
                    MOVE 'Y'             TO WS-GROUP-BILLABLE-SW
                 END-IF
              END-IF
           END-IF

       .

      ********************************************************
      * MATCH ONE CUSTOMER TABLE ENTRY
      ********************************************************
       0460-MATCH-CUSTOMER-ENTRY.

           IF AO-CUSTOMER-ID = CT-CUSTOMER-ID(CT-SUB)
              MOVE 'Y'                   TO WS-CUSTOMER-FOUND-SW
              MOVE CT-SUB                TO WS-CUSTOMER-SUB
              MOVE WS-CUSTOMER-COUNT     TO CT-SUB
           END-IF

       .

      ********************************************************
      * MATCH ONE PRICE LEVEL TABLE ENTRY, STEPPING ON WHEN
      * IT IS NOT THE CUSTOMER'S LEVEL -- PL-SUB IS LEFT ON
      * THE ENTRY FOUND
      ********************************************************
       0470-MATCH-PRICE-LEVEL.

           IF CT-PRICE-LEVEL(WS-CUSTOMER-SUB) =
              PLT-PRICE-LEVEL(PL-SUB)
              MOVE 'Y'                   TO WS-PRICE-LEVEL-FOUND-SW
           ELSE
              ADD 1                      TO PL-SUB
           END-IF

       .

      ********************************************************
      * PRICE ONE LINE AT THE CUSTOMER'S SELLING PRICE AND
      * PRINT IT, STARTING THE INVOICE FIRST IF THIS IS THE
      * GROUP'S FIRST BILLABLE LINE
      ********************************************************
       0600-BILL-ONE-LINE.

           IF NOT INVOICE-OPEN
              PERFORM 7100-START-INVOICE
           END-IF

           COMPUTE WS-SELLING-PRICE ROUNDED =
              AO-CASE-COST * (100 + PLT-MARKUP-PCT(PL-SUB)) / 100
           COMPUTE WS-LINE-AMOUNT =
              AO-SHIPPED-CASES * WS-SELLING-PRICE

           MOVE AO-WAREHOUSE-ID          TO IDL-WAREHOUSE-ID
           MOVE AO-VENDOR-ID             TO IDL-VENDOR-ID
           MOVE AO-CANDY-ID              TO IDL-CANDY-ID
           MOVE AO-CANDY-NAME            TO IDL-CANDY-NAME
           MOVE AO-SHIPPED-CASES         TO IDL-SHIPPED-CASES
           MOVE WS-SELLING-PRICE         TO IDL-SELLING-PRICE
           MOVE WS-LINE-AMOUNT           TO IDL-LINE-AMOUNT
           WRITE INVOICE-LINE FROM INVOICE-DETAIL-LINE
              AFTER ADVANCING 1

           ADD 1                         TO WS-INVOICE-LINES
           ADD 1                         TO WS-LINES-BILLED
           ADD WS-LINE-AMOUNT            TO WS-INVOICE-AMOUNT

       .

      ********************************************************
      * WRITE A LINE THAT CANNOT BE BILLED BACK TO THE
      * ALLOCATED FILE FOR THE NEXT RUN AND LIST IT ON THE
      * REGISTER WITH THE REASON
      ********************************************************
       0700-CARRY-LINE-FORWARD.

           WRITE ALLOCATED-ORDER-RECORD FROM SORTED-ALLOCATED-RECORD
           ADD 1                         TO WS-LINES-NOT-BILLED

           MOVE AO-CUSTOMER-ID           TO NBL-CUSTOMER-ID
           MOVE AO-WAREHOUSE-ID          TO NBL-WAREHOUSE-ID
           MOVE AO-VENDOR-ID             TO NBL-VENDOR-ID
           MOVE AO-CANDY-ID              TO NBL-CANDY-ID
           MOVE AO-CANDY-NAME            TO NBL-CANDY-NAME
           IF AO-SHIPPED-CASES NUMERIC
              MOVE AO-SHIPPED-CASES      TO NBL-SHIPPED-CASES
           ELSE
              MOVE ZERO                  TO NBL-SHIPPED-CASES
           END-IF
           MOVE WS-NOT-BILLED-REASON     TO NBL-REASON
           WRITE REGISTER-LINE FROM NOT-BILLED-LINE
              AFTER ADVANCING 1

       .

      ********************************************************
      * ASSIGN THE INVOICE NUMBER, WORK OUT THE DUE DATE FROM
      * THE CUSTOMER'S TERMS AND PRINT THE INVOICE HEADING ON
      * A NEW PAGE
      ********************************************************
       7100-START-INVOICE.

           MOVE 'Y'                      TO WS-INVOICE-OPEN-SW
           MOVE WS-NEXT-INVOICE-NUMBER   TO WS-INVOICE-NUMBER
           ADD 1                         TO WS-NEXT-INVOICE-NUMBER
           MOVE ZERO                     TO WS-INVOICE-LINES
                                            WS-INVOICE-AMOUNT

           MOVE AO-ALLOCATION-DATE       TO WS-INVOICE-DATE-N
           PERFORM 7150-CALC-DUE-DATE

           MOVE WS-INVOICE-NUMBER        TO INL-INVOICE-NUMBER
           MOVE WS-INVOICE-MONTH         TO INL-INVOICE-MONTH
           MOVE WS-INVOICE-DAY           TO INL-INVOICE-DAY
           MOVE WS-INVOICE-YEAR          TO INL-INVOICE-YEAR
           MOVE WS-DUE-MONTH             TO INL-DUE-MONTH
           MOVE WS-DUE-DAY               TO INL-DUE-DAY
           MOVE WS-DUE-YEAR              TO INL-DUE-YEAR

           MOVE CT-CUSTOMER-ID(WS-CUSTOMER-SUB)   TO BTL-CUSTOMER-ID
           MOVE CT-CUSTOMER-NAME(WS-CUSTOMER-SUB) TO BTL-CUSTOMER-NAME
           MOVE CT-BILL-ADDRESS(WS-CUSTOMER-SUB)  TO BTL-BILL-ADDRESS
           MOVE CT-BILL-CITY(WS-CUSTOMER-SUB)     TO BTL-BILL-CITY
           MOVE CT-BILL-STATE(WS-CUSTOMER-SUB)    TO BTL-BILL-STATE
           MOVE CT-BILL-ZIP(WS-CUSTOMER-SUB)      TO BTL-BILL-ZIP
           MOVE CT-TERMS(WS-CUSTOMER-SUB)         TO TL-TERMS

           WRITE INVOICE-LINE FROM HEADING-ONE
              AFTER ADVANCING PAGE
           WRITE INVOICE-LINE FROM HEADING-TWO
              AFTER ADVANCING 2
           WRITE INVOICE-LINE FROM INVOICE-NUMBER-LINE
              AFTER ADVANCING 2
           WRITE INVOICE-LINE FROM BILL-TO-NAME-LINE
              AFTER ADVANCING 2
           WRITE INVOICE-LINE FROM BILL-TO-ADDRESS-LINE
              AFTER ADVANCING 1
           WRITE INVOICE-LINE FROM BILL-TO-CITY-LINE
              AFTER ADVANCING 1
           WRITE INVOICE-LINE FROM TERMS-LINE
              AFTER ADVANCING 2
           WRITE INVOICE-LINE FROM HEADING-THREE
              AFTER ADVANCING 2

       .

      ********************************************************
      * DUE DATE = INVOICE DATE STEPPED FORWARD ONE DAY FOR
      * EACH DAY OF THE CUSTOMER'S TERMS -- TERMS THAT ARE NOT
      * NUMERIC MAKE THE INVOICE DUE ON RECEIPT
      ********************************************************
       7150-CALC-DUE-DATE.

           IF CT-TERMS-DAYS(WS-CUSTOMER-SUB) NUMERIC
              MOVE CT-TERMS-DAYS(WS-CUSTOMER-SUB) TO WS-TERMS-DAYS
           ELSE
              MOVE ZERO                  TO WS-TERMS-DAYS
           END-IF

           MOVE WS-INVOICE-DATE-N        TO WS-SCAN-DATE-N
           MOVE ZERO                     TO WS-DAYS-COUNTED

           PERFORM 7160-COUNT-ONE-DAY
              UNTIL WS-DAYS-COUNTED NOT < WS-TERMS-DAYS

           MOVE WS-SCAN-DATE-N           TO WS-DUE-DATE-N

       .

      ********************************************************
      * COUNT ONE DAY OF TERMS AND STEP THE SCAN DATE FORWARD
      ********************************************************
       7160-COUNT-ONE-DAY.

           ADD 1                         TO WS-DAYS-COUNTED
           PERFORM 8000-AHEAD-ONE-DAY

       .

      ********************************************************
      * FINISH THE OPEN INVOICE -- PRINT ITS TOTAL, POST IT TO
      * THE OPEN RECEIVABLES FILE AND LIST IT ON THE REGISTER.
      * NOTHING IS DONE WHEN NO INVOICE WAS STARTED
      ********************************************************
       7200-END-INVOICE.

           IF INVOICE-OPEN
              MOVE WS-INVOICE-AMOUNT     TO ITL-INVOICE-AMOUNT
              WRITE INVOICE-LINE FROM INVOICE-TOTAL-LINE
                 AFTER ADVANCING 2

              MOVE SPACES                TO OPEN-AR-RECORD
              MOVE WS-INVOICE-NUMBER     TO AR-INVOICE-NUMBER
              MOVE WS-PREV-CUSTOMER-ID   TO AR-CUSTOMER-ID
              MOVE WS-INVOICE-DATE-N     TO AR-INVOICE-DATE
              MOVE WS-DUE-DATE-N         TO AR-DUE-DATE
              MOVE WS-INVOICE-AMOUNT     TO AR-INVOICE-AMOUNT
              MOVE ZERO                  TO AR-AMOUNT-PAID
                                            AR-LAST-PAYMENT-DATE
              MOVE 'O'                   TO AR-INVOICE-STATUS
              WRITE OPEN-AR-RECORD

              MOVE WS-INVOICE-NUMBER     TO RDL-INVOICE-NUMBER
              MOVE WS-PREV-CUSTOMER-ID   TO RDL-CUSTOMER-ID
              MOVE INL-INVOICE-DATE      TO RDL-INVOICE-DATE
              MOVE INL-DUE-DATE          TO RDL-DUE-DATE
              MOVE WS-INVOICE-LINES      TO RDL-INVOICE-LINES
              MOVE WS-INVOICE-AMOUNT     TO RDL-INVOICE-AMOUNT
              WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
                 AFTER ADVANCING 1

              ADD 1                      TO WS-INVOICES-ISSUED
              ADD WS-INVOICE-AMOUNT      TO WS-TOTAL-BILLED
              MOVE 'N'                   TO WS-INVOICE-OPEN-SW
           END-IF

       .

      ********************************************************
      * STEP THE SCAN DATE FORWARD ONE CALENDAR DAY, ROLLING
      * MONTH AND YEAR BOUNDARIES AND CORRECTING FEBRUARY FOR
      * LEAP YEARS
      ********************************************************
       8000-AHEAD-ONE-DAY.

           IF WS-SCAN-MONTH < 1 OR WS-SCAN-MONTH > 12
              MOVE 1                     TO WS-SCAN-MONTH
           END-IF

           MOVE DM-DAYS(WS-SCAN-MONTH)   TO WS-MONTH-DAYS
           IF WS-SCAN-MONTH = 2
              PERFORM 8050-CHECK-LEAP-YEAR
           END-IF

           IF WS-SCAN-DAY < WS-MONTH-DAYS
              ADD 1                      TO WS-SCAN-DAY
           ELSE
              MOVE 1                     TO WS-SCAN-DAY
              IF WS-SCAN-MONTH = 12
                 MOVE 1                  TO WS-SCAN-MONTH
                 ADD 1                   TO WS-SCAN-YEAR
              ELSE
                 ADD 1                   TO WS-SCAN-MONTH
              END-IF
           END-IF

       .

      ********************************************************
      * SET FEBRUARY TO 29 DAYS IN A LEAP YEAR -- DIVISIBLE
      * BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400
      ********************************************************
       8050-CHECK-LEAP-YEAR.

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
      * FINISH THE LAST INVOICE, WRITE THE REGISTER TOTALS,
      * SAVE THE NEXT INVOICE NUMBER, SET THE RETURN CODE AND
      * CLOSE FILES
      ********************************************************
       9000-FINAL-ROUTINE.

           PERFORM 7200-END-INVOICE

           IF WS-RECORDS-READ = ZERO
              WRITE REGISTER-LINE FROM REGISTER-NONE-LINE
                 AFTER ADVANCING 3
           ELSE
              MOVE WS-INVOICES-ISSUED    TO RTL-INVOICES-ISSUED
              MOVE WS-TOTAL-BILLED       TO RTL-TOTAL-BILLED
              WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
                 AFTER ADVANCING 3
              IF WS-LINES-NOT-BILLED > ZERO
                 MOVE WS-LINES-NOT-BILLED TO RUL-LINES-NOT-BILLED
                 WRITE REGISTER-LINE FROM REGISTER-UNBILLED-LINE
                    AFTER ADVANCING 1
              END-IF
           END-IF

           CLOSE SORTED-ALLOCATED-FILE
                 ALLOCATED-ORDER-FILE
                 INVOICE-REPORT-FILE
                 INVOICE-REGISTER-FILE
                 OPEN-AR-FILE

           PERFORM 9700-WRITE-NEXT-INVOICE-NUMBER

           DISPLAY 'PR27FA21: ALLOCATED LINES READ    ' WS-RECORDS-READ
           DISPLAY 'PR27FA21: LINES BILLED            ' WS-LINES-BILLED
           DISPLAY 'PR27FA21: INVOICES ISSUED         '
              WS-INVOICES-ISSUED

           IF WS-LINES-NOT-BILLED > ZERO
              DISPLAY 'PR27FA21: ' WS-LINES-NOT-BILLED
                 ' LINE(S) NOT BILLED -- SEE INVOICE-REGISTER'
              MOVE 4                     TO RETURN-CODE
           END-IF

           STOP RUN

       .

      ********************************************************
      * SAVE THE NEXT INVOICE NUMBER FOR THE NEXT RUN
      ********************************************************
       9700-WRITE-NEXT-INVOICE-NUMBER.

           OPEN OUTPUT INVOICE-NUMBER-FILE

           MOVE SPACES                   TO INVOICE-NUMBER-RECORD
           MOVE WS-NEXT-INVOICE-NUMBER   TO IN-NEXT-INVOICE-NUMBER
           WRITE INVOICE-NUMBER-RECORD

           CLOSE INVOICE-NUMBER-FILE

       .
