      *  BY PR8FA21 AND GENERATES THE SHIPMENT TRANSACTIONS INTO THE
      *  DAILY TRANSACTION FILE IN THE EXACT 29-BYTE LAYOUT PR7FA21
      *  ALREADY ACCEPTS, SO PROMISED STOCK FLOWS THROUGH THE NORMAL
      *  MORNING UPDATE INSTEAD OF BEING KEYED IN BY HAND AFTERWARD.
      *  AN ORDER LINE IS ONLY ALLOCATED FOR A CUSTOMER ON THE
      *  CUSTOMER MASTER WHOSE OPEN RECEIVABLES PLUS UNBILLED
      *  SHIPMENTS PLUS THE LINE ITSELF, AT THE CUSTOMER'S SELLING
      *  PRICE, STAY WITHIN THE CUSTOMER'S CREDIT LIMIT -- ANY OTHER
      *  LINE IS HELD FOR THE CREDIT DEPARTMENT
      ******
      *  INPUT
      *     CUSTOMER-ORDER-FILE.TXT -- ONE RECORD PER ORDER LINE
      *        CANDY NAME / CASE QUANTITY
      *     CANDY-INV-MASTER.IDX -- INDEXED FILE KEYED ON WAREHOUSE
      *        ID + VENDOR ID + CANDY ID, LOADED BY PR8FA21
      *     CUSTOMER-MASTER.TXT -- CUSTOMER NAME, BILL-TO ADDRESS,
      *        TERMS, CREDIT LIMIT AND PRICE LEVEL
      *     PRICE-LEVEL-FILE.TXT -- MARKUP PERCENT OVER CASE COST FOR
      *        EACH PRICE LEVEL
      *     OPEN-AR-FILE.TXT -- OPEN RECEIVABLES WRITTEN BY PR27FA21
      *     ALLOCATED-ORDER-FILE.TXT -- LINES ALLOCATED BUT NOT YET
      *        INVOICED, COUNTED AGAINST THE CUSTOMER'S CREDIT
      ******
      *  OUTPUT
      *     DAILY-INV-TRANS.TXT -- ONE S (SHIPMENT) TRANSACTION PER
      *     BACKORDER-REPORT.TXT -- ONE LINE PER ORDER LINE THE
      *        STOCK COULD NOT FULLY COVER, WITH THE SHORT QUANTITY
      *        AND REASON
      *     ALLOCATED-ORDER-FILE.TXT -- ONE RECORD PER LINE SHIPPED
      *        (DATE, CUSTOMER, ITEM, CASES AND CASE COST), APPENDED
      *        FOR INVOICING BY PR27FA21
      *     CREDIT-HOLD-REPORT.TXT -- ONE LINE PER ORDER LINE HELD,
      *        WITH THE REASON AND THE CUSTOMER'S EXPOSURE AND LIMIT
      *     CUSTOMER-ORDER-HOLD.TXT -- THE HELD ORDER LINES IN THE
      *        CUSTOMER ORDER LAYOUT, APPENDED SO THEY CAN BE
      *        RELEASED BY RESUBMITTING THEM
      ******
      *  CALCULATIONS
      *     SELLING PRICE = CASE COST X (100 + MARKUP PERCENT) / 100
      *     EXPOSURE      = OPEN RECEIVABLE BALANCES + UNBILLED
      *                     ALLOCATED LINES + LINES ALLOCATED THIS RUN,
      *                     ALL AT SELLING PRICE
      *     A LINE IS HELD WHEN EXPOSURE + ORDERED CASES X SELLING
      *        PRICE WOULD EXCEED THE CREDIT LIMIT
      ******
      *  THE MASTER IS NOT UPDATED HERE -- PR7FA21 APPLIES THE
      *  GENERATED SHIPMENTS IN THE MORNING RUN. ALLOCATIONS MADE
      *
           SELECT BACKORDER-REPORT-FILE
               ASSIGN TO PRINTER 'BACKORDER-REPORT.TXT'.
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
           SELECT OPTIONAL OPEN-AR-FILE
               ASSIGN TO 'OPEN-AR-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-AR-FILE-STATUS.
      *
           SELECT OPTIONAL ALLOCATED-ORDER-FILE
               ASSIGN TO 'ALLOCATED-ORDER-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOCATED-FILE-STATUS.
      *
           SELECT OPTIONAL ORDER-HOLD-FILE
               ASSIGN TO 'CUSTOMER-ORDER-HOLD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CREDIT-HOLD-REPORT-FILE
               ASSIGN TO PRINTER 'CREDIT-HOLD-REPORT.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BACKORDER-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BACKORDER-LINE                  PIC X(80).
      *
       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  CUSTOMER-MASTER-RECORD.
           05  CU-CUSTOMER-ID              PIC X(05).
           05  CU-CUSTOMER-NAME            PIC X(25).
           05  CU-BILL-ADDRESS             PIC X(25).
           05  CU-BILL-CITY                PIC X(15).
           05  CU-BILL-STATE               PIC X(02).
           05  CU-BILL-ZIP                 PIC X(09).
           05  CU-TERMS                    PIC X(10).
           05  CU-TERMS-DAYS               PIC 9(03).
           05  CU-CREDIT-LIMIT             PIC 9(07)V99.
           05  CU-PRICE-LEVEL              PIC X(01).
           05                              PIC X(16).
      *
       FD  PRICE-LEVEL-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PRICE-LEVEL-RECORD.
           05  PL-PRICE-LEVEL              PIC X(01).
           05  PL-MARKUP-PCT               PIC 9(03)V9.
           05  PL-DESCRIPTION              PIC X(15).
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
       FD  ALLOCATED-ORDER-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  ALLOCATED-ORDER-RECORD.
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
       FD  ORDER-HOLD-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  ORDER-HOLD-RECORD               PIC X(32).
      *
       FD  CREDIT-HOLD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CREDIT-HOLD-LINE                PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
               88 SLOT-NOT-FOUND                        VALUE 'N'.
           05  WS-ALLOC-FOUND-SW           PIC X        VALUE 'N'.
               88 ALLOC-ENTRY-FOUND                     VALUE 'Y'.
           05  WS-CUSTOMER-EOF-SW          PIC X        VALUE 'N'.
               88 CUSTOMER-EOF                          VALUE 'Y'.
           05  WS-PRICE-LEVEL-EOF-SW       PIC X        VALUE 'N'.
               88 PRICE-LEVEL-EOF                       VALUE 'Y'.
           05  WS-OPEN-AR-EOF-SW           PIC X        VALUE 'N'.
               88 OPEN-AR-EOF                           VALUE 'Y'.
           05  WS-ALLOCATED-EOF-SW         PIC X        VALUE 'N'.
               88 ALLOCATED-EOF                         VALUE 'Y'.
           05  WS-CUSTOMER-FOUND-SW        PIC X        VALUE 'N'.
               88 CUSTOMER-FOUND                        VALUE 'Y'.
           05  WS-PRICE-LEVEL-FOUND-SW     PIC X        VALUE 'N'.
               88 PRICE-LEVEL-FOUND                     VALUE 'Y'.
      *
       01 SUBSCRIPTS.
           05  CS-SUB                      PIC 9        VALUE ZERO.
           05  AL-SUB                      PIC 9(03)    VALUE ZERO.
           05  WS-SLOT-SUB                 PIC 9        VALUE ZERO.
           05  WS-ALLOC-SUB                PIC 9(03)    VALUE ZERO.
           05  CT-SUB                      PIC 9(03)    VALUE ZERO.
           05  PL-SUB                      PIC 9(02)    VALUE ZERO.
           05  WS-CUSTOMER-SUB             PIC 9(03)    VALUE ZERO.
      *
       01  WS-FIELDS.
           05  WS-MASTER-FILE-STATUS       PIC X(02)    VALUE SPACES.
           05  WS-LINES-FILLED             PIC S9(05)   VALUE +0.
           05  WS-LINES-SHORT              PIC S9(05)   VALUE +0.
           05  WS-SHORT-REASON             PIC X(30)    VALUE SPACES.
           05  WS-CUSTOMER-FILE-STATUS     PIC X(02)    VALUE SPACES.
           05  WS-PRICE-LEVEL-FILE-STATUS  PIC X(02)    VALUE SPACES.
           05  WS-OPEN-AR-FILE-STATUS      PIC X(02)    VALUE SPACES.
           05  WS-ALLOCATED-FILE-STATUS    PIC X(02)    VALUE SPACES.
           05  WS-CUSTOMER-COUNT           PIC 9(03)    VALUE ZERO.
           05  WS-CUSTOMER-MAX             PIC 9(03)    VALUE 500.
           05  WS-PRICE-LEVEL-COUNT        PIC 9(02)    VALUE ZERO.
           05  WS-PRICE-LEVEL-MAX          PIC 9(02)    VALUE 10.
           05  WS-SEARCH-CUSTOMER-ID       PIC X(05)    VALUE SPACES.
           05  WS-SEARCH-PRICE-LEVEL       PIC X(01)    VALUE SPACES.
           05  WS-SELLING-PRICE            PIC 9(05)V99 VALUE ZERO.
           05  WS-LINE-VALUE               PIC 9(09)V99 VALUE ZERO.
           05  WS-HOLD-REASON              PIC X(20)    VALUE SPACES.
           05  WS-LINES-HELD               PIC S9(05)   VALUE +0.
      *
       01  WS-CURRENT-DATE-N               PIC 9(08)    VALUE ZERO.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 9999.
               10  AL-SLOT-SUB             PIC 9.
               10  AL-ALLOCATED-CASES      PIC 9(05).

      ***********************TABLE**********************************
      * CUSTOMER CREDIT TABLE, LOADED FROM THE CUSTOMER MASTER AT
      * HOUSEKEEPING TIME. EXPOSURE STARTS AT THE CUSTOMER'S OPEN
      * RECEIVABLES PLUS UNBILLED ALLOCATED LINES AND GROWS WITH
      * EVERY LINE ALLOCATED THIS RUN. TABLE HOLDS 500 CUSTOMERS
      **************************************************************
       01  CUSTOMER-TABLE.
           05  CT-ENTRY OCCURS 500 TIMES.
               10  CT-CUSTOMER-ID          PIC X(05).
               10  CT-CREDIT-LIMIT         PIC 9(07)V99.
               10  CT-PRICE-LEVEL          PIC X(01).
               10  CT-EXPOSURE             PIC 9(09)V99.

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
           05                              PIC X(05) VALUE 'READ:'.
           05                              PIC X(01) VALUE SPACES.
           05  ALT-READ-COUNT              PIC ZZZZ9.
      *
       01  HOLD-HEADING-THREE.
           05                              PIC X(05) VALUE 'CUST '.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(04) VALUE 'WHSE'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(01) VALUE 'V'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(03) VALUE 'CDY'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(15) VALUE 'CANDY NAME'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(04) VALUE ' QTY'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(17) VALUE
               'REASON'.
           05                              PIC X(12) VALUE
               '    EXPOSURE'.
           05                              PIC X(12) VALUE
               '       LIMIT'.
      *
       01  HOLD-DETAIL-LINE.
           05  HDL-CUSTOMER-ID             PIC X(05).
           05                              PIC X(02) VALUE SPACES.
           05  HDL-WAREHOUSE-ID            PIC X(04).
           05                              PIC X(01) VALUE SPACES.
           05  HDL-VENDOR-ID               PIC X(01).
           05                              PIC X(01) VALUE SPACES.
           05  HDL-CANDY-ID                PIC X(03).
           05                              PIC X(01) VALUE SPACES.
           05  HDL-CANDY-NAME              PIC X(15).
           05                              PIC X(01) VALUE SPACES.
           05  HDL-QUANTITY                PIC ZZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  HDL-HOLD-REASON             PIC X(17).
           05  HDL-EXPOSURE                PIC ZZZZ,ZZ9.99.
           05                              PIC X(01) VALUE SPACES.
           05  HDL-CREDIT-LIMIT            PIC ZZZZ,ZZ9.99.
           05                              PIC X(01) VALUE SPACES.
      *
       01  HOLD-TOTAL-LINE.
           05                              PIC X(28) VALUE
               'TOTAL ORDER LINES HELD:     '.
           05                              PIC X(01) VALUE SPACES.
           05  HTL-HELD-COUNT              PIC ZZZZ9.
      *
       01  HOLD-NONE-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(40) VALUE
               'NO ORDER LINES WERE HELD FOR CREDIT'.
      *
       01  BACKORDER-TOTAL-LINE.
           05                              PIC X(28) VALUE
      ********************************************************
       0200-HSKPING-ROUTINE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE          TO WS-CURRENT-DATE-N

           PERFORM 0210-LOAD-PRICE-LEVEL-TABLE
           PERFORM 0230-LOAD-CUSTOMER-TABLE
           PERFORM 0250-ADD-OPEN-AR-EXPOSURE
           PERFORM 0270-ADD-UNBILLED-EXPOSURE

           OPEN INPUT CUSTOMER-ORDER-FILE
                      CANDY-INV-MASTER
               EXTEND TRANSACTION-FILE
                      ALLOCATED-ORDER-FILE
                      ORDER-HOLD-FILE
               OUTPUT ALLOCATION-REPORT-FILE
                      BACKORDER-REPORT-FILE
                      CREDIT-HOLD-REPORT-FILE

           IF WS-MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'PR17FA21: UNABLE TO OPEN CANDY-INV-MASTER -- '
              STOP RUN
           END-IF

           MOVE WS-MONTH                 TO H1-MONTH
           MOVE WS-DAY                   TO H1-DAY
           MOVE WS-YEAR                  TO H1-YEAR
           WRITE BACKORDER-LINE FROM BACKORDER-HEADING-THREE
              AFTER ADVANCING 2

           MOVE 'CREDIT HOLDS'           TO H2-REPORT-NAME
           WRITE CREDIT-HOLD-LINE FROM HEADING-ONE
              AFTER ADVANCING PAGE
           WRITE CREDIT-HOLD-LINE FROM HEADING-TWO
              AFTER ADVANCING 2
           WRITE CREDIT-HOLD-LINE FROM HOLD-HEADING-THREE
              AFTER ADVANCING 2

       .

      ********************************************************
      * LOAD THE PRICE LEVEL TABLE -- THE JOB TERMINATES IF THE
      * FILE IS NOT AVAILABLE SINCE NO LINE CAN BE VALUED FOR
      * CREDIT WITHOUT IT
      ********************************************************
       0210-LOAD-PRICE-LEVEL-TABLE.

           OPEN INPUT PRICE-LEVEL-FILE

           IF WS-PRICE-LEVEL-FILE-STATUS NOT = '00'
              DISPLAY 'PR17FA21: UNABLE TO OPEN PRICE-LEVEL-FILE -- '
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
              DISPLAY 'PR17FA21: PRICE-LEVEL-FILE HAS MORE THAN 10 '
                 'ENTRIES -- EXTRA ENTRIES IGNORED'
           END-IF

       .

      ********************************************************
      * LOAD THE CUSTOMER CREDIT TABLE -- THE JOB TERMINATES IF
      * THE CUSTOMER MASTER IS NOT AVAILABLE, AND A MASTER TOO
      * BIG FOR THE TABLE STOPS THE JOB RATHER THAN HOLD GOOD
      * CUSTOMERS AS UNKNOWN
      ********************************************************
       0230-LOAD-CUSTOMER-TABLE.

           OPEN INPUT CUSTOMER-MASTER-FILE

           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
              DISPLAY 'PR17FA21: UNABLE TO OPEN CUSTOMER-MASTER-FILE '
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
      * ADD ONE ENTRY TO THE IN-MEMORY CUSTOMER CREDIT TABLE
      ********************************************************
       0240-ADD-CUSTOMER-ENTRY.

           IF WS-CUSTOMER-COUNT < WS-CUSTOMER-MAX
              ADD 1                      TO WS-CUSTOMER-COUNT
              MOVE WS-CUSTOMER-COUNT     TO CT-SUB
              MOVE CU-CUSTOMER-ID        TO CT-CUSTOMER-ID(CT-SUB)
              MOVE CU-PRICE-LEVEL        TO CT-PRICE-LEVEL(CT-SUB)
              MOVE ZERO                  TO CT-EXPOSURE(CT-SUB)
              IF CU-CREDIT-LIMIT NUMERIC
                 MOVE CU-CREDIT-LIMIT    TO CT-CREDIT-LIMIT(CT-SUB)
              ELSE
                 MOVE ZERO               TO CT-CREDIT-LIMIT(CT-SUB)
              END-IF
           ELSE
              DISPLAY 'PR17FA21: CUSTOMER-MASTER-FILE HAS MORE THAN '
                 '500 CUSTOMERS -- TABLE CAPACITY EXCEEDED'
              DISPLAY 'PR17FA21: JOB TERMINATED -- NO ORDERS '
                 'ALLOCATED, INCREASE THE TABLE AND RERUN'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

       .

      ********************************************************
      * ADD EVERY OPEN RECEIVABLE BALANCE TO ITS CUSTOMER'S
      * EXPOSURE -- NO FILE YET MEANS NOTHING IS OWED
      ********************************************************
       0250-ADD-OPEN-AR-EXPOSURE.

           OPEN INPUT OPEN-AR-FILE

           IF WS-OPEN-AR-FILE-STATUS NOT = '00'
              AND WS-OPEN-AR-FILE-STATUS NOT = '05'
              DISPLAY 'PR17FA21: UNABLE TO OPEN OPEN-AR-FILE -- '
                 'FILE STATUS ' WS-OPEN-AR-FILE-STATUS
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL OPEN-AR-EOF
              READ OPEN-AR-FILE
                 AT END
                    MOVE 'Y'             TO WS-OPEN-AR-EOF-SW
                 NOT AT END
                    PERFORM 0260-ADD-ONE-AR-BALANCE
              END-READ
           END-PERFORM

           CLOSE OPEN-AR-FILE

       .

      ********************************************************
      * ADD ONE OPEN INVOICE'S UNPAID BALANCE TO ITS CUSTOMER
      ********************************************************
       0260-ADD-ONE-AR-BALANCE.

           IF AR-INVOICE-OPEN
              AND AR-INVOICE-AMOUNT NUMERIC
              AND AR-AMOUNT-PAID NUMERIC
              AND AR-INVOICE-AMOUNT > AR-AMOUNT-PAID
              MOVE AR-CUSTOMER-ID        TO WS-SEARCH-CUSTOMER-ID
              PERFORM 0800-FIND-CUSTOMER
              IF CUSTOMER-FOUND
                 COMPUTE CT-EXPOSURE(WS-CUSTOMER-SUB) =
                    CT-EXPOSURE(WS-CUSTOMER-SUB)
                       + AR-INVOICE-AMOUNT - AR-AMOUNT-PAID
              END-IF
           END-IF

       .

      ********************************************************
      * ADD EVERY LINE ALREADY ALLOCATED BUT NOT YET INVOICED
      * TO ITS CUSTOMER'S EXPOSURE AT SELLING PRICE
      ********************************************************
       0270-ADD-UNBILLED-EXPOSURE.

           OPEN INPUT ALLOCATED-ORDER-FILE

           IF WS-ALLOCATED-FILE-STATUS NOT = '00'
              AND WS-ALLOCATED-FILE-STATUS NOT = '05'
              DISPLAY 'PR17FA21: UNABLE TO OPEN ALLOCATED-ORDER-FILE '
                 '-- FILE STATUS ' WS-ALLOCATED-FILE-STATUS
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL ALLOCATED-EOF
              READ ALLOCATED-ORDER-FILE
                 AT END
                    MOVE 'Y'             TO WS-ALLOCATED-EOF-SW
                 NOT AT END
                    PERFORM 0280-ADD-ONE-UNBILLED-LINE
              END-READ
           END-PERFORM

           CLOSE ALLOCATED-ORDER-FILE

       .

      ********************************************************
      * ADD ONE UNBILLED ALLOCATED LINE TO ITS CUSTOMER
      ********************************************************
       0280-ADD-ONE-UNBILLED-LINE.

           MOVE AO-CUSTOMER-ID           TO WS-SEARCH-CUSTOMER-ID
           PERFORM 0800-FIND-CUSTOMER

           IF CUSTOMER-FOUND
              AND AO-SHIPPED-CASES NUMERIC
              AND AO-CASE-COST NUMERIC
              MOVE CT-PRICE-LEVEL(WS-CUSTOMER-SUB)
                                         TO WS-SEARCH-PRICE-LEVEL
              PERFORM 0850-FIND-PRICE-LEVEL
              IF PRICE-LEVEL-FOUND
                 COMPUTE WS-SELLING-PRICE ROUNDED =
                    AO-CASE-COST * (100 + PLT-MARKUP-PCT(PL-SUB))
                       / 100
                 COMPUTE CT-EXPOSURE(WS-CUSTOMER-SUB) =
                    CT-EXPOSURE(WS-CUSTOMER-SUB)
                       + AO-SHIPPED-CASES * WS-SELLING-PRICE
              END-IF
           END-IF

       .

      ********************************************************
                 MOVE ZERO               TO WS-SHORT-CASES
                 PERFORM 0700-WRITE-BACKORDER-LINE
              ELSE
                 MOVE CO-CUSTOMER-ID     TO WS-SEARCH-CUSTOMER-ID
                 PERFORM 0800-FIND-CUSTOMER
                 IF CUSTOMER-FOUND
                    PERFORM 0450-READ-MASTER-RECORD
                 ELSE
                    MOVE 'UNKNOWN CUSTOMER' TO WS-HOLD-REASON
                    PERFORM 0750-HOLD-ORDER-LINE
                 END-IF
              END-IF
           END-IF

                 MOVE CO-QUANTITY        TO WS-SHORT-CASES
                 PERFORM 0700-WRITE-BACKORDER-LINE
              ELSE
                 PERFORM 0480-CHECK-CREDIT
              END-IF
           END-IF


       .

      ********************************************************
      * VALUE THE ORDER LINE AT THE CUSTOMER'S SELLING PRICE
      * AND ALLOCATE IT ONLY IF IT KEEPS THE CUSTOMER WITHIN
      * THEIR CREDIT LIMIT
      ********************************************************
       0480-CHECK-CREDIT.

           MOVE CT-PRICE-LEVEL(WS-CUSTOMER-SUB)
                                         TO WS-SEARCH-PRICE-LEVEL
           PERFORM 0850-FIND-PRICE-LEVEL

           IF NOT PRICE-LEVEL-FOUND
              MOVE 'NO PRICE LEVEL'      TO WS-HOLD-REASON
              PERFORM 0750-HOLD-ORDER-LINE
           ELSE
              COMPUTE WS-SELLING-PRICE ROUNDED =
                 CM-CASE-PRICE(WS-SLOT-SUB)
                    * (100 + PLT-MARKUP-PCT(PL-SUB)) / 100
              COMPUTE WS-LINE-VALUE =
                 CO-QUANTITY * WS-SELLING-PRICE
              IF CT-EXPOSURE(WS-CUSTOMER-SUB) + WS-LINE-VALUE >
                 CT-CREDIT-LIMIT(WS-CUSTOMER-SUB)
                 MOVE 'OVER CREDIT LIMIT' TO WS-HOLD-REASON
                 PERFORM 0750-HOLD-ORDER-LINE
              ELSE
                 PERFORM 0500-ALLOCATE-STOCK
              END-IF
           END-IF

       .

      ********************************************************
      * ALLOCATE THE ORDER LINE AGAINST THE CASES STILL
      * AVAILABLE (ON HAND LESS CASES ALREADY PROMISED THIS
              ADD WS-SHIPPED-CASES
                 TO AL-ALLOCATED-CASES(WS-ALLOC-SUB)
              PERFORM 0600-WRITE-SHIPMENT-TRANS
              PERFORM 0620-WRITE-ALLOCATED-ORDER
           END-IF

           PERFORM 0650-WRITE-ALLOCATION-LINE

       .

      ********************************************************
      * APPEND THE LINE SHIPPED TO THE ALLOCATED ORDER FILE
      * FOR INVOICING, AT TODAY'S CASE COST, AND ADD ITS
      * SELLING VALUE TO THE CUSTOMER'S EXPOSURE
      ********************************************************
       0620-WRITE-ALLOCATED-ORDER.

           MOVE SPACES                   TO ALLOCATED-ORDER-RECORD
           MOVE WS-CURRENT-DATE-N        TO AO-ALLOCATION-DATE
           MOVE CO-CUSTOMER-ID           TO AO-CUSTOMER-ID
           MOVE CO-WAREHOUSE-ID          TO AO-WAREHOUSE-ID
           MOVE CO-VENDOR-ID             TO AO-VENDOR-ID
           MOVE CO-CANDY-ID              TO AO-CANDY-ID
           MOVE CO-CANDY-NAME            TO AO-CANDY-NAME
           MOVE WS-SHIPPED-CASES         TO AO-SHIPPED-CASES
           MOVE CM-CASE-PRICE(WS-SLOT-SUB) TO AO-CASE-COST
           WRITE ALLOCATED-ORDER-RECORD

           COMPUTE CT-EXPOSURE(WS-CUSTOMER-SUB) =
              CT-EXPOSURE(WS-CUSTOMER-SUB)
                 + WS-SHIPPED-CASES * WS-SELLING-PRICE

       .

      ********************************************************
      * WRITE ONE LINE TO THE ORDER ALLOCATION REPORT
      ********************************************************

       .

      ********************************************************
      * HOLD AN ORDER LINE FOR THE CREDIT DEPARTMENT -- PRINT
      * IT WITH THE REASON AND APPEND IT TO THE HOLD FILE SO
      * IT CAN BE RESUBMITTED ONCE RELEASED
      ********************************************************
       0750-HOLD-ORDER-LINE.

           ADD 1                         TO WS-LINES-HELD
           WRITE ORDER-HOLD-RECORD FROM CUSTOMER-ORDER-RECORD

           MOVE CO-CUSTOMER-ID           TO HDL-CUSTOMER-ID
           MOVE CO-WAREHOUSE-ID          TO HDL-WAREHOUSE-ID
           MOVE CO-VENDOR-ID             TO HDL-VENDOR-ID
           MOVE CO-CANDY-ID              TO HDL-CANDY-ID
           MOVE CO-CANDY-NAME            TO HDL-CANDY-NAME
           MOVE CO-QUANTITY              TO HDL-QUANTITY
           MOVE WS-HOLD-REASON           TO HDL-HOLD-REASON
           IF CUSTOMER-FOUND
              MOVE CT-EXPOSURE(WS-CUSTOMER-SUB) TO HDL-EXPOSURE
              MOVE CT-CREDIT-LIMIT(WS-CUSTOMER-SUB)
                                         TO HDL-CREDIT-LIMIT
           ELSE
              MOVE ZERO                  TO HDL-EXPOSURE
                                            HDL-CREDIT-LIMIT
           END-IF
           WRITE CREDIT-HOLD-LINE FROM HOLD-DETAIL-LINE
              AFTER ADVANCING 1

       .

      ********************************************************
      * FIND THE CUSTOMER TABLE ENTRY FOR THE SEARCH CUSTOMER
      ********************************************************
       0800-FIND-CUSTOMER.

           MOVE 'N'                      TO WS-CUSTOMER-FOUND-SW

           PERFORM 0810-MATCH-CUSTOMER-ENTRY
              VARYING CT-SUB FROM 1 BY 1
                 UNTIL CT-SUB > WS-CUSTOMER-COUNT

       .

      ********************************************************
      * MATCH ONE CUSTOMER TABLE ENTRY
      ********************************************************
       0810-MATCH-CUSTOMER-ENTRY.

           IF WS-SEARCH-CUSTOMER-ID = CT-CUSTOMER-ID(CT-SUB)
              MOVE 'Y'                   TO WS-CUSTOMER-FOUND-SW
              MOVE CT-SUB                TO WS-CUSTOMER-SUB
              MOVE WS-CUSTOMER-COUNT     TO CT-SUB
           END-IF

       .

      ********************************************************
      * FIND THE PRICE LEVEL TABLE ENTRY FOR THE SEARCH LEVEL
      * -- PL-SUB IS LEFT ON THE ENTRY FOUND
      ********************************************************
       0850-FIND-PRICE-LEVEL.

           MOVE 'N'                      TO WS-PRICE-LEVEL-FOUND-SW
           MOVE 1                        TO PL-SUB

           PERFORM 0860-MATCH-PRICE-LEVEL
              UNTIL PRICE-LEVEL-FOUND
                 OR PL-SUB > WS-PRICE-LEVEL-COUNT

       .

      ********************************************************
      * MATCH ONE PRICE LEVEL TABLE ENTRY, STEPPING ON WHEN
      * IT IS NOT THE ONE WANTED
      ********************************************************
       0860-MATCH-PRICE-LEVEL.

           IF WS-SEARCH-PRICE-LEVEL = PLT-PRICE-LEVEL(PL-SUB)
              MOVE 'Y'                   TO WS-PRICE-LEVEL-FOUND-SW
           ELSE
              ADD 1                      TO PL-SUB
           END-IF

       .

      ********************************************************
      * WRITE THE CLOSING TOTAL LINES AND CLOSE FILES
      ********************************************************
                 AFTER ADVANCING 2
           END-IF

           IF WS-LINES-HELD = ZERO
              WRITE CREDIT-HOLD-LINE FROM HOLD-NONE-LINE
                 AFTER ADVANCING 2
           ELSE
              MOVE WS-LINES-HELD         TO HTL-HELD-COUNT
              WRITE CREDIT-HOLD-LINE FROM HOLD-TOTAL-LINE
                 AFTER ADVANCING 2
              DISPLAY 'PR17FA21: ORDER LINES HELD FOR CREDIT -- SEE '
                 'CREDIT-HOLD-REPORT'
           END-IF

           CLOSE CUSTOMER-ORDER-FILE
                 CANDY-INV-MASTER
                 TRANSACTION-FILE
                 ALLOCATED-ORDER-FILE
                 ORDER-HOLD-FILE
                 ALLOCATION-REPORT-FILE
                 BACKORDER-REPORT-FILE
                 CREDIT-HOLD-REPORT-FILE

           STOP RUN

