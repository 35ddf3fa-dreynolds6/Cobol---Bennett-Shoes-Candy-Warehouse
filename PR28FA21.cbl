       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PR28FA21.
       AUTHOR.         Dewelena Reynolds.
      ******************************************************************
      *  AGED TRIAL BALANCE -- READS THE OPEN RECEIVABLES FILE
      *  WRITTEN BY PR27FA21 AND LISTS EVERY INVOICE WITH AN UNPAID
      *  BALANCE UNDER ITS CUSTOMER, SPREAD INTO CURRENT, 31-60,
      *  61-90 AND OVER 90 DAY COLUMNS BY THE AGE OF THE INVOICE,
      *  WITH CUSTOMER TOTALS, A FLAG ON ANY CUSTOMER OWING MORE THAN
      *  THEIR CREDIT LIMIT AND A SUMMARY OF THE WHOLE LEDGER BY AGE
      ******
      *  INPUT
      *     OPEN-AR-FILE.TXT -- ONE RECORD PER INVOICE WITH CUSTOMER,
      *        INVOICE DATE, DUE DATE, AMOUNT, AMOUNT PAID AND STATUS
      *     CUSTOMER-MASTER.TXT -- CUSTOMER NAME, TERMS AND CREDIT
      *        LIMIT
      ******
      *  OUTPUT
      *     AGED-TRIAL-BALANCE.TXT -- ONE LINE PER OPEN INVOICE UNDER
      *        A CUSTOMER HEADING, CUSTOMER TOTALS, A GRAND TOTAL AND
      *        A SUMMARY BY AGE
      *     RETURN CODE 0 = NOTHING OVER 90 DAYS AND NO CUSTOMER OVER
      *        LIMIT, 4 = A BALANCE OVER 90 DAYS OR A CUSTOMER OVER
      *        THEIR CREDIT LIMIT
      ******
      *  CALCULATIONS
      *     BALANCE = INVOICE AMOUNT - AMOUNT PAID
      *     DAYS    = DAYS FROM THE INVOICE DATE TO TODAY (SHOWN AS
      *               999 WHEN 999 OR MORE)
      *     AGE     = CURRENT (0-30), 31-60, 61-90 OR OVER 90 DAYS
      *     PERCENT = AGE BRACKET BALANCE / TOTAL BALANCE X 100
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT OPEN-AR-FILE
               ASSIGN TO 'OPEN-AR-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-AR-FILE-STATUS.
      *
           SELECT SORTED-AR-FILE
               ASSIGN TO 'OPEN-AR-SORTED.TXT'
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
           SELECT TRIAL-BALANCE-FILE
               ASSIGN TO PRINTER 'AGED-TRIAL-BALANCE.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  OPEN-AR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OPEN-AR-RECORD                  PIC X(80).
      *
       FD  SORTED-AR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORTED-AR-RECORD.
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
       SD  SORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-RECORD.
           05  SF-INVOICE-NUMBER           PIC 9(06).
           05  SF-CUSTOMER-ID              PIC X(05).
           05  SF-INVOICE-DATE             PIC 9(08).
           05                              PIC X(61).
      *
       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  CUSTOMER-MASTER-RECORD          PIC X(120).
      *
       FD  TRIAL-BALANCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X        VALUE 'Y'.
               88 NO-MORE-DATA                          VALUE 'N'.
               88 MORE-RECORDS                          VALUE 'Y'.
           05  WS-CUSTOMER-EOF-SW          PIC X        VALUE 'N'.
               88 CUSTOMER-EOF                          VALUE 'Y'.
           05  WS-CUSTOMER-FOUND-SW        PIC X        VALUE 'N'.
               88 CUSTOMER-FOUND                        VALUE 'Y'.
           05  WS-CUST-PRINTED-SW          PIC X        VALUE 'N'.
               88 CUST-PRINTED                          VALUE 'Y'.
      *
       01 SUBSCRIPTS.
           05  CT-SUB                      PIC 9(03)    VALUE ZERO.
           05  AB-SUB                      PIC 9(02)    VALUE ZERO.
           05  WS-CUSTOMER-SUB             PIC 9(03)    VALUE ZERO.
           05  WS-AGE-SUB                  PIC 9(02)    VALUE ZERO.
      *
       01  WS-FIELDS.
           05  WS-OPEN-AR-FILE-STATUS      PIC X(02)    VALUE SPACES.
           05  WS-CUSTOMER-FILE-STATUS     PIC X(02)    VALUE SPACES.
           05  WS-CUSTOMER-COUNT           PIC 9(03)    VALUE ZERO.
           05  WS-CUSTOMER-MAX             PIC 9(03)    VALUE 500.
           05  WS-PREV-CUSTOMER-ID         PIC X(05)    VALUE SPACES.
           05  WS-DAYS-OUTSTANDING         PIC 9(03)    VALUE ZERO.
           05  WS-DAYS-LIMIT               PIC 9(03)    VALUE 999.
           05  WS-BALANCE                  PIC 9(07)V99 VALUE ZERO.
           05  WS-CREDIT-LIMIT             PIC 9(07)V99 VALUE ZERO.
           05  WS-RECORDS-READ             PIC 9(05)    VALUE ZERO.
           05  WS-CUST-INVOICES            PIC 9(05)    VALUE ZERO.
           05  WS-CUST-BALANCE             PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-CUSTOMERS          PIC 9(05)    VALUE ZERO.
           05  WS-GRAND-INVOICES           PIC 9(05)    VALUE ZERO.
           05  WS-GRAND-BALANCE            PIC 9(09)V99 VALUE ZERO.
           05  WS-OVER-LIMIT-COUNT         PIC 9(05)    VALUE ZERO.
           05  WS-AGE-PERCENT              PIC 9(03)V9  VALUE ZERO.
           05  WS-LEAP-QUOTIENT            PIC 9(04)    VALUE ZERO.
           05  WS-LEAP-REMAINDER           PIC 9(04)    VALUE ZERO.
           05  WS-MONTH-DAYS               PIC 9(02)    VALUE ZERO.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 9999.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                           PIC 9(08).

      ***********************TABLE**********************************
      * DATE-STEPPING FIELDS -- THE AGE OF AN INVOICE IS FOUND BY
      * STEPPING THE INVOICE DATE FORWARD ONE DAY AT A TIME TO
      * TODAY. THE COUNT STOPS AT 999 SO A BAD INVOICE DATE
      * CANNOT SPIN THE JOB FOREVER
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
      * AGE BRACKETS -- LABEL AND THE HIGHEST DAY COUNT IN THE
      * BRACKET. AN INVOICE FALLS IN THE FIRST BRACKET WHOSE
      * LIMIT IS NOT LESS THAN ITS AGE. THE LAST BRACKET IS THE
      * ONE THAT SETS THE WARNING RETURN CODE
      **************************************************************
       01  AGE-BRACKET-TEXT.
           05                       PIC X(16) VALUE
               'CURRENT   030   '.
           05                       PIC X(16) VALUE
               '31-60 DAYS060   '.
           05                       PIC X(16) VALUE
               '61-90 DAYS090   '.
           05                       PIC X(16) VALUE
               'OVER 90   999   '.

       01  AGE-BRACKET-TABLE REDEFINES AGE-BRACKET-TEXT.
           05  AB-ENTRY                    OCCURS 4 TIMES.
               10  AB-LABEL                PIC X(10).
               10  AB-DAY-LIMIT            PIC 9(03).
               10                          PIC X(03).

       01  CUSTOMER-AGE-TOTALS.
           05  CA-BALANCE                  OCCURS 4 TIMES
                                           PIC 9(09)V99.

       01  AGE-BRACKET-TOTALS.
           05  AT-ENTRY                    OCCURS 4 TIMES.
               10  AT-INVOICE-COUNT        PIC 9(05).
               10  AT-BALANCE              PIC 9(09)V99.

      ***********************TABLE**********************************
      * CUSTOMER TABLE, LOADED FROM THE CUSTOMER MASTER FOR THE
      * NAME, TERMS AND CREDIT LIMIT. TABLE HOLDS 500 CUSTOMERS
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

      **********************OUTPUT AREA**************************
       01  HEADING-ONE.
           05                              PIC X(16)    VALUE SPACES.
           05                              PIC X(48)    VALUE
               'BENNETT SWEETS AND MORE - ACCOUNTS RECEIVABLE'.
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
               'AGED TRIAL BALANCE'.
           05                              PIC X(10)    VALUE SPACES.
           05                              PIC X(03)    VALUE 'DWR'.
      *
       01  HEADING-THREE.
           05                              PIC X(06) VALUE 'INV NO'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(10) VALUE 'INV DATE'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(03) VALUE 'DAY'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(10) VALUE
               '   CURRENT'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(10) VALUE
               '     31-60'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(10) VALUE
               '     61-90'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(10) VALUE
               '   OVER 90'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(12) VALUE
               '     BALANCE'.
           05                              PIC X(01) VALUE SPACES.
      *
       01  CUSTOMER-HEADING.
           05                              PIC X(10) VALUE
               'CUSTOMER: '.
           05  CH-CUSTOMER-ID              PIC X(05).
           05                              PIC X(02) VALUE SPACES.
           05  CH-CUSTOMER-NAME            PIC X(25).
           05                              PIC X(02) VALUE SPACES.
           05  CH-TERMS                    PIC X(10).
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(07) VALUE 'LIMIT: '.
           05  CH-CREDIT-LIMIT             PIC $$,$$$,$$9.
           05                              PIC X(07) VALUE SPACES.
      *
       01  INVOICE-DETAIL-LINE.
           05  IDL-INVOICE-NUMBER          PIC 9(06).
           05                              PIC X(02) VALUE SPACES.
           05  IDL-INVOICE-DATE.
               10  IDL-INVOICE-MONTH       PIC 99.
               10                          PIC X     VALUE '/'.
               10  IDL-INVOICE-DAY         PIC 99.
               10                          PIC X     VALUE '/'.
               10  IDL-INVOICE-YEAR        PIC 9(04).
           05                              PIC X(01) VALUE SPACES.
           05  IDL-DAYS-OUTSTANDING        PIC ZZ9.
           05  IDL-AGE-COLUMNS.
               10  IDL-AGE-ENTRY           OCCURS 4 TIMES.
                   15                      PIC X(01).
                   15  IDL-AGE-BALANCE     PIC ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05                              PIC X(01) VALUE SPACES.
           05  IDL-BALANCE                 PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(01) VALUE SPACES.
      *
       01  CUSTOMER-TOTAL-LINE.
           05                              PIC X(13) VALUE
               '   CUSTOMER  '.
           05  CTL-INVOICE-COUNT           PIC ZZZZ9.
           05                              PIC X(04) VALUE ' INV'.
           05  CTL-AGE-COLUMNS.
               10  CTL-AGE-ENTRY           OCCURS 4 TIMES.
                   15                      PIC X(01).
                   15  CTL-AGE-BALANCE     PIC ZZZ,ZZ9.99.
           05                              PIC X(01) VALUE SPACES.
           05  CTL-BALANCE                 PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(01) VALUE SPACES.
      *
       01  OVER-LIMIT-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(36) VALUE
               '*** OVER CREDIT LIMIT -- LIMIT IS '.
           05  OLL-CREDIT-LIMIT            PIC $$,$$$,$$9.99.
           05                              PIC X(04) VALUE ' ***'.
           05                              PIC X(24) VALUE SPACES.
      *
       01  GRAND-TOTAL-LINE.
           05                              PIC X(24) VALUE
               '  TOTAL RECEIVABLES:    '.
           05  GTL-CUSTOMER-COUNT          PIC ZZZZ9.
           05                              PIC X(11) VALUE
               ' CUSTOMERS '.
           05  GTL-INVOICE-COUNT           PIC ZZZZ9.
           05                              PIC X(10) VALUE
               ' INVOICES '.
           05  GTL-BALANCE                 PIC $$$$,$$$,$$9.99.
           05                              PIC X(10) VALUE SPACES.
      *
       01  AGE-SUMMARY-HEADING.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(36) VALUE
               'SUMMARY BY AGE OF INVOICE'.
           05                              PIC X(41) VALUE SPACES.
      *
       01  AGE-SUMMARY-LINE.
           05                              PIC X(05) VALUE SPACES.
           05  ASL-AGE-LABEL               PIC X(10).
           05                              PIC X(05) VALUE SPACES.
           05                              PIC X(14) VALUE SPACES.
           05  ASL-INVOICE-COUNT           PIC ZZZZ9.
           05                              PIC X(09) VALUE
               ' INVOICES'.
           05                              PIC X(01) VALUE SPACES.
           05  ASL-BALANCE                 PIC $$$$,$$$,$$9.99.
           05                              PIC X(02) VALUE SPACES.
           05  ASL-AGE-PERCENT             PIC ZZ9.9.
           05                              PIC X(01) VALUE '%'.
           05                              PIC X(08) VALUE SPACES.
      *
       01  AR-NONE-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(45) VALUE
               'NO INVOICES HAVE AN OPEN BALANCE'.
      *
       PROCEDURE DIVISION.
      *
       0100-AGE-RECEIVABLES.

           PERFORM 0200-HSKPING-ROUTINE
           PERFORM 0300-READ-SORTED-AR
           PERFORM 9000-FINAL-ROUTINE
       .

      ********************************************************
      * LOADS THE CUSTOMER TABLE, SORTS THE OPEN RECEIVABLES
      * INTO CUSTOMER AND INVOICE DATE ORDER AND WRITES THE
      * REPORT HEADINGS
      ********************************************************
       0200-HSKPING-ROUTINE.

           PERFORM 0230-LOAD-CUSTOMER-TABLE

           OPEN INPUT OPEN-AR-FILE

           IF WS-OPEN-AR-FILE-STATUS NOT = '00'
              DISPLAY 'PR28FA21: UNABLE TO OPEN OPEN-AR-FILE -- '
                 'FILE STATUS ' WS-OPEN-AR-FILE-STATUS
              DISPLAY 'PR28FA21: JOB TERMINATED -- NO INVOICE HAS '
                 'BEEN ISSUED THROUGH PR27FA21 YET'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           CLOSE OPEN-AR-FILE

           SORT SORT-FILE
              ON ASCENDING KEY SF-CUSTOMER-ID
              ON ASCENDING KEY SF-INVOICE-DATE
              ON ASCENDING KEY SF-INVOICE-NUMBER
              USING OPEN-AR-FILE
              GIVING SORTED-AR-FILE

           IF SORT-RETURN NOT = ZERO
              DISPLAY 'PR28FA21: SORT FAILED -- SORT-RETURN '
                 SORT-RETURN
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT SORTED-AR-FILE
               OUTPUT TRIAL-BALANCE-FILE

           INITIALIZE CUSTOMER-AGE-TOTALS
                      AGE-BRACKET-TOTALS

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-MONTH                 TO H1-MONTH
           MOVE WS-DAY                   TO H1-DAY
           MOVE WS-YEAR                  TO H1-YEAR

           WRITE REPORT-LINE FROM HEADING-ONE
              AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HEADING-TWO
              AFTER ADVANCING 2
           WRITE REPORT-LINE FROM HEADING-THREE
              AFTER ADVANCING 2

       .

      ********************************************************
      * LOAD THE CUSTOMER TABLE -- THE JOB TERMINATES IF THE
      * CUSTOMER MASTER IS NOT AVAILABLE OR TOO BIG FOR THE
      * TABLE
      ********************************************************
       0230-LOAD-CUSTOMER-TABLE.

           OPEN INPUT CUSTOMER-MASTER-FILE

           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
              DISPLAY 'PR28FA21: UNABLE TO OPEN CUSTOMER-MASTER-FILE '
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
              DISPLAY 'PR28FA21: CUSTOMER-MASTER-FILE HAS MORE THAN '
                 '500 CUSTOMERS -- TABLE CAPACITY EXCEEDED'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

       .

      ********************************************************
      * READS THE SORTED OPEN RECEIVABLES AND AGES EACH
      * INVOICE
      ********************************************************
       0300-READ-SORTED-AR.

           PERFORM UNTIL NO-MORE-DATA
              READ SORTED-AR-FILE
                 AT END
                    MOVE 'N'             TO EOF-FLAG
                 NOT AT END
                    PERFORM 0400-PROCESS-INVOICE
              END-READ
           END-PERFORM

       .

      ********************************************************
      * HANDLE THE CUSTOMER BREAK AND PRINT THE INVOICE IF IT
      * STILL HAS A BALANCE -- PAID INVOICES ARE SKIPPED
      ********************************************************
       0400-PROCESS-INVOICE.

           ADD 1                         TO WS-RECORDS-READ

           IF AR-CUSTOMER-ID NOT = WS-PREV-CUSTOMER-ID
              PERFORM 7200-WRITE-CUSTOMER-TOTAL
              MOVE AR-CUSTOMER-ID        TO WS-PREV-CUSTOMER-ID
              MOVE 'N'                   TO WS-CUST-PRINTED-SW
           END-IF

           IF AR-INVOICE-OPEN
              AND AR-INVOICE-DATE NUMERIC
              AND AR-INVOICE-AMOUNT NUMERIC
              AND AR-AMOUNT-PAID NUMERIC
              IF AR-INVOICE-AMOUNT > AR-AMOUNT-PAID
                 PERFORM 0600-PRINT-INVOICE-LINE
              END-IF
           END-IF

       .

      ********************************************************
      * PRINT ONE OPEN INVOICE IN ITS AGE COLUMN, WRITING THE
      * CUSTOMER HEADING FIRST IF THIS IS THE CUSTOMER'S FIRST
      * LINE
      ********************************************************
       0600-PRINT-INVOICE-LINE.

           IF NOT CUST-PRINTED
              MOVE 'Y'                   TO WS-CUST-PRINTED-SW
              PERFORM 7100-WRITE-CUSTOMER-HEADING
           END-IF

           COMPUTE WS-BALANCE = AR-INVOICE-AMOUNT - AR-AMOUNT-PAID

           PERFORM 0650-CALC-DAYS-OUTSTANDING

           MOVE ZERO                     TO WS-AGE-SUB
           PERFORM 0670-MATCH-AGE-BRACKET
              VARYING AB-SUB FROM 1 BY 1
                 UNTIL AB-SUB > 4

           MOVE SPACES                   TO IDL-AGE-COLUMNS
           PERFORM 0680-CLEAR-AGE-COLUMN
              VARYING AB-SUB FROM 1 BY 1
                 UNTIL AB-SUB > 4

           MOVE AR-INVOICE-NUMBER        TO IDL-INVOICE-NUMBER
           MOVE WS-INVOICE-MONTH         TO IDL-INVOICE-MONTH
           MOVE WS-INVOICE-DAY           TO IDL-INVOICE-DAY
           MOVE WS-INVOICE-YEAR          TO IDL-INVOICE-YEAR
           MOVE WS-DAYS-OUTSTANDING      TO IDL-DAYS-OUTSTANDING
           MOVE WS-BALANCE               TO IDL-AGE-BALANCE(WS-AGE-SUB)
           MOVE WS-BALANCE               TO IDL-BALANCE
           WRITE REPORT-LINE FROM INVOICE-DETAIL-LINE
              AFTER ADVANCING 1

           ADD 1                         TO WS-CUST-INVOICES
           ADD WS-BALANCE                TO WS-CUST-BALANCE
           ADD WS-BALANCE                TO CA-BALANCE(WS-AGE-SUB)
           ADD 1                         TO AT-INVOICE-COUNT
                                              (WS-AGE-SUB)
           ADD WS-BALANCE                TO AT-BALANCE(WS-AGE-SUB)

       .

      ********************************************************
      * DAYS OUTSTANDING = DAYS STEPPED FROM THE INVOICE DATE
      * TO TODAY, STOPPING AT THE 999-DAY LIMIT
      ********************************************************
       0650-CALC-DAYS-OUTSTANDING.

           MOVE AR-INVOICE-DATE          TO WS-INVOICE-DATE-N
           MOVE WS-INVOICE-DATE-N        TO WS-SCAN-DATE-N
           MOVE ZERO                     TO WS-DAYS-OUTSTANDING

           PERFORM 0660-COUNT-ONE-DAY
              UNTIL WS-SCAN-DATE-N NOT < WS-CURRENT-DATE-N
                 OR WS-DAYS-OUTSTANDING NOT < WS-DAYS-LIMIT

       .

      ********************************************************
      * COUNT ONE DAY OUTSTANDING AND STEP THE SCAN DATE
      * FORWARD
      ********************************************************
       0660-COUNT-ONE-DAY.

           ADD 1                         TO WS-DAYS-OUTSTANDING
           PERFORM 8000-AHEAD-ONE-DAY

       .

      ********************************************************
      * FIND THE FIRST AGE BRACKET THE INVOICE FITS IN
      ********************************************************
       0670-MATCH-AGE-BRACKET.

           IF WS-DAYS-OUTSTANDING NOT > AB-DAY-LIMIT(AB-SUB)
              MOVE AB-SUB                TO WS-AGE-SUB
              MOVE 4                     TO AB-SUB
           END-IF

       .

      ********************************************************
      * BLANK ONE AGE COLUMN OF THE DETAIL LINE
      ********************************************************
       0680-CLEAR-AGE-COLUMN.

           MOVE ZERO                     TO IDL-AGE-BALANCE(AB-SUB)

       .

      ********************************************************
      * WRITE THE CUSTOMER HEADING WITH NAME, TERMS AND LIMIT
      * -- A CUSTOMER NO LONGER ON THE MASTER IS STILL LISTED
      * SO NO BALANCE DROPS OFF THE LEDGER
      ********************************************************
       7100-WRITE-CUSTOMER-HEADING.

           MOVE 'N'                      TO WS-CUSTOMER-FOUND-SW
           PERFORM 7110-MATCH-CUSTOMER-ENTRY
              VARYING CT-SUB FROM 1 BY 1
                 UNTIL CT-SUB > WS-CUSTOMER-COUNT

           MOVE AR-CUSTOMER-ID           TO CH-CUSTOMER-ID
           IF CUSTOMER-FOUND
              MOVE CT-CUSTOMER-NAME(WS-CUSTOMER-SUB)
                                         TO CH-CUSTOMER-NAME
              MOVE CT-TERMS(WS-CUSTOMER-SUB) TO CH-TERMS
              IF CT-CREDIT-LIMIT(WS-CUSTOMER-SUB) NUMERIC
                 MOVE CT-CREDIT-LIMIT(WS-CUSTOMER-SUB)
                                         TO WS-CREDIT-LIMIT
              ELSE
                 MOVE ZERO               TO WS-CREDIT-LIMIT
              END-IF
           ELSE
              MOVE 'CUSTOMER NOT ON MASTER' TO CH-CUSTOMER-NAME
              MOVE SPACES                TO CH-TERMS
              MOVE ZERO                  TO WS-CREDIT-LIMIT
           END-IF
           MOVE WS-CREDIT-LIMIT          TO CH-CREDIT-LIMIT

           WRITE REPORT-LINE FROM CUSTOMER-HEADING
              AFTER ADVANCING 2

       .

      ********************************************************
      * MATCH ONE CUSTOMER TABLE ENTRY
      ********************************************************
       7110-MATCH-CUSTOMER-ENTRY.

           IF AR-CUSTOMER-ID = CT-CUSTOMER-ID(CT-SUB)
              MOVE 'Y'                   TO WS-CUSTOMER-FOUND-SW
              MOVE CT-SUB                TO WS-CUSTOMER-SUB
              MOVE WS-CUSTOMER-COUNT     TO CT-SUB
           END-IF

       .

      ********************************************************
      * BUILD/WRITE THE CUSTOMER TOTAL LINE AND FLAG A CUSTOMER
      * ON THE MASTER OWING MORE THAN THEIR CREDIT LIMIT --
      * SKIPPED FOR A CUSTOMER WITH NOTHING OPEN
      ********************************************************
       7200-WRITE-CUSTOMER-TOTAL.

           IF CUST-PRINTED
              MOVE SPACES                TO CTL-AGE-COLUMNS
              PERFORM 7250-MOVE-CUSTOMER-AGE-TOTAL
                 VARYING AB-SUB FROM 1 BY 1
                    UNTIL AB-SUB > 4
              MOVE WS-CUST-INVOICES      TO CTL-INVOICE-COUNT
              MOVE WS-CUST-BALANCE       TO CTL-BALANCE
              WRITE REPORT-LINE FROM CUSTOMER-TOTAL-LINE
                 AFTER ADVANCING 1
              IF CUSTOMER-FOUND
                 AND WS-CUST-BALANCE > WS-CREDIT-LIMIT
                 ADD 1                   TO WS-OVER-LIMIT-COUNT
                 MOVE WS-CREDIT-LIMIT    TO OLL-CREDIT-LIMIT
                 WRITE REPORT-LINE FROM OVER-LIMIT-LINE
                    AFTER ADVANCING 1
              END-IF
              ADD 1                      TO WS-GRAND-CUSTOMERS
           END-IF

           ADD WS-CUST-INVOICES          TO WS-GRAND-INVOICES
           ADD WS-CUST-BALANCE           TO WS-GRAND-BALANCE
           MOVE ZERO                     TO WS-CUST-INVOICES
                                            WS-CUST-BALANCE
           INITIALIZE CUSTOMER-AGE-TOTALS

       .

      ********************************************************
      * MOVE ONE AGE COLUMN TOTAL TO THE CUSTOMER TOTAL LINE
      ********************************************************
       7250-MOVE-CUSTOMER-AGE-TOTAL.

           MOVE CA-BALANCE(AB-SUB)       TO CTL-AGE-BALANCE(AB-SUB)

       .

      ********************************************************
      * WRITE ONE AGE BRACKET SUMMARY LINE WITH ITS SHARE OF
      * THE TOTAL BALANCE
      ********************************************************
       7300-WRITE-AGE-SUMMARY.

           COMPUTE WS-AGE-PERCENT ROUNDED =
              AT-BALANCE(AB-SUB) * 100 / WS-GRAND-BALANCE

           MOVE AB-LABEL(AB-SUB)         TO ASL-AGE-LABEL
           MOVE AT-INVOICE-COUNT(AB-SUB) TO ASL-INVOICE-COUNT
           MOVE AT-BALANCE(AB-SUB)       TO ASL-BALANCE
           MOVE WS-AGE-PERCENT           TO ASL-AGE-PERCENT
           WRITE REPORT-LINE FROM AGE-SUMMARY-LINE
              AFTER ADVANCING 1

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
      * WRITE THE LAST CUSTOMER TOTAL, THE GRAND TOTAL AND AGE
      * SUMMARY, OR THE NONE LINE, SET THE RETURN CODE AND
      * CLOSE FILES
      ********************************************************
       9000-FINAL-ROUTINE.

           PERFORM 7200-WRITE-CUSTOMER-TOTAL

           IF WS-GRAND-INVOICES = ZERO
              WRITE REPORT-LINE FROM AR-NONE-LINE
                 AFTER ADVANCING 3
           ELSE
              MOVE WS-GRAND-CUSTOMERS    TO GTL-CUSTOMER-COUNT
              MOVE WS-GRAND-INVOICES     TO GTL-INVOICE-COUNT
              MOVE WS-GRAND-BALANCE      TO GTL-BALANCE
              WRITE REPORT-LINE FROM GRAND-TOTAL-LINE
                 AFTER ADVANCING 3
              WRITE REPORT-LINE FROM AGE-SUMMARY-HEADING
                 AFTER ADVANCING 3
              PERFORM 7300-WRITE-AGE-SUMMARY
                 VARYING AB-SUB FROM 1 BY 1
                    UNTIL AB-SUB > 4
           END-IF

           CLOSE SORTED-AR-FILE
                 TRIAL-BALANCE-FILE

           DISPLAY 'PR28FA21: RECEIVABLE RECORDS READ ' WS-RECORDS-READ
           DISPLAY 'PR28FA21: OPEN INVOICES           '
              WS-GRAND-INVOICES

           IF AT-INVOICE-COUNT(4) > ZERO
              DISPLAY 'PR28FA21: ' AT-INVOICE-COUNT(4)
                 ' INVOICE(S) OUTSTANDING OVER 90 DAYS'
              MOVE 4                     TO RETURN-CODE
           END-IF

           IF WS-OVER-LIMIT-COUNT > ZERO
              DISPLAY 'PR28FA21: ' WS-OVER-LIMIT-COUNT
                 ' CUSTOMER(S) OVER CREDIT LIMIT'
              MOVE 4                     TO RETURN-CODE
           END-IF

           STOP RUN

       .
