      *        WAREHOUSE ID
      *        VENDOR ID
      *        CANDY ID
      *     PURCHASE-ORDER-FILE.TXT -- ONE PO PER VENDOR PER NIGHT
      *        (H/D/T RECORDS) CARRYING THE ASSIGNED PO NUMBER
      *     OPEN-PO-FILE.TXT -- STANDING FILE OF EVERY PO LINE
      *        ORDERED, WITH ITS PO NUMBER, LINE NUMBER, ORDER DATE,
      *        QUANTITY ORDERED/RECEIVED AND LINE STATUS. EACH RUN
      *        CARRIES FORWARD THE OPEN AND PARTIAL LINES (AND LINES
      *        CLOSED THIS MONTH) AND ADDS THE NEW LINES. PR7FA21
      *        RELIEVES THE LINES AS RECEIPTS ARE APPLIED
      *     PO-NUMBER-CONTROL.TXT -- NEXT PO NUMBER TO ASSIGN
      ******
      *  CALCUATIONS
      *     MULTIPLY NUMBER OF CASES BY CASE PURCHASE PRICE FOR 
           SELECT PURCHASE-ORDER-FILE
               ASSIGN TO 'PURCHASE-ORDER-FILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL OPEN-PO-FILE
               ASSIGN TO 'OPEN-PO-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-PO-FILE-STATUS.
      *
           SELECT OPTIONAL PO-NUMBER-FILE
               ASSIGN TO 'PO-NUMBER-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-NUMBER-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05  VM-TERMS                    PIC X(10).
      *
       FD  PURCHASE-ORDER-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  PURCHASE-ORDER-RECORD             PIC X(60).
      *
       FD  OPEN-PO-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OPEN-PO-RECORD                    PIC X(80).
      *
       FD  PO-NUMBER-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  PO-NUMBER-RECORD.
           05  PN-NEXT-PO-NUMBER           PIC 9(06).
           05                              PIC X(04).
      *
       SD  SORT-FILE
           RECORD CONTAINS 143 CHARACTERS.
           05  POH-CONTACT                 PIC X(20).
           05  POH-LEAD-TIME               PIC 9(03).
           05  POH-TERMS                   PIC X(10).
           05  POH-PO-NUMBER               PIC 9(06).
           05                              PIC X(01)     VALUE SPACES.
      *
       01  PO-DETAIL-RECORD.
           05                              PIC X(01)     VALUE 'D'.
           05  POD-ORDER-QTY               PIC 9(04).
           05  POD-CASE-PRICE              PIC 9(03)V99.
           05  POD-EXTENDED-COST           PIC 9(07)V99.
           05                              PIC X(04)     VALUE SPACES.
           05  POD-PO-NUMBER               PIC 9(06).
           05  POD-LINE-NUMBER             PIC 9(03).
           05                              PIC X(02)     VALUE SPACES.
      *
       01  PO-TRAILER-RECORD.
           05                              PIC X(01)     VALUE 'T'.
           05  POT-LINE-COUNT              PIC 9(04).
           05  POT-TOTAL-COST              PIC 9(09)V99.
           05                              PIC X(36)     VALUE SPACES.
           05  POT-PO-NUMBER               PIC 9(06).
           05                              PIC X(01)     VALUE SPACES.
      *
      ***********************TABLE**********************************
      * OPEN PURCHASE ORDER TABLE -- THE STANDING OPEN-PO FILE IS
      * LOADED HERE BEFORE THE VENDOR PASS SO AN ITEM THAT ALREADY
      * HAS CASES ON ORDER (AN OPEN OR PARTIAL LINE FOR THE SAME
      * WAREHOUSE/VENDOR/CANDY/CANDY NAME) IS NOT ORDERED AGAIN.
      * EACH NEW PO LINE IS ADDED TO THE TABLE AND THE WHOLE TABLE
      * IS WRITTEN BACK AS THE NEW OPEN-PO FILE AT END OF THE PASS.
      * FILLED AND OVER-RECEIVED LINES ARE KEPT THROUGH THE MONTH
      * THEY CLOSED IN AND THEN DROPPED. TABLE HOLDS 2000 LINES
      **************************************************************
       01  OPEN-PO-FIELDS.
           05  WS-OPEN-PO-FILE-STATUS      PIC X(02)     VALUE SPACES.
           05  WS-PO-NUMBER-FILE-STATUS    PIC X(02)     VALUE SPACES.
           05  WS-OPEN-PO-EOF-SW           PIC X         VALUE 'N'.
               88 OPEN-PO-EOF                            VALUE 'Y'.
           05  WS-ON-ORDER-SW              PIC X         VALUE 'N'.
               88 ITEM-ON-ORDER                          VALUE 'Y'.
           05  OP-SUB                      PIC 9(04)     VALUE ZERO.
           05  WS-OPEN-PO-COUNT            PIC 9(04)     VALUE ZERO.
           05  WS-OPEN-PO-MAX              PIC 9(04)     VALUE 2000.
           05  WS-NEXT-PO-NUMBER           PIC 9(06)     VALUE ZERO.
           05  WS-PO-NUMBER                PIC 9(06)     VALUE ZERO.
           05  WS-PO-LINE-NUMBER           PIC 9(03)     VALUE ZERO.
           05  WS-CURRENT-YYYYMM           PIC 9(06)     VALUE ZERO.
           05  WS-ON-ORDER-SKIP-COUNT      PIC 9(05)     VALUE ZERO.
           05  WS-PO-TABLE-FULL-COUNT      PIC 9(05)     VALUE ZERO.
           05  WS-OPEN-PO-WRITTEN-COUNT    PIC 9(05)     VALUE ZERO.
      *
       01  OPEN-PO-TABLE.
           05  OP-ENTRY OCCURS 2000 TIMES.
               10  OP-PO-NUMBER            PIC 9(06).
               10  OP-LINE-NUMBER          PIC 9(03).
               10  OP-VENDOR-ID            PIC X(01).
               10  OP-WAREHOUSE-ID         PIC X(04).
               10  OP-CANDY-ID             PIC X(03).
               10  OP-CANDY-NAME           PIC X(15).
               10  OP-ORDER-DATE           PIC 9(08).
               10  OP-ORDER-QTY            PIC 9(04).
               10  OP-RECEIVED-QTY         PIC 9(05).
               10  OP-CASE-PRICE           PIC 9(03)V99.
               10  OP-LAST-RECEIPT-DATE    PIC 9(08).
               10  OP-LAST-RECEIPT-PARTS   REDEFINES
                                           OP-LAST-RECEIPT-DATE.
                   15  OP-LAST-RECEIPT-YM  PIC 9(06).
                   15                      PIC 9(02).
               10  OP-LINE-STATUS          PIC X(01).
                   88 OP-LINE-OPEN                       VALUE 'O'.
                   88 OP-LINE-PARTIAL                    VALUE 'P'.
                   88 OP-LINE-FILLED                     VALUE 'F'.
                   88 OP-LINE-OVER                       VALUE 'X'.
               10                          PIC X(17).
      *
      ***************CSV EXPORT WORKING STORAGE*************************
      * ONE ROW PER POPULATED CANDY-ARRAY ENTRY, FOR THE SPREADSHEET
      ********************************************************
       0600-HSKPING-VENDOR-ROUTINE.

           PERFORM 0610-LOAD-OPEN-PO-TABLE
           PERFORM 0630-LOAD-NEXT-PO-NUMBER

           OPEN INPUT VENDOR-SORTED-FILE
               OUTPUT VENDOR-REPORT-FILE
                      PURCHASE-ORDER-FILE

       .

      ********************************************************
      * LOAD THE STANDING OPEN-PO FILE INTO THE OPEN PO TABLE
      * -- A MISSING FILE (FIRST RUN) LOADS AN EMPTY TABLE. THE
      * FILE MUST NEVER BE SHORTENED, SO A FILE TOO BIG FOR THE
      * TABLE STOPS THE JOB BEFORE ANY PO IS WRITTEN
      ********************************************************
       0610-LOAD-OPEN-PO-TABLE.

           COMPUTE WS-CURRENT-YYYYMM = WS-YEAR * 100 + WS-MONTH

           OPEN INPUT OPEN-PO-FILE

           IF WS-OPEN-PO-FILE-STATUS NOT = '00'
              AND WS-OPEN-PO-FILE-STATUS NOT = '05'
              DISPLAY 'PR4FA21: UNABLE TO OPEN OPEN-PO-FILE -- '
                 'FILE STATUS ' WS-OPEN-PO-FILE-STATUS
              MOVE 16                    TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM UNTIL OPEN-PO-EOF
              READ OPEN-PO-FILE
                 AT END
                    MOVE 'Y'             TO WS-OPEN-PO-EOF-SW
                 NOT AT END
                    PERFORM 0620-ADD-OPEN-PO-ENTRY
              END-READ
           END-PERFORM

           CLOSE OPEN-PO-FILE

       .

      ********************************************************
      * ADD ONE OPEN-PO LINE TO THE IN-MEMORY TABLE
      ********************************************************
       0620-ADD-OPEN-PO-ENTRY.

           IF WS-OPEN-PO-COUNT < WS-OPEN-PO-MAX
              ADD 1                      TO WS-OPEN-PO-COUNT
              MOVE OPEN-PO-RECORD        TO OP-ENTRY(WS-OPEN-PO-COUNT)
           ELSE
              DISPLAY 'PR4FA21: OPEN-PO-FILE HAS MORE THAN 2000 '
                 'LINES -- TABLE CAPACITY EXCEEDED'
              DISPLAY 'PR4FA21: JOB TERMINATED -- NO PURCHASE ORDERS '
                 'WRITTEN, INCREASE THE TABLE AND RERUN'
              MOVE 16                    TO RETURN-CODE
              GOBACK
           END-IF

       .

      ********************************************************
      * READ THE NEXT PO NUMBER FROM THE PO NUMBER CONTROL
      * FILE -- IF THE CONTROL FILE IS MISSING OR DAMAGED THE
      * NUMBERING RESUMES ABOVE THE HIGHEST PO NUMBER STILL ON
      * THE OPEN-PO FILE SO A NUMBER IS NEVER ISSUED TWICE
      ********************************************************
       0630-LOAD-NEXT-PO-NUMBER.

           MOVE ZERO                     TO WS-NEXT-PO-NUMBER

           OPEN INPUT PO-NUMBER-FILE

           IF WS-PO-NUMBER-FILE-STATUS = '00'
              READ PO-NUMBER-FILE
                 AT END
                    MOVE ZERO            TO WS-NEXT-PO-NUMBER
                 NOT AT END
                    IF PN-NEXT-PO-NUMBER NUMERIC
                       MOVE PN-NEXT-PO-NUMBER TO WS-NEXT-PO-NUMBER
                    END-IF
              END-READ
           END-IF

           CLOSE PO-NUMBER-FILE

           PERFORM 0640-CHECK-HIGH-PO-NUMBER
              VARYING OP-SUB FROM 1 BY 1
                 UNTIL OP-SUB > WS-OPEN-PO-COUNT

           IF WS-NEXT-PO-NUMBER = ZERO
              MOVE 1                     TO WS-NEXT-PO-NUMBER
           END-IF

       .

      ********************************************************
      * KEEP THE NEXT PO NUMBER ABOVE ONE OPEN-PO TABLE LINE
      ********************************************************
       0640-CHECK-HIGH-PO-NUMBER.

           IF OP-PO-NUMBER(OP-SUB) NOT < WS-NEXT-PO-NUMBER
              COMPUTE WS-NEXT-PO-NUMBER = OP-PO-NUMBER(OP-SUB) + 1
           END-IF

       .

      ********************************************************
      * READS THE VENDOR-SORTED FILE, TOTALING PER VENDOR
      * COMPANY-WIDE, IGNORING THE WAREHOUSE ID
              AND VS-CASE-PRICE(SUB) NUMERIC
              AND VS-NUM-OF-CASES(SUB) < WS-REORDER-THRESHOLD

              PERFORM 1270-CHECK-ON-ORDER

              EVALUATE TRUE
                 WHEN ITEM-ON-ORDER
                    ADD 1                TO WS-ON-ORDER-SKIP-COUNT
                 WHEN WS-OPEN-PO-COUNT NOT < WS-OPEN-PO-MAX
                    ADD 1                TO WS-PO-TABLE-FULL-COUNT
                    DISPLAY 'PR4FA21: OPEN PO TABLE FULL -- NO PO '
                       'LINE FOR ' VS-WAREHOUSE-ID ' ' VS-VENDOR-ID
                       ' ' VS-CANDY-ID ' ' VS-CANDY-NAME(SUB)
                 WHEN OTHER
                    PERFORM 1290-WRITE-PO-LINE
              END-EVALUATE
           END-IF

       .

      ********************************************************
      * LOOK FOR AN OPEN OR PARTIAL PO LINE ALREADY ON ORDER
      * FOR THIS WAREHOUSE/VENDOR/CANDY/CANDY NAME
      ********************************************************
       1270-CHECK-ON-ORDER.

           MOVE 'N'                      TO WS-ON-ORDER-SW

           PERFORM 1280-MATCH-OPEN-PO-ENTRY
              VARYING OP-SUB FROM 1 BY 1
                 UNTIL OP-SUB > WS-OPEN-PO-COUNT

       .

      ********************************************************
      * MATCH ONE OPEN PO TABLE LINE AGAINST THE ITEM
      ********************************************************
       1280-MATCH-OPEN-PO-ENTRY.

           IF (OP-LINE-OPEN(OP-SUB) OR OP-LINE-PARTIAL(OP-SUB))
              AND OP-WAREHOUSE-ID(OP-SUB) = VS-WAREHOUSE-ID
              AND OP-VENDOR-ID(OP-SUB)    = VS-VENDOR-ID
              AND OP-CANDY-ID(OP-SUB)     = VS-CANDY-ID
              AND OP-CANDY-NAME(OP-SUB)   = VS-CANDY-NAME(SUB)
              MOVE 'Y'                   TO WS-ON-ORDER-SW
              MOVE WS-OPEN-PO-COUNT      TO OP-SUB
           END-IF

       .

      ********************************************************
      * WRITE THE PO DETAIL FOR THIS ITEM UNDER THE VENDOR'S PO
      * NUMBER AND ADD IT TO THE OPEN PO TABLE AS AN OPEN LINE
      ********************************************************
       1290-WRITE-PO-LINE.

           IF PO-HEADER-PENDING
              PERFORM 7750-WRITE-PO-HEADER
           END-IF

           COMPUTE WS-SUGGESTED-QTY =
              WS-RESTOCK-TARGET - VS-NUM-OF-CASES(SUB)
           COMPUTE WS-PO-EXTENDED-COST =
              WS-SUGGESTED-QTY * VS-CASE-PRICE(SUB)
           ADD 1                         TO WS-PO-LINE-NUMBER

           MOVE VS-WAREHOUSE-ID          TO POD-WAREHOUSE-ID
           MOVE VS-CANDY-ID              TO POD-CANDY-ID
           MOVE VS-CANDY-NAME(SUB)       TO POD-CANDY-NAME
           MOVE VS-NUM-OF-CASES(SUB)     TO POD-CASES-ON-HAND
           MOVE WS-SUGGESTED-QTY         TO POD-ORDER-QTY
           MOVE VS-CASE-PRICE(SUB)       TO POD-CASE-PRICE
           MOVE WS-PO-EXTENDED-COST      TO POD-EXTENDED-COST
           MOVE WS-PO-NUMBER             TO POD-PO-NUMBER
           MOVE WS-PO-LINE-NUMBER        TO POD-LINE-NUMBER
           WRITE PURCHASE-ORDER-RECORD FROM PO-DETAIL-RECORD

           ADD 1                         TO WS-PO-VENDOR-LINES
           ADD WS-PO-EXTENDED-COST       TO WS-PO-VENDOR-COST

           ADD 1                         TO WS-OPEN-PO-COUNT
           MOVE WS-OPEN-PO-COUNT         TO OP-SUB
           MOVE SPACES                   TO OP-ENTRY(OP-SUB)
           MOVE WS-PO-NUMBER             TO OP-PO-NUMBER(OP-SUB)
           MOVE WS-PO-LINE-NUMBER        TO OP-LINE-NUMBER(OP-SUB)
           MOVE VS-VENDOR-ID             TO OP-VENDOR-ID(OP-SUB)
           MOVE VS-WAREHOUSE-ID          TO OP-WAREHOUSE-ID(OP-SUB)
           MOVE VS-CANDY-ID              TO OP-CANDY-ID(OP-SUB)
           MOVE VS-CANDY-NAME(SUB)       TO OP-CANDY-NAME(OP-SUB)
           MOVE WS-CURRENT-DATE          TO OP-ORDER-DATE(OP-SUB)
           MOVE WS-SUGGESTED-QTY         TO OP-ORDER-QTY(OP-SUB)
           MOVE ZERO                     TO OP-RECEIVED-QTY(OP-SUB)
                                            OP-LAST-RECEIPT-DATE(OP-SUB)
           MOVE VS-CASE-PRICE(SUB)       TO OP-CASE-PRICE(OP-SUB)
           MOVE 'O'                      TO OP-LINE-STATUS(OP-SUB)

       .

      ********************************************************
           MOVE VS-VENDOR-ID             TO WS-LOOKUP-VENDOR-ID
           PERFORM 7900-LOOKUP-VENDOR

           MOVE WS-NEXT-PO-NUMBER        TO WS-PO-NUMBER
           ADD 1                         TO WS-NEXT-PO-NUMBER
           MOVE ZERO                     TO WS-PO-LINE-NUMBER

           MOVE VS-VENDOR-ID             TO POH-VENDOR-ID
           MOVE WS-PO-NUMBER             TO POH-PO-NUMBER
           IF VENDOR-FOUND
              MOVE VT-VENDOR-NAME(WS-LOOKUP-SUB) TO POH-VENDOR-NAME
              MOVE VT-CONTACT(WS-LOOKUP-SUB)     TO POH-CONTACT
              MOVE VC-PREV-VENDOR-ID     TO POT-VENDOR-ID
              MOVE WS-PO-VENDOR-LINES    TO POT-LINE-COUNT
              MOVE WS-PO-VENDOR-COST     TO POT-TOTAL-COST
              MOVE WS-PO-NUMBER          TO POT-PO-NUMBER
              WRITE PURCHASE-ORDER-RECORD FROM PO-TRAILER-RECORD
           END-IF

                 VENDOR-REPORT-FILE
                 PURCHASE-ORDER-FILE

           PERFORM 9600-WRITE-OPEN-PO-FILE
           PERFORM 9700-WRITE-NEXT-PO-NUMBER

       .

      ********************************************************
      * WRITE THE OPEN PO TABLE BACK AS THE NEW OPEN-PO FILE --
      * OPEN AND PARTIAL LINES ALWAYS CARRY FORWARD, FILLED AND
      * OVER-RECEIVED LINES ONLY THROUGH THE MONTH THEY CLOSED
      ********************************************************
       9600-WRITE-OPEN-PO-FILE.

           OPEN OUTPUT OPEN-PO-FILE

           PERFORM 9650-WRITE-OPEN-PO-ENTRY
              VARYING OP-SUB FROM 1 BY 1
                 UNTIL OP-SUB > WS-OPEN-PO-COUNT

           CLOSE OPEN-PO-FILE

           DISPLAY 'PR4FA21: OPEN PO LINES CARRIED FORWARD '
              WS-OPEN-PO-WRITTEN-COUNT
           DISPLAY 'PR4FA21: REORDER ITEMS ALREADY ON ORDER, NOT '
              'REORDERED ' WS-ON-ORDER-SKIP-COUNT

           IF WS-PO-TABLE-FULL-COUNT > ZERO
              DISPLAY 'PR4FA21: ' WS-PO-TABLE-FULL-COUNT
                 ' ITEM(S) NOT ORDERED -- OPEN PO TABLE FULL'
              MOVE 4                     TO RETURN-CODE
           END-IF

       .

      ********************************************************
      * WRITE ONE OPEN PO TABLE LINE UNLESS IT CLOSED BEFORE
      * THE CURRENT MONTH
      ********************************************************
       9650-WRITE-OPEN-PO-ENTRY.

           IF OP-LINE-OPEN(OP-SUB)
              OR OP-LINE-PARTIAL(OP-SUB)
              OR OP-LAST-RECEIPT-YM(OP-SUB) NOT < WS-CURRENT-YYYYMM
              WRITE OPEN-PO-RECORD FROM OP-ENTRY(OP-SUB)
              ADD 1                      TO WS-OPEN-PO-WRITTEN-COUNT
           END-IF

       .

      ********************************************************
      * SAVE THE NEXT PO NUMBER FOR TOMORROW'S RUN
      ********************************************************
       9700-WRITE-NEXT-PO-NUMBER.

           OPEN OUTPUT PO-NUMBER-FILE

           MOVE SPACES                   TO PO-NUMBER-RECORD
           MOVE WS-NEXT-PO-NUMBER        TO PN-NEXT-PO-NUMBER
           WRITE PO-NUMBER-RECORD

           CLOSE PO-NUMBER-FILE

       .

      ********************************************************
