       AUTHOR.         Dewelena Reynolds.
      ******************************************************************
      *  APPLY THE DAILY INVENTORY TRANSACTION FILE (RECEIPTS,
      *  SHIPMENTS, ADJUSTMENTS AND INTER-WAREHOUSE TRANSFERS)
      *  AGAINST THE MERGED INVENTORY FILE
      *  PRODUCED BY PR4FA21 AND WRITE AN UPDATED INVENTORY MASTER SO
      *  STOCK LEVELS STAY CURRENT BETWEEN FULL REBUILDS OF THE FILE
      ******
      *  INPUT
      *     DAILY-INV-TRANS.TXT -- ONE RECORD PER TRANSACTION
      *        ACTION CODE (R = RECEIPT, S = SHIPMENT, A = ADJUSTMENT,
      *           T = TRANSFER SHIPPED, I = TRANSFER RECEIVED)
      *        WAREHOUSE ID / VENDOR ID / CANDY ID / CANDY NAME
      *        ADJUSTMENT SIGN (+ OR -, ADJUSTMENTS ONLY) -- ON A
      *           TRANSFER THIS BYTE CARRIES THE OTHER WAREHOUSE'S
      *           NUMBER (1-4 = B100-B400): THE TO-WAREHOUSE ON A T,
      *           KEYED BY THE SHIPPING WAREHOUSE, AND THE FROM-
      *           WAREHOUSE ON AN I, KEYED BY THE RECEIVING WAREHOUSE
      *        QUANTITY IN CASES
      *     IN-TRANSIT-FILE.TXT -- TRANSFERS SHIPPED AND NOT YET
      *        (FULLY) RECEIVED
      *     MERGED-INV-FILE.TXT -- THE MERGED INVENTORY MASTER
      ******
      *  OUTPUT
      *        PR19FA21 MONTH-END STOCK LEDGER CAN ROLL THE FILE
      *        FORWARD AS-IS (OPS CLEARS IT AFTER THE MONTH-END
      *        LEDGER RUN)
      *     INV-TRANS-HISTORY.TXT -- THE SAME APPLIED TRANSACTIONS
      *        WITH THE RUN DATE AND THE OLD AND NEW CASE COUNTS,
      *        APPENDED AND NEVER CLEARED, SO THE PR35FA21 SLOW-
      *        MOVING STOCK REPORT CAN SAY WHEN AN ITEM LAST MOVED.
      *        THE PR17FA21 ORDER SHIPMENTS AND PR26FA21 COUNT
      *        ADJUSTMENTS COME THROUGH THE DAILY TRANSACTION FILE,
      *        SO THEY LAND HERE WHEN THIS PROGRAM APPLIES THEM
      *     TRANS-AUDIT-REPORT.TXT -- ONE LINE PER APPLIED TRANSACTION
      *        SHOWING THE OLD AND NEW CASE COUNTS
      *     TRANS-REJECT-REPORT.TXT -- ONE LINE PER REJECTED
      *        TRANSACTION WITH THE REASON, FOR RECEIVING TO FIX
      *     OPEN-PO-FILE.TXT -- THE STANDING OPEN PURCHASE ORDER FILE
      *        KEPT BY PR4FA21 IS READ AND WRITTEN BACK WITH EVERY
      *        APPLIED RECEIPT MATCHED OFF AGAINST THE OLDEST OPEN OR
      *        PARTIAL PO LINE FOR THE SAME WAREHOUSE/VENDOR/CANDY/
      *        CANDY NAME. THE LINE BECOMES F (FILLED) WHEN RECEIVED
      *        EQUALS ORDERED, P (PARTIAL) BELOW IT AND X (OVER-
      *        RECEIVED) ABOVE IT. THE PO MATCHED (OR NO OPEN PO) IS
      *        SHOWN ON THE AUDIT REPORT LINE FOR THE RECEIPT
      *     IN-TRANSIT-FILE.TXT -- A T TRANSACTION TAKES THE CASES OFF
      *        THE SENDING WAREHOUSE AND ADDS AN IN-TRANSIT RECORD
      *        (SHIP DATE, FROM, TO, ITEM, CASES, CASE PRICE). AN I
      *        TRANSACTION CLEARS THE OLDEST MATCHING IN-TRANSIT
      *        RECORD AND ADDS THE CASES AT THE RECEIVING WAREHOUSE.
      *        A RECORD STAYS IN TRANSIT (T) UNTIL ALL ITS CASES ARE
      *        RECEIVED (R); RECEIVED RECORDS ARE KEPT THROUGH THE
      *        MONTH THEY CLEARED IN AND THEN DROPPED
      ******
      *  REJECT RULES
      *     KEY NOT ON THE MASTER (WAREHOUSE/VENDOR/CANDY/CANDY NAME)
      *     SHIPMENT LARGER THAN CASES ON HAND
      *     ADJUSTMENT THAT WOULD TAKE CASES ON HAND BELOW ZERO
      *     ACTION CODE NOT R, S, A, T OR I
      *     ADJUSTMENT SIGN NOT + OR -
      *     QUANTITY NOT NUMERIC
      *     TRANSFER WAREHOUSE NUMBER NOT 1-4, OR THE SAME WAREHOUSE
      *     TRANSFER TO A WAREHOUSE THAT DOES NOT STOCK THE ITEM
      *     TRANSFER LARGER THAN CASES ON HAND
      *     TRANSFER RECEIPT WITH NO MATCHING SHIPMENT IN TRANSIT, OR
      *        FOR MORE CASES THAN ARE STILL IN TRANSIT
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
           SELECT OPTIONAL APPLIED-TRANS-FILE
               ASSIGN TO 'APPLIED-INV-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL TRANS-HISTORY-FILE
               ASSIGN TO 'INV-TRANS-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL OPEN-PO-FILE
               ASSIGN TO 'OPEN-PO-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-PO-FILE-STATUS.
      *
           SELECT OPTIONAL IN-TRANSIT-FILE
               ASSIGN TO 'IN-TRANSIT-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSIT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
               88 TR-RECEIPT                            VALUE 'R'.
               88 TR-SHIPMENT                           VALUE 'S'.
               88 TR-ADJUSTMENT                         VALUE 'A'.
               88 TR-TRANSFER-OUT                       VALUE 'T'.
               88 TR-TRANSFER-IN                        VALUE 'I'.
           05  TR-WAREHOUSE-ID             PIC X(04).
           05  TR-WAREHOUSE-PARTS REDEFINES TR-WAREHOUSE-ID.
               10                          PIC X(01).
               10  TR-WAREHOUSE-NUMBER     PIC X(01).
               10                          PIC X(02).
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
       FD  MERGED-INV-FILE
       FD  APPLIED-TRANS-FILE
           RECORD CONTAINS 29 CHARACTERS.
       01  APPLIED-TRANS-REC               PIC X(29).
      *
       FD  TRANS-HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  TRANS-HISTORY-REC               PIC X(50).
      *
       FD  OPEN-PO-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OPEN-PO-RECORD                  PIC X(80).
      *
       FD  IN-TRANSIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  IN-TRANSIT-RECORD               PIC X(80).
      *
       FD  CANDY-INV-MASTER
           RECORD CONTAINS 143 CHARACTERS.
           05  WS-IDX-MASTER-SW            PIC X        VALUE 'N'.
               88 IDX-MASTER-AVAILABLE                  VALUE 'Y'.
               88 IDX-MASTER-UNAVAILABLE                VALUE 'N'.
           05  WS-OPEN-PO-EOF-SW           PIC X        VALUE 'N'.
               88 OPEN-PO-EOF                           VALUE 'Y'.
           05  WS-PO-LINE-FOUND-SW         PIC X        VALUE 'N'.
               88 PO-LINE-FOUND                         VALUE 'Y'.
           05  WS-TRANSIT-EOF-SW           PIC X        VALUE 'N'.
               88 TRANSIT-EOF                           VALUE 'Y'.
           05  WS-TRANSIT-FOUND-SW         PIC X        VALUE 'N'.
               88 TRANSIT-FOUND                         VALUE 'Y'.
           05  WS-XFER-TO-STOCKED-SW       PIC X        VALUE 'Y'.
               88 XFER-TO-STOCKED                       VALUE 'Y'.
      *
       01 SUBSCRIPTS.
           05  SUB                         PIC 9(04)    VALUE ZERO.
           05  CS-SUB                      PIC 9        VALUE ZERO.
           05  WS-MASTER-SUB               PIC 9(04)    VALUE ZERO.
           05  WS-SLOT-SUB                 PIC 9        VALUE ZERO.
           05  OP-SUB                      PIC 9(04)    VALUE ZERO.
           05  WS-PO-SUB                   PIC 9(04)    VALUE ZERO.
           05  IT-SUB                      PIC 9(04)    VALUE ZERO.
           05  WS-TRANSIT-SUB              PIC 9(04)    VALUE ZERO.
      *
       01  WS-FIELDS.
           05  WS-MASTER-COUNT             PIC 9(04)    VALUE ZERO.
           05  WS-IDX-FILE-STATUS          PIC X(02)    VALUE SPACES.
           05  WS-IDX-REWRITTEN-COUNT      PIC S9(05)   VALUE +0.
           05  WS-IDX-NOT-FOUND-COUNT      PIC S9(05)   VALUE +0.
           05  WS-OPEN-PO-FILE-STATUS      PIC X(02)    VALUE SPACES.
           05  WS-OPEN-PO-COUNT            PIC 9(04)    VALUE ZERO.
           05  WS-OPEN-PO-MAX              PIC 9(04)    VALUE 2000.
           05  WS-PO-MATCHED-COUNT         PIC S9(05)   VALUE +0.
           05  WS-PO-UNMATCHED-COUNT       PIC S9(05)   VALUE +0.
           05  WS-MATCH-NOTE               PIC X(20)    VALUE SPACES.
           05  WS-PO-STATUS-WORD           PIC X(04)    VALUE SPACES.
           05  WS-FIND-WAREHOUSE-ID        PIC X(04)    VALUE SPACES.
           05  WS-TRANSIT-FILE-STATUS      PIC X(02)    VALUE SPACES.
           05  WS-TRANSIT-COUNT            PIC 9(04)    VALUE ZERO.
           05  WS-TRANSIT-MAX              PIC 9(04)    VALUE 1000.
           05  WS-TRANSIT-OUTSTANDING      PIC 9(05)    VALUE ZERO.
           05  WS-CURRENT-YYYYMM           PIC 9(06)    VALUE ZERO.
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

      ***********************TABLE**********************************
      * DATED TRANSACTION HISTORY RECORD -- THE RUN DATE, THE
      * 29-BYTE TRANSACTION AS APPLIED AND THE CASES ON HAND
      * BEFORE AND AFTER IT
      **************************************************************
       01  TRANS-HISTORY-LINE.
           05  TH-TRANS-DATE               PIC 9(08).
           05  TH-TRANSACTION              PIC X(29).
           05  TH-OLD-CASES                PIC 9(04).
           05  TH-NEW-CASES                PIC 9(04).
           05                              PIC X(05)    VALUE SPACES.

      ***********************TABLE**********************************
      * IN-MEMORY COPY OF THE MERGED INVENTORY MASTER -- EVERY
      * TRANSACTION IS APPLIED AGAINST THIS TABLE AND THE TABLE IS
                   15  IM-NUM-OF-CASES     PIC 9(04).
                   15  IM-CASE-PRICE       PIC 9(03)V99.

      ***********************TABLE**********************************
      * IN-MEMORY COPY OF THE STANDING OPEN-PO FILE WRITTEN BY
      * PR4FA21 -- APPLIED RECEIPTS ARE MATCHED OFF AGAINST THIS
      * TABLE AND THE TABLE IS WRITTEN BACK AT END OF JOB. THE
      * FILE IS IN PO NUMBER ORDER, SO THE FIRST MATCH FOUND IS
      * THE OLDEST OPEN LINE FOR THE ITEM
      **************************************************************
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
               10  OP-LINE-STATUS          PIC X(01).
                   88 OP-LINE-OPEN                      VALUE 'O'.
                   88 OP-LINE-PARTIAL                   VALUE 'P'.
                   88 OP-LINE-FILLED                    VALUE 'F'.
                   88 OP-LINE-OVER                      VALUE 'X'.
               10                          PIC X(17).

      ***********************TABLE**********************************
      * IN-MEMORY COPY OF THE IN-TRANSIT FILE -- TRANSFER SHIPMENTS
      * ADD ENTRIES, TRANSFER RECEIPTS CLEAR THEM, AND THE TABLE IS
      * WRITTEN BACK AT END OF JOB. THE FILE IS IN SHIP ORDER, SO
      * THE FIRST MATCH FOUND IS THE OLDEST TRANSFER FOR THE ITEM
      **************************************************************
       01  IN-TRANSIT-TABLE.
           05  IT-ENTRY OCCURS 1000 TIMES.
               10  IT-SHIP-DATE            PIC 9(08).
               10  IT-FROM-WAREHOUSE-ID    PIC X(04).
               10  IT-TO-WAREHOUSE-ID      PIC X(04).
               10  IT-VENDOR-ID            PIC X(01).
               10  IT-CANDY-ID             PIC X(03).
               10  IT-CANDY-NAME           PIC X(15).
               10  IT-SHIPPED-QTY          PIC 9(04).
               10  IT-RECEIVED-QTY         PIC 9(04).
               10  IT-CASE-PRICE           PIC 9(03)V99.
               10  IT-RECEIVED-DATE        PIC 9(08).
               10  IT-RECEIVED-PARTS       REDEFINES
                                           IT-RECEIVED-DATE.
                   15  IT-RECEIVED-YM      PIC 9(06).
                   15                      PIC 9(02).
               10  IT-TRANSIT-STATUS       PIC X(01).
                   88 IT-IN-TRANSIT                     VALUE 'T'.
                   88 IT-RECEIVED                       VALUE 'R'.
               10                          PIC X(23).

      **********************OUTPUT AREA**************************
       01  HEADING-ONE.
           05                              PIC X(16)    VALUE SPACES.
           05                              PIC X(05) VALUE '  OLD'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(05) VALUE '  NEW'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(11) VALUE
               'PO/TRANSFER'.
           05                              PIC X(09) VALUE SPACES.
      *
       01  REJECT-HEADING-THREE.
           05                              PIC X(03) VALUE 'ACT'.
           05  ADL-OLD-CASES               PIC ZZZZ9.
           05                              PIC X(02) VALUE SPACES.
           05  ADL-NEW-CASES               PIC ZZZZ9.
           05                              PIC X(02) VALUE SPACES.
           05  ADL-MATCH-NOTE              PIC X(20).
      *
       01  REJECT-DETAIL-LINE.
           05  RDL-ACTION-CODE             PIC X(01).
               'TOTAL TRANSACTIONS APPLIED:'.
           05                              PIC X(01) VALUE SPACES.
           05  AT-APPLIED-COUNT            PIC ZZZZ9.
      *
       01  AUDIT-PO-MATCHED-LINE.
           05                              PIC X(27) VALUE
               'RECEIPTS MATCHED TO A PO:'.
           05                              PIC X(01) VALUE SPACES.
           05  APM-MATCHED-COUNT           PIC ZZZZ9.
      *
       01  AUDIT-PO-UNMATCHED-LINE.
           05                              PIC X(27) VALUE
               'RECEIPTS WITH NO OPEN PO:'.
           05                              PIC X(01) VALUE SPACES.
           05  APU-UNMATCHED-COUNT         PIC ZZZZ9.
      *
       01  REJECT-TOTAL-LINE.
           05                              PIC X(28) VALUE

           PERFORM 0200-HSKPING-ROUTINE
           PERFORM 0300-LOAD-MASTER-TABLE
           PERFORM 0360-LOAD-OPEN-PO-TABLE
           PERFORM 0380-LOAD-IN-TRANSIT-TABLE
           PERFORM 0400-READ-TRANS-FILE
           PERFORM 9000-FINAL-ROUTINE
       .
                      TRANS-AUDIT-FILE
                      TRANS-REJECT-FILE
               EXTEND APPLIED-TRANS-FILE
                      TRANS-HISTORY-FILE

      *    THE INDEXED MASTER IS UPDATED IN PLACE SO SAME-DAY PR9FA21
      *    INQUIRIES SHOW TODAY'S STOCK -- A MISSING INDEXED MASTER
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CURRENT-YYYYMM = WS-YEAR * 100 + WS-MONTH
           MOVE WS-MONTH                 TO H1-MONTH
           MOVE WS-DAY                   TO H1-DAY
           MOVE WS-YEAR                  TO H1-YEAR

       .

      ********************************************************
      * LOAD THE STANDING OPEN-PO FILE INTO THE OPEN PO TABLE
      * -- A MISSING FILE (NO PO RUN YET) LOADS AN EMPTY TABLE
      * AND EVERY RECEIPT SHOWS NO OPEN PO
      ********************************************************
       0360-LOAD-OPEN-PO-TABLE.

           OPEN INPUT OPEN-PO-FILE

           IF WS-OPEN-PO-FILE-STATUS NOT = '00'
              AND WS-OPEN-PO-FILE-STATUS NOT = '05'
              DISPLAY 'PR7FA21: UNABLE TO OPEN OPEN-PO-FILE -- '
                 'FILE STATUS ' WS-OPEN-PO-FILE-STATUS
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL OPEN-PO-EOF
              READ OPEN-PO-FILE
                 AT END
                    MOVE 'Y'             TO WS-OPEN-PO-EOF-SW
                 NOT AT END
                    PERFORM 0370-ADD-OPEN-PO-ENTRY
              END-READ
           END-PERFORM

           CLOSE OPEN-PO-FILE

       .

      ********************************************************
      * ADD ONE OPEN-PO LINE TO THE IN-MEMORY TABLE -- THE
      * FILE IS WRITTEN BACK WHOLE, SO A FILE TOO BIG FOR THE
      * TABLE STOPS THE JOB RATHER THAN LOSE PO LINES
      ********************************************************
       0370-ADD-OPEN-PO-ENTRY.

           IF WS-OPEN-PO-COUNT < WS-OPEN-PO-MAX
              ADD 1                      TO WS-OPEN-PO-COUNT
              MOVE OPEN-PO-RECORD        TO OP-ENTRY(WS-OPEN-PO-COUNT)
           ELSE
              DISPLAY 'PR7FA21: OPEN-PO-FILE HAS MORE THAN 2000 '
                 'LINES -- TABLE CAPACITY EXCEEDED'
              DISPLAY 'PR7FA21: JOB TERMINATED -- NO UPDATED MASTER '
                 'WRITTEN, INCREASE THE TABLE AND RERUN'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

       .

      ********************************************************
      * LOAD THE IN-TRANSIT FILE INTO THE IN-TRANSIT TABLE --
      * A MISSING FILE (NO TRANSFERS YET) LOADS AN EMPTY TABLE
      ********************************************************
       0380-LOAD-IN-TRANSIT-TABLE.

           OPEN INPUT IN-TRANSIT-FILE

           IF WS-TRANSIT-FILE-STATUS NOT = '00'
              AND WS-TRANSIT-FILE-STATUS NOT = '05'
              DISPLAY 'PR7FA21: UNABLE TO OPEN IN-TRANSIT-FILE -- '
                 'FILE STATUS ' WS-TRANSIT-FILE-STATUS
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL TRANSIT-EOF
              READ IN-TRANSIT-FILE
                 AT END
                    MOVE 'Y'             TO WS-TRANSIT-EOF-SW
                 NOT AT END
                    PERFORM 0390-ADD-IN-TRANSIT-ENTRY
              END-READ
           END-PERFORM

           CLOSE IN-TRANSIT-FILE

       .

      ********************************************************
      * ADD ONE IN-TRANSIT RECORD TO THE IN-MEMORY TABLE -- A
      * FILE TOO BIG FOR THE TABLE STOPS THE JOB RATHER THAN
      * LOSE CASES THAT ARE ON THE ROAD
      ********************************************************
       0390-ADD-IN-TRANSIT-ENTRY.

           IF WS-TRANSIT-COUNT < WS-TRANSIT-MAX
              ADD 1                      TO WS-TRANSIT-COUNT
              MOVE IN-TRANSIT-RECORD     TO IT-ENTRY(WS-TRANSIT-COUNT)
           ELSE
              DISPLAY 'PR7FA21: IN-TRANSIT-FILE HAS MORE THAN 1000 '
                 'RECORDS -- TABLE CAPACITY EXCEEDED'
              DISPLAY 'PR7FA21: JOB TERMINATED -- NO UPDATED MASTER '
                 'WRITTEN, INCREASE THE TABLE AND RERUN'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

       .

      ********************************************************
      * READS THE DAILY TRANSACTION FILE AND PROCESSES EACH
      * TRANSACTION AGAINST THE IN-MEMORY MASTER TABLE
       0500-PROCESS-TRANSACTION.

           IF NOT TR-RECEIPT AND NOT TR-SHIPMENT AND NOT TR-ADJUSTMENT
              AND NOT TR-TRANSFER-OUT AND NOT TR-TRANSFER-IN
              MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
              PERFORM 0700-WRITE-REJECT-LINE
           ELSE
                 MOVE 'INVALID ADJUSTMENT SIGN' TO WS-REJECT-REASON
                 PERFORM 0700-WRITE-REJECT-LINE
              ELSE
              IF (TR-TRANSFER-OUT OR TR-TRANSFER-IN)
                 AND (NOT TR-XFER-WHSE-VALID
                  OR TR-WAREHOUSE-NUMBER = TR-XFER-WHSE-NUMBER)
                 MOVE 'INVALID TRANSFER WAREHOUSE' TO WS-REJECT-REASON
                 PERFORM 0700-WRITE-REJECT-LINE
              ELSE
                 PERFORM 0510-CHECK-TRANSFER-TO
                 MOVE TR-WAREHOUSE-ID    TO WS-FIND-WAREHOUSE-ID
                 PERFORM 0520-FIND-MASTER-RECORD
                 IF MASTER-FOUND
                    IF XFER-TO-STOCKED
                       PERFORM 0560-APPLY-TRANSACTION
                    ELSE
                       MOVE 'ITEM NOT STOCKED AT TO-WHSE'
                                         TO WS-REJECT-REASON
                       PERFORM 0700-WRITE-REJECT-LINE
                    END-IF
                 ELSE
                    MOVE 'KEY NOT ON INVENTORY MASTER'
                                         TO WS-REJECT-REASON
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF

       .

      ********************************************************
      * A TRANSFER SHIPMENT IS ONLY ACCEPTED WHEN THE RECEIVING
      * WAREHOUSE STOCKS THE SAME ITEM, SO THE CASES CAN NEVER
      * BE LEFT ON THE ROAD WITH NOWHERE TO LAND. THE OTHER
      * WAREHOUSE ID IS BUILT FROM THE TRANSFER NUMBER FOR ALL
      * TRANSFERS FOR THE IN-TRANSIT RECORD AND AUDIT LINE
      ********************************************************
       0510-CHECK-TRANSFER-TO.

           MOVE 'Y'                      TO WS-XFER-TO-STOCKED-SW

           IF TR-TRANSFER-OUT OR TR-TRANSFER-IN
              MOVE TR-XFER-WHSE-NUMBER   TO WS-XFER-WHSE-DIGIT
           END-IF

           IF TR-TRANSFER-OUT
              MOVE WS-XFER-WAREHOUSE-ID  TO WS-FIND-WAREHOUSE-ID
              PERFORM 0520-FIND-MASTER-RECORD
              MOVE WS-MASTER-FOUND-SW    TO WS-XFER-TO-STOCKED-SW
           END-IF

       .
      ********************************************************
       0540-CHECK-MASTER-ENTRY.

           IF WS-FIND-WAREHOUSE-ID = IM-WAREHOUSE-ID(SUB)
              AND TR-VENDOR-ID = IM-VENDOR-ID(SUB)
              AND TR-CANDY-ID = IM-CANDY-ID(SUB)
                 MOVE 'Y'                TO WS-MASTER-FOUND-SW

      ********************************************************
      * APPLY THE TRANSACTION TO THE LOCATED CANDY SLOT --
      * RECEIPTS AND TRANSFERS IN ADD, SHIPMENTS AND TRANSFERS
      * OUT SUBTRACT AND ADJUSTMENTS ADD OR SUBTRACT PER THE
      * ADJUSTMENT SIGN. ANY RESULT THAT WOULD GO BELOW ZERO IS
      * REJECTED INSTEAD OF APPLIED, AS IS A TRANSFER RECEIPT
      * THE IN-TRANSIT FILE CANNOT ACCOUNT FOR
      ********************************************************
       0560-APPLY-TRANSACTION.

           MOVE IM-NUM-OF-CASES(WS-MASTER-SUB, WS-SLOT-SUB)
                                         TO WS-OLD-NUM-OF-CASES

           IF TR-TRANSFER-IN
              PERFORM 0670-FIND-IN-TRANSIT
           END-IF

           EVALUATE TRUE
              WHEN TR-RECEIPT OR TR-TRANSFER-IN
                 COMPUTE WS-NEW-NUM-OF-CASES =
                    WS-OLD-NUM-OF-CASES + TR-QUANTITY
              WHEN TR-SHIPMENT OR TR-TRANSFER-OUT
                 COMPUTE WS-NEW-NUM-OF-CASES =
                    WS-OLD-NUM-OF-CASES - TR-QUANTITY
              WHEN TR-ADJUSTMENT
                 MOVE 'SHIPMENT EXCEEDS CASES ON HAND'
                                         TO WS-REJECT-REASON
                 PERFORM 0700-WRITE-REJECT-LINE
              WHEN TR-TRANSFER-OUT AND WS-NEW-NUM-OF-CASES < ZERO
                 MOVE 'TRANSFER EXCEEDS CASES ON HAND'
                                         TO WS-REJECT-REASON
                 PERFORM 0700-WRITE-REJECT-LINE
              WHEN TR-TRANSFER-OUT
                 AND WS-TRANSIT-COUNT NOT < WS-TRANSIT-MAX
                 MOVE 'IN-TRANSIT TABLE FULL'
                                         TO WS-REJECT-REASON
                 PERFORM 0700-WRITE-REJECT-LINE
              WHEN TR-TRANSFER-IN AND NOT TRANSIT-FOUND
                 MOVE 'NO MATCHING TRANSFER ON ROAD'
                                         TO WS-REJECT-REASON
                 PERFORM 0700-WRITE-REJECT-LINE
              WHEN TR-TRANSFER-IN
                 AND TR-QUANTITY > WS-TRANSIT-OUTSTANDING
                 MOVE 'MORE THAN CASES IN TRANSIT'
                                         TO WS-REJECT-REASON
                 PERFORM 0700-WRITE-REJECT-LINE
              WHEN WS-NEW-NUM-OF-CASES < ZERO
                 MOVE 'ADJUSTMENT BELOW ZERO ON HAND'
                                         TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE WS-NEW-NUM-OF-CASES
                    TO IM-NUM-OF-CASES(WS-MASTER-SUB, WS-SLOT-SUB)
                 MOVE SPACES             TO WS-MATCH-NOTE
                 EVALUATE TRUE
                    WHEN TR-RECEIPT
                       PERFORM 0650-RELIEVE-OPEN-PO
                    WHEN TR-TRANSFER-OUT
                       PERFORM 0680-ADD-IN-TRANSIT
                    WHEN TR-TRANSFER-IN
                       PERFORM 0690-CLEAR-IN-TRANSIT
                 END-EVALUATE
                 PERFORM 0600-WRITE-AUDIT-LINE
           END-EVALUATE

      * AND APPEND THE TRANSACTION TO THE MONTH-TO-DATE APPLIED
      * FILE THE PR19FA21 STOCK LEDGER ROLLS FORWARD -- ONLY
      * TRANSACTIONS THAT REALLY CHANGED THE MASTER GET HERE,
      * SO REJECTS CAN NEVER DISTORT THE LEDGER. THE SAME
      * TRANSACTION IS ADDED, DATED, TO THE PERMANENT HISTORY
      ********************************************************
       0600-WRITE-AUDIT-LINE.

           WRITE APPLIED-TRANS-REC FROM TRANSACTION-RECORD

           MOVE WS-CURRENT-DATE          TO TH-TRANS-DATE
           MOVE TRANSACTION-RECORD       TO TH-TRANSACTION
           MOVE WS-OLD-NUM-OF-CASES      TO TH-OLD-CASES
           MOVE WS-NEW-NUM-OF-CASES      TO TH-NEW-CASES
           WRITE TRANS-HISTORY-REC FROM TRANS-HISTORY-LINE

           ADD 1                         TO WS-APPLIED-COUNT
           MOVE TR-ACTION-CODE           TO ADL-ACTION-CODE
           MOVE TR-WAREHOUSE-ID          TO ADL-WAREHOUSE-ID
           MOVE TR-QUANTITY              TO ADL-QUANTITY
           MOVE WS-OLD-NUM-OF-CASES      TO ADL-OLD-CASES
           MOVE WS-NEW-NUM-OF-CASES      TO ADL-NEW-CASES
           MOVE WS-MATCH-NOTE            TO ADL-MATCH-NOTE
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE
              AFTER ADVANCING 1

       .

      ********************************************************
      * RELIEVE THE OLDEST OPEN OR PARTIAL PO LINE FOR THE
      * RECEIPT'S WAREHOUSE/VENDOR/CANDY/CANDY NAME -- THE
      * WHOLE RECEIPT GOES AGAINST THAT ONE LINE AND THE LINE
      * STATUS IS SET FROM RECEIVED VERSUS ORDERED
      ********************************************************
       0650-RELIEVE-OPEN-PO.

           MOVE 'N'                      TO WS-PO-LINE-FOUND-SW

           PERFORM 0660-MATCH-OPEN-PO-ENTRY
              VARYING OP-SUB FROM 1 BY 1
                 UNTIL OP-SUB > WS-OPEN-PO-COUNT

           IF PO-LINE-FOUND
              ADD 1                      TO WS-PO-MATCHED-COUNT
              ADD TR-QUANTITY            TO OP-RECEIVED-QTY(WS-PO-SUB)
              MOVE WS-CURRENT-DATE
                 TO OP-LAST-RECEIPT-DATE(WS-PO-SUB)
              EVALUATE TRUE
                 WHEN OP-RECEIVED-QTY(WS-PO-SUB) <
                      OP-ORDER-QTY(WS-PO-SUB)
                    MOVE 'P'             TO OP-LINE-STATUS(WS-PO-SUB)
                    MOVE 'PART'          TO WS-PO-STATUS-WORD
                 WHEN OP-RECEIVED-QTY(WS-PO-SUB) =
                      OP-ORDER-QTY(WS-PO-SUB)
                    MOVE 'F'             TO OP-LINE-STATUS(WS-PO-SUB)
                    MOVE 'FULL'          TO WS-PO-STATUS-WORD
                 WHEN OTHER
                    MOVE 'X'             TO OP-LINE-STATUS(WS-PO-SUB)
                    MOVE 'OVER'          TO WS-PO-STATUS-WORD
              END-EVALUATE
              STRING 'PO '                     DELIMITED BY SIZE
                     OP-PO-NUMBER(WS-PO-SUB)   DELIMITED BY SIZE
                     '-'                       DELIMITED BY SIZE
                     OP-LINE-NUMBER(WS-PO-SUB) DELIMITED BY SIZE
                     ' '                       DELIMITED BY SIZE
                     WS-PO-STATUS-WORD         DELIMITED BY SIZE
                  INTO WS-MATCH-NOTE
           ELSE
              ADD 1                      TO WS-PO-UNMATCHED-COUNT
              MOVE 'NO OPEN PO'          TO WS-MATCH-NOTE
           END-IF

       .

      ********************************************************
      * MATCH ONE OPEN PO TABLE LINE AGAINST THE RECEIPT
      ********************************************************
       0660-MATCH-OPEN-PO-ENTRY.

           IF (OP-LINE-OPEN(OP-SUB) OR OP-LINE-PARTIAL(OP-SUB))
              AND OP-WAREHOUSE-ID(OP-SUB) = TR-WAREHOUSE-ID
              AND OP-VENDOR-ID(OP-SUB)    = TR-VENDOR-ID
              AND OP-CANDY-ID(OP-SUB)     = TR-CANDY-ID
              AND OP-CANDY-NAME(OP-SUB)   = TR-CANDY-NAME
              MOVE 'Y'                   TO WS-PO-LINE-FOUND-SW
              MOVE OP-SUB                TO WS-PO-SUB
              MOVE WS-OPEN-PO-COUNT      TO OP-SUB
           END-IF

       .

      ********************************************************
      * FIND THE OLDEST IN-TRANSIT RECORD THIS TRANSFER RECEIPT
      * CLEARS -- SAME FROM/TO WAREHOUSES AND ITEM, STILL IN
      * TRANSIT -- AND THE CASES STILL OWED ON IT
      ********************************************************
       0670-FIND-IN-TRANSIT.

           MOVE 'N'                      TO WS-TRANSIT-FOUND-SW
           MOVE ZERO                     TO WS-TRANSIT-OUTSTANDING

           PERFORM 0675-MATCH-IN-TRANSIT-ENTRY
              VARYING IT-SUB FROM 1 BY 1
                 UNTIL IT-SUB > WS-TRANSIT-COUNT

           IF TRANSIT-FOUND
              COMPUTE WS-TRANSIT-OUTSTANDING =
                 IT-SHIPPED-QTY(WS-TRANSIT-SUB)
                    - IT-RECEIVED-QTY(WS-TRANSIT-SUB)
           END-IF

       .

      ********************************************************
      * MATCH ONE IN-TRANSIT TABLE ENTRY AGAINST THE TRANSFER
      * RECEIPT
      ********************************************************
       0675-MATCH-IN-TRANSIT-ENTRY.

           IF IT-IN-TRANSIT(IT-SUB)
              AND IT-FROM-WAREHOUSE-ID(IT-SUB) = WS-XFER-WAREHOUSE-ID
              AND IT-TO-WAREHOUSE-ID(IT-SUB)   = TR-WAREHOUSE-ID
              AND IT-VENDOR-ID(IT-SUB)         = TR-VENDOR-ID
              AND IT-CANDY-ID(IT-SUB)          = TR-CANDY-ID
              AND IT-CANDY-NAME(IT-SUB)        = TR-CANDY-NAME
              MOVE 'Y'                   TO WS-TRANSIT-FOUND-SW
              MOVE IT-SUB                TO WS-TRANSIT-SUB
              MOVE WS-TRANSIT-COUNT      TO IT-SUB
           END-IF

       .

      ********************************************************
      * PUT THE CASES JUST TAKEN OFF THE SENDING WAREHOUSE ON
      * THE ROAD AS A NEW IN-TRANSIT RECORD, VALUED AT THE
      * SENDING WAREHOUSE'S CASE PRICE
      ********************************************************
       0680-ADD-IN-TRANSIT.

           ADD 1                         TO WS-TRANSIT-COUNT
           MOVE WS-TRANSIT-COUNT         TO IT-SUB
           MOVE SPACES                   TO IT-ENTRY(IT-SUB)
           MOVE WS-CURRENT-DATE          TO IT-SHIP-DATE(IT-SUB)
           MOVE TR-WAREHOUSE-ID          TO IT-FROM-WAREHOUSE-ID(IT-SUB)
           MOVE WS-XFER-WAREHOUSE-ID     TO IT-TO-WAREHOUSE-ID(IT-SUB)
           MOVE TR-VENDOR-ID             TO IT-VENDOR-ID(IT-SUB)
           MOVE TR-CANDY-ID              TO IT-CANDY-ID(IT-SUB)
           MOVE TR-CANDY-NAME            TO IT-CANDY-NAME(IT-SUB)
           MOVE TR-QUANTITY              TO IT-SHIPPED-QTY(IT-SUB)
           MOVE ZERO                     TO IT-RECEIVED-QTY(IT-SUB)
                                            IT-RECEIVED-DATE(IT-SUB)
           MOVE IM-CASE-PRICE(WS-MASTER-SUB, WS-SLOT-SUB)
                                         TO IT-CASE-PRICE(IT-SUB)
           MOVE 'T'                      TO IT-TRANSIT-STATUS(IT-SUB)

           STRING 'TO '                     DELIMITED BY SIZE
                  WS-XFER-WAREHOUSE-ID      DELIMITED BY SIZE
                  ' IN TRANSIT'             DELIMITED BY SIZE
               INTO WS-MATCH-NOTE

       .

      ********************************************************
      * CLEAR THE MATCHED IN-TRANSIT RECORD BY THE CASES
      * RECEIVED -- IT STAYS IN TRANSIT UNTIL EVERY CASE HAS
      * ARRIVED
      ********************************************************
       0690-CLEAR-IN-TRANSIT.

           ADD TR-QUANTITY          TO IT-RECEIVED-QTY(WS-TRANSIT-SUB)
           MOVE WS-CURRENT-DATE     TO IT-RECEIVED-DATE(WS-TRANSIT-SUB)

           IF IT-RECEIVED-QTY(WS-TRANSIT-SUB) =
              IT-SHIPPED-QTY(WS-TRANSIT-SUB)
              MOVE 'R'              TO IT-TRANSIT-STATUS(WS-TRANSIT-SUB)
              STRING 'FROM '                DELIMITED BY SIZE
                     WS-XFER-WAREHOUSE-ID   DELIMITED BY SIZE
                     ' CLEARED'             DELIMITED BY SIZE
                  INTO WS-MATCH-NOTE
           ELSE
              STRING 'FROM '                DELIMITED BY SIZE
                     WS-XFER-WAREHOUSE-ID   DELIMITED BY SIZE
                     ' PARTIAL'             DELIMITED BY SIZE
                  INTO WS-MATCH-NOTE
           END-IF

       .

      ********************************************************
      * WRITE ONE LINE TO THE REJECTED TRANSACTION REPORT SO
      * RECEIVING CAN FIX AND RESUBMIT SAME-DAY
              VARYING SUB FROM 1 BY 1
                 UNTIL SUB > WS-MASTER-COUNT

           PERFORM 9300-WRITE-OPEN-PO-FILE
           PERFORM 9400-WRITE-IN-TRANSIT-FILE

           MOVE WS-APPLIED-COUNT         TO AT-APPLIED-COUNT
           WRITE AUDIT-LINE FROM AUDIT-TOTAL-LINE
              AFTER ADVANCING 2
           MOVE WS-PO-MATCHED-COUNT      TO APM-MATCHED-COUNT
           WRITE AUDIT-LINE FROM AUDIT-PO-MATCHED-LINE
              AFTER ADVANCING 1
           MOVE WS-PO-UNMATCHED-COUNT    TO APU-UNMATCHED-COUNT
           WRITE AUDIT-LINE FROM AUDIT-PO-UNMATCHED-LINE
              AFTER ADVANCING 1

           IF WS-REJECTED-COUNT = ZERO
              WRITE REJECT-LINE FROM REJECT-NONE-LINE
                 TRANS-AUDIT-FILE
                 TRANS-REJECT-FILE
                 APPLIED-TRANS-FILE
                 TRANS-HISTORY-FILE

           IF IDX-MASTER-AVAILABLE
              CLOSE CANDY-INV-MASTER
           END-IF

       .

      ********************************************************
      * WRITE THE OPEN PO TABLE BACK AS THE OPEN-PO FILE WITH
      * TODAY'S RECEIPTS MATCHED OFF
      ********************************************************
       9300-WRITE-OPEN-PO-FILE.

           OPEN OUTPUT OPEN-PO-FILE

           PERFORM 9350-WRITE-OPEN-PO-ENTRY
              VARYING OP-SUB FROM 1 BY 1
                 UNTIL OP-SUB > WS-OPEN-PO-COUNT

           CLOSE OPEN-PO-FILE

       .

      ********************************************************
      * WRITE ONE OPEN PO TABLE LINE
      ********************************************************
       9350-WRITE-OPEN-PO-ENTRY.

           WRITE OPEN-PO-RECORD FROM OP-ENTRY(OP-SUB)

       .

      ********************************************************
      * WRITE THE IN-TRANSIT TABLE BACK AS THE IN-TRANSIT FILE
      * -- TRANSFERS STILL ON THE ROAD ALWAYS CARRY FORWARD,
      * CLEARED ONES ONLY THROUGH THE MONTH THEY CLEARED IN
      ********************************************************
       9400-WRITE-IN-TRANSIT-FILE.

           OPEN OUTPUT IN-TRANSIT-FILE

           PERFORM 9450-WRITE-IN-TRANSIT-ENTRY
              VARYING IT-SUB FROM 1 BY 1
                 UNTIL IT-SUB > WS-TRANSIT-COUNT

           CLOSE IN-TRANSIT-FILE

       .

      ********************************************************
      * WRITE ONE IN-TRANSIT TABLE ENTRY UNLESS IT CLEARED
      * BEFORE THE CURRENT MONTH
      ********************************************************
       9450-WRITE-IN-TRANSIT-ENTRY.

           IF IT-IN-TRANSIT(IT-SUB)
              OR IT-RECEIVED-YM(IT-SUB) NOT < WS-CURRENT-YYYYMM
              WRITE IN-TRANSIT-RECORD FROM IT-ENTRY(IT-SUB)
           END-IF

       .
