      ******************************************************************
      *  MONTH-END STOCK LEDGER -- TAKES THE MONTH-OPENING ARCHIVE
      *  COPIES LEFT BY PR3FA21'S ARCHIVE STEP, ROLLS FORWARD EVERY
      *  RECEIPT, SHIPMENT, TRANSFER AND ADJUSTMENT THE PR7FA21 RUNS
      *  APPLIED
      *  DURING THE MONTH AND PROVES THE RESULT TIES TO THE CLOSING
      *  UPDATED INVENTORY FILE PER WAREHOUSE/VENDOR/CANDY. ANY KEY
      *  THAT DOES NOT RECONCILE PRINTS WITH THE OPENING COUNT, THE
      *  TRANSACTION TOTALS BY ACTION CODE AND THE CLOSING COUNT --
      *  UNLIKE THE PR12FA21 MOVEMENT REPORT THIS ONE SAYS WHY THE
      *  COUNTS MOVED, SO SHRINKAGE STOPS BEING A SHRUG. TRANSFERS
      *  SHIPPED (T) AND RECEIVED (I) BETWEEN WAREHOUSES CARRY
      *  THEIR OWN COLUMNS SO THEY ARE NOT MISTAKEN FOR ADJUSTMENTS
      ******
      *  INPUT
      *     MONTH-OPENING RUN DATE (YYYYMMDD) ENTERED AT THE CONSOLE
      ******
      *  OUTPUT
      *     STOCK-LEDGER-REPORT.TXT -- ONE LINE PER KEY WHERE OPENING
      *        + RECEIPTS - SHIPMENTS - TRANSFERS OUT + TRANSFERS IN
      *        + NET ADJUSTMENTS DOES NOT EQUAL CLOSING, WITH ALL THE
      *        PIECES PRINTED
      *     RETURN CODE 0 = EVERY KEY RECONCILES, 4 = AT LEAST ONE
      *        KEY OUT OF BALANCE
      ******************************************************************
               88 TR-RECEIPT                            VALUE 'R'.
               88 TR-SHIPMENT                           VALUE 'S'.
               88 TR-ADJUSTMENT                         VALUE 'A'.
               88 TR-TRANSFER-OUT                       VALUE 'T'.
               88 TR-TRANSFER-IN                        VALUE 'I'.
           05  TR-WAREHOUSE-ID             PIC X(04).
           05  TR-VENDOR-ID                PIC X(01).
           05  TR-CANDY-ID                 PIC X(03).
               10  LT-OPENING-CASES        PIC 9(05).
               10  LT-RECEIPT-CASES        PIC 9(07).
               10  LT-SHIPMENT-CASES       PIC 9(07).
               10  LT-XFER-OUT-CASES       PIC 9(07).
               10  LT-XFER-IN-CASES        PIC 9(07).
               10  LT-ADJUST-CASES         PIC S9(07).
               10  LT-CLOSING-CASES        PIC 9(05).

           05                              PIC X(01) VALUE 'V'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(03) VALUE 'CDY'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(06) VALUE '  OPEN'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(07) VALUE 'RECEIPT'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(07) VALUE 'SHIPMNT'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(07) VALUE 'XFR-OUT'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(07) VALUE ' XFR-IN'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(07) VALUE ' ADJUST'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(07) VALUE 'EXPECTD'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(06) VALUE ' CLOSE'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(07) VALUE '   DIFF'.
      *
       01  LEDGER-DETAIL-LINE.
           05  LD-WAREHOUSE-ID             PIC X(04).
           05  LD-VENDOR-ID                PIC X(01).
           05                              PIC X(01) VALUE SPACES.
           05  LD-CANDY-ID                 PIC X(03).
           05                              PIC X(01) VALUE SPACES.
           05  LD-OPENING-CASES            PIC ZZ,ZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  LD-RECEIPT-CASES            PIC ZZZ,ZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  LD-SHIPMENT-CASES           PIC ZZZ,ZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  LD-XFER-OUT-CASES           PIC ZZZ,ZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  LD-XFER-IN-CASES            PIC ZZZ,ZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  LD-ADJUST-CASES             PIC +ZZ,ZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  LD-COMPUTED-CLOSING         PIC +ZZ,ZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  LD-CLOSING-CASES            PIC ZZ,ZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  LD-CASES-DIFFERENCE         PIC +ZZ,ZZ9.
      *
       01  LEDGER-TOTAL-LINE.
           05                              PIC X(26) VALUE
                                              (WS-LEDGER-SUB)
                                            LT-SHIPMENT-CASES
                                              (WS-LEDGER-SUB)
                                            LT-XFER-OUT-CASES
                                              (WS-LEDGER-SUB)
                                            LT-XFER-IN-CASES
                                              (WS-LEDGER-SUB)
                                            LT-ADJUST-CASES
                                              (WS-LEDGER-SUB)
                                            LT-CLOSING-CASES

           IF TR-QUANTITY NOT NUMERIC
              OR (NOT TR-RECEIPT AND NOT TR-SHIPMENT
                 AND NOT TR-ADJUSTMENT AND NOT TR-TRANSFER-OUT
                 AND NOT TR-TRANSFER-IN)
              OR (TR-ADJUSTMENT
                 AND TR-ADJ-SIGN NOT = '+' AND TR-ADJ-SIGN NOT = '-')
              ADD 1                      TO WS-SKIPPED-TRANS-COUNT
                 WHEN TR-SHIPMENT
                    ADD TR-QUANTITY      TO LT-SHIPMENT-CASES
                                              (WS-LEDGER-SUB)
                 WHEN TR-TRANSFER-OUT
                    ADD TR-QUANTITY      TO LT-XFER-OUT-CASES
                                              (WS-LEDGER-SUB)
                 WHEN TR-TRANSFER-IN
                    ADD TR-QUANTITY      TO LT-XFER-IN-CASES
                                              (WS-LEDGER-SUB)
                 WHEN TR-ADJUSTMENT
                    IF TR-ADJ-SIGN = '-'
                       SUBTRACT TR-QUANTITY

      ********************************************************
      * PROVE EVERY LEDGER ENTRY -- OPENING + RECEIPTS -
      * SHIPMENTS - TRANSFERS OUT + TRANSFERS IN + NET
      * ADJUSTMENTS MUST EQUAL CLOSING, AND
      * ANY KEY THAT DOES NOT TIE PRINTS WITH ALL THE PIECES
      ********************************************************
       0700-PROVE-THE-LEDGER.
              LT-OPENING-CASES(LT-SUB)
                 + LT-RECEIPT-CASES(LT-SUB)
                 - LT-SHIPMENT-CASES(LT-SUB)
                 - LT-XFER-OUT-CASES(LT-SUB)
                 + LT-XFER-IN-CASES(LT-SUB)
                 + LT-ADJUST-CASES(LT-SUB)

           IF WS-COMPUTED-CLOSING NOT = LT-CLOSING-CASES(LT-SUB)
              MOVE LT-OPENING-CASES(LT-SUB) TO LD-OPENING-CASES
              MOVE LT-RECEIPT-CASES(LT-SUB) TO LD-RECEIPT-CASES
              MOVE LT-SHIPMENT-CASES(LT-SUB) TO LD-SHIPMENT-CASES
              MOVE LT-XFER-OUT-CASES(LT-SUB) TO LD-XFER-OUT-CASES
              MOVE LT-XFER-IN-CASES(LT-SUB) TO LD-XFER-IN-CASES
              MOVE LT-ADJUST-CASES(LT-SUB) TO LD-ADJUST-CASES
              MOVE WS-COMPUTED-CLOSING   TO LD-COMPUTED-CLOSING
              MOVE LT-CLOSING-CASES(LT-SUB) TO LD-CLOSING-CASES
