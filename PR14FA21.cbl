      *  MESSAGE AND A BAD RETURN CODE INSTEAD OF LETTING A LATER
      *  STEP REPORT ON YESTERDAY'S FILES
      ******
      *  TWO STEPS MAY END WITH A WARNING, RETURN CODE 4, THAT
      *  DOES NOT HALT THE CHAIN -- THE STEP IS LOGGED WITH ITS
      *  CODE, THE CHAIN CARRIES ON AND ENDS WITH RETURN CODE 4:
      *     PR3FA21 -- A WAREHOUSE BATCH WAS REJECTED OR NEVER
      *        SENT. THE OTHER WAREHOUSES STILL GO THROUGH, AND THE
      *        SPLIT FILES OF THE WAREHOUSE WITH NO BATCH ARE
      *        ALLOWED TO BE EMPTY
      *     PR4FA21 -- THE OPEN PO TABLE FILLED, SO SOME REORDER
      *        ITEMS GOT NO PO LINE
      ******
      *  EVERY STEP -- CLEAN, FAILED OR HALTED BEFORE IT RAN --
      *  APPENDS ONE RECORD TO THE PERMANENT RUN-LOG.TXT WITH THE
      *  RUN DATE, THE CHAIN START TIME (WHICH GROUPS THE STEPS OF
      *        THAT LETS THE MOVEMENT REPORT PICK ITS OWN DATES), SO
      *        PURCHASING'S REPORT IS ON THE PRINTER EVERY MORNING
      *        WITHOUT OPERATOR INPUT
      *     7. PR36FA21 -- UPDATED-INV-FILE.TXT AND
      *        INV-RECOVERY-CONTROL.TXT (THE CONTROL CARD, WHICH
      *        MUST HOLD VERIFY -- A CARD LEFT ON RECOVER HALTS THE
      *        CHAIN BEFORE THE CALL, SO THE UNATTENDED CHAIN CAN
      *        NEVER REBUILD THE MASTER), SO A CANDY-INV-MASTER.IDX THAT
      *        NO LONGER AGREES WITH THE MORNING'S UPDATED FILE HALTS
      *        THE CHAIN WITH RETURN CODE 8 AND IS RECOVERED BEFORE
      *        THE NEXT MORNING RUN
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       FD  CHECK-FILE
           RECORD CONTAINS 224 CHARACTERS.
       01  CHECK-RECORD                    PIC X(224).
       01  CHECK-CARD-RECORD.
           05  CC-RUN-MODE                 PIC X(07).
               88 CC-VERIFY-MODE                        VALUE 'VERIFY'.
           05                              PIC X(217).
      *
       FD  RUN-LOG-FILE
           RECORD CONTAINS 47 CHARACTERS.
           05  WS-STEP-COUNT               PIC 9(09)    VALUE ZERO.
           05  WS-COUNT-FOUND-SW           PIC X        VALUE 'N'.
           05  WS-RC-EOF-SW                PIC X        VALUE 'N'.
           05  WS-BATCH-WARNING-SW         PIC X        VALUE 'N'.
               88 BATCH-WARNING                         VALUE 'Y'.
           05  WS-STEP-WARNING-SW          PIC X        VALUE 'N'.
               88 STEP-WARNING                          VALUE 'Y'.
           05  WS-EMPTY-ALLOWED-SW         PIC X        VALUE 'N'.
               88 EMPTY-ALLOWED                         VALUE 'Y'.
      *
       01  WS-TIME-NOW.
           05  WS-TIME-HHMMSS              PIC 9(06).
           PERFORM 4000-RUN-PR6-STEP
           PERFORM 5000-RUN-BALANCE-STEP
           PERFORM 6000-RUN-MOVEMENT-STEP
           PERFORM 7000-RUN-VERIFY-STEP

           IF STEP-WARNING
              DISPLAY 'PR14FA21: NIGHTLY CHAIN COMPLETE -- WITH '
                 'WARNINGS, SEE RUN-LOG.TXT'
              MOVE 4                     TO RETURN-CODE
           ELSE
              DISPLAY 'PR14FA21: NIGHTLY CHAIN COMPLETE -- ALL STEPS '
                 'ENDED CLEAN'
           END-IF

           GOBACK
       .
           PERFORM 8050-MARK-STEP-START
           MOVE ZERO                     TO RETURN-CODE
           CALL 'PR3FA21'

           IF RETURN-CODE = 4
              MOVE 'Y'                   TO WS-BATCH-WARNING-SW
              DISPLAY 'PR14FA21: WAREHOUSE BATCH REJECTED OR '
                 'MISSING -- SEE PR3FA21-BATCH-CTL.txt'
              PERFORM 8250-LOG-STEP-WARNING
           ELSE
              PERFORM 8200-CHECK-STEP-RC
           END-IF

       .


           MOVE 'VENDOR-MASTER.TXT'      TO WS-CHECK-FILE-NAME
           PERFORM 8100-CHECK-INPUT-FILE

           MOVE WS-BATCH-WARNING-SW      TO WS-EMPTY-ALLOWED-SW
           MOVE 'PR3FA21-INV-B100.txt'   TO WS-CHECK-FILE-NAME
           PERFORM 8100-CHECK-INPUT-FILE
           MOVE 'PR3FA21-INV-B200.txt'   TO WS-CHECK-FILE-NAME
           PERFORM 8100-CHECK-INPUT-FILE
           MOVE 'PR3FA21-INV-B400.txt'   TO WS-CHECK-FILE-NAME
           PERFORM 8100-CHECK-INPUT-FILE
           MOVE 'N'                      TO WS-EMPTY-ALLOWED-SW

           PERFORM 8050-MARK-STEP-START
           MOVE ZERO                     TO RETURN-CODE
           CALL 'PR4FA21'

           IF RETURN-CODE = 4
              DISPLAY 'PR14FA21: OPEN PO TABLE FULL -- SOME REORDER '
                 'ITEMS NOT ORDERED'
              PERFORM 8250-LOG-STEP-WARNING
           ELSE
              PERFORM 8200-CHECK-STEP-RC
           END-IF

       .


           MOVE 'PR5FA21'                TO WS-STEP-NAME

           MOVE WS-BATCH-WARNING-SW      TO WS-EMPTY-ALLOWED-SW
           MOVE 'PR3FA21-EMP-B100.txt'   TO WS-CHECK-FILE-NAME
           PERFORM 8100-CHECK-INPUT-FILE
           MOVE 'PR3FA21-EMP-B200.txt'   TO WS-CHECK-FILE-NAME
           PERFORM 8100-CHECK-INPUT-FILE
           MOVE 'PR3FA21-EMP-B400.txt'   TO WS-CHECK-FILE-NAME
           PERFORM 8100-CHECK-INPUT-FILE
           MOVE 'N'                      TO WS-EMPTY-ALLOWED-SW

           PERFORM 8050-MARK-STEP-START
           MOVE ZERO                     TO RETURN-CODE

       .

      ********************************************************
      * STEP 7 -- PR36FA21 VERIFIES THE INDEXED INVENTORY
      * MASTER AGAINST UPDATED-INV-FILE.TXT, RUNNING OFF ITS
      * INV-RECOVERY-CONTROL.TXT CONTROL CARD. THE CARD MUST
      * HOLD VERIFY -- RECOVER IS ONLY EVER RUN AS A MANUAL JOB
      ********************************************************
       7000-RUN-VERIFY-STEP.

           MOVE 'PR36FA21'               TO WS-STEP-NAME

           MOVE 'UPDATED-INV-FILE.TXT'   TO WS-CHECK-FILE-NAME
           PERFORM 8100-CHECK-INPUT-FILE
           MOVE 'INV-RECOVERY-CONTROL.TXT' TO WS-CHECK-FILE-NAME
           PERFORM 8100-CHECK-INPUT-FILE
           PERFORM 7050-CHECK-VERIFY-CARD

           PERFORM 8050-MARK-STEP-START
           MOVE ZERO                     TO RETURN-CODE
           CALL 'PR36FA21'
           PERFORM 8200-CHECK-STEP-RC

       .

      ********************************************************
      * PROVE THE PR36FA21 CONTROL CARD ASKS FOR VERIFY -- A
      * CARD LEFT ON RECOVER AFTER A MANUAL RECOVERY WOULD HAVE
      * THE CHAIN REBUILD THE INDEXED MASTER UNATTENDED, SO IT
      * HALTS THE CHAIN BEFORE THE CALL
      ********************************************************
       7050-CHECK-VERIFY-CARD.

           OPEN INPUT CHECK-FILE
           MOVE SPACES                   TO CHECK-CARD-RECORD

           READ CHECK-FILE
              AT END
                 MOVE SPACES             TO CHECK-CARD-RECORD
           END-READ

           CLOSE CHECK-FILE

           IF NOT CC-VERIFY-MODE
              DISPLAY 'PR14FA21: CHAIN HALTED BEFORE STEP '
                 WS-STEP-NAME ' -- INV-RECOVERY-CONTROL.TXT HOLDS '
                 CC-RUN-MODE ', THE CHAIN ONLY RUNS VERIFY'
              DISPLAY 'PR14FA21: PUT VERIFY BACK ON THE CARD AND '
                 'RERUN THE STEP'
              PERFORM 8050-MARK-STEP-START
              MOVE WS-STEP-START-TIME    TO WS-STEP-END-TIME
              MOVE 16                    TO WS-LOG-RC
              PERFORM 8300-WRITE-RUN-LOG
              MOVE 16                    TO RETURN-CODE
              GOBACK
           END-IF

       .

      ********************************************************
      * PROVE ONE INPUT FILE EXISTS AND HOLDS AT LEAST ONE
      * RECORD BEFORE ITS STEP RUNS -- A MISSING OR EMPTY FILE
      * HALTS THE CHAIN, EXCEPT THAT A PR3FA21 SPLIT FILE MAY BE
      * EMPTY WHEN PR3FA21 WARNED OF A REJECTED OR MISSING BATCH
      ********************************************************
       8100-CHECK-INPUT-FILE.


           READ CHECK-FILE
              AT END
                 IF EMPTY-ALLOWED
                    DISPLAY 'PR14FA21: ' WS-CHECK-FILE-NAME
                       ' IS EMPTY -- NO ACCEPTED BATCH FOR THAT '
                       'WAREHOUSE'
                 ELSE
                    DISPLAY 'PR14FA21: CHAIN HALTED BEFORE STEP '
                       WS-STEP-NAME ' -- INPUT FILE EMPTY: '
                       WS-CHECK-FILE-NAME
                    CLOSE CHECK-FILE
                    PERFORM 8050-MARK-STEP-START
                    MOVE WS-STEP-START-TIME TO WS-STEP-END-TIME
                    MOVE 16              TO WS-LOG-RC
                    PERFORM 8300-WRITE-RUN-LOG
                    MOVE 16              TO RETURN-CODE
                    GOBACK
                 END-IF
           END-READ

           CLOSE CHECK-FILE

       .

      ********************************************************
      * LOG A STEP THAT ENDED WITH A WARNING (RETURN CODE 4
      * FROM PR3FA21 OR PR4FA21) AND LET THE CHAIN CARRY ON
      ********************************************************
       8250-LOG-STEP-WARNING.

           MOVE RETURN-CODE              TO WS-LOG-RC
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-HHMMSS           TO WS-STEP-END-TIME
           PERFORM 8300-WRITE-RUN-LOG

           MOVE 'Y'                      TO WS-STEP-WARNING-SW
           MOVE ZERO                     TO RETURN-CODE
           DISPLAY 'PR14FA21: STEP ' WS-STEP-NAME ' ENDED WITH '
              'RETURN CODE 4 -- WARNING, CHAIN CONTINUES'

       .

      ********************************************************
      * APPEND ONE STEP RECORD TO THE PERMANENT RUN LOG --
      * THE CHAIN START DATE AND TIME GROUP THE STEPS OF ONE
