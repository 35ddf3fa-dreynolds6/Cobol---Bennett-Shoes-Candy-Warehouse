      *       PROGRAM
      *    4. ERROR FILE WILL BE WRITTEN, IF WAREHOUSE ID IS NOT FOUND
      *       IN WAREHOUSE-ID-TABLE TO CONVERT TO THE NEW WAREHOUSE ID
      *
      * BATCH CONTROL -- EACH WAREHOUSE SENDS ITS SECTION OF THE
      * MESS-FILE AS A BATCH: A HEADER RECORD (WAREHOUSE, SUBMISSION
      * DATE, BATCH NUMBER), THE DETAIL RECORDS, THEN A TRAILER
      * RECORD (RECORD COUNT, SALARY HASH TOTAL, CASES-IN-STOCK HASH
      * TOTAL). HEADER AND TRAILER ARE MARKED *HDR* / *TRL* IN THE
      * EMPLOYEE ID POSITION. THE WHOLE MESS-FILE IS PROVED IN A
      * FIRST PASS (0030-PROVE-BATCHES) BEFORE ANYTHING IS WRITTEN:
      *    - A BATCH THAT IS OUT OF BALANCE, HAS NO HEADER OR NO
      *      TRAILER, CARRIES ANOTHER WAREHOUSE'S RECORDS, OR HAS A
      *      BATCH NUMBER NOT HIGHER THAN THE LAST ONE ACCEPTED FOR
      *      THAT WAREHOUSE (A RESEND) IS REJECTED AS A WHOLE. ITS
      *      RECORDS GO TO PR3FA21-BATCH-REJ.txt, NOT TO THE
      *      WAREHOUSE OUTPUT FILES
      *    - EVERY BATCH, AND EVERY WAREHOUSE ON THE REFERENCE FILE
      *      THAT SENT NO BATCH, IS LISTED ON PR3FA21-BATCH-CTL.txt
      *    - ACCEPTED BATCH NUMBERS ARE ADDED TO PR3FA21-BATCH-
      *      HIST.txt AT END OF JOB SO A RESEND IS CAUGHT NEXT TIME
      * RETURN CODE 4 WHEN ANY BATCH IS REJECTED OR NOT RECEIVED
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BATCH-HISTORY-FILE
               ASSIGN TO 'PR3FA21-BATCH-HIST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT BATCH-REJECT-FILE
               ASSIGN TO 'PR3FA21-BATCH-REJ.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-CONTROL-FILE
               ASSIGN TO 'PR3FA21-BATCH-CTL.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

               10  MR-NBR-CASES-IN-STOCK    PIC S9(04).
               10  MR-PURCHASE-PRICE        PIC S9(03)V99.

       01  MESS-BATCH-RECORD.
           05  MB-WAREHOUSE-ID              PIC X(04).
           05  MB-RECORD-TYPE               PIC X(05).
               88  MB-BATCH-HEADER                      VALUE '*HDR*'.
               88  MB-BATCH-TRAILER                     VALUE '*TRL*'.
           05  MB-HEADER-DATA.
               10  MB-SUBMISSION-DATE       PIC 9(08).
               10  MB-BATCH-NUMBER          PIC 9(06).
               10                           PIC X(201).
           05  MB-TRAILER-DATA REDEFINES MB-HEADER-DATA.
               10  MB-RECORD-COUNT          PIC 9(07).
               10  MB-SALARY-HASH           PIC 9(11)V99.
               10  MB-CASES-HASH            PIC 9(11).
               10                           PIC X(184).

       FD  WAREHOUSE-REF-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  WAREHOUSE-REF-RECORD.
           05  CP-EMPLOYEE-ID                PIC X(05).
           05  CP-RECORD-COUNT               PIC 9(08).

       FD  BATCH-HISTORY-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  BATCH-HISTORY-RECORD.
           05  BH-WAREHOUSE-ID              PIC X(04).
           05  BH-BATCH-NUMBER              PIC 9(06).
           05  BH-SUBMISSION-DATE           PIC 9(08).
           05  BH-RUN-DATE                  PIC 9(08).
           05  BH-RECORD-COUNT              PIC 9(07).

       FD  BATCH-REJECT-FILE
           RECORD CONTAINS 224 CHARACTERS.
       01  BATCH-REJECT-RECORD              PIC X(224).

       FD  BATCH-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BATCH-CONTROL-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
           05  WS-CNT-EMP-OTHER             PIC 9(07)   VALUE ZERO.
           05  WS-CNT-ERROR                 PIC 9(07)   VALUE ZERO.
           05  WS-CNT-EXCEPT               PIC 9(07)   VALUE ZERO.
           05  WS-CNT-BATCH-REJ             PIC 9(07)   VALUE ZERO.

      ***********************TABLE**********************************
      * BATCH CONTROL FIELDS -- ONE BATCH-TABLE ENTRY IS BUILT FOR
      * EACH BATCH FOUND ON THE MESS-FILE BY 0030-PROVE-BATCHES. THE
      * SECOND (WRITING) PASS STEPS THROUGH THE SAME ENTRIES IN THE
      * SAME ORDER IN 0105-TRACK-BATCH, SO EVERY RECORD KNOWS WHETHER
      * ITS BATCH WAS ACCEPTED. BATCH-HISTORY-TABLE HOLDS THE LAST
      * BATCH NUMBER ACCEPTED FOR EACH RAW WAREHOUSE ID
      **************************************************************
       01  BATCH-CONTROL-FIELDS.
           05  WS-BATCH-COUNT               PIC 9(03)   VALUE ZERO.
           05  WS-BATCH-MAX                 PIC 9(03)   VALUE 50.
           05  WS-BATCH-SUB                 PIC 9(03)   VALUE ZERO.
           05  WS-BATCH-OPEN-SW             PIC X       VALUE 'N'.
               88  BATCH-OPEN                           VALUE 'Y'.
           05  WS-HIST-FILE-STATUS          PIC X(02)   VALUE SPACES.
           05  WS-HIST-EOF                  PIC X       VALUE 'N'.
           05  WS-HIST-COUNT                PIC 9(02)   VALUE ZERO.
           05  WS-HIST-SUB                  PIC 9(02)   VALUE ZERO.
           05  WS-HIST-FOUND-SW             PIC X       VALUE 'N'.
               88  HISTORY-FOUND                        VALUE 'Y'.
           05  WS-BATCH-RECEIVED-SW         PIC X       VALUE 'N'.
               88  BATCH-RECEIVED                       VALUE 'Y'.
           05  WS-BATCHES-ACCEPTED          PIC 9(03)   VALUE ZERO.
           05  WS-BATCHES-REJECTED          PIC 9(03)   VALUE ZERO.
           05  WS-BATCHES-MISSING           PIC 9(03)   VALUE ZERO.
           05  WS-NEXT-BATCH-NUMBER         PIC 9(07)   VALUE ZERO.
           05  WS-HIST-WAREHOUSE-ID         PIC X(04)   VALUE SPACES.
           05  WS-HIST-BATCH-NUMBER         PIC 9(06)   VALUE ZERO.
           05  WS-HIST-MATCH                PIC 9(02)   VALUE ZERO.

       01  BATCH-TABLE.
           05  BC-ENTRY OCCURS 50 TIMES.
               10  BC-WAREHOUSE-ID          PIC X(04).
               10  BC-BATCH-NUMBER          PIC 9(06).
               10  BC-SUBMISSION-DATE       PIC 9(08).
               10  BC-HEADER-SW             PIC X.
               10  BC-TRAILER-SW            PIC X.
               10  BC-RECORD-COUNT          PIC 9(07).
               10  BC-SALARY-HASH           PIC 9(11)V99.
               10  BC-CASES-HASH            PIC S9(11).
               10  BC-TRL-RECORD-COUNT      PIC 9(07).
               10  BC-TRL-SALARY-HASH       PIC 9(11)V99.
               10  BC-TRL-CASES-HASH        PIC 9(11).
               10  BC-STATUS                PIC X.
                   88  BC-ACCEPTED                      VALUE 'A'.
                   88  BC-REJECTED                      VALUE 'R'.
               10  BC-REASON                PIC X(29).

       01  BATCH-HISTORY-TABLE.
           05  HT-ENTRY OCCURS 20 TIMES.
               10  HT-WAREHOUSE-ID          PIC X(04).
               10  HT-LAST-BATCH-NUMBER     PIC 9(06).

      ***********************TABLE**********************************
      * BATCH CONTROL REPORT LINES
      **************************************************************
       01  BATCH-HEADING-ONE.
           05                               PIC X(40)   VALUE
               'PR3FA21 MESS-FILE BATCH CONTROL REPORT'.
           05                               PIC X(20)   VALUE SPACES.
           05                               PIC X(09)   VALUE
               'RUN DATE '.
           05  BH1-RUN-DATE                 PIC 9(08).
           05                               PIC X(03)   VALUE SPACES.

       01  BATCH-HEADING-TWO.
           05                               PIC X(40)   VALUE
               'WHSE  BATCH  SUBMITTED  RECORDS  TRAILER'.
           05                               PIC X(40)   VALUE
               '  STATUS'.

       01  BATCH-DETAIL-LINE.
           05  BL-WAREHOUSE-ID              PIC X(04).
           05                               PIC X(02)   VALUE SPACES.
           05  BL-BATCH-NUMBER              PIC ZZZZZ9.
           05                               PIC X(02)   VALUE SPACES.
           05  BL-SUBMISSION-DATE           PIC X(08).
           05                               PIC X(02)   VALUE SPACES.
           05  BL-RECORD-COUNT              PIC ZZZZZZ9.
           05                               PIC X(02)   VALUE SPACES.
           05  BL-TRAILER-COUNT             PIC ZZZZZZ9.
           05                               PIC X(02)   VALUE SPACES.
           05  BL-STATUS                    PIC X(08).
           05                               PIC X(01)   VALUE SPACES.
           05  BL-REASON                    PIC X(29).

       01  BATCH-SALARY-HASH-LINE.
           05                               PIC X(06)   VALUE SPACES.
           05                               PIC X(13)   VALUE
               'SALARY HASH'.
           05  BL-SALARY-COUNTED            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                               PIC X(10)   VALUE
               '  TRAILER'.
           05  BL-SALARY-TRAILER            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                               PIC X(17)   VALUE SPACES.

       01  BATCH-CASES-HASH-LINE.
           05                               PIC X(06)   VALUE SPACES.
           05                               PIC X(13)   VALUE
               'CASES HASH'.
           05                               PIC X(02)   VALUE SPACES.
           05  BL-CASES-COUNTED             PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05                               PIC X(10)   VALUE
               '  TRAILER'.
           05                               PIC X(03)   VALUE SPACES.
           05  BL-CASES-TRAILER             PIC ZZ,ZZZ,ZZZ,ZZ9.
           05                               PIC X(17)   VALUE SPACES.

       01  BATCH-TOTAL-LINE.
           05  BT-TOTAL-TEXT                PIC X(30).
           05  BT-TOTAL-COUNT               PIC ZZ9.
           05                               PIC X(47)   VALUE SPACES.

      ***********************TABLE**********************************
      * WAREHOUSE ID CONVERSION TABLE, LOADED FROM WAREHOUSE-REF-FILE
           PERFORM 0020-LOAD-WAREHOUSE-TABLE
           PERFORM 0025-CHECK-FOR-RESTART

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           PERFORM 0026-LOAD-BATCH-HISTORY
           PERFORM 0030-PROVE-BATCHES
           PERFORM 0050-WRITE-BATCH-REPORT

           IF RESTART-MODE
              MOVE 'Y'                   TO WS-SKIP-SW
              OPEN INPUT MESS-FILE
                         EMPLOYEE-OTHER-FILE
                         ERROR-FILE
                         EXCEPTION-FILE
                         BATCH-REJECT-FILE
           ELSE
              OPEN INPUT MESS-FILE
                  OUTPUT INVENTORY-B100-FILE
                         EMPLOYEE-OTHER-FILE
                         ERROR-FILE
                         EXCEPTION-FILE
                         BATCH-REJECT-FILE
           END-IF
           .

           END-IF
           .

       0026-LOAD-BATCH-HISTORY.
      *************************************************************
      * LOAD THE LAST BATCH NUMBER ACCEPTED FOR EACH WAREHOUSE FROM
      * THE BATCH HISTORY FILE SO A RESENT OR DUPLICATED BATCH CAN
      * BE CAUGHT. NO HISTORY FILE MEANS NO BATCHES RECEIVED YET
      *************************************************************

           OPEN INPUT BATCH-HISTORY-FILE

           IF WS-HIST-FILE-STATUS NOT = '00'
              AND WS-HIST-FILE-STATUS NOT = '05'
                 DISPLAY 'PR3FA21: UNABLE TO OPEN BATCH-HISTORY-FILE '
                    '-- FILE STATUS ' WS-HIST-FILE-STATUS
                 DISPLAY 'PR3FA21: JOB TERMINATED -- RESENT BATCHES '
                    'CANNOT BE DETECTED'
                 MOVE 16                 TO RETURN-CODE
                 GOBACK
           END-IF

           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ BATCH-HISTORY-FILE
                   AT END
                       MOVE 'Y'          TO WS-HIST-EOF
                   NOT AT END
                       MOVE BH-WAREHOUSE-ID TO WS-HIST-WAREHOUSE-ID
                       MOVE BH-BATCH-NUMBER TO WS-HIST-BATCH-NUMBER
                       PERFORM 0027-POST-HISTORY-ENTRY
               END-READ
           END-PERFORM

           CLOSE BATCH-HISTORY-FILE
           .

       0027-POST-HISTORY-ENTRY.
      *************************************************************
      * KEEP THE HIGHEST BATCH NUMBER SEEN FOR WS-HIST-WAREHOUSE-ID,
      * ADDING A NEW BATCH-HISTORY-TABLE ENTRY FOR A NEW WAREHOUSE
      *************************************************************

           PERFORM 0028-FIND-HISTORY-ENTRY

           IF HISTORY-FOUND
              IF WS-HIST-BATCH-NUMBER
                    > HT-LAST-BATCH-NUMBER(WS-HIST-MATCH)
                 MOVE WS-HIST-BATCH-NUMBER
                      TO HT-LAST-BATCH-NUMBER(WS-HIST-MATCH)
              END-IF
           ELSE
              IF WS-HIST-COUNT < 20
                 ADD 1                   TO WS-HIST-COUNT
                 MOVE WS-HIST-WAREHOUSE-ID
                      TO HT-WAREHOUSE-ID(WS-HIST-COUNT)
                 MOVE WS-HIST-BATCH-NUMBER
                      TO HT-LAST-BATCH-NUMBER(WS-HIST-COUNT)
              ELSE
                 DISPLAY 'PR3FA21: BATCH HISTORY HAS MORE THAN 20 '
                    'WAREHOUSES -- ' WS-HIST-WAREHOUSE-ID ' IGNORED'
              END-IF
           END-IF
           .

       0028-FIND-HISTORY-ENTRY.
      *************************************************************
      * LOOK UP WS-HIST-WAREHOUSE-ID IN THE BATCH-HISTORY-TABLE
      *************************************************************

           MOVE 'N'                      TO WS-HIST-FOUND-SW
           MOVE ZERO                     TO WS-HIST-MATCH

           PERFORM 0029-CHECK-HISTORY-ENTRY
              VARYING WS-HIST-SUB FROM 1 BY 1
                 UNTIL WS-HIST-SUB > WS-HIST-COUNT
           .

       0029-CHECK-HISTORY-ENTRY.

           IF HT-WAREHOUSE-ID(WS-HIST-SUB) = WS-HIST-WAREHOUSE-ID
              MOVE 'Y'                   TO WS-HIST-FOUND-SW
              MOVE WS-HIST-SUB           TO WS-HIST-MATCH
              MOVE WS-HIST-COUNT         TO WS-HIST-SUB
           END-IF
           .

       0030-PROVE-BATCHES.
      *************************************************************
      * FIRST PASS -- READ THE WHOLE MESS-FILE AND PROVE EACH
      * WAREHOUSE BATCH AGAINST ITS TRAILER BEFORE ANY OUTPUT FILE
      * IS WRITTEN. RECORDS BEFORE A HEADER ARE TREATED AS A BATCH
      * OF THEIR OWN WITH NO HEADER SO THEY ARE REJECTED AS A WHOLE
      *************************************************************

           OPEN INPUT MESS-FILE

           PERFORM UNTIL WS-EOF = 'Y'
               READ MESS-FILE
                   AT END
                       MOVE 'Y'          TO WS-EOF
                   NOT AT END
                       PERFORM 0032-PROVE-ONE-RECORD
               END-READ
           END-PERFORM

           IF BATCH-OPEN
              PERFORM 0040-CLOSE-BATCH
           END-IF

           CLOSE MESS-FILE

           MOVE 'N'                      TO WS-EOF
           MOVE 'N'                      TO WS-BATCH-OPEN-SW
           MOVE ZERO                     TO WS-BATCH-SUB
           .

       0032-PROVE-ONE-RECORD.
      *************************************************************
      * A HEADER STARTS A NEW BATCH (ENDING ANY BATCH STILL OPEN
      * WITHOUT A TRAILER), A TRAILER ENDS THE CURRENT BATCH, AND
      * A DETAIL RECORD IS ADDED TO THE CURRENT BATCH'S TOTALS
      *************************************************************

           EVALUATE TRUE
              WHEN MB-BATCH-HEADER
                 IF BATCH-OPEN
                    PERFORM 0040-CLOSE-BATCH
                 END-IF
                 PERFORM 0034-START-BATCH
                 MOVE 'Y'             TO BC-HEADER-SW(WS-BATCH-COUNT)
                 IF MB-SUBMISSION-DATE NUMERIC
                    AND MB-BATCH-NUMBER NUMERIC
                       MOVE MB-SUBMISSION-DATE
                            TO BC-SUBMISSION-DATE(WS-BATCH-COUNT)
                       MOVE MB-BATCH-NUMBER
                            TO BC-BATCH-NUMBER(WS-BATCH-COUNT)
                 ELSE
                    MOVE 'HEADER NOT NUMERIC'
                         TO BC-REASON(WS-BATCH-COUNT)
                 END-IF

              WHEN MB-BATCH-TRAILER
                 IF NOT BATCH-OPEN
                    PERFORM 0034-START-BATCH
                 END-IF
                 MOVE 'Y'             TO BC-TRAILER-SW(WS-BATCH-COUNT)
                 IF MB-RECORD-COUNT NUMERIC
                    AND MB-SALARY-HASH NUMERIC
                    AND MB-CASES-HASH NUMERIC
                       MOVE MB-RECORD-COUNT
                            TO BC-TRL-RECORD-COUNT(WS-BATCH-COUNT)
                       MOVE MB-SALARY-HASH
                            TO BC-TRL-SALARY-HASH(WS-BATCH-COUNT)
                       MOVE MB-CASES-HASH
                            TO BC-TRL-CASES-HASH(WS-BATCH-COUNT)
                 ELSE
                    IF BC-REASON(WS-BATCH-COUNT) = SPACES
                       MOVE 'TRAILER NOT NUMERIC'
                            TO BC-REASON(WS-BATCH-COUNT)
                    END-IF
                 END-IF
                 IF MB-WAREHOUSE-ID
                       NOT = BC-WAREHOUSE-ID(WS-BATCH-COUNT)
                    AND BC-REASON(WS-BATCH-COUNT) = SPACES
                       MOVE 'TRAILER FOR ANOTHER WAREHOUSE'
                            TO BC-REASON(WS-BATCH-COUNT)
                 END-IF
                 PERFORM 0040-CLOSE-BATCH

              WHEN OTHER
                 IF NOT BATCH-OPEN
                    PERFORM 0034-START-BATCH
                 END-IF
                 IF MR-WAREHOUSE-ID
                       NOT = BC-WAREHOUSE-ID(WS-BATCH-COUNT)
                    AND BC-REASON(WS-BATCH-COUNT) = SPACES
                       MOVE 'RECORDS FOR ANOTHER WAREHOUSE'
                            TO BC-REASON(WS-BATCH-COUNT)
                 END-IF
                 ADD 1                TO BC-RECORD-COUNT(WS-BATCH-COUNT)
                 IF MR-CURRENT-YEARLY-SALARY NUMERIC
                    ADD MR-CURRENT-YEARLY-SALARY
                        TO BC-SALARY-HASH(WS-BATCH-COUNT)
                 END-IF
                 PERFORM 0036-ADD-CASES-HASH
                    VARYING SUB FROM 1 BY 1
                       UNTIL SUB > 5
           END-EVALUATE
           .

       0034-START-BATCH.
      *************************************************************
      * START A NEW BATCH-TABLE ENTRY FOR THE RECORD JUST READ
      *************************************************************

           IF WS-BATCH-COUNT NOT < WS-BATCH-MAX
              DISPLAY 'PR3FA21: MESS-FILE HAS MORE THAN ' WS-BATCH-MAX
                 ' BATCHES'
              DISPLAY 'PR3FA21: JOB TERMINATED -- NO RECORDS WRITTEN'
              CLOSE MESS-FILE
              MOVE 16                    TO RETURN-CODE
              GOBACK
           END-IF

           ADD 1                         TO WS-BATCH-COUNT
           MOVE 'Y'                      TO WS-BATCH-OPEN-SW
           INITIALIZE BC-ENTRY(WS-BATCH-COUNT)
           MOVE MB-WAREHOUSE-ID
                TO BC-WAREHOUSE-ID(WS-BATCH-COUNT)
           MOVE 'N'                TO BC-HEADER-SW(WS-BATCH-COUNT)
           MOVE 'N'                TO BC-TRAILER-SW(WS-BATCH-COUNT)
           .

       0036-ADD-CASES-HASH.

           IF MR-NBR-CASES-IN-STOCK(SUB) NUMERIC
              ADD MR-NBR-CASES-IN-STOCK(SUB)
                  TO BC-CASES-HASH(WS-BATCH-COUNT)
           END-IF
           .

       0040-CLOSE-BATCH.
      *************************************************************
      * END OF A BATCH -- PROVE THE COUNTED TOTALS AGAINST THE
      * TRAILER, THEN CHECK THE BATCH NUMBER AGAINST HISTORY. THE
      * FIRST PROBLEM FOUND IS THE REASON THE BATCH IS REJECTED
      *************************************************************

           MOVE 'N'                      TO WS-BATCH-OPEN-SW

           IF BC-HEADER-SW(WS-BATCH-COUNT) = 'N'
              MOVE 'MISSING BATCH HEADER' TO BC-REASON(WS-BATCH-COUNT)
           ELSE
              IF BC-REASON(WS-BATCH-COUNT) = SPACES
                 EVALUATE TRUE
                    WHEN BC-TRAILER-SW(WS-BATCH-COUNT) = 'N'
                       MOVE 'MISSING BATCH TRAILER'
                            TO BC-REASON(WS-BATCH-COUNT)
                    WHEN BC-RECORD-COUNT(WS-BATCH-COUNT)
                          NOT = BC-TRL-RECORD-COUNT(WS-BATCH-COUNT)
                       MOVE 'OUT OF BALANCE -- RECORDS'
                            TO BC-REASON(WS-BATCH-COUNT)
                    WHEN BC-SALARY-HASH(WS-BATCH-COUNT)
                          NOT = BC-TRL-SALARY-HASH(WS-BATCH-COUNT)
                       MOVE 'OUT OF BALANCE -- SALARY HASH'
                            TO BC-REASON(WS-BATCH-COUNT)
                    WHEN BC-CASES-HASH(WS-BATCH-COUNT)
                          NOT = BC-TRL-CASES-HASH(WS-BATCH-COUNT)
                       MOVE 'OUT OF BALANCE -- CASES HASH'
                            TO BC-REASON(WS-BATCH-COUNT)
                    WHEN OTHER
                       PERFORM 0042-CHECK-BATCH-NUMBER
                 END-EVALUATE
              END-IF
           END-IF

           IF BC-ACCEPTED(WS-BATCH-COUNT)
              ADD 1                      TO WS-BATCHES-ACCEPTED
           ELSE
              MOVE 'R'                   TO BC-STATUS(WS-BATCH-COUNT)
              ADD 1                      TO WS-BATCHES-REJECTED
           END-IF
           .

       0042-CHECK-BATCH-NUMBER.
      *************************************************************
      * A BATCH NUMBER NOT HIGHER THAN THE LAST ONE ACCEPTED FOR
      * THE WAREHOUSE IS A RESEND OR A DUPLICATE. A BATCH NUMBER
      * THAT SKIPS AHEAD IS ACCEPTED BUT NOTED ON THE REPORT SO OPS
      * CAN CHASE THE MISSING BATCH. THE ACCEPTED NUMBER IS POSTED
      * TO THE TABLE AT ONCE SO THE SAME BATCH TWICE IN ONE FILE
      * IS ALSO CAUGHT
      *************************************************************

           MOVE BC-WAREHOUSE-ID(WS-BATCH-COUNT)
                                         TO WS-HIST-WAREHOUSE-ID
           MOVE BC-BATCH-NUMBER(WS-BATCH-COUNT)
                                         TO WS-HIST-BATCH-NUMBER

           PERFORM 0028-FIND-HISTORY-ENTRY

           IF HISTORY-FOUND
              AND WS-HIST-BATCH-NUMBER
                     NOT > HT-LAST-BATCH-NUMBER(WS-HIST-MATCH)
                 MOVE 'DUPLICATE -- ALREADY RECEIVED'
                      TO BC-REASON(WS-BATCH-COUNT)
           ELSE
              IF HISTORY-FOUND
                 COMPUTE WS-NEXT-BATCH-NUMBER =
                         HT-LAST-BATCH-NUMBER(WS-HIST-MATCH) + 1
                 IF WS-HIST-BATCH-NUMBER > WS-NEXT-BATCH-NUMBER
                    MOVE 'BATCH NUMBER GAP'
                         TO BC-REASON(WS-BATCH-COUNT)
                 END-IF
              END-IF
              MOVE 'A'                   TO BC-STATUS(WS-BATCH-COUNT)
              PERFORM 0027-POST-HISTORY-ENTRY
           END-IF
           .

       0050-WRITE-BATCH-REPORT.
      *************************************************************
      * LIST EVERY BATCH WITH ITS COUNTED AND TRAILER TOTALS AND
      * WHETHER IT WAS ACCEPTED, THEN EVERY WAREHOUSE ON THE
      * REFERENCE FILE THAT SENT NO BATCH AT ALL
      *************************************************************

           OPEN OUTPUT BATCH-CONTROL-FILE

           MOVE WS-CURRENT-DATE          TO BH1-RUN-DATE
           WRITE BATCH-CONTROL-RECORD FROM BATCH-HEADING-ONE
           MOVE SPACES                   TO BATCH-CONTROL-RECORD
           WRITE BATCH-CONTROL-RECORD
           WRITE BATCH-CONTROL-RECORD FROM BATCH-HEADING-TWO

           PERFORM 0052-PRINT-BATCH-LINE
              VARYING WS-BATCH-SUB FROM 1 BY 1
                 UNTIL WS-BATCH-SUB > WS-BATCH-COUNT

           PERFORM 0054-CHECK-WAREHOUSE-RECEIVED
              VARYING SUB FROM 1 BY 1
                 UNTIL SUB > WS-WAREHOUSE-COUNT

           MOVE SPACES                   TO BATCH-CONTROL-RECORD
           WRITE BATCH-CONTROL-RECORD

           MOVE 'BATCHES ACCEPTED'       TO BT-TOTAL-TEXT
           MOVE WS-BATCHES-ACCEPTED      TO BT-TOTAL-COUNT
           WRITE BATCH-CONTROL-RECORD FROM BATCH-TOTAL-LINE

           MOVE 'BATCHES REJECTED'       TO BT-TOTAL-TEXT
           MOVE WS-BATCHES-REJECTED      TO BT-TOTAL-COUNT
           WRITE BATCH-CONTROL-RECORD FROM BATCH-TOTAL-LINE

           MOVE 'WAREHOUSES NOT RECEIVED' TO BT-TOTAL-TEXT
           MOVE WS-BATCHES-MISSING       TO BT-TOTAL-COUNT
           WRITE BATCH-CONTROL-RECORD FROM BATCH-TOTAL-LINE

           CLOSE BATCH-CONTROL-FILE

           IF WS-BATCHES-REJECTED > ZERO
              OR WS-BATCHES-MISSING > ZERO
                 DISPLAY 'PR3FA21: ' WS-BATCHES-REJECTED
                    ' BATCH(ES) REJECTED, ' WS-BATCHES-MISSING
                    ' WAREHOUSE(S) NOT RECEIVED -- SEE '
                    'PR3FA21-BATCH-CTL.txt'
           END-IF

           MOVE ZERO                     TO WS-BATCH-SUB
           .

       0052-PRINT-BATCH-LINE.
      *************************************************************
      * PRINT ONE BATCH, WITH THE HASH TOTALS WHEN THEY DISAGREE
      *************************************************************

           MOVE BC-WAREHOUSE-ID(WS-BATCH-SUB) TO BL-WAREHOUSE-ID
           MOVE BC-BATCH-NUMBER(WS-BATCH-SUB) TO BL-BATCH-NUMBER
           IF BC-HEADER-SW(WS-BATCH-SUB) = 'Y'
              MOVE BC-SUBMISSION-DATE(WS-BATCH-SUB)
                   TO BL-SUBMISSION-DATE
           ELSE
              MOVE SPACES                TO BL-SUBMISSION-DATE
           END-IF
           MOVE BC-RECORD-COUNT(WS-BATCH-SUB) TO BL-RECORD-COUNT
           MOVE BC-TRL-RECORD-COUNT(WS-BATCH-SUB) TO BL-TRAILER-COUNT
           IF BC-ACCEPTED(WS-BATCH-SUB)
              MOVE 'ACCEPTED'            TO BL-STATUS
           ELSE
              MOVE 'REJECTED'            TO BL-STATUS
           END-IF
           MOVE BC-REASON(WS-BATCH-SUB)  TO BL-REASON
           WRITE BATCH-CONTROL-RECORD FROM BATCH-DETAIL-LINE

           IF BC-TRAILER-SW(WS-BATCH-SUB) = 'Y'
              AND (BC-SALARY-HASH(WS-BATCH-SUB)
                     NOT = BC-TRL-SALARY-HASH(WS-BATCH-SUB)
                OR BC-CASES-HASH(WS-BATCH-SUB)
                     NOT = BC-TRL-CASES-HASH(WS-BATCH-SUB))
                 MOVE BC-SALARY-HASH(WS-BATCH-SUB)
                      TO BL-SALARY-COUNTED
                 MOVE BC-TRL-SALARY-HASH(WS-BATCH-SUB)
                      TO BL-SALARY-TRAILER
                 WRITE BATCH-CONTROL-RECORD
                      FROM BATCH-SALARY-HASH-LINE
                 MOVE BC-CASES-HASH(WS-BATCH-SUB)
                      TO BL-CASES-COUNTED
                 MOVE BC-TRL-CASES-HASH(WS-BATCH-SUB)
                      TO BL-CASES-TRAILER
                 WRITE BATCH-CONTROL-RECORD
                      FROM BATCH-CASES-HASH-LINE
           END-IF
           .

       0054-CHECK-WAREHOUSE-RECEIVED.
      *************************************************************
      * A WAREHOUSE ON THE REFERENCE FILE WITH NO BATCH AT ALL ON
      * THE MESS-FILE IS LISTED AS MISSING
      *************************************************************

           MOVE 'N'                      TO WS-BATCH-RECEIVED-SW

           PERFORM 0056-MATCH-BATCH-WAREHOUSE
              VARYING WS-BATCH-SUB FROM 1 BY 1
                 UNTIL WS-BATCH-SUB > WS-BATCH-COUNT

           IF NOT BATCH-RECEIVED
              MOVE SPACES                TO BATCH-DETAIL-LINE
              MOVE WT-WAREHOUSE-ID(SUB)  TO BL-WAREHOUSE-ID
              MOVE 'MISSING'             TO BL-STATUS
              MOVE 'NO BATCH RECEIVED'   TO BL-REASON
              WRITE BATCH-CONTROL-RECORD FROM BATCH-DETAIL-LINE
              ADD 1                      TO WS-BATCHES-MISSING
           END-IF
           .

       0056-MATCH-BATCH-WAREHOUSE.

           IF BC-WAREHOUSE-ID(WS-BATCH-SUB) = WT-WAREHOUSE-ID(SUB)
              MOVE 'Y'                   TO WS-BATCH-RECEIVED-SW
              MOVE WS-BATCH-COUNT        TO WS-BATCH-SUB
           END-IF
           .

       0100-READ-MESS-FILE.
      *************************************************************
      * READ MESS INPUT FILE
                   AT END
                       MOVE 'Y'          TO WS-EOF
                   NOT AT END
                       PERFORM 0105-TRACK-BATCH
                       EVALUATE TRUE
                          WHEN BC-REJECTED(WS-BATCH-SUB)
                             IF NOT SKIPPING-TO-CHECKPOINT
                                PERFORM 0140-WRITE-BATCH-REJECT
                             END-IF
                          WHEN MB-BATCH-HEADER
                             OR MB-BATCH-TRAILER
                             CONTINUE
                          WHEN SKIPPING-TO-CHECKPOINT
                             PERFORM 0110-CHECK-SKIP-RECORD
                          WHEN OTHER
                             PERFORM 0200-PROCESS-MESS
                             PERFORM 0120-UPDATE-CHECKPOINT
                       END-EVALUATE
               END-READ
           END-PERFORM
           .

       0105-TRACK-BATCH.
      *************************************************************
      * STEP TO THE BATCH-TABLE ENTRY FOR THIS RECORD, USING THE
      * SAME RULES AS 0032-PROVE-ONE-RECORD: A HEADER, OR ANY RECORD
      * WHEN NO BATCH IS OPEN, STARTS THE NEXT BATCH AND A TRAILER
      * ENDS IT
      *************************************************************

           IF MB-BATCH-HEADER
              OR NOT BATCH-OPEN
                 ADD 1                   TO WS-BATCH-SUB
                 MOVE 'Y'                TO WS-BATCH-OPEN-SW
           END-IF

           IF MB-BATCH-TRAILER
              MOVE 'N'                   TO WS-BATCH-OPEN-SW
           END-IF
           .

       0110-CHECK-SKIP-RECORD.
      *************************************************************
      * ON RESTART, READ AND DISCARD MESS-FILE RECORDS UNTIL THE
           CLOSE CHECKPOINT-FILE
           .

       0140-WRITE-BATCH-REJECT.
      *************************************************************
      * A RECORD FROM A REJECTED BATCH, INCLUDING ITS HEADER AND
      * TRAILER, IS WRITTEN AS-IS TO THE BATCH REJECT FILE SO THE
      * WAREHOUSE CAN CORRECT AND RESEND THE WHOLE BATCH
      *************************************************************

           WRITE BATCH-REJECT-RECORD FROM MESS-RECORD
           ADD 1                         TO WS-CNT-BATCH-REJ
           .

       0200-PROCESS-MESS.
      *************************************************************
      * PROCESS INCOMING MESS FILE CONVERTING WAREHOUSE ID TO THE 
                 EMPLOYEE-OTHER-FILE
                 ERROR-FILE
                 EXCEPTION-FILE
                 BATCH-REJECT-FILE

           IF NOT SKIPPING-TO-CHECKPOINT
              PERFORM 0950-CLEAR-CHECKPOINT
              PERFORM 0960-ARCHIVE-OUTPUT-FILES
              PERFORM 0990-WRITE-BATCH-HISTORY
           END-IF

           PERFORM 0980-WRITE-RUN-CONTROL

           IF (WS-BATCHES-REJECTED > ZERO
              OR WS-BATCHES-MISSING > ZERO)
              AND RETURN-CODE < 4
                 MOVE 4                  TO RETURN-CODE
           END-IF

           GOBACK
           .

           MOVE WS-CNT-EXCEPT            TO RC-RECORD-COUNT
           PERFORM 0985-WRITE-RC-RECORD

           MOVE 'PR3FA21-BATCH-REJ'      TO RC-FILE-LABEL
           MOVE WS-CNT-BATCH-REJ         TO RC-RECORD-COUNT
           PERFORM 0985-WRITE-RC-RECORD

           CLOSE RUN-CONTROL-FILE
           .

           CLOSE CHECKPOINT-FILE
           .

       0990-WRITE-BATCH-HISTORY.
      *************************************************************
      * THE MESS-FILE WAS PROCESSED THROUGH TO END OF FILE, SO ADD
      * EVERY ACCEPTED BATCH TO THE BATCH HISTORY FILE. THIS IS NOT
      * DONE ON A RUN THAT ENDS EARLY, SO A RESTART PROVES THE SAME
      * BATCHES THE SAME WAY
      *************************************************************

           OPEN EXTEND BATCH-HISTORY-FILE

           PERFORM 0992-WRITE-HISTORY-RECORD
              VARYING WS-BATCH-SUB FROM 1 BY 1
                 UNTIL WS-BATCH-SUB > WS-BATCH-COUNT

           CLOSE BATCH-HISTORY-FILE
           .

       0992-WRITE-HISTORY-RECORD.

           IF BC-ACCEPTED(WS-BATCH-SUB)
              MOVE BC-WAREHOUSE-ID(WS-BATCH-SUB)    TO BH-WAREHOUSE-ID
              MOVE BC-BATCH-NUMBER(WS-BATCH-SUB)    TO BH-BATCH-NUMBER
              MOVE BC-SUBMISSION-DATE(WS-BATCH-SUB)
                                               TO BH-SUBMISSION-DATE
              MOVE WS-CURRENT-DATE                  TO BH-RUN-DATE
              MOVE BC-RECORD-COUNT(WS-BATCH-SUB)    TO BH-RECORD-COUNT
              WRITE BATCH-HISTORY-RECORD
           END-IF
           .

       0960-ARCHIVE-OUTPUT-FILES.
      *************************************************************
      * WRITE A DATE-STAMPED COPY OF EACH WAREHOUSE OUTPUT FILE TO
