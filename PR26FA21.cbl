       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PR26FA21.
       AUTHOR.         Dewelena Reynolds.
      ******************************************************************
      *  CYCLE COUNT VARIANCE AND ADJUSTMENT -- READS THE COUNT-RESULT
      *  FILE KEYED FROM THE PR25FA21 COUNT SHEETS, COMPARES EACH
      *  COUNTED SLOT WITH THE BOOK CASES ON THE INDEXED CANDY
      *  INVENTORY MASTER AND PRINTS A VARIANCE REPORT BY WAREHOUSE.
      *  EVERY VARIANCE THAT MAY POST IS WRITTEN AS AN A (ADJUSTMENT)
      *  TRANSACTION IN THE 29-BYTE LAYOUT PR7FA21 ALREADY ACCEPTS,
      *  SO THE BOOK IS CORRECTED THROUGH THE NORMAL MORNING UPDATE
      *  AND ITS AUDIT TRAIL RATHER THAN BY HAND-KEYED ADJUSTMENTS
      ******
      *  INPUT
      *     CYCLE-COUNT-RESULT.TXT -- ONE RECORD PER SLOT COUNTED
      *        WAREHOUSE ID / VENDOR ID / CANDY ID / CANDY NAME /
      *        CASES COUNTED / COUNTER'S INITIALS / SUPERVISOR'S
      *        INITIALS (SIGN-OFF, BLANK WHEN NOT SIGNED) / BOOK
      *        CASES (BLANK WHEN KEYED FROM A COUNT SHEET -- FILLED
      *        IN ON RECORDS THIS PROGRAM HOLDS FOR SIGN-OFF)
      *     CANDY-INV-MASTER.IDX -- INDEXED FILE KEYED ON WAREHOUSE
      *        ID + VENDOR ID + CANDY ID, LOADED BY PR8FA21
      ******
      *  OUTPUT
      *     CYCLE-COUNT-VARIANCE-REPORT.TXT -- ONE LINE PER SLOT
      *        COUNTED WITH BOOK CASES, COUNTED CASES, VARIANCE,
      *        VARIANCE VALUE AND WHAT WAS DONE WITH IT, WAREHOUSE
      *        TOTALS AND GRAND TOTALS
      *     DAILY-INV-TRANS.TXT -- ONE A TRANSACTION PER VARIANCE
      *        POSTED (SIGN + FOR A COUNT OVER BOOK, - FOR UNDER),
      *        APPENDED SO RECEIVING'S HAND-KEYED TRANSACTIONS ARE
      *        KEPT
      *     CYCLE-COUNT-HELD.TXT -- EVERY VARIANCE OVER TOLERANCE
      *        WITHOUT A SUPERVISOR SIGN-OFF, IN THE COUNT-RESULT
      *        LAYOUT WITH THE BOOK CASES FILLED IN. THE SUPERVISOR
      *        KEYS THEIR INITIALS ON THE LINES THEY APPROVE AND THE
      *        FILE IS RUN BACK THROUGH THIS PROGRAM AS THE COUNT-
      *        RESULT FILE. ONLY THE HELD LINES ARE ON IT, SO NOTHING
      *        ALREADY POSTED POSTS TWICE, AND THE VARIANCE POSTED IS
      *        THE ONE THE SUPERVISOR SIGNED, EVEN IF THE BOOK HAS
      *        MOVED SINCE THE COUNT
      *     RETURN CODE 0 = EVERY VARIANCE POSTED, 4 = AT LEAST ONE
      *        VARIANCE HELD OR COUNT LINE IN ERROR
      ******
      *  CALCULATIONS
      *     VARIANCE       = COUNTED CASES - BOOK CASES
      *     VARIANCE VALUE = VARIANCE X CASE PRICE (CM-CASE-PRICE)
      *     A VARIANCE IS OVER TOLERANCE WHEN IT IS MORE THAN 10
      *        CASES OR MORE THAN $250.00 EITHER WAY, AND THEN ONLY
      *        POSTS WITH A SUPERVISOR'S INITIALS ON THE COUNT LINE
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT COUNT-RESULT-FILE
               ASSIGN TO 'CYCLE-COUNT-RESULT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-FILE-STATUS.
      *
           SELECT SORTED-COUNT-FILE
               ASSIGN TO 'CYCLE-COUNT-SORTED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE
               ASSIGN TO 'SORTINGFILE.TMP'.
      *
           SELECT CANDY-INV-MASTER
               ASSIGN TO 'CANDY-INV-MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-RECORD-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *
           SELECT OPTIONAL TRANSACTION-FILE
               ASSIGN TO 'DAILY-INV-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT HELD-COUNT-FILE
               ASSIGN TO 'CYCLE-COUNT-HELD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT VARIANCE-REPORT-FILE
               ASSIGN TO PRINTER 'CYCLE-COUNT-VARIANCE-REPORT.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  COUNT-RESULT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  COUNT-RESULT-RECORD             PIC X(40).
      *
       FD  SORTED-COUNT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  SORTED-COUNT-RECORD.
           05  CR-COUNT-KEY.
               10  CR-WAREHOUSE-ID         PIC X(04).
               10  CR-VENDOR-ID            PIC X(01).
               10  CR-CANDY-ID             PIC X(03).
               10  CR-CANDY-NAME           PIC X(15).
           05  CR-COUNTED-CASES            PIC 9(04).
           05  CR-COUNTED-BY               PIC X(03).
           05  CR-APPROVED-BY              PIC X(03).
           05  CR-BOOK-CASES               PIC 9(04).
           05                              PIC X(03).
      *
       SD  SORT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  SORT-RECORD.
           05  SF-COUNT-KEY                PIC X(23).
           05                              PIC X(17).
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
       FD  TRANSACTION-FILE
           RECORD CONTAINS 29 CHARACTERS.
       01  TRANSACTION-RECORD.
           05  TR-ACTION-CODE              PIC X(01).
           05  TR-WAREHOUSE-ID             PIC X(04).
           05  TR-VENDOR-ID                PIC X(01).
           05  TR-CANDY-ID                 PIC X(03).
           05  TR-CANDY-NAME               PIC X(15).
           05  TR-ADJ-SIGN                 PIC X(01).
           05  TR-QUANTITY                 PIC 9(04).
      *
       FD  HELD-COUNT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  HELD-COUNT-RECORD               PIC X(40).
      *
       FD  VARIANCE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X        VALUE 'Y'.
               88 NO-MORE-DATA                          VALUE 'N'.
               88 MORE-RECORDS                          VALUE 'Y'.
           05  WS-SLOT-FOUND-SW            PIC X        VALUE 'N'.
               88 SLOT-FOUND                            VALUE 'Y'.
               88 SLOT-NOT-FOUND                        VALUE 'N'.
           05  WS-WHSE-PRINTED-SW          PIC X        VALUE 'N'.
               88 WHSE-PRINTED                          VALUE 'Y'.
      *
       01 SUBSCRIPTS.
           05  CS-SUB                      PIC 9        VALUE ZERO.
           05  WS-SLOT-SUB                 PIC 9        VALUE ZERO.
      *
       01  WS-FIELDS.
           05  WS-COUNT-FILE-STATUS        PIC X(02)    VALUE SPACES.
           05  WS-MASTER-FILE-STATUS       PIC X(02)    VALUE SPACES.
           05  WS-TOLERANCE-CASES          PIC 9(04)    VALUE 10.
           05  WS-TOLERANCE-VALUE          PIC 9(05)V99 VALUE 250.00.
           05  WS-PREV-WAREHOUSE-ID        PIC X(04)    VALUE SPACES.
           05  WS-PREV-COUNT-KEY           PIC X(23)    VALUE SPACES.
           05  WS-BOOK-CASES               PIC 9(04)    VALUE ZERO.
           05  WS-VARIANCE-CASES           PIC S9(05)   VALUE +0.
           05  WS-ABS-VARIANCE-CASES       PIC 9(05)    VALUE ZERO.
           05  WS-VARIANCE-VALUE           PIC S9(07)V99 VALUE +0.
           05  WS-ABS-VARIANCE-VALUE       PIC 9(07)V99 VALUE ZERO.
           05  WS-COUNT-STATUS             PIC X(16)    VALUE SPACES.
           05  WS-LINES-READ               PIC 9(05)    VALUE ZERO.
           05  WS-WHSE-BOOK-CASES          PIC 9(07)    VALUE ZERO.
           05  WS-WHSE-COUNTED-CASES       PIC 9(07)    VALUE ZERO.
           05  WS-WHSE-VARIANCE-CASES      PIC S9(07)   VALUE +0.
           05  WS-WHSE-VARIANCE-VALUE      PIC S9(09)V99 VALUE +0.
           05  WS-WHSE-POSTED              PIC 9(05)    VALUE ZERO.
           05  WS-WHSE-HELD                PIC 9(05)    VALUE ZERO.
           05  WS-GRAND-BOOK-CASES         PIC 9(07)    VALUE ZERO.
           05  WS-GRAND-COUNTED-CASES      PIC 9(07)    VALUE ZERO.
           05  WS-GRAND-VARIANCE-CASES     PIC S9(07)   VALUE +0.
           05  WS-GRAND-VARIANCE-VALUE     PIC S9(09)V99 VALUE +0.
           05  WS-GRAND-POSTED             PIC 9(05)    VALUE ZERO.
           05  WS-GRAND-HELD               PIC 9(05)    VALUE ZERO.
           05  WS-ERROR-COUNT              PIC 9(05)    VALUE ZERO.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 9999.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.

      **********************OUTPUT AREA**************************
       01  HEADING-ONE.
           05                              PIC X(16)    VALUE SPACES.
           05                              PIC X(48)    VALUE
               'BENNETT SWEETS AND MORE - CYCLE COUNT'.
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
               'COUNT VARIANCES'.
           05                              PIC X(10)    VALUE SPACES.
           05                              PIC X(03)    VALUE 'DWR'.
      *
       01  WAREHOUSE-HEADING.
           05                              PIC X(11) VALUE
               'WAREHOUSE: '.
           05  WH-WAREHOUSE-ID             PIC X(04).
           05                              PIC X(65) VALUE SPACES.
      *
       01  HEADING-THREE.
           05                              PIC X(01) VALUE 'V'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(03) VALUE 'CDY'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(15) VALUE 'CANDY NAME'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(04) VALUE 'BOOK'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(04) VALUE 'CNTD'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(05) VALUE '  VAR'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(12) VALUE
               '   VAR VALUE'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(03) VALUE 'BY'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(16) VALUE 'STATUS'.
           05                              PIC X(05) VALUE SPACES.
      *
       01  VARIANCE-DETAIL-LINE.
           05  VDL-VENDOR-ID               PIC X(01).
           05                              PIC X(01) VALUE SPACES.
           05  VDL-CANDY-ID                PIC X(03).
           05                              PIC X(01) VALUE SPACES.
           05  VDL-CANDY-NAME              PIC X(15).
           05                              PIC X(01) VALUE SPACES.
           05  VDL-BOOK-CASES              PIC ZZZ9.
           05                              PIC X(02) VALUE SPACES.
           05  VDL-COUNTED-CASES           PIC ZZZ9.
           05                              PIC X(02) VALUE SPACES.
           05  VDL-VARIANCE-CASES          PIC +ZZZ9.
           05                              PIC X(02) VALUE SPACES.
           05  VDL-VARIANCE-VALUE          PIC $$$$,$$9.99-.
           05                              PIC X(02) VALUE SPACES.
           05  VDL-COUNTED-BY              PIC X(03).
           05                              PIC X(01) VALUE SPACES.
           05  VDL-COUNT-STATUS            PIC X(16).
           05                              PIC X(05) VALUE SPACES.
      *
       01  WAREHOUSE-TOTAL-LINE-ONE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(10) VALUE
               'TOTAL FOR '.
           05  WT1-WAREHOUSE-ID            PIC X(04).
           05                              PIC X(08) VALUE '  BOOK: '.
           05  WT1-BOOK-CASES              PIC Z,ZZZ,ZZ9.
           05                              PIC X(11) VALUE
               '  COUNTED: '.
           05  WT1-COUNTED-CASES           PIC Z,ZZZ,ZZ9.
           05                              PIC X(12) VALUE
               '  VARIANCE: '.
           05  WT1-VARIANCE-CASES          PIC +Z,ZZZ,ZZ9.
           05                              PIC X(04) VALUE SPACES.
      *
       01  WAREHOUSE-TOTAL-LINE-TWO.
           05                              PIC X(17) VALUE SPACES.
           05                              PIC X(16) VALUE
               'VARIANCE VALUE: '.
           05  WT2-VARIANCE-VALUE          PIC $$$,$$$,$$9.99-.
           05                              PIC X(10) VALUE
               '  POSTED: '.
           05  WT2-POSTED                  PIC ZZZZ9.
           05                              PIC X(08) VALUE
               '  HELD: '.
           05  WT2-HELD                    PIC ZZZZ9.
           05                              PIC X(04) VALUE SPACES.
      *
       01  ERROR-TOTAL-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(30) VALUE
               'COUNT LINES IN ERROR:         '.
           05  ETL-ERROR-COUNT             PIC ZZZZ9.
           05                              PIC X(42) VALUE SPACES.
      *
       01  COUNT-NONE-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(40) VALUE
               'NO COUNT RESULTS ON FILE'.
           05                              PIC X(37) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0100-PROVE-CYCLE-COUNT.

           PERFORM 0200-HSKPING-ROUTINE
           PERFORM 0300-READ-SORTED-COUNTS
           PERFORM 9000-FINAL-ROUTINE
       .

      ********************************************************
      * SORTS THE COUNT-RESULT FILE INTO WAREHOUSE / VENDOR /
      * CANDY / CANDY NAME ORDER, OPENS THE FILES AND WRITES
      * THE REPORT HEADINGS
      ********************************************************
       0200-HSKPING-ROUTINE.

           OPEN INPUT COUNT-RESULT-FILE

           IF WS-COUNT-FILE-STATUS NOT = '00'
              DISPLAY 'PR26FA21: UNABLE TO OPEN COUNT-RESULT-FILE -- '
                 'FILE STATUS ' WS-COUNT-FILE-STATUS
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           CLOSE COUNT-RESULT-FILE

           SORT SORT-FILE
              ON ASCENDING KEY SF-COUNT-KEY
              USING COUNT-RESULT-FILE
              GIVING SORTED-COUNT-FILE

           IF SORT-RETURN NOT = ZERO
              DISPLAY 'PR26FA21: SORT FAILED -- SORT-RETURN '
                 SORT-RETURN
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT SORTED-COUNT-FILE
                      CANDY-INV-MASTER
               EXTEND TRANSACTION-FILE
               OUTPUT HELD-COUNT-FILE
                      VARIANCE-REPORT-FILE

           IF WS-MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'PR26FA21: UNABLE TO OPEN CANDY-INV-MASTER -- '
                 'FILE STATUS ' WS-MASTER-FILE-STATUS
              DISPLAY 'PR26FA21: RUN PR8FA21 TO LOAD THE MASTER FIRST'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-MONTH                 TO H1-MONTH
           MOVE WS-DAY                   TO H1-DAY
           MOVE WS-YEAR                  TO H1-YEAR

           WRITE REPORT-LINE FROM HEADING-ONE
              AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HEADING-TWO
              AFTER ADVANCING 2

       .

      ********************************************************
      * READS THE SORTED COUNT FILE AND PROVES EACH LINE
      ********************************************************
       0300-READ-SORTED-COUNTS.

           PERFORM UNTIL NO-MORE-DATA
              READ SORTED-COUNT-FILE
                 AT END
                    MOVE 'N'             TO EOF-FLAG
                 NOT AT END
                    PERFORM 0400-PROCESS-COUNT-LINE
              END-READ
           END-PERFORM

       .

      ********************************************************
      * HANDLE THE WAREHOUSE BREAK, VALIDATE THE COUNT LINE
      * AND READ ITS MASTER RECORD -- A LINE THAT CANNOT BE
      * PROVED PRINTS WITH THE REASON AND POSTS NOTHING
      ********************************************************
       0400-PROCESS-COUNT-LINE.

           ADD 1                         TO WS-LINES-READ

           IF CR-WAREHOUSE-ID NOT = WS-PREV-WAREHOUSE-ID
              PERFORM 7200-WRITE-WAREHOUSE-TOTAL
              PERFORM 7100-START-WAREHOUSE
           END-IF

           MOVE ZERO                     TO WS-BOOK-CASES
                                            WS-VARIANCE-CASES
                                            WS-VARIANCE-VALUE

           IF CR-COUNTED-CASES NOT NUMERIC
              MOVE 'COUNT INVALID'       TO WS-COUNT-STATUS
              PERFORM 0700-WRITE-ERROR-LINE
           ELSE
              IF CR-COUNT-KEY = WS-PREV-COUNT-KEY
                 MOVE 'DUPLICATE COUNT'  TO WS-COUNT-STATUS
                 PERFORM 0700-WRITE-ERROR-LINE
              ELSE
                 MOVE CR-COUNT-KEY       TO WS-PREV-COUNT-KEY
                 PERFORM 0450-READ-MASTER-RECORD
              END-IF
           END-IF

       .

      ********************************************************
      * READ THE MASTER RECORD FOR THE COUNT LINE'S KEY AND
      * FIND THE CANDY ARRAY SLOT FOR ITS CANDY NAME
      ********************************************************
       0450-READ-MASTER-RECORD.

           MOVE CR-WAREHOUSE-ID          TO CM-WAREHOUSE-ID
           MOVE CR-VENDOR-ID             TO CM-VENDOR-ID
           MOVE CR-CANDY-ID              TO CM-CANDY-ID

           READ CANDY-INV-MASTER

           IF WS-MASTER-FILE-STATUS NOT = '00'
              MOVE 'NO MASTER RECORD'  TO WS-COUNT-STATUS
              PERFORM 0700-WRITE-ERROR-LINE
           ELSE
              MOVE 'N'                   TO WS-SLOT-FOUND-SW
              PERFORM 0470-CHECK-CANDY-SLOT
                 VARYING CS-SUB FROM 1 BY 1
                    UNTIL CS-SUB > 5
              IF SLOT-NOT-FOUND
                 MOVE 'NO SUCH CANDY'    TO WS-COUNT-STATUS
                 PERFORM 0700-WRITE-ERROR-LINE
              ELSE
                 PERFORM 0500-PROVE-COUNT
              END-IF
           END-IF

       .

      ********************************************************
      * CHECK ONE CANDY ARRAY SLOT FOR THE COUNT LINE'S CANDY
      * NAME
      ********************************************************
       0470-CHECK-CANDY-SLOT.

           IF CR-CANDY-NAME = CM-CANDY-NAME(CS-SUB)
              MOVE 'Y'                   TO WS-SLOT-FOUND-SW
              MOVE CS-SUB                TO WS-SLOT-SUB
              MOVE 5                     TO CS-SUB
           END-IF

       .

      ********************************************************
      * WORK OUT THE VARIANCE AND DECIDE WHAT TO DO WITH IT --
      * NO VARIANCE POSTS NOTHING, A VARIANCE WITHIN
      * TOLERANCE OR SIGNED OFF BY A SUPERVISOR POSTS AN A
      * TRANSACTION, AND ANYTHING ELSE IS HELD FOR SIGN-OFF.
      * A HELD LINE BEING RUN BACK THROUGH CARRIES ITS OWN
      * BOOK CASES FROM THE ORIGINAL RUN
      ********************************************************
       0500-PROVE-COUNT.

           IF CR-BOOK-CASES NUMERIC
              MOVE CR-BOOK-CASES         TO WS-BOOK-CASES
           ELSE
              MOVE CM-NUM-OF-CASES(WS-SLOT-SUB) TO WS-BOOK-CASES
           END-IF

           COMPUTE WS-VARIANCE-CASES =
              CR-COUNTED-CASES - WS-BOOK-CASES
           COMPUTE WS-VARIANCE-VALUE =
              WS-VARIANCE-CASES * CM-CASE-PRICE(WS-SLOT-SUB)

           IF WS-VARIANCE-CASES < ZERO
              COMPUTE WS-ABS-VARIANCE-CASES = ZERO - WS-VARIANCE-CASES
              COMPUTE WS-ABS-VARIANCE-VALUE = ZERO - WS-VARIANCE-VALUE
           ELSE
              MOVE WS-VARIANCE-CASES     TO WS-ABS-VARIANCE-CASES
              MOVE WS-VARIANCE-VALUE     TO WS-ABS-VARIANCE-VALUE
           END-IF

           EVALUATE TRUE
              WHEN WS-VARIANCE-CASES = ZERO
                 MOVE 'AGREES'           TO WS-COUNT-STATUS
              WHEN WS-ABS-VARIANCE-CASES NOT > WS-TOLERANCE-CASES
                 AND WS-ABS-VARIANCE-VALUE NOT > WS-TOLERANCE-VALUE
                 MOVE 'POSTED'           TO WS-COUNT-STATUS
                 PERFORM 0600-WRITE-ADJUSTMENT-TRANS
              WHEN CR-APPROVED-BY NOT = SPACES
                 MOVE SPACES             TO WS-COUNT-STATUS
                 STRING 'POSTED - OK '      DELIMITED BY SIZE
                        CR-APPROVED-BY      DELIMITED BY SIZE
                     INTO WS-COUNT-STATUS
                 PERFORM 0600-WRITE-ADJUSTMENT-TRANS
              WHEN OTHER
                 MOVE 'HELD - SIGN-OFF'  TO WS-COUNT-STATUS
                 PERFORM 0650-WRITE-HELD-COUNT
           END-EVALUATE

           PERFORM 0680-WRITE-VARIANCE-LINE

           ADD WS-BOOK-CASES             TO WS-WHSE-BOOK-CASES
           ADD CR-COUNTED-CASES          TO WS-WHSE-COUNTED-CASES
           ADD WS-VARIANCE-CASES         TO WS-WHSE-VARIANCE-CASES
           ADD WS-VARIANCE-VALUE         TO WS-WHSE-VARIANCE-VALUE

       .

      ********************************************************
      * APPEND ONE ADJUSTMENT TRANSACTION IN THE 29-BYTE
      * LAYOUT PR7FA21 ACCEPTS -- + WHEN THE SHELF HOLDS MORE
      * THAN THE BOOK, - WHEN IT HOLDS LESS
      ********************************************************
       0600-WRITE-ADJUSTMENT-TRANS.

           MOVE 'A'                      TO TR-ACTION-CODE
           MOVE CR-WAREHOUSE-ID          TO TR-WAREHOUSE-ID
           MOVE CR-VENDOR-ID             TO TR-VENDOR-ID
           MOVE CR-CANDY-ID              TO TR-CANDY-ID
           MOVE CR-CANDY-NAME            TO TR-CANDY-NAME
           IF WS-VARIANCE-CASES < ZERO
              MOVE '-'                   TO TR-ADJ-SIGN
           ELSE
              MOVE '+'                   TO TR-ADJ-SIGN
           END-IF
           MOVE WS-ABS-VARIANCE-CASES    TO TR-QUANTITY
           WRITE TRANSACTION-RECORD

           ADD 1                         TO WS-WHSE-POSTED

       .

      ********************************************************
      * WRITE THE COUNT LINE TO THE HELD FILE WITH ITS BOOK
      * CASES FILLED IN AND THE SIGN-OFF LEFT BLANK
      ********************************************************
       0650-WRITE-HELD-COUNT.

           MOVE WS-BOOK-CASES            TO CR-BOOK-CASES
           MOVE SPACES                   TO CR-APPROVED-BY
           WRITE HELD-COUNT-RECORD FROM SORTED-COUNT-RECORD

           ADD 1                         TO WS-WHSE-HELD

       .

      ********************************************************
      * WRITE ONE LINE TO THE VARIANCE REPORT
      ********************************************************
       0680-WRITE-VARIANCE-LINE.

           MOVE CR-VENDOR-ID             TO VDL-VENDOR-ID
           MOVE CR-CANDY-ID              TO VDL-CANDY-ID
           MOVE CR-CANDY-NAME            TO VDL-CANDY-NAME
           MOVE WS-BOOK-CASES            TO VDL-BOOK-CASES
           MOVE CR-COUNTED-CASES         TO VDL-COUNTED-CASES
           MOVE WS-VARIANCE-CASES        TO VDL-VARIANCE-CASES
           MOVE WS-VARIANCE-VALUE        TO VDL-VARIANCE-VALUE
           MOVE CR-COUNTED-BY            TO VDL-COUNTED-BY
           MOVE WS-COUNT-STATUS          TO VDL-COUNT-STATUS
           WRITE REPORT-LINE FROM VARIANCE-DETAIL-LINE
              AFTER ADVANCING 1

       .

      ********************************************************
      * WRITE A COUNT LINE THAT COULD NOT BE PROVED -- THE
      * FIGURES ARE SHOWN AS ZERO AND NOTHING POSTS
      ********************************************************
       0700-WRITE-ERROR-LINE.

           MOVE CR-VENDOR-ID             TO VDL-VENDOR-ID
           MOVE CR-CANDY-ID              TO VDL-CANDY-ID
           MOVE CR-CANDY-NAME            TO VDL-CANDY-NAME
           MOVE ZERO                     TO VDL-BOOK-CASES
                                            VDL-VARIANCE-CASES
                                            VDL-VARIANCE-VALUE
           IF CR-COUNTED-CASES NUMERIC
              MOVE CR-COUNTED-CASES      TO VDL-COUNTED-CASES
           ELSE
              MOVE ZERO                  TO VDL-COUNTED-CASES
           END-IF
           MOVE CR-COUNTED-BY            TO VDL-COUNTED-BY
           MOVE WS-COUNT-STATUS          TO VDL-COUNT-STATUS
           WRITE REPORT-LINE FROM VARIANCE-DETAIL-LINE
              AFTER ADVANCING 1

           ADD 1                         TO WS-ERROR-COUNT

       .

      ********************************************************
      * WRITE THE HEADINGS FOR THE WAREHOUSE JUST REACHED
      ********************************************************
       7100-START-WAREHOUSE.

           MOVE CR-WAREHOUSE-ID          TO WS-PREV-WAREHOUSE-ID
                                            WH-WAREHOUSE-ID
           MOVE 'Y'                      TO WS-WHSE-PRINTED-SW

           WRITE REPORT-LINE FROM WAREHOUSE-HEADING
              AFTER ADVANCING 3
           WRITE REPORT-LINE FROM HEADING-THREE
              AFTER ADVANCING 2

       .

      ********************************************************
      * BUILD/WRITE THE WAREHOUSE TOTAL LINES AND ROLL THE
      * WAREHOUSE FIGURES INTO THE GRAND TOTALS
      ********************************************************
       7200-WRITE-WAREHOUSE-TOTAL.

           IF WHSE-PRINTED
              MOVE WS-PREV-WAREHOUSE-ID  TO WT1-WAREHOUSE-ID
              PERFORM 7300-WRITE-TOTAL-LINES
           END-IF

           ADD WS-WHSE-BOOK-CASES        TO WS-GRAND-BOOK-CASES
           ADD WS-WHSE-COUNTED-CASES     TO WS-GRAND-COUNTED-CASES
           ADD WS-WHSE-VARIANCE-CASES    TO WS-GRAND-VARIANCE-CASES
           ADD WS-WHSE-VARIANCE-VALUE    TO WS-GRAND-VARIANCE-VALUE
           ADD WS-WHSE-POSTED            TO WS-GRAND-POSTED
           ADD WS-WHSE-HELD              TO WS-GRAND-HELD
           MOVE ZERO                     TO WS-WHSE-BOOK-CASES
                                            WS-WHSE-COUNTED-CASES
                                            WS-WHSE-VARIANCE-CASES
                                            WS-WHSE-VARIANCE-VALUE
                                            WS-WHSE-POSTED
                                            WS-WHSE-HELD

       .

      ********************************************************
      * WRITE THE TWO TOTAL LINES FROM THE WAREHOUSE FIGURES
      * -- USED FOR THE WAREHOUSE TOTALS AND, WITH THE GRAND
      * FIGURES MOVED IN, FOR THE GRAND TOTALS
      ********************************************************
       7300-WRITE-TOTAL-LINES.

           MOVE WS-WHSE-BOOK-CASES       TO WT1-BOOK-CASES
           MOVE WS-WHSE-COUNTED-CASES    TO WT1-COUNTED-CASES
           MOVE WS-WHSE-VARIANCE-CASES   TO WT1-VARIANCE-CASES
           MOVE WS-WHSE-VARIANCE-VALUE   TO WT2-VARIANCE-VALUE
           MOVE WS-WHSE-POSTED           TO WT2-POSTED
           MOVE WS-WHSE-HELD             TO WT2-HELD
           WRITE REPORT-LINE FROM WAREHOUSE-TOTAL-LINE-ONE
              AFTER ADVANCING 2
           WRITE REPORT-LINE FROM WAREHOUSE-TOTAL-LINE-TWO
              AFTER ADVANCING 1

       .

      ********************************************************
      * WRITE THE LAST WAREHOUSE TOTAL AND THE GRAND TOTAL,
      * SET THE RETURN CODE AND CLOSE FILES
      ********************************************************
       9000-FINAL-ROUTINE.

           PERFORM 7200-WRITE-WAREHOUSE-TOTAL

           IF WS-LINES-READ = ZERO
              WRITE REPORT-LINE FROM COUNT-NONE-LINE
                 AFTER ADVANCING 3
           ELSE
              MOVE WS-GRAND-BOOK-CASES   TO WS-WHSE-BOOK-CASES
              MOVE WS-GRAND-COUNTED-CASES TO WS-WHSE-COUNTED-CASES
              MOVE WS-GRAND-VARIANCE-CASES TO WS-WHSE-VARIANCE-CASES
              MOVE WS-GRAND-VARIANCE-VALUE TO WS-WHSE-VARIANCE-VALUE
              MOVE WS-GRAND-POSTED       TO WS-WHSE-POSTED
              MOVE WS-GRAND-HELD         TO WS-WHSE-HELD
              MOVE 'ALL '                TO WT1-WAREHOUSE-ID
              PERFORM 7300-WRITE-TOTAL-LINES
              MOVE WS-ERROR-COUNT        TO ETL-ERROR-COUNT
              WRITE REPORT-LINE FROM ERROR-TOTAL-LINE
                 AFTER ADVANCING 2
           END-IF

           CLOSE SORTED-COUNT-FILE
                 CANDY-INV-MASTER
                 TRANSACTION-FILE
                 HELD-COUNT-FILE
                 VARIANCE-REPORT-FILE

           DISPLAY 'PR26FA21: COUNT LINES READ      ' WS-LINES-READ
           DISPLAY 'PR26FA21: ADJUSTMENTS GENERATED ' WS-GRAND-POSTED
           DISPLAY 'PR26FA21: VARIANCES HELD        ' WS-GRAND-HELD
           DISPLAY 'PR26FA21: COUNT LINES IN ERROR  ' WS-ERROR-COUNT

           IF WS-GRAND-HELD > ZERO OR WS-ERROR-COUNT > ZERO
              MOVE 4                     TO RETURN-CODE
           END-IF

           STOP RUN

       .
