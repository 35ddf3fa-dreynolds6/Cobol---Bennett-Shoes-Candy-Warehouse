       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PR23FA21.
       AUTHOR.         Dewelena Reynolds.
      ******************************************************************
      *  OVERDUE PURCHASE ORDER REPORT -- READS THE STANDING OPEN-PO
      *  FILE KEPT BY PR4FA21 (AND RELIEVED BY PR7FA21 RECEIPTS) AND
      *  LISTS EVERY OPEN OR PARTIAL PO LINE WHOSE DUE DATE HAS
      *  PASSED, GROUPED BY VENDOR WITH THE VENDOR CONTACT, SO
      *  PURCHASING CAN CHASE THE LATE DELIVERIES
      ******
      *  INPUT
      *     OPEN-PO-FILE.TXT -- ONE RECORD PER PO LINE WITH ITS PO
      *        NUMBER, ORDER DATE, QUANTITY ORDERED AND RECEIVED AND
      *        LINE STATUS (O OPEN, P PARTIAL, F FILLED, X OVER)
      *     VENDOR-MASTER.TXT -- VENDOR NAME, CONTACT AND LEAD TIME
      *        IN DAYS (VM-LEAD-TIME)
      ******
      *  OUTPUT
      *     OVERDUE-PO-REPORT.TXT -- ONE LINE PER OVERDUE PO LINE
      *        UNDER A VENDOR HEADING, WITH THE CASES STILL OWED AND
      *        THEIR VALUE AT THE PO CASE PRICE, VENDOR TOTALS AND A
      *        GRAND TOTAL
      ******
      *  CALCULATIONS
      *     DUE DATE   = ORDER DATE + VENDOR LEAD TIME IN DAYS
      *     DAYS LATE  = DAYS FROM THE DUE DATE TO TODAY (SHOWN AS
      *                  999 WHEN 999 OR MORE)
      *     CASES OWED = ORDERED - RECEIVED
      *     OWED VALUE = CASES OWED X CASE PRICE
      *     A LINE IS OVERDUE WHEN IT IS STILL OPEN OR PARTIAL AND
      *        ITS DUE DATE IS BEFORE TODAY. A VENDOR NOT ON THE
      *        VENDOR MASTER IS TREATED AS ZERO LEAD TIME
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT OPEN-PO-FILE
               ASSIGN TO 'OPEN-PO-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-PO-FILE-STATUS.
      *
           SELECT SORTED-PO-FILE
               ASSIGN TO 'OPEN-PO-SORTED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE
               ASSIGN TO 'SORTINGFILE.TMP'.
      *
           SELECT VENDOR-MASTER-FILE
               ASSIGN TO 'VENDOR-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-FILE-STATUS.
      *
           SELECT OVERDUE-REPORT-FILE
               ASSIGN TO PRINTER 'OVERDUE-PO-REPORT.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  OPEN-PO-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OPEN-PO-RECORD                  PIC X(80).
      *
       FD  SORTED-PO-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORTED-PO-RECORD.
           05  OP-PO-NUMBER                PIC 9(06).
           05  OP-LINE-NUMBER              PIC 9(03).
           05  OP-VENDOR-ID                PIC X(01).
           05  OP-WAREHOUSE-ID             PIC X(04).
           05  OP-CANDY-ID                 PIC X(03).
           05  OP-CANDY-NAME               PIC X(15).
           05  OP-ORDER-DATE               PIC 9(08).
           05  OP-ORDER-QTY                PIC 9(04).
           05  OP-RECEIVED-QTY             PIC 9(05).
           05  OP-CASE-PRICE               PIC 9(03)V99.
           05  OP-LAST-RECEIPT-DATE        PIC 9(08).
           05  OP-LINE-STATUS              PIC X(01).
               88 OP-LINE-OPEN                          VALUE 'O'.
               88 OP-LINE-PARTIAL                       VALUE 'P'.
               88 OP-LINE-FILLED                        VALUE 'F'.
               88 OP-LINE-OVER                          VALUE 'X'.
           05                              PIC X(17).
      *
       SD  SORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-RECORD.
           05  SF-PO-NUMBER                PIC 9(06).
           05  SF-LINE-NUMBER              PIC 9(03).
           05  SF-VENDOR-ID                PIC X(01).
           05                              PIC X(70).
      *
       FD  VENDOR-MASTER-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  VENDOR-MASTER-RECORD.
           05  VM-VENDOR-ID                PIC X(01).
           05  VM-VENDOR-NAME              PIC X(18).
           05  VM-CONTACT                  PIC X(20).
           05  VM-LEAD-TIME                PIC 9(03).
           05  VM-TERMS                    PIC X(10).
      *
       FD  OVERDUE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X        VALUE 'Y'.
               88 NO-MORE-DATA                          VALUE 'N'.
               88 MORE-RECORDS                          VALUE 'Y'.
           05  WS-VENDOR-EOF-SW            PIC X        VALUE 'N'.
               88 VENDOR-EOF                            VALUE 'Y'.
           05  WS-VENDOR-FOUND-SW          PIC X        VALUE 'N'.
               88 VENDOR-FOUND                          VALUE 'Y'.
           05  WS-VENDOR-PRINTED-SW        PIC X        VALUE 'N'.
               88 VENDOR-PRINTED                        VALUE 'Y'.
      *
       01 SUBSCRIPTS.
           05  VT-SUB                      PIC 9(02)    VALUE ZERO.
           05  WS-LOOKUP-SUB               PIC 9(02)    VALUE ZERO.
      *
       01  WS-FIELDS.
           05  WS-OPEN-PO-FILE-STATUS      PIC X(02)    VALUE SPACES.
           05  WS-VENDOR-FILE-STATUS       PIC X(02)    VALUE SPACES.
           05  WS-VENDOR-COUNT             PIC 9(02)    VALUE ZERO.
           05  WS-VENDOR-MAX               PIC 9(02)    VALUE 20.
           05  WS-PREV-VENDOR-ID           PIC X(01)    VALUE SPACES.
           05  WS-LEAD-TIME                PIC 9(03)    VALUE ZERO.
           05  WS-DAYS-LATE                PIC 9(03)    VALUE ZERO.
           05  WS-DAYS-LATE-LIMIT          PIC 9(03)    VALUE 999.
           05  WS-DAY-TALLY                PIC 9(04)    VALUE ZERO.
           05  WS-CASES-OWED               PIC S9(05)   VALUE +0.
           05  WS-OWED-VALUE               PIC S9(09)V99 VALUE +0.
           05  WS-LINES-READ               PIC 9(05)    VALUE ZERO.
           05  WS-VENDOR-LINES             PIC 9(05)    VALUE ZERO.
           05  WS-VENDOR-CASES             PIC S9(07)   VALUE +0.
           05  WS-VENDOR-VALUE             PIC S9(09)V99 VALUE +0.
           05  WS-GRAND-LINES              PIC 9(05)    VALUE ZERO.
           05  WS-GRAND-CASES              PIC S9(07)   VALUE +0.
           05  WS-GRAND-VALUE              PIC S9(09)V99 VALUE +0.
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
      * DATE-STEPPING FIELDS -- THE DUE DATE IS FOUND BY STEPPING
      * THE ORDER DATE FORWARD ONE DAY AT A TIME FOR THE VENDOR'S
      * LEAD TIME, AND THE DAYS LATE BY STEPPING THE DUE DATE ON
      * TO TODAY. THE COUNT STOPS AT 999 SO A BAD ORDER DATE
      * CANNOT SPIN THE JOB FOREVER
      **************************************************************
       01  WS-SCAN-DATE.
           05  WS-SCAN-YEAR                PIC 9(04).
           05  WS-SCAN-MONTH               PIC 9(02).
           05  WS-SCAN-DAY                 PIC 9(02).

       01  WS-SCAN-DATE-N REDEFINES WS-SCAN-DATE
                                           PIC 9(08).

       01  WS-DUE-DATE.
           05  WS-DUE-YEAR                 PIC 9(04).
           05  WS-DUE-MONTH                PIC 9(02).
           05  WS-DUE-DAY                  PIC 9(02).

       01  WS-DUE-DATE-N REDEFINES WS-DUE-DATE
                                           PIC 9(08).

       01  WS-ORDER-DATE.
           05  WS-ORDER-YEAR               PIC 9(04).
           05  WS-ORDER-MONTH              PIC 9(02).
           05  WS-ORDER-DAY                PIC 9(02).

       01  WS-ORDER-DATE-N REDEFINES WS-ORDER-DATE
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
      * VENDOR MASTER TABLE, LOADED FROM VENDOR-MASTER-FILE AT
      * HOUSEKEEPING TIME FOR THE VENDOR NAME, CONTACT AND LEAD
      * TIME. TABLE CAN HOLD UP TO 20 ENTRIES
      **************************************************************
       01  VENDOR-TABLE.
           05  VT-ENTRY OCCURS 20 TIMES.
               10  VT-VENDOR-ID            PIC X(01).
               10  VT-VENDOR-NAME          PIC X(18).
               10  VT-CONTACT              PIC X(20).
               10  VT-LEAD-TIME            PIC 9(03).
               10  VT-TERMS                PIC X(10).

      **********************OUTPUT AREA**************************
       01  HEADING-ONE.
           05                              PIC X(16)    VALUE SPACES.
           05                              PIC X(48)    VALUE
               'BENNETT SWEETS AND MORE - PURCHASING'.
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
               'OVERDUE PURCHASE ORDERS'.
           05                              PIC X(10)    VALUE SPACES.
           05                              PIC X(03)    VALUE 'DWR'.
      *
       01  VENDOR-HEADING.
           05                              PIC X(08) VALUE 'VENDOR: '.
           05  VH-VENDOR-ID                PIC X(01).
           05                              PIC X(01) VALUE SPACES.
           05  VH-VENDOR-NAME              PIC X(18).
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(09) VALUE 'CONTACT: '.
           05  VH-CONTACT                  PIC X(20).
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(06) VALUE 'LEAD: '.
           05  VH-LEAD-TIME                PIC ZZ9.
           05                              PIC X(05) VALUE ' DAYS'.
           05                              PIC X(05) VALUE SPACES.
      *
       01  HEADING-THREE.
           05                              PIC X(10) VALUE 'PO NUM-LN'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(04) VALUE 'WHSE'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(03) VALUE 'CDY'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(15) VALUE 'CANDY NAME'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(10) VALUE 'ORDERED'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(10) VALUE 'DUE'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(04) VALUE 'LATE'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(04) VALUE 'OWED'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(10) VALUE
               'OWED VALUE'.
           05                              PIC X(01) VALUE SPACES.
      *
       01  OVERDUE-DETAIL-LINE.
           05  ODL-PO-NUMBER               PIC 9(06).
           05                              PIC X(01) VALUE '-'.
           05  ODL-LINE-NUMBER             PIC 9(03).
           05                              PIC X(02) VALUE SPACES.
           05  ODL-WAREHOUSE-ID            PIC X(04).
           05                              PIC X(01) VALUE SPACES.
           05  ODL-CANDY-ID                PIC X(03).
           05                              PIC X(01) VALUE SPACES.
           05  ODL-CANDY-NAME              PIC X(15).
           05                              PIC X(01) VALUE SPACES.
           05  ODL-ORDER-DATE.
               10  ODL-ORDER-MONTH         PIC 99.
               10                          PIC X     VALUE '/'.
               10  ODL-ORDER-DAY           PIC 99.
               10                          PIC X     VALUE '/'.
               10  ODL-ORDER-YEAR          PIC 9(04).
           05                              PIC X(01) VALUE SPACES.
           05  ODL-DUE-DATE.
               10  ODL-DUE-MONTH           PIC 99.
               10                          PIC X     VALUE '/'.
               10  ODL-DUE-DAY             PIC 99.
               10                          PIC X     VALUE '/'.
               10  ODL-DUE-YEAR            PIC 9(04).
           05                              PIC X(01) VALUE SPACES.
           05  ODL-DAYS-LATE               PIC ZZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  ODL-CASES-OWED              PIC ZZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  ODL-OWED-VALUE              PIC $$$,$$9.99.
           05                              PIC X(01) VALUE SPACES.
      *
       01  VENDOR-TOTAL-LINE.
           05                              PIC X(22) VALUE
               '   TOTAL FOR VENDOR:  '.
           05  VTL-VENDOR-NAME             PIC X(18).
           05                              PIC X(01) VALUE SPACES.
           05  VTL-LINE-COUNT              PIC ZZZZ9.
           05                              PIC X(06) VALUE ' LINES'.
           05                              PIC X(01) VALUE SPACES.
           05  VTL-CASES-OWED              PIC ZZ,ZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  VTL-OWED-VALUE              PIC $$$,$$$,$$9.99.
           05                              PIC X(06) VALUE SPACES.
      *
       01  GRAND-TOTAL-LINE.
           05                              PIC X(22) VALUE
               '  TOTAL OVERDUE:      '.
           05                              PIC X(18) VALUE SPACES.
           05                              PIC X(01) VALUE SPACES.
           05  GTL-LINE-COUNT              PIC ZZZZ9.
           05                              PIC X(06) VALUE ' LINES'.
           05                              PIC X(01) VALUE SPACES.
           05  GTL-CASES-OWED              PIC ZZ,ZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  GTL-OWED-VALUE              PIC $$$,$$$,$$9.99.
           05                              PIC X(06) VALUE SPACES.
      *
       01  OVERDUE-NONE-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(45) VALUE
               'NO PURCHASE ORDER LINES ARE PAST DUE'.
      *
       PROCEDURE DIVISION.
      *
       0100-REPORT-OVERDUE-POS.

           PERFORM 0200-HSKPING-ROUTINE
           PERFORM 0300-READ-SORTED-PO-FILE
           PERFORM 9000-FINAL-ROUTINE
       .

      ********************************************************
      * LOADS THE VENDOR TABLE, SORTS THE OPEN-PO FILE INTO
      * VENDOR/PO ORDER AND WRITES THE REPORT HEADINGS
      ********************************************************
       0200-HSKPING-ROUTINE.

           PERFORM 0250-LOAD-VENDOR-TABLE

           OPEN INPUT OPEN-PO-FILE

           IF WS-OPEN-PO-FILE-STATUS NOT = '00'
              DISPLAY 'PR23FA21: UNABLE TO OPEN OPEN-PO-FILE -- '
                 'FILE STATUS ' WS-OPEN-PO-FILE-STATUS
              DISPLAY 'PR23FA21: JOB TERMINATED -- RUN PR4FA21 TO '
                 'START THE OPEN PO FILE'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           CLOSE OPEN-PO-FILE

           SORT SORT-FILE
              ON ASCENDING KEY SF-VENDOR-ID
              ON ASCENDING KEY SF-PO-NUMBER
              ON ASCENDING KEY SF-LINE-NUMBER
              USING OPEN-PO-FILE
              GIVING SORTED-PO-FILE

           IF SORT-RETURN NOT = ZERO
              DISPLAY 'PR23FA21: SORT FAILED -- SORT-RETURN '
                 SORT-RETURN
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT SORTED-PO-FILE
               OUTPUT OVERDUE-REPORT-FILE

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
      * LOAD THE VENDOR MASTER TABLE -- THE JOB TERMINATES IF
      * THE MASTER IS NOT AVAILABLE SINCE NO DUE DATE CAN BE
      * WORKED OUT WITHOUT THE LEAD TIMES
      ********************************************************
       0250-LOAD-VENDOR-TABLE.

           OPEN INPUT VENDOR-MASTER-FILE

           IF WS-VENDOR-FILE-STATUS NOT = '00'
              DISPLAY 'PR23FA21: UNABLE TO OPEN VENDOR-MASTER-FILE '
                 '-- FILE STATUS ' WS-VENDOR-FILE-STATUS
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL VENDOR-EOF
              READ VENDOR-MASTER-FILE
                 AT END
                    MOVE 'Y'             TO WS-VENDOR-EOF-SW
                 NOT AT END
                    PERFORM 0260-ADD-VENDOR-ENTRY
              END-READ
           END-PERFORM

           CLOSE VENDOR-MASTER-FILE

       .

      ********************************************************
      * ADD ONE ENTRY TO THE IN-MEMORY VENDOR TABLE
      ********************************************************
       0260-ADD-VENDOR-ENTRY.

           IF WS-VENDOR-COUNT < WS-VENDOR-MAX
              ADD 1                      TO WS-VENDOR-COUNT
              MOVE VENDOR-MASTER-RECORD  TO VT-ENTRY(WS-VENDOR-COUNT)
           ELSE
              DISPLAY 'PR23FA21: VENDOR-MASTER-FILE HAS MORE THAN 20 '
                 'ENTRIES -- EXTRA ENTRIES IGNORED'
           END-IF

       .

      ********************************************************
      * READS THE SORTED OPEN-PO FILE AND CHECKS EACH LINE
      ********************************************************
       0300-READ-SORTED-PO-FILE.

           PERFORM UNTIL NO-MORE-DATA
              READ SORTED-PO-FILE
                 AT END
                    MOVE 'N'             TO EOF-FLAG
                 NOT AT END
                    PERFORM 0400-PROCESS-PO-LINE
              END-READ
           END-PERFORM

       .

      ********************************************************
      * HANDLE THE VENDOR BREAK, WORK OUT THE LINE'S DUE DATE
      * AND PRINT IT IF IT IS STILL OWED AND PAST DUE
      ********************************************************
       0400-PROCESS-PO-LINE.

           ADD 1                         TO WS-LINES-READ

           IF OP-VENDOR-ID NOT = WS-PREV-VENDOR-ID
              PERFORM 0450-START-VENDOR
           END-IF

           IF (OP-LINE-OPEN OR OP-LINE-PARTIAL)
              AND OP-ORDER-DATE NUMERIC
              PERFORM 0500-CALC-DUE-DATE
              IF WS-DUE-DATE-N < WS-CURRENT-DATE-N
                 PERFORM 0600-PRINT-OVERDUE-LINE
              END-IF
           END-IF

       .

      ********************************************************
      * CLOSE OFF THE PRIOR VENDOR AND LOOK UP THE NEW ONE'S
      * LEAD TIME -- THE VENDOR HEADING IS HELD UNTIL THE
      * VENDOR'S FIRST OVERDUE LINE SO ON-TIME VENDORS NEVER
      * APPEAR ON THE REPORT
      ********************************************************
       0450-START-VENDOR.

           PERFORM 7200-WRITE-VENDOR-TOTAL

           MOVE OP-VENDOR-ID             TO WS-PREV-VENDOR-ID
           MOVE 'N'                      TO WS-VENDOR-PRINTED-SW
           MOVE 'N'                      TO WS-VENDOR-FOUND-SW

           PERFORM 0460-MATCH-VENDOR-ENTRY
              VARYING VT-SUB FROM 1 BY 1
                 UNTIL VT-SUB > WS-VENDOR-COUNT

           MOVE OP-VENDOR-ID             TO VH-VENDOR-ID
           IF VENDOR-FOUND
              MOVE VT-VENDOR-NAME(WS-LOOKUP-SUB) TO VH-VENDOR-NAME
              MOVE VT-CONTACT(WS-LOOKUP-SUB)     TO VH-CONTACT
              MOVE VT-LEAD-TIME(WS-LOOKUP-SUB)   TO WS-LEAD-TIME
           ELSE
              MOVE 'INVALID VEND CODE'   TO VH-VENDOR-NAME
              MOVE SPACES                TO VH-CONTACT
              MOVE ZERO                  TO WS-LEAD-TIME
           END-IF
           MOVE WS-LEAD-TIME             TO VH-LEAD-TIME

       .

      ********************************************************
      * MATCH ONE VENDOR TABLE ENTRY AGAINST THE PO VENDOR
      ********************************************************
       0460-MATCH-VENDOR-ENTRY.

           IF OP-VENDOR-ID = VT-VENDOR-ID(VT-SUB)
              MOVE 'Y'                   TO WS-VENDOR-FOUND-SW
              MOVE VT-SUB                TO WS-LOOKUP-SUB
              MOVE WS-VENDOR-COUNT       TO VT-SUB
           END-IF

       .

      ********************************************************
      * DUE DATE = ORDER DATE STEPPED FORWARD ONE DAY FOR EACH
      * DAY OF THE VENDOR'S LEAD TIME
      ********************************************************
       0500-CALC-DUE-DATE.

           MOVE OP-ORDER-DATE            TO WS-ORDER-DATE-N
           MOVE WS-ORDER-DATE-N          TO WS-SCAN-DATE-N

           PERFORM 8000-AHEAD-ONE-DAY
              VARYING WS-DAY-TALLY FROM 1 BY 1
                 UNTIL WS-DAY-TALLY > WS-LEAD-TIME

           MOVE WS-SCAN-DATE-N           TO WS-DUE-DATE-N

       .

      ********************************************************
      * PRINT ONE OVERDUE PO LINE, WRITING THE VENDOR HEADING
      * FIRST IF THIS IS THE VENDOR'S FIRST OVERDUE LINE
      ********************************************************
       0600-PRINT-OVERDUE-LINE.

           IF NOT VENDOR-PRINTED
              MOVE 'Y'                   TO WS-VENDOR-PRINTED-SW
              WRITE REPORT-LINE FROM VENDOR-HEADING
                 AFTER ADVANCING 3
              WRITE REPORT-LINE FROM HEADING-THREE
                 AFTER ADVANCING 2
           END-IF

           PERFORM 0650-CALC-DAYS-LATE

           COMPUTE WS-CASES-OWED = OP-ORDER-QTY - OP-RECEIVED-QTY
           COMPUTE WS-OWED-VALUE = WS-CASES-OWED * OP-CASE-PRICE

           MOVE OP-PO-NUMBER             TO ODL-PO-NUMBER
           MOVE OP-LINE-NUMBER           TO ODL-LINE-NUMBER
           MOVE OP-WAREHOUSE-ID          TO ODL-WAREHOUSE-ID
           MOVE OP-CANDY-ID              TO ODL-CANDY-ID
           MOVE OP-CANDY-NAME            TO ODL-CANDY-NAME
           MOVE WS-ORDER-MONTH           TO ODL-ORDER-MONTH
           MOVE WS-ORDER-DAY             TO ODL-ORDER-DAY
           MOVE WS-ORDER-YEAR            TO ODL-ORDER-YEAR
           MOVE WS-DUE-MONTH             TO ODL-DUE-MONTH
           MOVE WS-DUE-DAY               TO ODL-DUE-DAY
           MOVE WS-DUE-YEAR              TO ODL-DUE-YEAR
           MOVE WS-DAYS-LATE             TO ODL-DAYS-LATE
           MOVE WS-CASES-OWED            TO ODL-CASES-OWED
           MOVE WS-OWED-VALUE            TO ODL-OWED-VALUE
           WRITE REPORT-LINE FROM OVERDUE-DETAIL-LINE
              AFTER ADVANCING 1

           ADD 1                         TO WS-VENDOR-LINES
           ADD WS-CASES-OWED             TO WS-VENDOR-CASES
           ADD WS-OWED-VALUE             TO WS-VENDOR-VALUE

       .

      ********************************************************
      * DAYS LATE = DAYS STEPPED FROM THE DUE DATE TO TODAY,
      * STOPPING AT THE 999-DAY LIMIT
      ********************************************************
       0650-CALC-DAYS-LATE.

           MOVE WS-DUE-DATE-N            TO WS-SCAN-DATE-N
           MOVE ZERO                     TO WS-DAYS-LATE

           PERFORM 0660-COUNT-ONE-DAY
              UNTIL WS-SCAN-DATE-N NOT < WS-CURRENT-DATE-N
                 OR WS-DAYS-LATE NOT < WS-DAYS-LATE-LIMIT

       .

      ********************************************************
      * COUNT ONE DAY LATE AND STEP THE SCAN DATE FORWARD
      ********************************************************
       0660-COUNT-ONE-DAY.

           ADD 1                         TO WS-DAYS-LATE
           PERFORM 8000-AHEAD-ONE-DAY

       .

      ********************************************************
      * BUILD/WRITE THE VENDOR TOTAL LINE -- SKIPPED FOR A
      * VENDOR WITH NOTHING OVERDUE
      ********************************************************
       7200-WRITE-VENDOR-TOTAL.

           IF VENDOR-PRINTED
              MOVE VH-VENDOR-NAME        TO VTL-VENDOR-NAME
              MOVE WS-VENDOR-LINES       TO VTL-LINE-COUNT
              MOVE WS-VENDOR-CASES       TO VTL-CASES-OWED
              MOVE WS-VENDOR-VALUE       TO VTL-OWED-VALUE
              WRITE REPORT-LINE FROM VENDOR-TOTAL-LINE
                 AFTER ADVANCING 2
           END-IF

           ADD WS-VENDOR-LINES           TO WS-GRAND-LINES
           ADD WS-VENDOR-CASES           TO WS-GRAND-CASES
           ADD WS-VENDOR-VALUE           TO WS-GRAND-VALUE
           MOVE ZERO                     TO WS-VENDOR-LINES
                                            WS-VENDOR-CASES
                                            WS-VENDOR-VALUE

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
      * WRITE THE LAST VENDOR TOTAL AND THE GRAND TOTAL, OR THE
      * NONE LINE, AND CLOSE FILES
      ********************************************************
       9000-FINAL-ROUTINE.

           PERFORM 7200-WRITE-VENDOR-TOTAL

           IF WS-GRAND-LINES = ZERO
              WRITE REPORT-LINE FROM OVERDUE-NONE-LINE
                 AFTER ADVANCING 3
           ELSE
              MOVE WS-GRAND-LINES        TO GTL-LINE-COUNT
              MOVE WS-GRAND-CASES        TO GTL-CASES-OWED
              MOVE WS-GRAND-VALUE        TO GTL-OWED-VALUE
              WRITE REPORT-LINE FROM GRAND-TOTAL-LINE
                 AFTER ADVANCING 3
           END-IF

           CLOSE SORTED-PO-FILE
                 OVERDUE-REPORT-FILE

           DISPLAY 'PR23FA21: OPEN PO LINES READ ' WS-LINES-READ
           DISPLAY 'PR23FA21: OVERDUE PO LINES   ' WS-GRAND-LINES

           STOP RUN

       .
