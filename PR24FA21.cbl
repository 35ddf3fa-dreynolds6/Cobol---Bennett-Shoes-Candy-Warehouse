       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PR24FA21.
       AUTHOR.         Dewelena Reynolds.
      ******************************************************************
      *  IN-TRANSIT AGING REPORT -- READS THE IN-TRANSIT FILE KEPT BY
      *  PR7FA21 AND LISTS EVERY INTER-WAREHOUSE TRANSFER THAT HAS
      *  SHIPPED BUT NOT BEEN FULLY RECEIVED, GROUPED BY SENDING
      *  WAREHOUSE, WITH THE DAYS IT HAS BEEN ON THE ROAD AND THE
      *  VALUE OF THE CASES STILL OUTSTANDING, SO LOST OR UNKEYED
      *  TRANSFERS ARE FOLLOWED UP INSTEAD OF SITTING IN TRANSIT
      ******
      *  INPUT
      *     IN-TRANSIT-FILE.TXT -- ONE RECORD PER TRANSFER SHIPPED,
      *        WITH SHIP DATE, FROM AND TO WAREHOUSE, ITEM, CASES
      *        SHIPPED AND RECEIVED, CASE PRICE AND STATUS (T IN
      *        TRANSIT, R RECEIVED)
      ******
      *  OUTPUT
      *     IN-TRANSIT-AGING-REPORT.TXT -- ONE LINE PER TRANSFER STILL
      *        IN TRANSIT UNDER A SENDING WAREHOUSE HEADING, WITH
      *        WAREHOUSE TOTALS, A GRAND TOTAL AND A SUMMARY BY AGE
      *     RETURN CODE 0 = NOTHING IN TRANSIT OVER 30 DAYS,
      *        4 = AT LEAST ONE TRANSFER IN TRANSIT OVER 30 DAYS
      ******
      *  CALCULATIONS
      *     CASES OUT  = SHIPPED - RECEIVED
      *     OUT VALUE  = CASES OUT X CASE PRICE
      *     DAYS       = DAYS FROM THE SHIP DATE TO TODAY (SHOWN AS
      *                  999 WHEN 999 OR MORE)
      *     AGE        = 0-7, 8-14, 15-30 OR OVER 30 DAYS
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT IN-TRANSIT-FILE
               ASSIGN TO 'IN-TRANSIT-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSIT-FILE-STATUS.
      *
           SELECT SORTED-TRANSIT-FILE
               ASSIGN TO 'IN-TRANSIT-SORTED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE
               ASSIGN TO 'SORTINGFILE.TMP'.
      *
           SELECT AGING-REPORT-FILE
               ASSIGN TO PRINTER 'IN-TRANSIT-AGING-REPORT.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  IN-TRANSIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  IN-TRANSIT-RECORD               PIC X(80).
      *
       FD  SORTED-TRANSIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORTED-TRANSIT-RECORD.
           05  IT-SHIP-DATE                PIC 9(08).
           05  IT-FROM-WAREHOUSE-ID        PIC X(04).
           05  IT-TO-WAREHOUSE-ID          PIC X(04).
           05  IT-VENDOR-ID                PIC X(01).
           05  IT-CANDY-ID                 PIC X(03).
           05  IT-CANDY-NAME               PIC X(15).
           05  IT-SHIPPED-QTY              PIC 9(04).
           05  IT-RECEIVED-QTY             PIC 9(04).
           05  IT-CASE-PRICE               PIC 9(03)V99.
           05  IT-RECEIVED-DATE            PIC 9(08).
           05  IT-TRANSIT-STATUS           PIC X(01).
               88 IT-IN-TRANSIT                         VALUE 'T'.
               88 IT-RECEIVED                           VALUE 'R'.
           05                              PIC X(23).
      *
       SD  SORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-RECORD.
           05  SF-SHIP-DATE                PIC 9(08).
           05  SF-FROM-WAREHOUSE-ID        PIC X(04).
           05  SF-TO-WAREHOUSE-ID          PIC X(04).
           05                              PIC X(64).
      *
       FD  AGING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X        VALUE 'Y'.
               88 NO-MORE-DATA                          VALUE 'N'.
               88 MORE-RECORDS                          VALUE 'Y'.
           05  WS-WHSE-PRINTED-SW          PIC X        VALUE 'N'.
               88 WHSE-PRINTED                          VALUE 'Y'.
      *
       01 SUBSCRIPTS.
           05  AB-SUB                      PIC 9(02)    VALUE ZERO.
           05  WS-AGE-SUB                  PIC 9(02)    VALUE ZERO.
      *
       01  WS-FIELDS.
           05  WS-TRANSIT-FILE-STATUS      PIC X(02)    VALUE SPACES.
           05  WS-PREV-FROM-WAREHOUSE      PIC X(04)    VALUE SPACES.
           05  WS-DAYS-IN-TRANSIT          PIC 9(03)    VALUE ZERO.
           05  WS-DAYS-LIMIT               PIC 9(03)    VALUE 999.
           05  WS-CASES-OUT                PIC S9(05)   VALUE +0.
           05  WS-OUT-VALUE                PIC S9(09)V99 VALUE +0.
           05  WS-RECORDS-READ             PIC 9(05)    VALUE ZERO.
           05  WS-WHSE-LINES               PIC 9(05)    VALUE ZERO.
           05  WS-WHSE-CASES               PIC S9(07)   VALUE +0.
           05  WS-WHSE-VALUE               PIC S9(09)V99 VALUE +0.
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
      * DATE-STEPPING FIELDS -- THE DAYS IN TRANSIT ARE FOUND BY
      * STEPPING THE SHIP DATE FORWARD ONE DAY AT A TIME TO
      * TODAY. THE COUNT STOPS AT 999 SO A BAD SHIP DATE CANNOT
      * SPIN THE JOB FOREVER
      **************************************************************
       01  WS-SCAN-DATE.
           05  WS-SCAN-YEAR                PIC 9(04).
           05  WS-SCAN-MONTH               PIC 9(02).
           05  WS-SCAN-DAY                 PIC 9(02).

       01  WS-SCAN-DATE-N REDEFINES WS-SCAN-DATE
                                           PIC 9(08).

       01  WS-SHIP-DATE.
           05  WS-SHIP-YEAR                PIC 9(04).
           05  WS-SHIP-MONTH               PIC 9(02).
           05  WS-SHIP-DAY                 PIC 9(02).

       01  WS-SHIP-DATE-N REDEFINES WS-SHIP-DATE
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
      * BRACKET. A TRANSFER FALLS IN THE FIRST BRACKET WHOSE
      * LIMIT IS NOT LESS THAN ITS DAYS IN TRANSIT. THE LAST
      * BRACKET IS THE ONE THAT SETS THE WARNING RETURN CODE
      **************************************************************
       01  AGE-BRACKET-TEXT.
           05                       PIC X(16) VALUE
               '0-7       007   '.
           05                       PIC X(16) VALUE
               '8-14      014   '.
           05                       PIC X(16) VALUE
               '15-30     030   '.
           05                       PIC X(16) VALUE
               'OVER 30   999   '.

       01  AGE-BRACKET-TABLE REDEFINES AGE-BRACKET-TEXT.
           05  AB-ENTRY                    OCCURS 4 TIMES.
               10  AB-LABEL                PIC X(10).
               10  AB-DAY-LIMIT            PIC 9(03).
               10                          PIC X(03).

       01  AGE-BRACKET-TOTALS.
           05  AT-ENTRY                    OCCURS 4 TIMES.
               10  AT-LINE-COUNT           PIC 9(05).
               10  AT-CASES-OUT            PIC S9(07).
               10  AT-OUT-VALUE            PIC S9(09)V99.

      **********************OUTPUT AREA**************************
       01  HEADING-ONE.
           05                              PIC X(16)    VALUE SPACES.
           05                              PIC X(48)    VALUE
               'BENNETT SWEETS AND MORE - WAREHOUSE TRANSFERS'.
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
               'IN-TRANSIT AGING'.
           05                              PIC X(10)    VALUE SPACES.
           05                              PIC X(03)    VALUE 'DWR'.
      *
       01  WAREHOUSE-HEADING.
           05                              PIC X(15) VALUE
               'SHIPPED FROM:  '.
           05  WH-FROM-WAREHOUSE-ID        PIC X(04).
           05                              PIC X(61) VALUE SPACES.
      *
       01  HEADING-THREE.
           05                              PIC X(10) VALUE 'SHIPPED'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(04) VALUE 'TO'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(01) VALUE 'V'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(03) VALUE 'CDY'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(15) VALUE 'CANDY NAME'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(04) VALUE 'SHIP'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(04) VALUE 'RCVD'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(04) VALUE ' OUT'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(03) VALUE 'DAY'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(07) VALUE 'AGE'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(10) VALUE
               ' OUT VALUE'.
           05                              PIC X(05) VALUE SPACES.
      *
       01  TRANSIT-DETAIL-LINE.
           05  TDL-SHIP-DATE.
               10  TDL-SHIP-MONTH          PIC 99.
               10                          PIC X     VALUE '/'.
               10  TDL-SHIP-DAY            PIC 99.
               10                          PIC X     VALUE '/'.
               10  TDL-SHIP-YEAR           PIC 9(04).
           05                              PIC X(01) VALUE SPACES.
           05  TDL-TO-WAREHOUSE-ID         PIC X(04).
           05                              PIC X(01) VALUE SPACES.
           05  TDL-VENDOR-ID               PIC X(01).
           05                              PIC X(01) VALUE SPACES.
           05  TDL-CANDY-ID                PIC X(03).
           05                              PIC X(01) VALUE SPACES.
           05  TDL-CANDY-NAME              PIC X(15).
           05                              PIC X(01) VALUE SPACES.
           05  TDL-SHIPPED-QTY             PIC ZZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  TDL-RECEIVED-QTY            PIC ZZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  TDL-CASES-OUT               PIC ZZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  TDL-DAYS-IN-TRANSIT         PIC ZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  TDL-AGE-LABEL               PIC X(07).
           05                              PIC X(01) VALUE SPACES.
           05  TDL-OUT-VALUE               PIC $$$,$$9.99.
           05                              PIC X(05) VALUE SPACES.
      *
       01  WAREHOUSE-TOTAL-LINE.
           05                              PIC X(22) VALUE
               '   TOTAL SHIPPED FROM '.
           05  WTL-FROM-WAREHOUSE-ID       PIC X(04).
           05                              PIC X(15) VALUE SPACES.
           05  WTL-LINE-COUNT              PIC ZZZZ9.
           05                              PIC X(06) VALUE ' LINES'.
           05                              PIC X(01) VALUE SPACES.
           05  WTL-CASES-OUT               PIC ZZ,ZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  WTL-OUT-VALUE               PIC $$$,$$$,$$9.99.
           05                              PIC X(06) VALUE SPACES.
      *
       01  GRAND-TOTAL-LINE.
           05                              PIC X(22) VALUE
               '  TOTAL IN TRANSIT:   '.
           05                              PIC X(19) VALUE SPACES.
           05  GTL-LINE-COUNT              PIC ZZZZ9.
           05                              PIC X(06) VALUE ' LINES'.
           05                              PIC X(01) VALUE SPACES.
           05  GTL-CASES-OUT               PIC ZZ,ZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  GTL-OUT-VALUE               PIC $$$,$$$,$$9.99.
           05                              PIC X(06) VALUE SPACES.
      *
       01  AGE-SUMMARY-HEADING.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(36) VALUE
               'SUMMARY BY DAYS IN TRANSIT'.
           05                              PIC X(41) VALUE SPACES.
      *
       01  AGE-SUMMARY-LINE.
           05                              PIC X(05) VALUE SPACES.
           05  ASL-AGE-LABEL               PIC X(10).
           05                              PIC X(05) VALUE ' DAYS'.
           05                              PIC X(21) VALUE SPACES.
           05  ASL-LINE-COUNT              PIC ZZZZ9.
           05                              PIC X(06) VALUE ' LINES'.
           05                              PIC X(01) VALUE SPACES.
           05  ASL-CASES-OUT               PIC ZZ,ZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  ASL-OUT-VALUE               PIC $$$,$$$,$$9.99.
           05                              PIC X(06) VALUE SPACES.
      *
       01  TRANSIT-NONE-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(45) VALUE
               'NO TRANSFERS ARE IN TRANSIT'.
      *
       PROCEDURE DIVISION.
      *
       0100-REPORT-IN-TRANSIT.

           PERFORM 0200-HSKPING-ROUTINE
           PERFORM 0300-READ-SORTED-TRANSIT
           PERFORM 9000-FINAL-ROUTINE
       .

      ********************************************************
      * SORTS THE IN-TRANSIT FILE INTO SENDING WAREHOUSE AND
      * SHIP DATE ORDER AND WRITES THE REPORT HEADINGS
      ********************************************************
       0200-HSKPING-ROUTINE.

           OPEN INPUT IN-TRANSIT-FILE

           IF WS-TRANSIT-FILE-STATUS NOT = '00'
              DISPLAY 'PR24FA21: UNABLE TO OPEN IN-TRANSIT-FILE -- '
                 'FILE STATUS ' WS-TRANSIT-FILE-STATUS
              DISPLAY 'PR24FA21: JOB TERMINATED -- NO TRANSFER HAS '
                 'BEEN SHIPPED THROUGH PR7FA21 YET'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           CLOSE IN-TRANSIT-FILE

           SORT SORT-FILE
              ON ASCENDING KEY SF-FROM-WAREHOUSE-ID
              ON ASCENDING KEY SF-SHIP-DATE
              ON ASCENDING KEY SF-TO-WAREHOUSE-ID
              USING IN-TRANSIT-FILE
              GIVING SORTED-TRANSIT-FILE

           IF SORT-RETURN NOT = ZERO
              DISPLAY 'PR24FA21: SORT FAILED -- SORT-RETURN '
                 SORT-RETURN
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT SORTED-TRANSIT-FILE
               OUTPUT AGING-REPORT-FILE

           INITIALIZE AGE-BRACKET-TOTALS

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
      * READS THE SORTED IN-TRANSIT FILE AND CHECKS EACH
      * TRANSFER
      ********************************************************
       0300-READ-SORTED-TRANSIT.

           PERFORM UNTIL NO-MORE-DATA
              READ SORTED-TRANSIT-FILE
                 AT END
                    MOVE 'N'             TO EOF-FLAG
                 NOT AT END
                    PERFORM 0400-PROCESS-TRANSFER
              END-READ
           END-PERFORM

       .

      ********************************************************
      * HANDLE THE SENDING WAREHOUSE BREAK AND PRINT THE
      * TRANSFER IF IT IS STILL IN TRANSIT -- RECEIVED
      * TRANSFERS ARE SKIPPED
      ********************************************************
       0400-PROCESS-TRANSFER.

           ADD 1                         TO WS-RECORDS-READ

           IF IT-FROM-WAREHOUSE-ID NOT = WS-PREV-FROM-WAREHOUSE
              PERFORM 7200-WRITE-WAREHOUSE-TOTAL
              MOVE IT-FROM-WAREHOUSE-ID  TO WS-PREV-FROM-WAREHOUSE
              MOVE 'N'                   TO WS-WHSE-PRINTED-SW
           END-IF

           IF IT-IN-TRANSIT
              AND IT-SHIP-DATE NUMERIC
              PERFORM 0600-PRINT-TRANSIT-LINE
           END-IF

       .

      ********************************************************
      * PRINT ONE TRANSFER STILL IN TRANSIT, WRITING THE
      * WAREHOUSE HEADING FIRST IF THIS IS THE WAREHOUSE'S
      * FIRST LINE, AND ADD IT INTO ITS AGE BRACKET
      ********************************************************
       0600-PRINT-TRANSIT-LINE.

           IF NOT WHSE-PRINTED
              MOVE 'Y'                   TO WS-WHSE-PRINTED-SW
              MOVE IT-FROM-WAREHOUSE-ID  TO WH-FROM-WAREHOUSE-ID
              WRITE REPORT-LINE FROM WAREHOUSE-HEADING
                 AFTER ADVANCING 3
              WRITE REPORT-LINE FROM HEADING-THREE
                 AFTER ADVANCING 2
           END-IF

           PERFORM 0650-CALC-DAYS-IN-TRANSIT

           MOVE ZERO                     TO WS-AGE-SUB
           PERFORM 0670-MATCH-AGE-BRACKET
              VARYING AB-SUB FROM 1 BY 1
                 UNTIL AB-SUB > 4

           COMPUTE WS-CASES-OUT = IT-SHIPPED-QTY - IT-RECEIVED-QTY
           COMPUTE WS-OUT-VALUE = WS-CASES-OUT * IT-CASE-PRICE

           MOVE WS-SHIP-MONTH            TO TDL-SHIP-MONTH
           MOVE WS-SHIP-DAY              TO TDL-SHIP-DAY
           MOVE WS-SHIP-YEAR             TO TDL-SHIP-YEAR
           MOVE IT-TO-WAREHOUSE-ID       TO TDL-TO-WAREHOUSE-ID
           MOVE IT-VENDOR-ID             TO TDL-VENDOR-ID
           MOVE IT-CANDY-ID              TO TDL-CANDY-ID
           MOVE IT-CANDY-NAME            TO TDL-CANDY-NAME
           MOVE IT-SHIPPED-QTY           TO TDL-SHIPPED-QTY
           MOVE IT-RECEIVED-QTY          TO TDL-RECEIVED-QTY
           MOVE WS-CASES-OUT             TO TDL-CASES-OUT
           MOVE WS-DAYS-IN-TRANSIT       TO TDL-DAYS-IN-TRANSIT
           MOVE AB-LABEL(WS-AGE-SUB)     TO TDL-AGE-LABEL
           MOVE WS-OUT-VALUE             TO TDL-OUT-VALUE
           WRITE REPORT-LINE FROM TRANSIT-DETAIL-LINE
              AFTER ADVANCING 1

           ADD 1                         TO WS-WHSE-LINES
           ADD WS-CASES-OUT              TO WS-WHSE-CASES
           ADD WS-OUT-VALUE              TO WS-WHSE-VALUE
           ADD 1                         TO AT-LINE-COUNT(WS-AGE-SUB)
           ADD WS-CASES-OUT              TO AT-CASES-OUT(WS-AGE-SUB)
           ADD WS-OUT-VALUE              TO AT-OUT-VALUE(WS-AGE-SUB)

       .

      ********************************************************
      * DAYS IN TRANSIT = DAYS STEPPED FROM THE SHIP DATE TO
      * TODAY, STOPPING AT THE 999-DAY LIMIT
      ********************************************************
       0650-CALC-DAYS-IN-TRANSIT.

           MOVE IT-SHIP-DATE             TO WS-SHIP-DATE-N
           MOVE WS-SHIP-DATE-N           TO WS-SCAN-DATE-N
           MOVE ZERO                     TO WS-DAYS-IN-TRANSIT

           PERFORM 0660-COUNT-ONE-DAY
              UNTIL WS-SCAN-DATE-N NOT < WS-CURRENT-DATE-N
                 OR WS-DAYS-IN-TRANSIT NOT < WS-DAYS-LIMIT

       .

      ********************************************************
      * COUNT ONE DAY IN TRANSIT AND STEP THE SCAN DATE
      * FORWARD
      ********************************************************
       0660-COUNT-ONE-DAY.

           ADD 1                         TO WS-DAYS-IN-TRANSIT
           PERFORM 8000-AHEAD-ONE-DAY

       .

      ********************************************************
      * FIND THE FIRST AGE BRACKET THE TRANSFER FITS IN
      ********************************************************
       0670-MATCH-AGE-BRACKET.

           IF WS-DAYS-IN-TRANSIT NOT > AB-DAY-LIMIT(AB-SUB)
              MOVE AB-SUB                TO WS-AGE-SUB
              MOVE 4                     TO AB-SUB
           END-IF

       .

      ********************************************************
      * BUILD/WRITE THE SENDING WAREHOUSE TOTAL LINE --
      * SKIPPED FOR A WAREHOUSE WITH NOTHING IN TRANSIT
      ********************************************************
       7200-WRITE-WAREHOUSE-TOTAL.

           IF WHSE-PRINTED
              MOVE WS-PREV-FROM-WAREHOUSE TO WTL-FROM-WAREHOUSE-ID
              MOVE WS-WHSE-LINES         TO WTL-LINE-COUNT
              MOVE WS-WHSE-CASES         TO WTL-CASES-OUT
              MOVE WS-WHSE-VALUE         TO WTL-OUT-VALUE
              WRITE REPORT-LINE FROM WAREHOUSE-TOTAL-LINE
                 AFTER ADVANCING 2
           END-IF

           ADD WS-WHSE-LINES             TO WS-GRAND-LINES
           ADD WS-WHSE-CASES             TO WS-GRAND-CASES
           ADD WS-WHSE-VALUE             TO WS-GRAND-VALUE
           MOVE ZERO                     TO WS-WHSE-LINES
                                            WS-WHSE-CASES
                                            WS-WHSE-VALUE

       .

      ********************************************************
      * WRITE ONE AGE BRACKET SUMMARY LINE
      ********************************************************
       7300-WRITE-AGE-SUMMARY.

           MOVE AB-LABEL(AB-SUB)         TO ASL-AGE-LABEL
           MOVE AT-LINE-COUNT(AB-SUB)    TO ASL-LINE-COUNT
           MOVE AT-CASES-OUT(AB-SUB)     TO ASL-CASES-OUT
           MOVE AT-OUT-VALUE(AB-SUB)     TO ASL-OUT-VALUE
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
      * WRITE THE LAST WAREHOUSE TOTAL, THE GRAND TOTAL AND AGE
      * SUMMARY, OR THE NONE LINE, SET THE RETURN CODE AND
      * CLOSE FILES
      ********************************************************
       9000-FINAL-ROUTINE.

           PERFORM 7200-WRITE-WAREHOUSE-TOTAL

           IF WS-GRAND-LINES = ZERO
              WRITE REPORT-LINE FROM TRANSIT-NONE-LINE
                 AFTER ADVANCING 3
           ELSE
              MOVE WS-GRAND-LINES        TO GTL-LINE-COUNT
              MOVE WS-GRAND-CASES        TO GTL-CASES-OUT
              MOVE WS-GRAND-VALUE        TO GTL-OUT-VALUE
              WRITE REPORT-LINE FROM GRAND-TOTAL-LINE
                 AFTER ADVANCING 3
              WRITE REPORT-LINE FROM AGE-SUMMARY-HEADING
                 AFTER ADVANCING 3
              PERFORM 7300-WRITE-AGE-SUMMARY
                 VARYING AB-SUB FROM 1 BY 1
                    UNTIL AB-SUB > 4
           END-IF

           CLOSE SORTED-TRANSIT-FILE
                 AGING-REPORT-FILE

           DISPLAY 'PR24FA21: IN-TRANSIT RECORDS READ ' WS-RECORDS-READ
           DISPLAY 'PR24FA21: TRANSFERS IN TRANSIT    ' WS-GRAND-LINES

           IF AT-LINE-COUNT(4) > ZERO
              DISPLAY 'PR24FA21: ' AT-LINE-COUNT(4)
                 ' TRANSFER(S) IN TRANSIT OVER 30 DAYS'
              MOVE 4                     TO RETURN-CODE
           END-IF

           STOP RUN

       .
