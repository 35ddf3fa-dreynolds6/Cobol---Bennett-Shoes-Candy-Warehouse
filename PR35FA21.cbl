       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PR35FA21.
       AUTHOR.         Dewelena Reynolds.
      ******************************************************************
      *  SLOW-MOVING AND DEAD STOCK REPORT -- SORTS THE PERMANENT
      *  DATED TRANSACTION HISTORY KEPT BY PR7FA21 INTO ITEM ORDER,
      *  SUMMARISES EACH ITEM'S LAST RECEIPT, LAST SHIPMENT AND CASES
      *  SHIPPED OVER THE LAST 30, 90 AND 180 DAYS, AND MATCHES THE
      *  SUMMARY AGAINST THE INDEXED CANDY INVENTORY MASTER IN KEY
      *  ORDER SO EVERY CANDY SLOT IS LISTED UNDER ITS WAREHOUSE WITH
      *  ITS CASES ON HAND VALUED AT THE CASE PRICE. AN ITEM THAT HAS
      *  NOT SHIPPED IN 90 DAYS OR MORE IS FLAGGED, SO PURCHASING CAN
      *  STOP REORDERING IT AND SALES CAN RUN IT OUT
      ******
      *  INPUT
      *     INV-TRANS-HISTORY.TXT -- EVERY TRANSACTION PR7FA21 HAS
      *        APPLIED, WITH THE RUN DATE IT WAS APPLIED ON. THE
      *        PR17FA21 ORDER SHIPMENTS ARRIVE THROUGH PR7FA21 AS
      *        S TRANSACTIONS
      *     CANDY-INV-MASTER.IDX -- INDEXED FILE KEYED ON WAREHOUSE
      *        ID + VENDOR ID + CANDY ID, LOADED BY PR8FA21 AND KEPT
      *        CURRENT BY PR7FA21
      ******
      *  OUTPUT
      *     SLOW-MOVING-STOCK-REPORT.TXT -- A NEW PAGE PER WAREHOUSE,
      *        ONE LINE PER CANDY SLOT WITH LAST RECEIPT DATE, LAST
      *        SHIPMENT DATE, CASES SHIPPED IN THE LAST 30/90/180
      *        DAYS, CASES ON HAND, VALUE AND FLAG, THEN WAREHOUSE
      *        TOTALS AND A COMPANY TOTAL PAGE
      *     INV-TRANS-HISTORY-SORTED.TXT -- WORK FILE FROM THE SORT
      *     RETURN CODE 0 = NOTHING FLAGGED, 4 = AT LEAST ONE ITEM
      *        FLAGGED SLOW OR DEAD
      ******
      *  CALCULATIONS
      *     RECEIPT     = R (PURCHASE RECEIPT) OR I (TRANSFER IN)
      *     SHIPMENT    = S (CUSTOMER SHIPMENT) -- TRANSFERS OUT MOVE
      *                   STOCK BETWEEN WAREHOUSES, THEY ARE NOT SALES
      *     LAST N DAYS = APPLIED AFTER THE DATE N DAYS BEFORE TODAY
      *     VALUE       = CASES ON HAND X CM-CASE-PRICE
      *     FLAG        = SLOW WHEN THE LAST SHIPMENT WAS 90 TO 179
      *                   DAYS AGO, DEAD WHEN 180 DAYS AGO OR MORE.
      *                   AN ITEM THAT HAS NEVER SHIPPED IS MEASURED
      *                   FROM THE FIRST DATE ON THE HISTORY FILE, SO
      *                   NOTHING IS FLAGGED UNTIL THE HISTORY COVERS
      *                   AT LEAST 90 DAYS
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT TRANS-HISTORY-FILE
               ASSIGN TO 'INV-TRANS-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
      *
           SELECT SORTED-HISTORY-FILE
               ASSIGN TO 'INV-TRANS-HISTORY-SORTED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE
               ASSIGN TO 'SORTINGFILE.TMP'.
      *
           SELECT CANDY-INV-MASTER
               ASSIGN TO 'CANDY-INV-MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-RECORD-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *
           SELECT SLOW-STOCK-REPORT-FILE
               ASSIGN TO PRINTER 'SLOW-MOVING-STOCK-REPORT.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  TRANS-HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  TRANS-HISTORY-RECORD            PIC X(50).
      *
       FD  SORTED-HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  SORTED-HISTORY-RECORD.
           05  SH-TRANS-DATE               PIC 9(08).
           05  SH-ACTION-CODE              PIC X(01).
               88 SH-RECEIPT                            VALUE 'R'.
               88 SH-SHIPMENT                           VALUE 'S'.
               88 SH-TRANSFER-IN                        VALUE 'I'.
           05  SH-ITEM-KEY.
               10  SH-RECORD-KEY.
                   15  SH-WAREHOUSE-ID     PIC X(04).
                   15  SH-VENDOR-ID        PIC X(01).
                   15  SH-CANDY-ID         PIC X(03).
               10  SH-CANDY-NAME           PIC X(15).
           05  SH-ADJ-SIGN                 PIC X(01).
           05  SH-QUANTITY                 PIC 9(04).
           05  SH-OLD-CASES                PIC 9(04).
           05  SH-NEW-CASES                PIC 9(04).
           05                              PIC X(05).
      *
       SD  SORT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  SORT-RECORD.
           05  SF-TRANS-DATE               PIC 9(08).
           05                              PIC X(01).
           05  SF-WAREHOUSE-ID             PIC X(04).
           05  SF-VENDOR-ID                PIC X(01).
           05  SF-CANDY-ID                 PIC X(03).
           05  SF-CANDY-NAME               PIC X(15).
           05                              PIC X(18).
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
       FD  SLOW-STOCK-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X        VALUE 'Y'.
               88 NO-MORE-DATA                          VALUE 'N'.
               88 MORE-RECORDS                          VALUE 'Y'.
           05  WS-MASTER-EOF-SW            PIC X        VALUE 'N'.
               88 MASTER-EOF                            VALUE 'Y'.
           05  WS-WHSE-OPEN-SW             PIC X        VALUE 'N'.
               88 WHSE-OPEN                             VALUE 'Y'.
           05  WS-POINTER-SET-SW           PIC X        VALUE 'N'.
               88 POINTER-SET                           VALUE 'Y'.
           05  WS-ITEM-FOUND-SW            PIC X        VALUE 'N'.
               88 ITEM-FOUND                            VALUE 'Y'.
      *
       01 SUBSCRIPTS.
           05  SUB                         PIC 9        VALUE ZERO.
           05  HI-SUB                      PIC 9(04)    VALUE ZERO.
           05  WS-ITEM-POINTER             PIC 9(04)    VALUE ZERO.
           05  WS-ITEM-MATCH               PIC 9(04)    VALUE ZERO.
      *
       01  WS-FIELDS.
           05  WS-HISTORY-FILE-STATUS      PIC X(02)    VALUE SPACES.
           05  WS-MASTER-FILE-STATUS       PIC X(02)    VALUE SPACES.
           05  WS-ITEM-COUNT               PIC 9(04)    VALUE ZERO.
           05  WS-ITEM-MAX                 PIC 9(04)    VALUE 5000.
           05  WS-PREV-ITEM-KEY            PIC X(23)    VALUE SPACES.
           05  WS-PREV-WAREHOUSE-ID        PIC X(04)    VALUE SPACES.
           05  WS-HISTORY-START-DATE       PIC 9(08)    VALUE ZERO.
           05  WS-FLAG-DATE                PIC 9(08)    VALUE ZERO.
           05  WS-FLAG                     PIC X(04)    VALUE SPACES.
           05  WS-ON-HAND-VALUE            PIC 9(07)V99 VALUE ZERO.
           05  WS-HISTORY-READ             PIC 9(07)    VALUE ZERO.
           05  WS-HISTORY-SKIPPED          PIC 9(07)    VALUE ZERO.
           05  WS-WAREHOUSES-PRINTED       PIC 9(02)    VALUE ZERO.
           05  WS-WHSE-ITEMS               PIC 9(05)    VALUE ZERO.
           05  WS-WHSE-FLAGGED             PIC 9(05)    VALUE ZERO.
           05  WS-WHSE-VALUE               PIC 9(09)V99 VALUE ZERO.
           05  WS-WHSE-FLAGGED-VALUE       PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-ITEMS              PIC 9(05)    VALUE ZERO.
           05  WS-GRAND-FLAGGED            PIC 9(05)    VALUE ZERO.
           05  WS-GRAND-VALUE              PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-FLAGGED-VALUE      PIC 9(09)V99 VALUE ZERO.
           05  WS-PRINT-ITEMS              PIC 9(05)    VALUE ZERO.
           05  WS-PRINT-FLAGGED            PIC 9(05)    VALUE ZERO.
           05  WS-PRINT-VALUE              PIC 9(09)V99 VALUE ZERO.
           05  WS-PRINT-FLAGGED-VALUE      PIC 9(09)V99 VALUE ZERO.
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
      * CUT-OFF DATES -- FOUND ONCE BY STEPPING TODAY BACK ONE DAY
      * AT A TIME. A TRANSACTION APPLIED AFTER THE 30-DAY CUT-OFF
      * IS IN THE LAST 30 DAYS, AND SO ON. A LAST SHIPMENT ON OR
      * BEFORE THE 90-DAY CUT-OFF IS 90 OR MORE DAYS AGO
      **************************************************************
       01  WS-CUTOFF-DATES.
           05  WS-CUTOFF-30                PIC 9(08)    VALUE ZERO.
           05  WS-CUTOFF-90                PIC 9(08)    VALUE ZERO.
           05  WS-CUTOFF-180               PIC 9(08)    VALUE ZERO.

       01  WS-SCAN-DATE.
           05  WS-SCAN-YEAR                PIC 9(04).
           05  WS-SCAN-MONTH               PIC 9(02).
           05  WS-SCAN-DAY                 PIC 9(02).

       01  WS-SCAN-DATE-N REDEFINES WS-SCAN-DATE
                                           PIC 9(08).

       01  WS-FORMAT-DATE.
           05  WS-FORMAT-YEAR              PIC 9(04).
           05  WS-FORMAT-MONTH             PIC 9(02).
           05  WS-FORMAT-DAY               PIC 9(02).

       01  WS-FORMAT-DATE-N REDEFINES WS-FORMAT-DATE
                                           PIC 9(08).

       01  WS-PRINT-DATE.
           05  WS-PRINT-MONTH              PIC 99.
           05                              PIC X        VALUE '/'.
           05  WS-PRINT-DAY                PIC 99.
           05                              PIC X        VALUE '/'.
           05  WS-PRINT-YEAR               PIC 9(04).

       01  WS-PRINT-DATE-TEXT              PIC X(10)    VALUE SPACES.

      ***********************TABLE**********************************
      * DAYS IN EACH MONTH OF A COMMON YEAR -- FEBRUARY IS
      * CORRECTED FOR LEAP YEARS BY THE BACK-ONE-DAY ROUTINE
      **************************************************************
       01  DAYS-PER-MONTH-TEXT.
           05                       PIC X(24) VALUE
               '312831303130313130313031'.

       01  DAYS-PER-MONTH-TABLE REDEFINES DAYS-PER-MONTH-TEXT.
           05  DM-DAYS                     OCCURS 12 TIMES
                                           PIC 9(02).

      ***********************TABLE**********************************
      * ONE ENTRY PER ITEM (WAREHOUSE/VENDOR/CANDY/CANDY NAME) ON
      * THE HISTORY FILE. THE HISTORY IS SORTED INTO ITEM ORDER
      * FIRST, SO ENTRIES ARE ADDED IN ASCENDING KEY ORDER AND THE
      * TABLE CAN BE WALKED ALONGSIDE THE MASTER IN KEY ORDER
      **************************************************************
       01  ITEM-HISTORY-TABLE.
           05  HI-ENTRY OCCURS 5000 TIMES.
               10  HI-ITEM-KEY.
                   15  HI-RECORD-KEY       PIC X(08).
                   15  HI-CANDY-NAME       PIC X(15).
               10  HI-LAST-RECEIPT-DATE    PIC 9(08).
               10  HI-LAST-SHIP-DATE       PIC 9(08).
               10  HI-SHIPPED-30           PIC 9(06).
               10  HI-SHIPPED-90           PIC 9(06).
               10  HI-SHIPPED-180          PIC 9(06).

      **********************OUTPUT AREA**************************
       01  HEADING-ONE.
           05                              PIC X(16)    VALUE SPACES.
           05                              PIC X(48)    VALUE
               'BENNETT SWEETS AND MORE - SLOW-MOVING STOCK'.
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
               'SLOW-MOVING / DEAD STOCK'.
           05                              PIC X(10)    VALUE SPACES.
           05                              PIC X(03)    VALUE 'DWR'.
      *
       01  WAREHOUSE-HEADING.
           05                              PIC X(11) VALUE
               'WAREHOUSE: '.
           05  WH-WAREHOUSE-ID             PIC X(04).
           05                              PIC X(10) VALUE SPACES.
           05                              PIC X(14) VALUE
               'HISTORY FROM: '.
           05  WH-HISTORY-START            PIC X(10).
           05                              PIC X(31) VALUE SPACES.
      *
       01  FLAG-LEGEND-LINE.
           05                              PIC X(40) VALUE
               'FLAG: SLOW = NO SHIPMENT IN 90-179 DAYS,'.
           05                              PIC X(40) VALUE
               ' DEAD = NONE IN 180 DAYS OR MORE'.
      *
       01  HEADING-THREE.
           05                              PIC X(22) VALUE SPACES.
           05                              PIC X(11) VALUE 'LAST'.
           05                              PIC X(10) VALUE 'LAST'.
           05                              PIC X(15) VALUE
               ' CASES SHIPPED '.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(05) VALUE 'ON'.
           05                              PIC X(10) VALUE
               '  VALUE AT'.
           05                              PIC X(06) VALUE SPACES.
      *
       01  HEADING-FOUR.
           05                              PIC X(02) VALUE 'V'.
           05                              PIC X(04) VALUE 'CDY'.
           05                              PIC X(16) VALUE 'CANDY NAME'.
           05                              PIC X(11) VALUE 'RECEIPT'.
           05                              PIC X(10) VALUE 'SHIPMENT'.
           05                              PIC X(15) VALUE
               '  30D  90D 180D'.
           05                              PIC X(01) VALUE SPACES.
           05                              PIC X(05) VALUE 'HAND'.
           05                              PIC X(11) VALUE 'CASE PRICE'.
           05                              PIC X(05) VALUE 'FLAG'.
      *
       01  STOCK-DETAIL-LINE.
           05  SDL-VENDOR-ID               PIC X(01).
           05                              PIC X(01) VALUE SPACES.
           05  SDL-CANDY-ID                PIC X(03).
           05                              PIC X(01) VALUE SPACES.
           05  SDL-CANDY-NAME              PIC X(15).
           05                              PIC X(01) VALUE SPACES.
           05  SDL-LAST-RECEIPT            PIC X(10).
           05                              PIC X(01) VALUE SPACES.
           05  SDL-LAST-SHIPMENT           PIC X(10).
           05  SDL-SHIPPED-30              PIC ZZZZ9.
           05  SDL-SHIPPED-90              PIC ZZZZ9.
           05  SDL-SHIPPED-180             PIC ZZZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  SDL-CASES-ON-HAND           PIC ZZZ9.
           05                              PIC X(01) VALUE SPACES.
           05  SDL-ON-HAND-VALUE           PIC ZZZZZZ9.99.
           05                              PIC X(01) VALUE SPACES.
           05  SDL-FLAG                    PIC X(04).
           05                              PIC X(01) VALUE SPACES.
      *
       01  TOTAL-HEADING-LINE.
           05                              PIC X(03) VALUE SPACES.
           05  THL-TOTAL-TEXT              PIC X(30).
           05                              PIC X(47) VALUE SPACES.
      *
       01  TOTAL-LINE.
           05                              PIC X(05) VALUE SPACES.
           05  TL-COUNT-TEXT               PIC X(16).
           05  TL-COUNT                    PIC ZZ,ZZ9.
           05                              PIC X(06) VALUE SPACES.
           05  TL-VALUE-TEXT               PIC X(16).
           05  TL-VALUE                    PIC $$$,$$$,$$9.99.
           05                              PIC X(17) VALUE SPACES.
      *
       01  STOCK-NONE-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(45) VALUE
               'NO INVENTORY ON THE CANDY INVENTORY MASTER'.
           05                              PIC X(32) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0100-REPORT-SLOW-STOCK.

           PERFORM 0200-HSKPING-ROUTINE
           PERFORM 0300-LOAD-ITEM-HISTORY
           PERFORM 0400-READ-MASTER
           PERFORM 9000-FINAL-ROUTINE
       .

      ********************************************************
      * SORTS THE TRANSACTION HISTORY INTO ITEM AND DATE
      * ORDER, OPENS THE MASTER AND THE REPORT, AND WORKS OUT
      * THE 30, 90 AND 180-DAY CUT-OFF DATES
      ********************************************************
       0200-HSKPING-ROUTINE.

           OPEN INPUT TRANS-HISTORY-FILE

           IF WS-HISTORY-FILE-STATUS NOT = '00'
              DISPLAY 'PR35FA21: UNABLE TO OPEN TRANS-HISTORY-FILE -- '
                 'FILE STATUS ' WS-HISTORY-FILE-STATUS
              DISPLAY 'PR35FA21: JOB TERMINATED -- NO TRANSACTION HAS '
                 'BEEN APPLIED THROUGH PR7FA21 YET'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           CLOSE TRANS-HISTORY-FILE

           SORT SORT-FILE
              ON ASCENDING KEY SF-WAREHOUSE-ID
              ON ASCENDING KEY SF-VENDOR-ID
              ON ASCENDING KEY SF-CANDY-ID
              ON ASCENDING KEY SF-CANDY-NAME
              ON ASCENDING KEY SF-TRANS-DATE
              USING TRANS-HISTORY-FILE
              GIVING SORTED-HISTORY-FILE

           IF SORT-RETURN NOT = ZERO
              DISPLAY 'PR35FA21: SORT FAILED -- SORT-RETURN '
                 SORT-RETURN
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CANDY-INV-MASTER

           IF WS-MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'PR35FA21: UNABLE TO OPEN CANDY-INV-MASTER -- '
                 'FILE STATUS ' WS-MASTER-FILE-STATUS
              DISPLAY 'PR35FA21: RUN PR8FA21 TO LOAD THE MASTER FIRST'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SLOW-STOCK-REPORT-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-MONTH                 TO H1-MONTH
           MOVE WS-DAY                   TO H1-DAY
           MOVE WS-YEAR                  TO H1-YEAR

           PERFORM 0250-CALC-CUTOFF-DATES

       .

      ********************************************************
      * STEP BACK FROM TODAY TO THE 30, 90 AND 180-DAY
      * CUT-OFF DATES
      ********************************************************
       0250-CALC-CUTOFF-DATES.

           MOVE WS-CURRENT-DATE-N        TO WS-SCAN-DATE-N

           PERFORM 8100-BACK-ONE-DAY 30 TIMES
           MOVE WS-SCAN-DATE-N           TO WS-CUTOFF-30

           PERFORM 8100-BACK-ONE-DAY 60 TIMES
           MOVE WS-SCAN-DATE-N           TO WS-CUTOFF-90

           PERFORM 8100-BACK-ONE-DAY 90 TIMES
           MOVE WS-SCAN-DATE-N           TO WS-CUTOFF-180

       .

      ********************************************************
      * READ THE SORTED HISTORY AND BUILD ONE SUMMARY ENTRY
      * PER ITEM
      ********************************************************
       0300-LOAD-ITEM-HISTORY.

           OPEN INPUT SORTED-HISTORY-FILE

           PERFORM UNTIL NO-MORE-DATA
              READ SORTED-HISTORY-FILE
                 AT END
                    MOVE 'N'             TO EOF-FLAG
                 NOT AT END
                    PERFORM 0350-ADD-TO-ITEM-HISTORY
              END-READ
           END-PERFORM

           CLOSE SORTED-HISTORY-FILE

       .

      ********************************************************
      * ADD ONE HISTORY RECORD TO ITS ITEM'S SUMMARY -- A NEW
      * ITEM KEY STARTS A NEW ENTRY. A RECORD WITH A BAD DATE
      * OR QUANTITY IS COUNTED AND SKIPPED
      ********************************************************
       0350-ADD-TO-ITEM-HISTORY.

           ADD 1                         TO WS-HISTORY-READ

           IF SH-TRANS-DATE NOT NUMERIC
              OR SH-QUANTITY NOT NUMERIC
              ADD 1                      TO WS-HISTORY-SKIPPED
           ELSE
              IF WS-HISTORY-START-DATE = ZERO
                 OR SH-TRANS-DATE < WS-HISTORY-START-DATE
                 MOVE SH-TRANS-DATE      TO WS-HISTORY-START-DATE
              END-IF

              IF SH-ITEM-KEY NOT = WS-PREV-ITEM-KEY
                 PERFORM 0360-START-ITEM-ENTRY
              END-IF

              EVALUATE TRUE
                 WHEN SH-RECEIPT
                 WHEN SH-TRANSFER-IN
                    IF SH-TRANS-DATE > HI-LAST-RECEIPT-DATE(HI-SUB)
                       MOVE SH-TRANS-DATE
                            TO HI-LAST-RECEIPT-DATE(HI-SUB)
                    END-IF
                 WHEN SH-SHIPMENT
                    PERFORM 0370-ADD-SHIPMENT
              END-EVALUATE
           END-IF

       .

      ********************************************************
      * START THE SUMMARY ENTRY FOR A NEW ITEM -- THE JOB
      * STOPS IF THE HISTORY HOLDS MORE ITEMS THAN THE TABLE
      ********************************************************
       0360-START-ITEM-ENTRY.

           IF WS-ITEM-COUNT NOT < WS-ITEM-MAX
              DISPLAY 'PR35FA21: TRANSACTION HISTORY HAS MORE THAN '
                 WS-ITEM-MAX ' ITEMS -- TABLE CAPACITY EXCEEDED'
              DISPLAY 'PR35FA21: JOB TERMINATED -- INCREASE THE '
                 'TABLE AND RERUN'
              CLOSE SORTED-HISTORY-FILE
                    CANDY-INV-MASTER
                    SLOW-STOCK-REPORT-FILE
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1                         TO WS-ITEM-COUNT
           MOVE WS-ITEM-COUNT            TO HI-SUB
           MOVE SH-ITEM-KEY              TO HI-ITEM-KEY(HI-SUB)
                                            WS-PREV-ITEM-KEY
           MOVE ZERO                     TO HI-LAST-RECEIPT-DATE(HI-SUB)
                                            HI-LAST-SHIP-DATE(HI-SUB)
                                            HI-SHIPPED-30(HI-SUB)
                                            HI-SHIPPED-90(HI-SUB)
                                            HI-SHIPPED-180(HI-SUB)

       .

      ********************************************************
      * RECORD A SHIPMENT -- KEEP THE LATEST SHIPMENT DATE AND
      * ADD THE CASES TO EACH WINDOW IT FALLS IN
      ********************************************************
       0370-ADD-SHIPMENT.

           IF SH-TRANS-DATE > HI-LAST-SHIP-DATE(HI-SUB)
              MOVE SH-TRANS-DATE         TO HI-LAST-SHIP-DATE(HI-SUB)
           END-IF

           IF SH-TRANS-DATE > WS-CUTOFF-30
              ADD SH-QUANTITY            TO HI-SHIPPED-30(HI-SUB)
           END-IF

           IF SH-TRANS-DATE > WS-CUTOFF-90
              ADD SH-QUANTITY            TO HI-SHIPPED-90(HI-SUB)
           END-IF

           IF SH-TRANS-DATE > WS-CUTOFF-180
              ADD SH-QUANTITY            TO HI-SHIPPED-180(HI-SUB)
           END-IF

       .

      ********************************************************
      * POSITION THE MASTER AT ITS FIRST RECORD AND READ IT IN
      * KEY ORDER
      ********************************************************
       0400-READ-MASTER.

           MOVE 1                        TO WS-ITEM-POINTER

           IF WS-HISTORY-START-DATE = ZERO
              MOVE 'NONE'                TO WH-HISTORY-START
           ELSE
              MOVE WS-HISTORY-START-DATE TO WS-FORMAT-DATE-N
              PERFORM 8200-FORMAT-DATE
              MOVE WS-PRINT-DATE-TEXT    TO WH-HISTORY-START
           END-IF

           MOVE LOW-VALUES               TO CM-RECORD-KEY

           START CANDY-INV-MASTER
              KEY IS NOT LESS THAN CM-RECORD-KEY

           IF WS-MASTER-FILE-STATUS NOT = '00'
              MOVE 'Y'                   TO WS-MASTER-EOF-SW
           END-IF

           PERFORM 0450-READ-NEXT-MASTER UNTIL MASTER-EOF

       .

      ********************************************************
      * READ THE NEXT MASTER RECORD AND REPORT ITS SLOTS
      ********************************************************
       0450-READ-NEXT-MASTER.

           READ CANDY-INV-MASTER NEXT

           IF WS-MASTER-FILE-STATUS NOT = '00'
              MOVE 'Y'                   TO WS-MASTER-EOF-SW
           ELSE
              PERFORM 0500-PROCESS-MASTER-RECORD
           END-IF

       .

      ********************************************************
      * START A NEW PAGE ON A WAREHOUSE BREAK, MOVE THE ITEM
      * POINTER UP TO THIS MASTER KEY AND REPORT EACH CANDY
      * SLOT IN USE
      ********************************************************
       0500-PROCESS-MASTER-RECORD.

           IF CM-WAREHOUSE-ID NOT = WS-PREV-WAREHOUSE-ID
              PERFORM 7200-END-WAREHOUSE
              PERFORM 7100-START-WAREHOUSE
           END-IF

           MOVE 'N'                      TO WS-POINTER-SET-SW
           PERFORM 0520-ADVANCE-ITEM-POINTER UNTIL POINTER-SET

           PERFORM 0550-REPORT-CANDY-SLOT
              VARYING SUB FROM 1 BY 1
                 UNTIL SUB > 5

       .

      ********************************************************
      * SKIP HISTORY ENTRIES FOR KEYS BELOW THE CURRENT MASTER
      * KEY (ITEMS NO LONGER ON THE MASTER)
      ********************************************************
       0520-ADVANCE-ITEM-POINTER.

           IF WS-ITEM-POINTER > WS-ITEM-COUNT
              MOVE 'Y'                   TO WS-POINTER-SET-SW
           ELSE
              IF HI-RECORD-KEY(WS-ITEM-POINTER) < CM-RECORD-KEY
                 ADD 1                   TO WS-ITEM-POINTER
              ELSE
                 MOVE 'Y'                TO WS-POINTER-SET-SW
              END-IF
           END-IF

       .

      ********************************************************
      * PRINT ONE CANDY SLOT WITH ITS HISTORY SUMMARY, VALUE
      * AND FLAG -- UNUSED SLOTS (BLANK NAME) ARE SKIPPED
      ********************************************************
       0550-REPORT-CANDY-SLOT.

           IF CM-CANDY-NAME(SUB) NOT = SPACES
              MOVE 'N'                   TO WS-ITEM-FOUND-SW
              PERFORM 0560-MATCH-ITEM-HISTORY
                 VARYING HI-SUB FROM WS-ITEM-POINTER BY 1
                    UNTIL HI-SUB > WS-ITEM-COUNT

              COMPUTE WS-ON-HAND-VALUE =
                      CM-NUM-OF-CASES(SUB) * CM-CASE-PRICE(SUB)

              PERFORM 0600-SET-FLAG
              PERFORM 0650-PRINT-DETAIL-LINE

              ADD 1                      TO WS-WHSE-ITEMS
              ADD WS-ON-HAND-VALUE       TO WS-WHSE-VALUE
              IF WS-FLAG NOT = SPACES
                 ADD 1                   TO WS-WHSE-FLAGGED
                 ADD WS-ON-HAND-VALUE    TO WS-WHSE-FLAGGED-VALUE
              END-IF
           END-IF

       .

      ********************************************************
      * LOOK FOR THE SLOT'S CANDY NAME AMONG THE HISTORY
      * ENTRIES FOR THIS MASTER KEY, STOPPING AT THE FIRST
      * ENTRY FOR A HIGHER KEY
      ********************************************************
       0560-MATCH-ITEM-HISTORY.

           IF HI-RECORD-KEY(HI-SUB) NOT = CM-RECORD-KEY
              MOVE WS-ITEM-COUNT         TO HI-SUB
           ELSE
              IF HI-CANDY-NAME(HI-SUB) = CM-CANDY-NAME(SUB)
                 MOVE 'Y'                TO WS-ITEM-FOUND-SW
                 MOVE HI-SUB             TO WS-ITEM-MATCH
                 MOVE WS-ITEM-COUNT      TO HI-SUB
              END-IF
           END-IF

       .

      ********************************************************
      * FLAG THE SLOT BY ITS LAST SHIPMENT DATE, OR BY THE
      * START OF THE HISTORY WHEN IT HAS NEVER SHIPPED
      ********************************************************
       0600-SET-FLAG.

           MOVE SPACES                   TO WS-FLAG
           MOVE WS-HISTORY-START-DATE    TO WS-FLAG-DATE

           IF ITEM-FOUND
              IF HI-LAST-SHIP-DATE(WS-ITEM-MATCH) > ZERO
                 MOVE HI-LAST-SHIP-DATE(WS-ITEM-MATCH)
                                         TO WS-FLAG-DATE
              END-IF
           END-IF

           IF WS-FLAG-DATE > ZERO
              IF WS-FLAG-DATE NOT > WS-CUTOFF-180
                 MOVE 'DEAD'             TO WS-FLAG
              ELSE
                 IF WS-FLAG-DATE NOT > WS-CUTOFF-90
                    MOVE 'SLOW'          TO WS-FLAG
                 END-IF
              END-IF
           END-IF

       .

      ********************************************************
      * BUILD/WRITE ONE DETAIL LINE
      ********************************************************
       0650-PRINT-DETAIL-LINE.

           MOVE CM-VENDOR-ID             TO SDL-VENDOR-ID
           MOVE CM-CANDY-ID              TO SDL-CANDY-ID
           MOVE CM-CANDY-NAME(SUB)       TO SDL-CANDY-NAME
           MOVE CM-NUM-OF-CASES(SUB)     TO SDL-CASES-ON-HAND
           MOVE WS-ON-HAND-VALUE         TO SDL-ON-HAND-VALUE
           MOVE WS-FLAG                  TO SDL-FLAG

           IF ITEM-FOUND
              MOVE HI-LAST-RECEIPT-DATE(WS-ITEM-MATCH)
                                         TO WS-FORMAT-DATE-N
              PERFORM 8200-FORMAT-DATE
              MOVE WS-PRINT-DATE-TEXT    TO SDL-LAST-RECEIPT
              MOVE HI-LAST-SHIP-DATE(WS-ITEM-MATCH)
                                         TO WS-FORMAT-DATE-N
              PERFORM 8200-FORMAT-DATE
              MOVE WS-PRINT-DATE-TEXT    TO SDL-LAST-SHIPMENT
              MOVE HI-SHIPPED-30(WS-ITEM-MATCH)  TO SDL-SHIPPED-30
              MOVE HI-SHIPPED-90(WS-ITEM-MATCH)  TO SDL-SHIPPED-90
              MOVE HI-SHIPPED-180(WS-ITEM-MATCH) TO SDL-SHIPPED-180
           ELSE
              MOVE 'NONE'                TO SDL-LAST-RECEIPT
                                            SDL-LAST-SHIPMENT
              MOVE ZERO                  TO SDL-SHIPPED-30
                                            SDL-SHIPPED-90
                                            SDL-SHIPPED-180
           END-IF

           WRITE REPORT-LINE FROM STOCK-DETAIL-LINE
              AFTER ADVANCING 1

       .

      ********************************************************
      * START A NEW PAGE AND WRITE THE HEADINGS FOR THE
      * WAREHOUSE JUST REACHED
      ********************************************************
       7100-START-WAREHOUSE.

           MOVE CM-WAREHOUSE-ID          TO WS-PREV-WAREHOUSE-ID
                                            WH-WAREHOUSE-ID
           MOVE 'Y'                      TO WS-WHSE-OPEN-SW
           ADD 1                         TO WS-WAREHOUSES-PRINTED

           WRITE REPORT-LINE FROM HEADING-ONE
              AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HEADING-TWO
              AFTER ADVANCING 2
           WRITE REPORT-LINE FROM WAREHOUSE-HEADING
              AFTER ADVANCING 2
           WRITE REPORT-LINE FROM FLAG-LEGEND-LINE
              AFTER ADVANCING 1
           WRITE REPORT-LINE FROM HEADING-THREE
              AFTER ADVANCING 2
           WRITE REPORT-LINE FROM HEADING-FOUR
              AFTER ADVANCING 1
           MOVE SPACES                   TO REPORT-LINE
           WRITE REPORT-LINE
              AFTER ADVANCING 1

       .

      ********************************************************
      * CLOSE OFF THE WAREHOUSE IN PROGRESS WITH ITS TOTALS
      * AND ROLL THEM INTO THE COMPANY TOTALS
      ********************************************************
       7200-END-WAREHOUSE.

           IF WHSE-OPEN
              MOVE SPACES                TO THL-TOTAL-TEXT
              STRING 'TOTAL WAREHOUSE '  DELIMITED BY SIZE
                     WS-PREV-WAREHOUSE-ID DELIMITED BY SIZE
                 INTO THL-TOTAL-TEXT
              MOVE WS-WHSE-ITEMS         TO WS-PRINT-ITEMS
              MOVE WS-WHSE-FLAGGED       TO WS-PRINT-FLAGGED
              MOVE WS-WHSE-VALUE         TO WS-PRINT-VALUE
              MOVE WS-WHSE-FLAGGED-VALUE TO WS-PRINT-FLAGGED-VALUE
              PERFORM 7300-WRITE-TOTAL-LINES
           END-IF

           ADD WS-WHSE-ITEMS             TO WS-GRAND-ITEMS
           ADD WS-WHSE-FLAGGED           TO WS-GRAND-FLAGGED
           ADD WS-WHSE-VALUE             TO WS-GRAND-VALUE
           ADD WS-WHSE-FLAGGED-VALUE     TO WS-GRAND-FLAGGED-VALUE
           MOVE ZERO                     TO WS-WHSE-ITEMS
                                            WS-WHSE-FLAGGED
                                            WS-WHSE-VALUE
                                            WS-WHSE-FLAGGED-VALUE
           MOVE 'N'                      TO WS-WHSE-OPEN-SW

       .

      ********************************************************
      * WRITE THE TOTAL HEADING AND THE ITEM AND VALUE LINES
      * FROM THE WS-PRINT FIELDS
      ********************************************************
       7300-WRITE-TOTAL-LINES.

           WRITE REPORT-LINE FROM TOTAL-HEADING-LINE
              AFTER ADVANCING 3

           MOVE 'ITEMS LISTED:'          TO TL-COUNT-TEXT
           MOVE WS-PRINT-ITEMS           TO TL-COUNT
           MOVE 'VALUE ON HAND:'         TO TL-VALUE-TEXT
           MOVE WS-PRINT-VALUE           TO TL-VALUE
           WRITE REPORT-LINE FROM TOTAL-LINE
              AFTER ADVANCING 2

           MOVE 'ITEMS FLAGGED:'         TO TL-COUNT-TEXT
           MOVE WS-PRINT-FLAGGED         TO TL-COUNT
           MOVE 'FLAGGED VALUE:'         TO TL-VALUE-TEXT
           MOVE WS-PRINT-FLAGGED-VALUE   TO TL-VALUE
           WRITE REPORT-LINE FROM TOTAL-LINE
              AFTER ADVANCING 1

       .

      ********************************************************
      * STEP THE SCAN DATE BACK ONE CALENDAR DAY, ROLLING
      * MONTH AND YEAR BOUNDARIES AND CORRECTING FEBRUARY FOR
      * LEAP YEARS
      ********************************************************
       8100-BACK-ONE-DAY.

           IF WS-SCAN-DAY > 1
              SUBTRACT 1                 FROM WS-SCAN-DAY
           ELSE
              IF WS-SCAN-MONTH NOT > 1
                 MOVE 12                 TO WS-SCAN-MONTH
                 SUBTRACT 1              FROM WS-SCAN-YEAR
              ELSE
                 SUBTRACT 1              FROM WS-SCAN-MONTH
              END-IF
              MOVE DM-DAYS(WS-SCAN-MONTH) TO WS-MONTH-DAYS
              IF WS-SCAN-MONTH = 2
                 PERFORM 8150-CHECK-LEAP-YEAR
              END-IF
              MOVE WS-MONTH-DAYS         TO WS-SCAN-DAY
           END-IF

       .

      ********************************************************
      * SET FEBRUARY TO 29 DAYS IN A LEAP YEAR -- DIVISIBLE
      * BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400
      ********************************************************
       8150-CHECK-LEAP-YEAR.

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
      * FORMAT WS-FORMAT-DATE-N (YYYYMMDD) AS MM/DD/YYYY, OR
      * 'NONE' WHEN THERE IS NO DATE
      ********************************************************
       8200-FORMAT-DATE.

           IF WS-FORMAT-DATE-N = ZERO
              MOVE 'NONE'                TO WS-PRINT-DATE-TEXT
           ELSE
              MOVE WS-FORMAT-MONTH       TO WS-PRINT-MONTH
              MOVE WS-FORMAT-DAY         TO WS-PRINT-DAY
              MOVE WS-FORMAT-YEAR        TO WS-PRINT-YEAR
              MOVE WS-PRINT-DATE         TO WS-PRINT-DATE-TEXT
           END-IF

       .

      ********************************************************
      * CLOSE THE LAST WAREHOUSE, PRINT THE COMPANY TOTALS OR
      * THE NONE LINE, SET THE RETURN CODE AND CLOSE FILES
      ********************************************************
       9000-FINAL-ROUTINE.

           PERFORM 7200-END-WAREHOUSE

           WRITE REPORT-LINE FROM HEADING-ONE
              AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HEADING-TWO
              AFTER ADVANCING 2

           IF WS-WAREHOUSES-PRINTED = ZERO
              WRITE REPORT-LINE FROM STOCK-NONE-LINE
                 AFTER ADVANCING 3
           ELSE
              MOVE 'COMPANY TOTAL'       TO THL-TOTAL-TEXT
              MOVE WS-GRAND-ITEMS        TO WS-PRINT-ITEMS
              MOVE WS-GRAND-FLAGGED      TO WS-PRINT-FLAGGED
              MOVE WS-GRAND-VALUE        TO WS-PRINT-VALUE
              MOVE WS-GRAND-FLAGGED-VALUE TO WS-PRINT-FLAGGED-VALUE
              PERFORM 7300-WRITE-TOTAL-LINES
           END-IF

           CLOSE CANDY-INV-MASTER
                 SLOW-STOCK-REPORT-FILE

           DISPLAY 'PR35FA21: HISTORY RECORDS READ    ' WS-HISTORY-READ
           DISPLAY 'PR35FA21: ITEMS ON HISTORY        ' WS-ITEM-COUNT
           DISPLAY 'PR35FA21: ITEMS LISTED            ' WS-GRAND-ITEMS

           IF WS-HISTORY-SKIPPED > ZERO
              DISPLAY 'PR35FA21: ' WS-HISTORY-SKIPPED
                 ' HISTORY RECORD(S) WITH A BAD DATE OR QUANTITY '
                 'SKIPPED'
           END-IF

           IF WS-GRAND-FLAGGED > ZERO
              DISPLAY 'PR35FA21: ' WS-GRAND-FLAGGED
                 ' ITEM(S) WITH NO SHIPMENT IN 90 DAYS OR MORE'
              MOVE 4                     TO RETURN-CODE
           END-IF

           STOP RUN

       .
