       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PR25FA21.
       AUTHOR.         Dewelena Reynolds.
      ******************************************************************
      *  CYCLE COUNT SHEETS -- READS THE INDEXED CANDY INVENTORY
      *  MASTER AND PRINTS A COUNT SHEET FOR ONE WAREHOUSE (OR ALL
      *  FOUR), ONE LINE PER CANDY SLOT IN WAREHOUSE/VENDOR/CANDY
      *  ORDER WITH THE ON-HAND COLUMN LEFT BLANK FOR THE COUNTER.
      *  THE BOOK FIGURE IS DELIBERATELY NOT PRINTED SO THE SHELF IS
      *  COUNTED, NOT CONFIRMED. THE FILLED-IN SHEETS ARE KEYED INTO
      *  THE COUNT-RESULT FILE FOR PR26FA21
      ******
      *  INPUT
      *     WAREHOUSE ID TO COUNT (B100-B400) ENTERED AT THE CONSOLE
      *        -- BLANK PRINTS SHEETS FOR EVERY WAREHOUSE
      *     CANDY-INV-MASTER.IDX -- INDEXED FILE KEYED ON WAREHOUSE
      *        ID + VENDOR ID + CANDY ID, LOADED BY PR8FA21
      ******
      *  OUTPUT
      *     COUNT-SHEET-REPORT.TXT -- A NEW PAGE PER WAREHOUSE, ONE
      *        LINE PER CANDY SLOT (WAREHOUSE / VENDOR / CANDY / CANDY
      *        NAME / BOX SIZE / TYPE) WITH A BLANK ON-HAND COLUMN,
      *        AND A SIGN-OFF BLOCK FOR THE COUNTER AND SUPERVISOR
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT CANDY-INV-MASTER
               ASSIGN TO 'CANDY-INV-MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-RECORD-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *
           SELECT COUNT-SHEET-FILE
               ASSIGN TO PRINTER 'COUNT-SHEET-REPORT.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD  COUNT-SHEET-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  WS-MASTER-EOF-SW            PIC X        VALUE 'N'.
               88 MASTER-EOF                            VALUE 'Y'.
           05  WS-SHEET-OPEN-SW            PIC X        VALUE 'N'.
               88 SHEET-OPEN                            VALUE 'Y'.
      *
       01 SUBSCRIPTS.
           05  SUB                         PIC 9        VALUE ZERO.
      *
       01  WS-FIELDS.
           05  WS-MASTER-FILE-STATUS       PIC X(02)    VALUE SPACES.
           05  WS-COUNT-WAREHOUSE-ID       PIC X(04)    VALUE SPACES.
           05  WS-PREV-WAREHOUSE-ID        PIC X(04)    VALUE SPACES.
           05  WS-SHEET-LINES              PIC 9(05)    VALUE ZERO.
           05  WS-SHEETS-PRINTED           PIC 9(02)    VALUE ZERO.
           05  WS-TOTAL-LINES              PIC 9(05)    VALUE ZERO.
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
               'COUNT SHEET'.
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
           05                              PIC X(04) VALUE 'WHSE'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(03) VALUE 'VND'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(05) VALUE 'CANDY'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(15) VALUE 'CANDY NAME'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(04) VALUE 'SIZE'.
           05                              PIC X(02) VALUE SPACES.
           05                              PIC X(04) VALUE 'TYPE'.
           05                              PIC X(04) VALUE SPACES.
           05                              PIC X(13) VALUE
               'CASES ON HAND'.
           05                              PIC X(04) VALUE SPACES.
           05                              PIC X(10) VALUE
               'COUNTED BY'.
           05                              PIC X(04) VALUE SPACES.
      *
       01  COUNT-DETAIL-LINE.
           05  CDL-WAREHOUSE-ID            PIC X(04).
           05                              PIC X(03) VALUE SPACES.
           05  CDL-VENDOR-ID               PIC X(01).
           05                              PIC X(04) VALUE SPACES.
           05  CDL-CANDY-ID                PIC X(03).
           05                              PIC X(03) VALUE SPACES.
           05  CDL-CANDY-NAME              PIC X(15).
           05                              PIC X(03) VALUE SPACES.
           05  CDL-BOX-SIZE                PIC X(01).
           05                              PIC X(05) VALUE SPACES.
           05  CDL-CANDY-TYPE              PIC X(02).
           05                              PIC X(05) VALUE SPACES.
           05                              PIC X(13) VALUE
               '_____________'.
           05                              PIC X(04) VALUE SPACES.
           05                              PIC X(10) VALUE
               '__________'.
           05                              PIC X(04) VALUE SPACES.
      *
       01  SHEET-TOTAL-LINE.
           05                              PIC X(22) VALUE
               'SLOTS TO COUNT:       '.
           05  STL-SHEET-LINES             PIC ZZZZ9.
           05                              PIC X(53) VALUE SPACES.
      *
       01  SIGN-OFF-LINE-ONE.
           05                              PIC X(40) VALUE
               'COUNTED BY: ____________________  DATE: '.
           05                              PIC X(10) VALUE
               '__________'.
           05                              PIC X(30) VALUE SPACES.
      *
       01  SIGN-OFF-LINE-TWO.
           05                              PIC X(40) VALUE
               'SUPERVISOR: ____________________  DATE: '.
           05                              PIC X(10) VALUE
               '__________'.
           05                              PIC X(30) VALUE SPACES.
      *
       01  SHEET-NONE-LINE.
           05                              PIC X(03) VALUE SPACES.
           05                              PIC X(46) VALUE
               'NO INVENTORY ON FILE FOR THE WAREHOUSE ENTERED'.
           05                              PIC X(31) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0100-PRINT-COUNT-SHEETS.

           PERFORM 0200-HSKPING-ROUTINE
           PERFORM 0300-READ-MASTER
           PERFORM 9000-FINAL-ROUTINE
       .

      ********************************************************
      * ASK FOR THE WAREHOUSE TO COUNT, OPEN THE FILES AND
      * POSITION THE MASTER AT THAT WAREHOUSE'S FIRST RECORD
      ********************************************************
       0200-HSKPING-ROUTINE.

           DISPLAY 'ENTER WAREHOUSE ID TO COUNT (BLANK FOR ALL):'
           ACCEPT WS-COUNT-WAREHOUSE-ID

           IF WS-COUNT-WAREHOUSE-ID NOT = SPACES
              AND WS-COUNT-WAREHOUSE-ID NOT = 'B100'
              AND WS-COUNT-WAREHOUSE-ID NOT = 'B200'
              AND WS-COUNT-WAREHOUSE-ID NOT = 'B300'
              AND WS-COUNT-WAREHOUSE-ID NOT = 'B400'
              DISPLAY 'PR25FA21: INVALID WAREHOUSE ID -- '
                 WS-COUNT-WAREHOUSE-ID
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CANDY-INV-MASTER

           IF WS-MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'PR25FA21: UNABLE TO OPEN CANDY-INV-MASTER -- '
                 'FILE STATUS ' WS-MASTER-FILE-STATUS
              DISPLAY 'PR25FA21: RUN PR8FA21 TO LOAD THE MASTER FIRST'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT COUNT-SHEET-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-MONTH                 TO H1-MONTH
           MOVE WS-DAY                   TO H1-DAY
           MOVE WS-YEAR                  TO H1-YEAR

           MOVE LOW-VALUES               TO CM-RECORD-KEY
           IF WS-COUNT-WAREHOUSE-ID NOT = SPACES
              MOVE WS-COUNT-WAREHOUSE-ID TO CM-WAREHOUSE-ID
           END-IF

           START CANDY-INV-MASTER
              KEY IS NOT LESS THAN CM-RECORD-KEY

           IF WS-MASTER-FILE-STATUS NOT = '00'
              MOVE 'Y'                   TO WS-MASTER-EOF-SW
           END-IF

       .

      ********************************************************
      * READ THE MASTER IN KEY ORDER UNTIL THE END OF FILE OR
      * THE END OF THE WAREHOUSE BEING COUNTED
      ********************************************************
       0300-READ-MASTER.

           PERFORM 0350-READ-NEXT-MASTER UNTIL MASTER-EOF

       .

      ********************************************************
      * READ THE NEXT MASTER RECORD AND PRINT ITS SLOTS
      ********************************************************
       0350-READ-NEXT-MASTER.

           READ CANDY-INV-MASTER NEXT

           IF WS-MASTER-FILE-STATUS NOT = '00'
              MOVE 'Y'                   TO WS-MASTER-EOF-SW
           ELSE
              IF WS-COUNT-WAREHOUSE-ID NOT = SPACES
                 AND CM-WAREHOUSE-ID NOT = WS-COUNT-WAREHOUSE-ID
                 MOVE 'Y'                TO WS-MASTER-EOF-SW
              ELSE
                 PERFORM 0400-PROCESS-MASTER-RECORD
              END-IF
           END-IF

       .

      ********************************************************
      * START A NEW SHEET ON A WAREHOUSE BREAK AND PRINT ONE
      * LINE FOR EACH CANDY SLOT IN USE
      ********************************************************
       0400-PROCESS-MASTER-RECORD.

           IF CM-WAREHOUSE-ID NOT = WS-PREV-WAREHOUSE-ID
              PERFORM 7200-END-SHEET
              PERFORM 7100-START-SHEET
           END-IF

           PERFORM 0450-PRINT-CANDY-SLOT
              VARYING SUB FROM 1 BY 1
                 UNTIL SUB > 5

       .

      ********************************************************
      * PRINT ONE COUNT LINE -- UNUSED SLOTS (BLANK NAME) ARE
      * SKIPPED
      ********************************************************
       0450-PRINT-CANDY-SLOT.

           IF CM-CANDY-NAME(SUB) NOT = SPACES
              MOVE CM-WAREHOUSE-ID       TO CDL-WAREHOUSE-ID
              MOVE CM-VENDOR-ID          TO CDL-VENDOR-ID
              MOVE CM-CANDY-ID           TO CDL-CANDY-ID
              MOVE CM-CANDY-NAME(SUB)    TO CDL-CANDY-NAME
              MOVE CM-CANDY-BOX-SIZE(SUB) TO CDL-BOX-SIZE
              MOVE CM-CANDY-TYPE(SUB)    TO CDL-CANDY-TYPE
              WRITE REPORT-LINE FROM COUNT-DETAIL-LINE
                 AFTER ADVANCING 2
              ADD 1                      TO WS-SHEET-LINES
           END-IF

       .

      ********************************************************
      * START A NEW PAGE AND WRITE THE HEADINGS FOR THE
      * WAREHOUSE JUST REACHED
      ********************************************************
       7100-START-SHEET.

           MOVE CM-WAREHOUSE-ID          TO WS-PREV-WAREHOUSE-ID
                                            WH-WAREHOUSE-ID
           MOVE 'Y'                      TO WS-SHEET-OPEN-SW
           ADD 1                         TO WS-SHEETS-PRINTED

           WRITE REPORT-LINE FROM HEADING-ONE
              AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HEADING-TWO
              AFTER ADVANCING 2
           WRITE REPORT-LINE FROM WAREHOUSE-HEADING
              AFTER ADVANCING 2
           WRITE REPORT-LINE FROM HEADING-THREE
              AFTER ADVANCING 2

       .

      ********************************************************
      * CLOSE OFF THE SHEET IN PROGRESS WITH ITS SLOT COUNT
      * AND THE SIGN-OFF BLOCK
      ********************************************************
       7200-END-SHEET.

           IF SHEET-OPEN
              MOVE WS-SHEET-LINES        TO STL-SHEET-LINES
              WRITE REPORT-LINE FROM SHEET-TOTAL-LINE
                 AFTER ADVANCING 3
              WRITE REPORT-LINE FROM SIGN-OFF-LINE-ONE
                 AFTER ADVANCING 3
              WRITE REPORT-LINE FROM SIGN-OFF-LINE-TWO
                 AFTER ADVANCING 2
           END-IF

           ADD WS-SHEET-LINES            TO WS-TOTAL-LINES
           MOVE ZERO                     TO WS-SHEET-LINES
           MOVE 'N'                      TO WS-SHEET-OPEN-SW

       .

      ********************************************************
      * CLOSE THE LAST SHEET, OR SAY THERE WAS NOTHING TO
      * COUNT, AND CLOSE FILES
      ********************************************************
       9000-FINAL-ROUTINE.

           PERFORM 7200-END-SHEET

           IF WS-SHEETS-PRINTED = ZERO
              WRITE REPORT-LINE FROM HEADING-ONE
                 AFTER ADVANCING PAGE
              WRITE REPORT-LINE FROM HEADING-TWO
                 AFTER ADVANCING 2
              WRITE REPORT-LINE FROM SHEET-NONE-LINE
                 AFTER ADVANCING 3
              MOVE 4                     TO RETURN-CODE
           END-IF

           CLOSE CANDY-INV-MASTER
                 COUNT-SHEET-FILE

           DISPLAY 'PR25FA21: COUNT SHEETS PRINTED ' WS-SHEETS-PRINTED
           DISPLAY 'PR25FA21: SLOTS TO COUNT       ' WS-TOTAL-LINES

           STOP RUN

       .
