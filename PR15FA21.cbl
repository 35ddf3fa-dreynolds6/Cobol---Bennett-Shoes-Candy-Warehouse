      *     REVALUATION-REPORT.TXT -- THE INVENTORY VALUE IMPACT OF
      *        THE APPLIED CHANGES BY WAREHOUSE AND VENDOR (CASES ON
      *        HAND X OLD PRICE VERSUS CASES ON HAND X NEW PRICE)
      *     APPLIED-PRICE-CHANGES.TXT -- EVERY PRICE CHANGE ACTUALLY
      *        APPLIED, WITH THE CASES ON HAND IT WAS APPLIED TO AND
      *        THE RUN DATE, APPENDED SO THE FILE GROWS MONTH TO DATE
      *        ACROSS THE RUNS FOR THE PR34FA21 GENERAL LEDGER
      *        JOURNAL (OPS CLEARS IT AFTER THE MONTH-END JOURNAL)
      ******
      *  REJECT RULES
      *     KEY NOT ON THE MASTER (WAREHOUSE/VENDOR/CANDY/CANDY NAME)
      *
           SELECT REVALUATION-FILE
               ASSIGN TO PRINTER 'REVALUATION-REPORT.TXT'.
      *
           SELECT OPTIONAL APPLIED-PRICE-FILE
               ASSIGN TO 'APPLIED-PRICE-CHANGES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  REVALUATION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REVAL-LINE                      PIC X(80).
      *
       FD  APPLIED-PRICE-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  APPLIED-PRICE-RECORD.
           05  AP-WAREHOUSE-ID             PIC X(04).
           05  AP-VENDOR-ID                PIC X(01).
           05  AP-CANDY-ID                 PIC X(03).
           05  AP-CANDY-NAME               PIC X(15).
           05  AP-OLD-PRICE                PIC 9(03)V99.
           05  AP-NEW-PRICE                PIC 9(03)V99.
           05  AP-EFFECTIVE-DATE           PIC 9(08).
           05  AP-CASES-ON-HAND            PIC 9(04).
           05  AP-APPLIED-DATE             PIC 9(08).
           05                              PIC X(07).
      *
       WORKING-STORAGE SECTION.
      *
                      PRICE-AUDIT-FILE
                      PRICE-REJECT-FILE
                      REVALUATION-FILE
               EXTEND APPLIED-PRICE-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-MONTH                 TO H1-MONTH
                 WS-SLOT-CASES * PT-NEW-PRICE
              PERFORM 0580-ACCUMULATE-REVALUATION
              PERFORM 0600-WRITE-AUDIT-LINE
              PERFORM 0650-WRITE-APPLIED-PRICE
           END-IF

       .

       .

      ********************************************************
      * APPEND THE APPLIED PRICE CHANGE, WITH THE CASES ON HAND
      * IT REVALUED, TO THE MONTH-TO-DATE APPLIED PRICE FILE
      ********************************************************
       0650-WRITE-APPLIED-PRICE.

           MOVE SPACES                   TO APPLIED-PRICE-RECORD
           MOVE PT-WAREHOUSE-ID          TO AP-WAREHOUSE-ID
           MOVE PT-VENDOR-ID             TO AP-VENDOR-ID
           MOVE PT-CANDY-ID              TO AP-CANDY-ID
           MOVE PT-CANDY-NAME            TO AP-CANDY-NAME
           MOVE PT-OLD-PRICE             TO AP-OLD-PRICE
           MOVE PT-NEW-PRICE             TO AP-NEW-PRICE
           MOVE PT-EFFECTIVE-DATE        TO AP-EFFECTIVE-DATE
           MOVE WS-SLOT-CASES            TO AP-CASES-ON-HAND
           MOVE WS-CURRENT-DATE          TO AP-APPLIED-DATE
           WRITE APPLIED-PRICE-RECORD

       .

      ********************************************************
      * WRITE ONE LINE TO THE REJECTED PRICE CHANGE REPORT SO
      * PURCHASING CAN FIX AND RESUBMIT SAME-DAY
                 PRICE-AUDIT-FILE
                 PRICE-REJECT-FILE
                 REVALUATION-FILE
                 APPLIED-PRICE-FILE

           STOP RUN

