      * rejected when its key is not on the master, when the slot is
      * out of range or empty, when the type or quantity is bad, or
      * when applying it would drive the slot negative.
      * Rejected transactions are not lost - each one is written to a
      * persistent suspense file with its reason and the date it was
      * first rejected. Every run re-presents the suspended items
      * ahead of the new day's file, posts the ones that now pass and
      * holds the rest; an item still failing after the suspense age
      * limit (argument 1, default 10 days) is aged out to the purged
      * suspense file. The suspense record carries the whole 80-byte
      * transaction, lot number and expiry included. SUSPENSE-MAINT
      * keys corrections, cancels items and prints the suspense aging
      * report. Each applied receipt also moves the slot's
      * weighted-average cost on the average cost file, taking the
      * received units at the slot's last price.
      * Every applied transaction is also appended to the posting
      * history file with its unit cost and average cost, so the
      * period's receipts, issues and scrap can be valued later.
      * A transaction dated in a period that PERIOD-CLOSE has closed
      * is rejected as PERIOD CLOSED and held in suspense; it posts on
      * the first run after the period is reopened. Such items are
      * never aged out and are counted separately on the journal.
      * Stock is also tracked by lot on LOT-MASTER.TXT. An applied
      * receipt creates a lot, taking the lot number and expiry date
      * from columns 30-41 and 43-50 of the transaction when given;
      * otherwise the lot number is assigned (source code, run date
      * and a sequence continuing from the highest number already on
      * file for the date) and the expiry is the receipt date plus
      * the product's shelf life on SHELF-LIFE.TXT
      * (default 730 days). A lot number given on an issue or scrap
      * is drawn down first; the rest comes out of the slot's lots
      * first-expired-first-out, issues taking unexpired lots before
      * expired ones. At the end of every run the lots are reconciled
      * to the master slot totals - a shortfall becomes an
      * unidentified lot, an excess is drawn down the same way and
      * lots for keys no longer on the master are cleared - and each
      * adjustment is listed on LOT-RECON.TXT.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SELECT POSTING-JOURNAL-FILE
             ASSIGN TO 'POSTING-JOURNAL.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL SUSPENSE-FILE
             ASSIGN TO 'SUSPENSE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL SUSPENSE-PURGE-FILE
             ASSIGN TO 'SUSPENSE-PURGED.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL POSTING-HISTORY-FILE
             ASSIGN TO 'POSTING-HISTORY.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PERIOD-CONTROL-FILE
             ASSIGN TO 'PERIOD-CONTROL.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOT-MASTER-FILE
             ASSIGN TO 'LOT-MASTER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL SHELF-LIFE-FILE
             ASSIGN TO 'SHELF-LIFE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT LOT-RECON-FILE
             ASSIGN TO 'LOT-RECON.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT INVENTORY-MASTER-FILE
             ASSIGN TO 'INVENTORY-MASTER.DAT'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS IM-RECORD-KEY
             FILE STATUS IS INVENTORY-STATUS.
          SELECT AVERAGE-COST-FILE
             ASSIGN TO 'AVERAGE-COST.DAT'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS AC-RECORD-KEY
             FILE STATUS IS AVERAGE-COST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-TRANS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  DAILY-TRANS-RECORD              PIC X(80).

       FD  POSTING-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  POSTING-JOURNAL-RECORD          PIC X(80).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  SUSPENSE-RECORD.
           05  SU-SUSPENSE-ID               PIC 9(6).
           05  FILLER                       PIC X.
           05  SU-TRANS-DATA                PIC X(80).
           05  FILLER                       PIC X.
           05  SU-FIRST-REJECT-DATE         PIC 9(8).
           05  FILLER                       PIC X.
           05  SU-TRY-COUNT                 PIC 9(3).
           05  FILLER                       PIC X.
           05  SU-REASON                    PIC X(30).
           05  SU-DISPOSITION               PIC X.

       FD  SUSPENSE-PURGE-FILE
           RECORD CONTAINS 162 CHARACTERS.

       01  SUSPENSE-PURGE-RECORD.
           05  SP-SUSPENSE-DATA             PIC X(132).
           05  FILLER                       PIC X.
           05  SP-PURGE-DATE                PIC 9(8).
           05  FILLER                       PIC X.
           05  SP-PURGE-NOTE                PIC X(20).

       FD  POSTING-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  POSTING-HISTORY-RECORD.
           05  PH-TRANS-DATA                PIC X(28).
           05  FILLER                       PIC X.
           05  PH-POSTED-DATE               PIC 9(8).
           05  FILLER                       PIC X.
           05  PH-UNIT-COST                 PIC S999V99.
           05  FILLER                       PIC X.
           05  PH-AVG-COST                  PIC S999V9999.
           05  FILLER                       PIC X.
           05  PH-SOURCE                    PIC X(2).
           05  FILLER                       PIC X.
           05  PH-NEW-UNITS                 PIC S9(4).
           05  FILLER                       PIC X(21).

       FD  PERIOD-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  PERIOD-CONTROL-RECORD.
           05  PC-PERIOD                    PIC X(6).
           05  FILLER                       PIC X.
           05  PC-STATUS                    PIC X.
           05  FILLER                       PIC X(72).

       FD  LOT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  LOT-MASTER-RECORD.
           05  LM-WAREHOUSE-ID              PIC X(4).
           05  FILLER                       PIC X.
           05  LM-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  LM-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X.
           05  LM-SLOT                      PIC 9.
           05  FILLER                       PIC X.
           05  LM-LOT-NUMBER                PIC X(12).
           05  FILLER                       PIC X.
           05  LM-EXPIRY-DATE               PIC 9(8).
           05  FILLER                       PIC X.
           05  LM-RECEIVED-DATE             PIC 9(8).
           05  FILLER                       PIC X.
           05  LM-QUANTITY                  PIC 9(5).
           05  FILLER                       PIC X.
           05  LM-SOURCE                    PIC X.
           05  FILLER                       PIC X(29).

       FD  SHELF-LIFE-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  SHELF-LIFE-RECORD.
           05  SL-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X.
           05  SL-SHELF-LIFE-DAYS           PIC 9(4).
           05  FILLER                       PIC X(72).

       FD  LOT-RECON-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  LOT-RECON-RECORD                PIC X(80).

       FD  INVENTORY-MASTER-FILE
           RECORD CONTAINS 134 CHARACTERS.
               10  IM-PD-PRICE              PIC S999V99.
           05  IM-LAST-PERIOD               PIC X(6).

       FD  AVERAGE-COST-FILE
           RECORD CONTAINS 49 CHARACTERS.

       01  AVERAGE-COST-RECORD.
           05  AC-RECORD-KEY.
               10  AC-WAREHOUSE-ID          PIC X(4).
               10  AC-VENDOR-ID             PIC X.
               10  AC-PRODUCT-ID            PIC X(3).
           05  AC-SLOT-COST OCCURS 5 TIMES.
               10  AC-AVG-COST              PIC S999V9999.
           05  AC-LAST-PERIOD               PIC X(6).

       WORKING-STORAGE SECTION.

       01 FLAGS-N-SWITCHES.
          05  TRANS-EOF                 PIC X       VALUE 'N'.
          05  TRANS-VALID               PIC X       VALUE 'N'.
          05  SUSPENSE-EOF              PIC X       VALUE 'N'.
          05  RECYCLE-ITEM              PIC X       VALUE 'N'.
          05  AGED-OUT                  PIC X       VALUE 'N'.
          05  SUSP-SUB                  PIC 9(4)    VALUE 0.
          05  INVENTORY-STATUS          PIC XX.
              88  INVENTORY-OK                  VALUE '00'.
              88  INVENTORY-NOT-FOUND           VALUE '35'.
          05  AVERAGE-COST-STATUS       PIC XX.
              88  AVERAGE-COST-OK               VALUE '00'.
              88  AVERAGE-COST-NOT-FOUND        VALUE '35'.
          05  AVG-COST-FOUND            PIC X       VALUE 'N'.
          05  AC-SUB                    PIC 9       VALUE 1.
          05  PERIOD-CONTROL-EOF        PIC X       VALUE 'N'.
          05  PERIOD-IS-CLOSED          PIC X       VALUE 'N'.
          05  LOT-EOF                   PIC X       VALUE 'N'.
          05  LOT-RECON-EOF             PIC X       VALUE 'N'.
          05  SHELF-LIFE-EOF            PIC X       VALUE 'N'.
          05  LOT-FOUND                 PIC X       VALUE 'N'.
          05  LOT-PASS                  PIC X       VALUE 'A'.
              88  LOT-PASS-UNEXPIRED            VALUE 'U'.
              88  LOT-PASS-ANY                  VALUE 'A'.

       01 TRANS-COUNTS.
          05  TRANS-READ-COUNT          PIC 9(5)    VALUE 0.
          05  TRANS-APPLIED-COUNT       PIC 9(5)    VALUE 0.
          05  TRANS-REJECTED-COUNT      PIC 9(5)    VALUE 0.

       01 SUSPENSE-COUNTS.
          05  SUSPENSE-RECYCLED-COUNT   PIC 9(5)    VALUE 0.
          05  SUSPENSE-POSTED-COUNT     PIC 9(5)    VALUE 0.
          05  SUSPENSE-HELD-COUNT       PIC 9(5)    VALUE 0.
          05  SUSPENSE-AGED-COUNT       PIC 9(5)    VALUE 0.
          05  SUSPENSE-NEW-COUNT        PIC 9(5)    VALUE 0.
          05  SUSPENSE-CLOSED-COUNT     PIC 9(5)    VALUE 0.

       01 REJECT-REASON                 PIC X(30)   VALUE SPACES.
       01 OLD-UNITS                     PIC S9(4)   VALUE +0.
       01 NEW-UNITS                     PIC S9(5)   VALUE +0.

       01 PARAMETER-FIELDS.
          05  AGE-LIMIT-X               PIC X(3).
          05  SUSPENSE-AGE-LIMIT        PIC 9(3)    VALUE 10.
          05  LIMIT-WORK                PIC 9(3)    VALUE 0.
          05  LIMIT-SUB                 PIC 9       VALUE 1.
          05  LIMIT-DIGIT-X             PIC X.
          05  LIMIT-DIGIT REDEFINES LIMIT-DIGIT-X
                                        PIC 9.
          05  LIMIT-GIVEN               PIC X       VALUE 'N'.

       01 TODAY-DATE                    PIC 9(8)    VALUE 0.
       01 AVG-VALUE-WORK                PIC S9(9)V9999 VALUE +0.

       01 DAILY-TRANS-WORK.
          05  DT-TRANS-DATA.
              10  DT-WAREHOUSE-ID           PIC X(4).
              10  FILLER                    PIC X.
              10  DT-VENDOR-ID              PIC X.
              10  FILLER                    PIC X.
              10  DT-PRODUCT-ID             PIC X(3).
              10  FILLER                    PIC X.
              10  DT-SLOT                   PIC 9.
              10  FILLER                    PIC X.
              10  DT-TRANS-TYPE             PIC X.
              10  FILLER                    PIC X.
              10  DT-QUANTITY               PIC 9(4).
              10  FILLER                    PIC X.
              10  DT-TRANS-DATE             PIC X(8).
          05  FILLER                        PIC X.
          05  DT-LOT-NUMBER                 PIC X(12).
          05  FILLER                        PIC X.
          05  DT-EXPIRY-DATE                PIC X(8).
          05  DT-EXPIRY-DATE-N REDEFINES DT-EXPIRY-DATE
                                            PIC 9(8).
          05  FILLER                        PIC X(30).

       01 CURRENT-SUSPENSE-FIELDS.
          05  CURRENT-SUSPENSE-ID       PIC 9(6)    VALUE 0.
          05  CURRENT-FIRST-DATE        PIC 9(8)    VALUE 0.
          05  CURRENT-TRY-COUNT         PIC 9(3)    VALUE 0.
          05  NEXT-SUSPENSE-ID          PIC 9(6)    VALUE 1.
          05  SUSPENSE-AGE-DAYS         PIC S9(5)   VALUE +0.

       01 SUSPENSE-TABLE-AREA.
          05  SUSPENSE-COUNT            PIC 9(4)    VALUE 0.
          05  SUSPENSE-TABLE OCCURS 1 TO 2000 TIMES
                           DEPENDING ON SUSPENSE-COUNT.
              10  SUT-SUSPENSE-ID       PIC 9(6).
              10  SUT-TRANS-DATA        PIC X(80).
              10  SUT-FIRST-REJECT-DATE PIC 9(8).
              10  SUT-TRY-COUNT         PIC 9(3).

       01 CLOSED-PERIOD-AREA.
          05  CLOSED-PERIOD-COUNT       PIC 9(3)    VALUE 0.
          05  CLOSED-PERIOD OCCURS 1 TO 600 TIMES
                         DEPENDING ON CLOSED-PERIOD-COUNT
                                        PIC X(6).
       01  CP-SUB                        PIC 9(3)    VALUE 0.

       01 LOT-TABLE-AREA.
          05  LOT-COUNT                 PIC 9(4)    VALUE 0.
          05  LOT-TABLE OCCURS 1 TO 5000 TIMES
                         DEPENDING ON LOT-COUNT.
              10  LTT-LOT-KEY.
                  15  LTT-WAREHOUSE-ID  PIC X(4).
                  15  LTT-VENDOR-ID     PIC X.
                  15  LTT-PRODUCT-ID    PIC X(3).
                  15  LTT-SLOT          PIC 9.
              10  LTT-LOT-NUMBER        PIC X(12).
              10  LTT-EXPIRY-DATE       PIC 9(8).
              10  LTT-RECEIVED-DATE     PIC 9(8).
              10  LTT-QUANTITY          PIC 9(5).
              10  LTT-SOURCE            PIC X.
              10  LTT-CHECKED           PIC X.
       01  LT-SUB                        PIC 9(4)    VALUE 0.
       01  LT-TAKE-SUB                   PIC 9(4)    VALUE 0.

       01 LOT-WORK-FIELDS.
          05  LOT-KEY-WORK.
              10  LKW-WAREHOUSE-ID      PIC X(4).
              10  LKW-VENDOR-ID         PIC X.
              10  LKW-PRODUCT-ID        PIC X(3).
              10  LKW-SLOT              PIC 9.
          05  LOT-NUMBER-WORK           PIC X(12)   VALUE SPACES.
          05  LOT-EXPIRY-WORK           PIC 9(8)    VALUE 0.
          05  LOT-SOURCE-WORK           PIC X       VALUE SPACES.
          05  LOT-UNITS-WORK            PIC 9(5)    VALUE 0.
          05  LOT-REMAINING             PIC 9(5)    VALUE 0.
          05  LOT-TAKE                  PIC 9(5)    VALUE 0.
          05  LOT-SLOT-TOTAL            PIC 9(7)    VALUE 0.
          05  LOT-MASTER-UNITS          PIC 9(5)    VALUE 0.
          05  LOT-ADJUSTMENT            PIC S9(7)   VALUE +0.
          05  LOT-SEQUENCE              PIC 9(3)    VALUE 0.
          05  EARLIEST-EXPIRY           PIC 9(8)    VALUE 0.
          05  LOT-ACTION-WORK           PIC X(24)   VALUE SPACES.

       01 SHELF-LIFE-TABLE-AREA.
          05  SHELF-LIFE-COUNT          PIC 9(3)    VALUE 0.
          05  SHELF-LIFE-TABLE OCCURS 1 TO 200 TIMES
                         DEPENDING ON SHELF-LIFE-COUNT.
              10  SLT-PRODUCT-ID        PIC X(3).
              10  SLT-DAYS              PIC 9(4).
       01  SLT-SUB                       PIC 9(3)    VALUE 0.
       01  DEFAULT-SHELF-LIFE            PIC 9(4)    VALUE 730.
       01  SHELF-LIFE-DAYS-WORK          PIC 9(4)    VALUE 0.

       01 LOT-RECON-COUNTS.
          05  LOT-SLOTS-CHECKED         PIC 9(5)    VALUE 0.
          05  LOT-SLOTS-ADJUSTED        PIC 9(5)    VALUE 0.
          05  LOT-ORPHAN-COUNT          PIC 9(5)    VALUE 0.

      ************************ OUTPUT AREA **************************

       01  JOURNAL-HEADER-L1.
                                  VALUE 'REASON'.

       01  JOURNAL-DETAIL-LINE.
           05  JDL-SOURCE               PIC X(2).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  JDL-WAREHOUSE-ID         PIC X(4).
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05  JDL-VENDOR-ID            PIC X.
           05  JTL-REJECTED             PIC ZZZZ9.
           05  FILLER                   PIC X(32)   VALUE SPACES.

       01  JOURNAL-SUSPENSE-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(11)
                                            VALUE 'SUSPENSE - '.
           05                           PIC X(10)
                                            VALUE 'RECYCLED: '.
           05  JSL-RECYCLED             PIC ZZZZ9.
           05                           PIC X(10)
                                            VALUE '  POSTED: '.
           05  JSL-POSTED               PIC ZZZZ9.
           05                           PIC X(8)
                                            VALUE '  HELD: '.
           05  JSL-HELD                 PIC ZZZZ9.
           05                           PIC X(12)
                                            VALUE '  AGED OUT: '.
           05  JSL-AGED                 PIC ZZZZ9.
           05  FILLER                   PIC X(7)    VALUE SPACES.

       01  JOURNAL-SUSPENSE-LINE-2.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(25)
                                 VALUE 'NEW ITEMS SUSPENDED: '.
           05  JSL-NEW                  PIC ZZZZ9.
           05                           PIC X(20)
                                 VALUE '  ON SUSPENSE FILE: '.
           05  JSL-ON-FILE              PIC ZZZZ9.
           05                           PIC X(23)
                                 VALUE '  (SU = FROM SUSPENSE)'.

       01  JOURNAL-SUSPENSE-LINE-3.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(45)
                 VALUE 'HELD FOR A CLOSED PERIOD (NEVER AGED OUT): '.
           05  JSL-CLOSED               PIC ZZZZ9.
           05  FILLER                   PIC X(28)   VALUE SPACES.

       01  LOT-RECON-HEADER-L1.
           05  FILLER                   PIC X(16)   VALUE SPACES.
           05                           PIC X(39)
                  VALUE 'LOT RECONCILIATION TO INVENTORY MASTER '.
           05  LRH-DATE                 PIC 9999/99/99.
           05  FILLER                   PIC X(15)   VALUE SPACES.

       01  LOT-RECON-COLUMNS-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(6)    VALUE 'WHSE  '.
           05                           PIC X(3)    VALUE 'V  '.
           05                           PIC X(5)    VALUE 'PROD '.
           05                           PIC X(3)    VALUE 'S  '.
           05                           PIC X(8)    VALUE '    LOTS'.
           05                           PIC X(8)    VALUE '  MASTER'.
           05                           PIC X(9)    VALUE '   ADJUST'.
           05                           PIC X(2)    VALUE SPACES.
           05                           PIC X(24)   VALUE 'ACTION'.
           05  FILLER                   PIC X(10)   VALUE SPACES.

       01  LOT-RECON-DETAIL-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  LRD-WAREHOUSE-ID         PIC X(4).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  LRD-VENDOR-ID            PIC X.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  LRD-PRODUCT-ID           PIC X(3).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  LRD-SLOT                 PIC 9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  LRD-LOT-UNITS            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X       VALUE SPACES.
           05  LRD-MASTER-UNITS         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X       VALUE SPACES.
           05  LRD-ADJUSTMENT           PIC ZZZ,ZZ9-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  LRD-ACTION               PIC X(24).
           05  FILLER                   PIC X(11)   VALUE SPACES.

       01  LOT-RECON-TOTALS-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(15)
                                            VALUE 'SLOTS CHECKED: '.
           05  LRT-CHECKED              PIC ZZ,ZZ9.
           05                           PIC X(18)
                                            VALUE '  SLOTS ADJUSTED: '.
           05  LRT-ADJUSTED             PIC ZZ,ZZ9.
           05                           PIC X(16)
                                            VALUE '  ORPHAN LOTS: '.
           05  LRT-ORPHANS              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(11)   VALUE SPACES.

       PROCEDURE DIVISION.

       001-MAIN-MODULE.
          PERFORM 050-INIT-PARAMETERS

          OPEN I-O INVENTORY-MASTER-FILE
          IF NOT INVENTORY-OK
             DISPLAY 'INVENTORY MASTER NOT AVAILABLE - STATUS '
             STOP RUN
          END-IF

          OPEN I-O AVERAGE-COST-FILE
          IF AVERAGE-COST-NOT-FOUND
             OPEN OUTPUT AVERAGE-COST-FILE
             CLOSE AVERAGE-COST-FILE
             OPEN I-O AVERAGE-COST-FILE
          END-IF

          PERFORM 100-LOAD-SUSPENSE-TABLE

          OPEN INPUT DAILY-TRANS-FILE
               OUTPUT POSTING-JOURNAL-FILE
               OUTPUT SUSPENSE-FILE
               EXTEND SUSPENSE-PURGE-FILE
               EXTEND POSTING-HISTORY-FILE

          MOVE JOURNAL-HEADER-L1 TO POSTING-JOURNAL-RECORD
          WRITE POSTING-JOURNAL-RECORD
          MOVE JOURNAL-COLUMNS-LINE TO POSTING-JOURNAL-RECORD
          WRITE POSTING-JOURNAL-RECORD

          MOVE 'Y' TO RECYCLE-ITEM
          PERFORM VARYING SUSP-SUB FROM 1 BY 1
             UNTIL SUSP-SUB > SUSPENSE-COUNT
             ADD 1 TO SUSPENSE-RECYCLED-COUNT
             PERFORM 150-RECYCLE-ONE-ITEM
          END-PERFORM

          MOVE 'N' TO RECYCLE-ITEM
          PERFORM UNTIL TRANS-EOF = 'Y'
             READ DAILY-TRANS-FILE INTO DAILY-TRANS-WORK
                AT END
                   MOVE 'Y' TO TRANS-EOF
                NOT AT END
          MOVE JOURNAL-TOTALS-LINE TO POSTING-JOURNAL-RECORD
          WRITE POSTING-JOURNAL-RECORD

          MOVE SUSPENSE-RECYCLED-COUNT TO JSL-RECYCLED
          MOVE SUSPENSE-POSTED-COUNT   TO JSL-POSTED
          MOVE SUSPENSE-HELD-COUNT     TO JSL-HELD
          MOVE SUSPENSE-AGED-COUNT     TO JSL-AGED
          MOVE JOURNAL-SUSPENSE-LINE TO POSTING-JOURNAL-RECORD
          WRITE POSTING-JOURNAL-RECORD
          MOVE SUSPENSE-NEW-COUNT      TO JSL-NEW
          COMPUTE JSL-ON-FILE = SUSPENSE-HELD-COUNT
                              + SUSPENSE-NEW-COUNT
          MOVE JOURNAL-SUSPENSE-LINE-2 TO POSTING-JOURNAL-RECORD
          WRITE POSTING-JOURNAL-RECORD
          MOVE SUSPENSE-CLOSED-COUNT   TO JSL-CLOSED
          MOVE JOURNAL-SUSPENSE-LINE-3 TO POSTING-JOURNAL-RECORD
          WRITE POSTING-JOURNAL-RECORD

          PERFORM 700-RECONCILE-LOTS
          PERFORM 750-WRITE-LOT-TABLE

          CLOSE DAILY-TRANS-FILE
                POSTING-JOURNAL-FILE
                SUSPENSE-FILE
                SUSPENSE-PURGE-FILE
                POSTING-HISTORY-FILE
                INVENTORY-MASTER-FILE
                AVERAGE-COST-FILE

          STOP RUN
       .

       050-INIT-PARAMETERS.
          DISPLAY 1 UPON ARGUMENT-NUMBER
          ACCEPT AGE-LIMIT-X FROM ARGUMENT-VALUE

          MOVE ZEROS TO LIMIT-WORK
          PERFORM VARYING LIMIT-SUB FROM 1 BY 1
             UNTIL LIMIT-SUB > 3
             MOVE AGE-LIMIT-X(LIMIT-SUB:1) TO LIMIT-DIGIT-X
             IF LIMIT-DIGIT-X IS NUMERIC
                MOVE 'Y' TO LIMIT-GIVEN
                COMPUTE LIMIT-WORK = LIMIT-WORK * 10 + LIMIT-DIGIT
             END-IF
          END-PERFORM
          IF LIMIT-GIVEN = 'Y'
             MOVE LIMIT-WORK TO SUSPENSE-AGE-LIMIT
          END-IF

          ACCEPT TODAY-DATE FROM DATE YYYYMMDD

          PERFORM 060-LOAD-CLOSED-PERIODS
          PERFORM 070-LOAD-SHELF-LIFE-TABLE
          PERFORM 080-LOAD-LOT-TABLE
       .

       060-LOAD-CLOSED-PERIODS.
          OPEN INPUT PERIOD-CONTROL-FILE
          PERFORM UNTIL PERIOD-CONTROL-EOF = 'Y'
             READ PERIOD-CONTROL-FILE
                AT END
                   MOVE 'Y' TO PERIOD-CONTROL-EOF
                NOT AT END
                   IF PC-STATUS = 'C' AND CLOSED-PERIOD-COUNT < 600
                      ADD 1 TO CLOSED-PERIOD-COUNT
                      MOVE PC-PERIOD TO
                              CLOSED-PERIOD(CLOSED-PERIOD-COUNT)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE PERIOD-CONTROL-FILE
       .

       070-LOAD-SHELF-LIFE-TABLE.
          OPEN INPUT SHELF-LIFE-FILE
          PERFORM UNTIL SHELF-LIFE-EOF = 'Y'
             READ SHELF-LIFE-FILE
                AT END
                   MOVE 'Y' TO SHELF-LIFE-EOF
                NOT AT END
                   IF SL-PRODUCT-ID(1:1) NOT = '*'
                      AND SL-PRODUCT-ID NOT = SPACES
                      AND SL-SHELF-LIFE-DAYS IS NUMERIC
                      AND SHELF-LIFE-COUNT < 200
                      ADD 1 TO SHELF-LIFE-COUNT
                      MOVE SL-PRODUCT-ID TO
                              SLT-PRODUCT-ID(SHELF-LIFE-COUNT)
                      MOVE SL-SHELF-LIFE-DAYS TO
                              SLT-DAYS(SHELF-LIFE-COUNT)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE SHELF-LIFE-FILE
       .

       080-LOAD-LOT-TABLE.
          OPEN INPUT LOT-MASTER-FILE
          PERFORM UNTIL LOT-EOF = 'Y'
             READ LOT-MASTER-FILE
                AT END
                   MOVE 'Y' TO LOT-EOF
                NOT AT END
                   IF LOT-COUNT >= 5000
                      DISPLAY 'LOT TABLE FULL - LOT-MASTER.TXT HAS'
                         ' MORE THAN 5000 LOTS - POSTING STOPPED'
                      CLOSE LOT-MASTER-FILE
                      STOP RUN
                   END-IF
                   IF LM-LOT-NUMBER(2:8) = TODAY-DATE
                      AND LM-LOT-NUMBER(10:3) IS NUMERIC
                      AND LM-LOT-NUMBER(10:3) > LOT-SEQUENCE
                      MOVE LM-LOT-NUMBER(10:3) TO LOT-SEQUENCE
                   END-IF
                   IF LM-QUANTITY IS NUMERIC AND LM-QUANTITY > 0
                      ADD 1 TO LOT-COUNT
                      MOVE LM-WAREHOUSE-ID TO
                              LTT-WAREHOUSE-ID(LOT-COUNT)
                      MOVE LM-VENDOR-ID TO LTT-VENDOR-ID(LOT-COUNT)
                      MOVE LM-PRODUCT-ID TO LTT-PRODUCT-ID(LOT-COUNT)
                      MOVE LM-SLOT TO LTT-SLOT(LOT-COUNT)
                      MOVE LM-LOT-NUMBER TO LTT-LOT-NUMBER(LOT-COUNT)
                      MOVE LM-EXPIRY-DATE TO
                              LTT-EXPIRY-DATE(LOT-COUNT)
                      MOVE LM-RECEIVED-DATE TO
                              LTT-RECEIVED-DATE(LOT-COUNT)
                      MOVE LM-QUANTITY TO LTT-QUANTITY(LOT-COUNT)
                      MOVE LM-SOURCE TO LTT-SOURCE(LOT-COUNT)
                      MOVE 'N' TO LTT-CHECKED(LOT-COUNT)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE LOT-MASTER-FILE
       .

       100-LOAD-SUSPENSE-TABLE.
          OPEN INPUT SUSPENSE-FILE
          PERFORM UNTIL SUSPENSE-EOF = 'Y'
             READ SUSPENSE-FILE
                AT END
                   MOVE 'Y' TO SUSPENSE-EOF
                NOT AT END
                   IF SUSPENSE-COUNT >= 2000
                      DISPLAY 'SUSPENSE TABLE FULL - RUN SUSPENSE-MAINT'
                         ' BEFORE POSTING'
                      CLOSE SUSPENSE-FILE
                            INVENTORY-MASTER-FILE
                            AVERAGE-COST-FILE
                      STOP RUN
                   END-IF
                   ADD 1 TO SUSPENSE-COUNT
                   MOVE SU-SUSPENSE-ID TO
                           SUT-SUSPENSE-ID(SUSPENSE-COUNT)
                   MOVE SU-TRANS-DATA TO
                           SUT-TRANS-DATA(SUSPENSE-COUNT)
                   MOVE SU-FIRST-REJECT-DATE TO
                           SUT-FIRST-REJECT-DATE(SUSPENSE-COUNT)
                   MOVE SU-TRY-COUNT TO
                           SUT-TRY-COUNT(SUSPENSE-COUNT)
                   IF SU-SUSPENSE-ID >= NEXT-SUSPENSE-ID
                      COMPUTE NEXT-SUSPENSE-ID = SU-SUSPENSE-ID + 1
                   END-IF
             END-READ
          END-PERFORM
          CLOSE SUSPENSE-FILE
       .

       150-RECYCLE-ONE-ITEM.
          MOVE SUT-TRANS-DATA(SUSP-SUB)        TO DAILY-TRANS-WORK
          MOVE SUT-SUSPENSE-ID(SUSP-SUB)       TO CURRENT-SUSPENSE-ID
          MOVE SUT-FIRST-REJECT-DATE(SUSP-SUB) TO CURRENT-FIRST-DATE
          MOVE SUT-TRY-COUNT(SUSP-SUB)         TO CURRENT-TRY-COUNT

          PERFORM 200-POST-ONE-TRANSACTION
       .

       200-POST-ONE-TRANSACTION.
          MOVE 'N' TO TRANS-VALID
          MOVE 'N' TO AGED-OUT
          MOVE SPACES TO REJECT-REASON
          MOVE ZEROS TO OLD-UNITS NEW-UNITS

             PERFORM 400-APPLY-TRANSACTION
          END-IF

          IF TRANS-VALID NOT = 'Y'
             PERFORM 600-SUSPEND-TRANSACTION
          END-IF

          PERFORM 500-WRITE-JOURNAL-LINE
       .

             MOVE 'SLOT NOT IN RANGE 1-5' TO REJECT-REASON
          END-IF

          IF REJECT-REASON = SPACES
             AND CLOSED-PERIOD-COUNT > 0
             MOVE 'N' TO PERIOD-IS-CLOSED
             PERFORM VARYING CP-SUB FROM 1 BY 1
                UNTIL CP-SUB > CLOSED-PERIOD-COUNT
                   OR PERIOD-IS-CLOSED = 'Y'
                IF CLOSED-PERIOD(CP-SUB) = DT-TRANS-DATE(1:6)
                   MOVE 'Y' TO PERIOD-IS-CLOSED
                END-IF
             END-PERFORM
             IF PERIOD-IS-CLOSED = 'Y'
                MOVE 'PERIOD CLOSED' TO REJECT-REASON
             END-IF
          END-IF

          IF REJECT-REASON = SPACES
             MOVE DT-WAREHOUSE-ID TO IM-WAREHOUSE-ID
             MOVE DT-VENDOR-ID    TO IM-VENDOR-ID
                      MOVE 'Y' TO TRANS-VALID
                END-REWRITE
          END-EVALUATE

          IF TRANS-VALID = 'Y'
             PERFORM 440-WRITE-POSTING-HISTORY
          END-IF

          IF TRANS-VALID = 'Y' AND DT-TRANS-TYPE = 'R'
             PERFORM 450-UPDATE-AVERAGE-COST
          END-IF

          IF TRANS-VALID = 'Y'
             PERFORM 460-POST-LOT-MOVEMENT
          END-IF
       .

       440-WRITE-POSTING-HISTORY.
          MOVE SPACES TO POSTING-HISTORY-RECORD
          MOVE DT-TRANS-DATA TO PH-TRANS-DATA
          MOVE TODAY-DATE    TO PH-POSTED-DATE
          MOVE NEW-UNITS     TO PH-NEW-UNITS
          IF RECYCLE-ITEM = 'Y'
             MOVE 'SU' TO PH-SOURCE
          ELSE
             MOVE 'DT' TO PH-SOURCE
          END-IF

          IF IM-PD-PRICE(DT-SLOT) IS NUMERIC
             MOVE IM-PD-PRICE(DT-SLOT) TO PH-UNIT-COST
          ELSE
             MOVE ZEROS TO PH-UNIT-COST
          END-IF

          MOVE ZEROS TO PH-AVG-COST
          MOVE IM-RECORD-KEY TO AC-RECORD-KEY
          READ AVERAGE-COST-FILE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF AC-AVG-COST(DT-SLOT) IS NUMERIC
                   MOVE AC-AVG-COST(DT-SLOT) TO PH-AVG-COST
                END-IF
          END-READ

          WRITE POSTING-HISTORY-RECORD
       .

       450-UPDATE-AVERAGE-COST.
          MOVE IM-RECORD-KEY TO AC-RECORD-KEY
          MOVE 'N' TO AVG-COST-FOUND
          READ AVERAGE-COST-FILE
             INVALID KEY
                MOVE SPACES TO AVERAGE-COST-RECORD
                MOVE IM-RECORD-KEY TO AC-RECORD-KEY
                PERFORM VARYING AC-SUB FROM 1 BY 1 UNTIL AC-SUB > 5
                   MOVE ZEROS TO AC-AVG-COST(AC-SUB)
                   IF IM-PD-NAME(AC-SUB) NOT = SPACES
                      AND IM-PD-PRICE(AC-SUB) IS NUMERIC
                      MOVE IM-PD-PRICE(AC-SUB) TO AC-AVG-COST(AC-SUB)
                   END-IF
                END-PERFORM
             NOT INVALID KEY
                MOVE 'Y' TO AVG-COST-FOUND
          END-READ

          IF AC-AVG-COST(DT-SLOT) IS NOT NUMERIC
             MOVE ZEROS TO AC-AVG-COST(DT-SLOT)
          END-IF

          IF IM-PD-PRICE(DT-SLOT) IS NUMERIC
             IF OLD-UNITS <= 0 OR AC-AVG-COST(DT-SLOT) = 0
                MOVE IM-PD-PRICE(DT-SLOT) TO AC-AVG-COST(DT-SLOT)
             ELSE
                COMPUTE AVG-VALUE-WORK =
                     OLD-UNITS * AC-AVG-COST(DT-SLOT)
                   + DT-QUANTITY * IM-PD-PRICE(DT-SLOT)
                COMPUTE AC-AVG-COST(DT-SLOT) ROUNDED =
                   AVG-VALUE-WORK / NEW-UNITS
             END-IF
          END-IF

          IF AVG-COST-FOUND = 'Y'
             REWRITE AVERAGE-COST-RECORD
          ELSE
             WRITE AVERAGE-COST-RECORD
          END-IF
       .

       460-POST-LOT-MOVEMENT.
          MOVE DT-WAREHOUSE-ID TO LKW-WAREHOUSE-ID
          MOVE DT-VENDOR-ID    TO LKW-VENDOR-ID
          MOVE DT-PRODUCT-ID   TO LKW-PRODUCT-ID
          MOVE DT-SLOT         TO LKW-SLOT

          IF DT-TRANS-TYPE = 'R'
             IF DT-LOT-NUMBER NOT = SPACES
                MOVE DT-LOT-NUMBER TO LOT-NUMBER-WORK
             ELSE
                MOVE SPACES TO LOT-NUMBER-WORK
             END-IF
             IF DT-EXPIRY-DATE IS NUMERIC
                MOVE DT-EXPIRY-DATE-N TO LOT-EXPIRY-WORK
             ELSE
                PERFORM 475-DEFAULT-LOT-EXPIRY
             END-IF
             MOVE 'R' TO LOT-SOURCE-WORK
             MOVE DT-QUANTITY TO LOT-UNITS-WORK
             PERFORM 470-ADD-LOT
          ELSE
             MOVE DT-QUANTITY TO LOT-REMAINING
             IF DT-LOT-NUMBER NOT = SPACES
                PERFORM 480-TAKE-NAMED-LOT
             END-IF
             IF DT-TRANS-TYPE = 'I'
                MOVE 'U' TO LOT-PASS
                MOVE 'Y' TO LOT-FOUND
                PERFORM 485-TAKE-EARLIEST-LOT
                   UNTIL LOT-REMAINING = 0 OR LOT-FOUND = 'N'
             END-IF
             MOVE 'A' TO LOT-PASS
             MOVE 'Y' TO LOT-FOUND
             PERFORM 485-TAKE-EARLIEST-LOT
                UNTIL LOT-REMAINING = 0 OR LOT-FOUND = 'N'
          END-IF
       .

       470-ADD-LOT.
          IF LOT-NUMBER-WORK = SPACES
             ADD 1 TO LOT-SEQUENCE
             STRING LOT-SOURCE-WORK DELIMITED BY SIZE
                    TODAY-DATE DELIMITED BY SIZE
                    LOT-SEQUENCE DELIMITED BY SIZE
                INTO LOT-NUMBER-WORK
             END-STRING
          END-IF

          MOVE 'N' TO LOT-FOUND
          PERFORM VARYING LT-SUB FROM 1 BY 1
             UNTIL LT-SUB > LOT-COUNT OR LOT-FOUND = 'Y'
             IF LTT-LOT-KEY(LT-SUB) = LOT-KEY-WORK
                AND LTT-LOT-NUMBER(LT-SUB) = LOT-NUMBER-WORK
                AND LTT-EXPIRY-DATE(LT-SUB) = LOT-EXPIRY-WORK
                MOVE 'Y' TO LOT-FOUND
             END-IF
          END-PERFORM

          IF LOT-FOUND = 'Y'
             SUBTRACT 1 FROM LT-SUB
             ADD LOT-UNITS-WORK TO LTT-QUANTITY(LT-SUB)
          ELSE
             IF LOT-COUNT >= 5000
                DISPLAY 'WARNING: LOT TABLE FULL - LOT NOT RECORDED: '
                   LOT-KEY-WORK ' ' LOT-NUMBER-WORK
             ELSE
                ADD 1 TO LOT-COUNT
                MOVE LOT-KEY-WORK TO LTT-LOT-KEY(LOT-COUNT)
                MOVE LOT-NUMBER-WORK TO LTT-LOT-NUMBER(LOT-COUNT)
                MOVE LOT-EXPIRY-WORK TO LTT-EXPIRY-DATE(LOT-COUNT)
                MOVE TODAY-DATE TO LTT-RECEIVED-DATE(LOT-COUNT)
                MOVE LOT-UNITS-WORK TO LTT-QUANTITY(LOT-COUNT)
                MOVE LOT-SOURCE-WORK TO LTT-SOURCE(LOT-COUNT)
                MOVE 'Y' TO LTT-CHECKED(LOT-COUNT)
             END-IF
          END-IF
       .

       475-DEFAULT-LOT-EXPIRY.
          MOVE DEFAULT-SHELF-LIFE TO SHELF-LIFE-DAYS-WORK
          PERFORM VARYING SLT-SUB FROM 1 BY 1
             UNTIL SLT-SUB > SHELF-LIFE-COUNT
             IF SLT-PRODUCT-ID(SLT-SUB) = LKW-PRODUCT-ID
                MOVE SLT-DAYS(SLT-SUB) TO SHELF-LIFE-DAYS-WORK
             END-IF
          END-PERFORM
          COMPUTE LOT-EXPIRY-WORK = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(TODAY-DATE)
              + SHELF-LIFE-DAYS-WORK)
       .

       480-TAKE-NAMED-LOT.
          PERFORM VARYING LT-SUB FROM 1 BY 1
             UNTIL LT-SUB > LOT-COUNT OR LOT-REMAINING = 0
             IF LTT-LOT-KEY(LT-SUB) = LOT-KEY-WORK
                AND LTT-LOT-NUMBER(LT-SUB) = DT-LOT-NUMBER
                AND LTT-QUANTITY(LT-SUB) > 0
                MOVE LT-SUB TO LT-TAKE-SUB
                PERFORM 490-TAKE-FROM-LOT
             END-IF
          END-PERFORM
       .

       485-TAKE-EARLIEST-LOT.
          MOVE 'N' TO LOT-FOUND
          MOVE 99999999 TO EARLIEST-EXPIRY
          PERFORM VARYING LT-SUB FROM 1 BY 1
             UNTIL LT-SUB > LOT-COUNT
             IF LTT-LOT-KEY(LT-SUB) = LOT-KEY-WORK
                AND LTT-QUANTITY(LT-SUB) > 0
                AND LTT-EXPIRY-DATE(LT-SUB) < EARLIEST-EXPIRY
                AND (LOT-PASS-ANY
                     OR LTT-EXPIRY-DATE(LT-SUB) >= TODAY-DATE)
                MOVE 'Y' TO LOT-FOUND
                MOVE LT-SUB TO LT-TAKE-SUB
                MOVE LTT-EXPIRY-DATE(LT-SUB) TO EARLIEST-EXPIRY
             END-IF
          END-PERFORM

          IF LOT-FOUND = 'Y'
             PERFORM 490-TAKE-FROM-LOT
          END-IF
       .

       490-TAKE-FROM-LOT.
          IF LTT-QUANTITY(LT-TAKE-SUB) < LOT-REMAINING
             MOVE LTT-QUANTITY(LT-TAKE-SUB) TO LOT-TAKE
          ELSE
             MOVE LOT-REMAINING TO LOT-TAKE
          END-IF
          SUBTRACT LOT-TAKE FROM LTT-QUANTITY(LT-TAKE-SUB)
          SUBTRACT LOT-TAKE FROM LOT-REMAINING
       .

       500-WRITE-JOURNAL-LINE.
          MOVE SPACES TO JOURNAL-DETAIL-LINE
          IF RECYCLE-ITEM = 'Y'
             MOVE 'SU' TO JDL-SOURCE
          END-IF
          MOVE DT-WAREHOUSE-ID TO JDL-WAREHOUSE-ID
          MOVE DT-VENDOR-ID    TO JDL-VENDOR-ID
          MOVE DT-PRODUCT-ID   TO JDL-PRODUCT-ID
             MOVE NEW-UNITS TO JDL-NEW-UNITS
             MOVE 'APPLIED' TO JDL-STATUS
             MOVE SPACES TO JDL-REASON
             IF RECYCLE-ITEM = 'Y'
                ADD 1 TO SUSPENSE-POSTED-COUNT
             ELSE
                ADD 1 TO TRANS-APPLIED-COUNT
             END-IF
          ELSE
             MOVE OLD-UNITS TO JDL-NEW-UNITS
             IF AGED-OUT = 'Y'
                MOVE 'AGED OUT' TO JDL-STATUS
             ELSE
                MOVE 'REJECTED' TO JDL-STATUS
             END-IF
             MOVE REJECT-REASON TO JDL-REASON
             IF RECYCLE-ITEM = 'N'
                ADD 1 TO TRANS-REJECTED-COUNT
             END-IF
          END-IF

          MOVE JOURNAL-DETAIL-LINE TO POSTING-JOURNAL-RECORD
          WRITE POSTING-JOURNAL-RECORD
       .

       600-SUSPEND-TRANSACTION.
          IF RECYCLE-ITEM = 'Y'
             PERFORM 610-COMPUTE-SUSPENSE-AGE
             IF CURRENT-TRY-COUNT < 999
                ADD 1 TO CURRENT-TRY-COUNT
             END-IF
          ELSE
             MOVE NEXT-SUSPENSE-ID TO CURRENT-SUSPENSE-ID
             ADD 1 TO NEXT-SUSPENSE-ID
             MOVE TODAY-DATE TO CURRENT-FIRST-DATE
             MOVE 1 TO CURRENT-TRY-COUNT
             MOVE 0 TO SUSPENSE-AGE-DAYS
          END-IF

          MOVE SPACES TO SUSPENSE-RECORD
          MOVE CURRENT-SUSPENSE-ID TO SU-SUSPENSE-ID
          MOVE DAILY-TRANS-WORK    TO SU-TRANS-DATA
          MOVE CURRENT-FIRST-DATE  TO SU-FIRST-REJECT-DATE
          MOVE CURRENT-TRY-COUNT   TO SU-TRY-COUNT
          MOVE REJECT-REASON       TO SU-REASON

          IF SUSPENSE-AGE-DAYS > SUSPENSE-AGE-LIMIT
             AND REJECT-REASON NOT = 'PERIOD CLOSED'
             MOVE 'Y' TO AGED-OUT
             MOVE 'A' TO SU-DISPOSITION
             MOVE SPACES TO SUSPENSE-PURGE-RECORD
             MOVE SUSPENSE-RECORD TO SP-SUSPENSE-DATA
             MOVE TODAY-DATE      TO SP-PURGE-DATE
             MOVE 'AGED OUT BY POSTING' TO SP-PURGE-NOTE
             WRITE SUSPENSE-PURGE-RECORD
             ADD 1 TO SUSPENSE-AGED-COUNT
          ELSE
             WRITE SUSPENSE-RECORD
             IF RECYCLE-ITEM = 'Y'
                ADD 1 TO SUSPENSE-HELD-COUNT
             ELSE
                ADD 1 TO SUSPENSE-NEW-COUNT
             END-IF
             IF REJECT-REASON = 'PERIOD CLOSED'
                ADD 1 TO SUSPENSE-CLOSED-COUNT
             END-IF
          END-IF
       .

       610-COMPUTE-SUSPENSE-AGE.
          MOVE 0 TO SUSPENSE-AGE-DAYS
          IF CURRENT-FIRST-DATE IS NUMERIC
             AND CURRENT-FIRST-DATE > 16010100
             AND CURRENT-FIRST-DATE <= TODAY-DATE
             COMPUTE SUSPENSE-AGE-DAYS =
                FUNCTION INTEGER-OF-DATE(TODAY-DATE)
              - FUNCTION INTEGER-OF-DATE(CURRENT-FIRST-DATE)
          END-IF
       .

       700-RECONCILE-LOTS.
          PERFORM VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LOT-COUNT
             MOVE 'N' TO LTT-CHECKED(LT-SUB)
          END-PERFORM

          OPEN OUTPUT LOT-RECON-FILE
          MOVE TODAY-DATE TO LRH-DATE
          MOVE LOT-RECON-HEADER-L1 TO LOT-RECON-RECORD
          WRITE LOT-RECON-RECORD
          MOVE SPACES TO LOT-RECON-RECORD
          WRITE LOT-RECON-RECORD
          MOVE LOT-RECON-COLUMNS-LINE TO LOT-RECON-RECORD
          WRITE LOT-RECON-RECORD

          CLOSE INVENTORY-MASTER-FILE
          OPEN INPUT INVENTORY-MASTER-FILE
          PERFORM UNTIL LOT-RECON-EOF = 'Y'
             READ INVENTORY-MASTER-FILE NEXT RECORD
                AT END
                   MOVE 'Y' TO LOT-RECON-EOF
                NOT AT END
                   PERFORM 710-RECONCILE-ONE-SLOT
                      VARYING AC-SUB FROM 1 BY 1 UNTIL AC-SUB > 5
             END-READ
          END-PERFORM

          PERFORM 730-CLEAR-ORPHAN-LOT
             VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LOT-COUNT

          MOVE LOT-SLOTS-CHECKED TO LRT-CHECKED
          MOVE LOT-SLOTS-ADJUSTED TO LRT-ADJUSTED
          MOVE LOT-ORPHAN-COUNT TO LRT-ORPHANS
          MOVE SPACES TO LOT-RECON-RECORD
          WRITE LOT-RECON-RECORD
          MOVE LOT-RECON-TOTALS-LINE TO LOT-RECON-RECORD
          WRITE LOT-RECON-RECORD
          CLOSE LOT-RECON-FILE
       .

       710-RECONCILE-ONE-SLOT.
          MOVE IM-WAREHOUSE-ID TO LKW-WAREHOUSE-ID
          MOVE IM-VENDOR-ID    TO LKW-VENDOR-ID
          MOVE IM-PRODUCT-ID   TO LKW-PRODUCT-ID
          MOVE AC-SUB          TO LKW-SLOT

          MOVE ZEROS TO LOT-MASTER-UNITS
          IF IM-PD-NAME(AC-SUB) NOT = SPACES
             AND IM-PD-NUM-IN-STOCK(AC-SUB) IS NUMERIC
             AND IM-PD-NUM-IN-STOCK(AC-SUB) > 0
             MOVE IM-PD-NUM-IN-STOCK(AC-SUB) TO LOT-MASTER-UNITS
          END-IF

          MOVE ZEROS TO LOT-SLOT-TOTAL
          PERFORM VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LOT-COUNT
             IF LTT-LOT-KEY(LT-SUB) = LOT-KEY-WORK
                MOVE 'Y' TO LTT-CHECKED(LT-SUB)
                ADD LTT-QUANTITY(LT-SUB) TO LOT-SLOT-TOTAL
             END-IF
          END-PERFORM

          IF LOT-MASTER-UNITS > 0 OR LOT-SLOT-TOTAL > 0
             ADD 1 TO LOT-SLOTS-CHECKED
          END-IF

          COMPUTE LOT-ADJUSTMENT = LOT-MASTER-UNITS - LOT-SLOT-TOTAL
          EVALUATE TRUE
             WHEN LOT-ADJUSTMENT > 0
                MOVE SPACES TO LOT-NUMBER-WORK
                PERFORM 475-DEFAULT-LOT-EXPIRY
                MOVE 'U' TO LOT-SOURCE-WORK
                MOVE LOT-ADJUSTMENT TO LOT-UNITS-WORK
                PERFORM 470-ADD-LOT
                ADD 1 TO LOT-SLOTS-ADJUSTED
                MOVE 'UNIDENTIFIED LOT ADDED' TO LOT-ACTION-WORK
                PERFORM 720-WRITE-LOT-RECON-LINE
             WHEN LOT-ADJUSTMENT < 0
                COMPUTE LOT-REMAINING = 0 - LOT-ADJUSTMENT
                MOVE 'A' TO LOT-PASS
                MOVE 'Y' TO LOT-FOUND
                PERFORM 485-TAKE-EARLIEST-LOT
                   UNTIL LOT-REMAINING = 0 OR LOT-FOUND = 'N'
                ADD 1 TO LOT-SLOTS-ADJUSTED
                MOVE 'LOTS DRAWN DOWN FEFO' TO LOT-ACTION-WORK
                PERFORM 720-WRITE-LOT-RECON-LINE
             WHEN OTHER
                CONTINUE
          END-EVALUATE
       .

       720-WRITE-LOT-RECON-LINE.
          MOVE LKW-WAREHOUSE-ID TO LRD-WAREHOUSE-ID
          MOVE LKW-VENDOR-ID    TO LRD-VENDOR-ID
          MOVE LKW-PRODUCT-ID   TO LRD-PRODUCT-ID
          MOVE LKW-SLOT         TO LRD-SLOT
          MOVE LOT-SLOT-TOTAL   TO LRD-LOT-UNITS
          MOVE LOT-MASTER-UNITS TO LRD-MASTER-UNITS
          MOVE LOT-ADJUSTMENT   TO LRD-ADJUSTMENT
          MOVE LOT-ACTION-WORK  TO LRD-ACTION
          MOVE LOT-RECON-DETAIL-LINE TO LOT-RECON-RECORD
          WRITE LOT-RECON-RECORD
       .

       730-CLEAR-ORPHAN-LOT.
          IF LTT-CHECKED(LT-SUB) = 'N' AND LTT-QUANTITY(LT-SUB) > 0
             ADD 1 TO LOT-ORPHAN-COUNT
             MOVE LTT-LOT-KEY(LT-SUB) TO LOT-KEY-WORK
             MOVE LTT-QUANTITY(LT-SUB) TO LOT-SLOT-TOTAL
             MOVE ZEROS TO LOT-MASTER-UNITS
             COMPUTE LOT-ADJUSTMENT = 0 - LTT-QUANTITY(LT-SUB)
             MOVE ZEROS TO LTT-QUANTITY(LT-SUB)
             MOVE 'KEY NOT ON MASTER' TO LOT-ACTION-WORK
             PERFORM 720-WRITE-LOT-RECON-LINE
          END-IF
       .

       750-WRITE-LOT-TABLE.
          OPEN OUTPUT LOT-MASTER-FILE
          PERFORM VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LOT-COUNT
             IF LTT-QUANTITY(LT-SUB) > 0
                MOVE SPACES TO LOT-MASTER-RECORD
                MOVE LTT-WAREHOUSE-ID(LT-SUB) TO LM-WAREHOUSE-ID
                MOVE LTT-VENDOR-ID(LT-SUB)    TO LM-VENDOR-ID
                MOVE LTT-PRODUCT-ID(LT-SUB)   TO LM-PRODUCT-ID
                MOVE LTT-SLOT(LT-SUB)         TO LM-SLOT
                MOVE LTT-LOT-NUMBER(LT-SUB)   TO LM-LOT-NUMBER
                MOVE LTT-EXPIRY-DATE(LT-SUB)  TO LM-EXPIRY-DATE
                MOVE LTT-RECEIVED-DATE(LT-SUB) TO LM-RECEIVED-DATE
                MOVE LTT-QUANTITY(LT-SUB)     TO LM-QUANTITY
                MOVE LTT-SOURCE(LT-SUB)       TO LM-SOURCE
                WRITE LOT-MASTER-RECORD
             END-IF
          END-PERFORM
          CLOSE LOT-MASTER-FILE
       .
