          SELECT MERGED-WH-FILE
             ASSIGN TO DYNAMIC MERGED-WH-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT MERGED-HOLD-FILE
             ASSIGN TO 'MERGED-HOLD.TMP'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORT-FILE
             ASSIGN TO 'SORT.TMP'.
          SELECT WH-REPORT
          SELECT OPTIONAL RUN-HISTORY-FILE
             ASSIGN TO 'RUN-HISTORY.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PERIOD-CONTROL-FILE
             ASSIGN TO 'PERIOD-CONTROL.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT LOT-MASTER-FILE
             ASSIGN TO 'LOT-MASTER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOT-MASTER-STATUS.
          SELECT OPTIONAL SHELF-LIFE-FILE
             ASSIGN TO 'SHELF-LIFE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT LOT-RECON-FILE
             ASSIGN TO DYNAMIC LOT-RECON-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL POSTING-HISTORY-FILE
             ASSIGN TO 'POSTING-HISTORY.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL TRANSFER-HISTORY-FILE
             ASSIGN TO 'TRANSFER-HISTORY.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT FEED-BOOK-FILE
             ASSIGN TO DYNAMIC FEED-BOOK-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT FEED-HOLD-FILE
             ASSIGN TO DYNAMIC FEED-HOLD-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL FEED-RELEASE-FILE
             ASSIGN TO DYNAMIC FEED-RELEASE-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT TRANSFER-SUGGEST-FILE
             ASSIGN TO DYNAMIC TRANSFER-SUGGEST-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL STOCK-HISTORY-FILE
             ASSIGN TO 'STOCK-HISTORY.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PO-RECEIPT-FILE
             ASSIGN TO 'PO-RECEIPTS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT COST-CHANGE-FILE
             ASSIGN TO DYNAMIC COST-CHANGE-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL.
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
               10  MWR-PD-NUM-IN-STOCK      PIC S9(4).
               10  MWR-PD-PRICE             PIC S999V99.

       FD  MERGED-HOLD-FILE
           RECORD CONTAINS 128 CHARACTERS.

       01  MERGED-HOLD-RECORD              PIC X(128).

       SD  SORT-FILE
           RECORD CONTAINS 128 CHARACTERS.

           05  FILLER                       PIC X.
           05  RH-RUN-STATUS                PIC X(8).

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

       FD  POSTING-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  POSTING-HISTORY-RECORD.
           05  PH-WAREHOUSE-ID              PIC X(4).
           05  FILLER                       PIC X.
           05  PH-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  PH-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X.
           05  PH-SLOT                      PIC 9.
           05  FILLER                       PIC X.
           05  PH-TRANS-TYPE                PIC X.
           05  FILLER                       PIC X.
           05  PH-QUANTITY                  PIC 9(4).
           05  FILLER                       PIC X.
           05  PH-TRANS-DATE                PIC X(8).
           05  FILLER                       PIC X(52).

       FD  TRANSFER-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  TRANSFER-HISTORY-RECORD.
           05  TH-EVENT-DATE                PIC X(8).
           05  FILLER                       PIC X.
           05  TH-TRANSFER-NUMBER           PIC 9(6).
           05  FILLER                       PIC X.
           05  TH-EVENT                     PIC X.
           05  FILLER                       PIC X.
           05  TH-WAREHOUSE-ID              PIC X(4).
           05  FILLER                       PIC X.
           05  TH-OTHER-WAREHOUSE           PIC X(4).
           05  FILLER                       PIC X.
           05  TH-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  TH-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X.
           05  TH-SLOT                      PIC 9.
           05  FILLER                       PIC X.
           05  TH-QUANTITY                  PIC 9(4).
           05  FILLER                       PIC X(40).

       FD  FEED-BOOK-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  FEED-BOOK-RECORD                PIC X(100).

       FD  FEED-HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  FEED-HOLD-RECORD.
           05  FH-WAREHOUSE-ID              PIC X(4).
           05  FILLER                       PIC X.
           05  FH-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  FH-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X.
           05  FH-SLOT                      PIC 9.
           05  FILLER                       PIC X.
           05  FH-PERIOD                    PIC X(6).
           05  FILLER                       PIC X.
           05  FH-BOOK-UNITS                PIC S9(5).
           05  FILLER                       PIC X.
           05  FH-FEED-UNITS                PIC S9(5).
           05  FILLER                       PIC X.
           05  FH-DIFFERENCE                PIC S9(5).
           05  FILLER                       PIC X.
           05  FH-MASTER-UNITS              PIC S9(5).
           05  FILLER                       PIC X(37).

       FD  FEED-RELEASE-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  FEED-RELEASE-RECORD.
           05  FR-WAREHOUSE-ID              PIC X(4).
           05  FILLER                       PIC X.
           05  FR-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  FR-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X.
           05  FR-SLOT                      PIC 9.
           05  FILLER                       PIC X(68).

       FD  CSV-FILE
           RECORD CONTAINS 400 CHARACTERS.

           05  POW-NUM-IN-STOCK             PIC S9(4).
           05  POW-MIN-STOCK                PIC 9(4).
           05  POW-REORDER-QTY              PIC 9(4).
           05  POW-UNIT-COST                PIC 9(3)V99.
           05  FILLER                       PIC X(42).

       SD  PO-SORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  POS-NUM-IN-STOCK             PIC S9(4).
           05  POS-MIN-STOCK                PIC 9(4).
           05  POS-REORDER-QTY              PIC 9(4).
           05  POS-UNIT-COST                PIC 9(3)V99.
           05  FILLER                       PIC X(42).

       FD  PO-SUGGESTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  OP-EXPECTED-PERIOD           PIC X(6).
           05  FILLER                       PIC X.
           05  OP-STATUS                    PIC X.
           05  FILLER                       PIC X.
           05  OP-UNIT-COST                 PIC 9(3)V99.
           05  FILLER                       PIC X(36).

       FD  OPEN-PO-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  SH-PRIOR-COST                PIC S999V99.
           05  FILLER                       PIC X.
           05  SH-NEW-COST                  PIC S999V99.
           05  FILLER                       PIC X.
           05  SH-PRIOR-AVG-COST            PIC S999V9999.
           05  FILLER                       PIC X.
           05  SH-NEW-AVG-COST              PIC S999V9999.
           05  FILLER                       PIC X(23).

       FD  PO-RECEIPT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  PO-RECEIPT-RECORD.
           05  PR-PERIOD                    PIC X(6).
           05  FILLER                       PIC X.
           05  PR-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  PR-WAREHOUSE-ID              PIC X(4).
           05  FILLER                       PIC X.
           05  PR-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X.
           05  PR-RECEIVED-QTY              PIC 9(5).
           05  FILLER                       PIC X.
           05  PR-RECEIVED-VALUE            PIC 9(7)V99.
           05  FILLER                       PIC X.
           05  PR-ORDERED-QTY               PIC 9(5).
           05  FILLER                       PIC X.
           05  PR-TOTAL-RECEIVED            PIC 9(5).
           05  FILLER                       PIC X.
           05  PR-ORDER-PERIOD              PIC X(6).
           05  FILLER                       PIC X.
           05  PR-EXPECTED-PERIOD           PIC X(6).
           05  FILLER                       PIC X.
           05  PR-STATUS                    PIC X.
           05  FILLER                       PIC X(19).

       FD  COST-CHANGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  ADJ-NEW-UNITS                PIC 9(4).
           05  FILLER                       PIC X.
           05  ADJ-COUNT-DATE               PIC X(8).
           05  FILLER                       PIC X.
           05  ADJ-BOOK-UNITS               PIC S9(4).
           05  FILLER                       PIC X.
           05  ADJ-UNIT-COST                PIC S999V99.
           05  FILLER                       PIC X(43).

       FD  PRIOR-ADJUSTMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  PADJ-NEW-UNITS               PIC 9(4).
           05  FILLER                       PIC X.
           05  PADJ-COUNT-DATE              PIC X(8).
           05  FILLER                       PIC X.
           05  PADJ-BOOK-UNITS              PIC S9(4).
           05  FILLER                       PIC X.
           05  PADJ-UNIT-COST               PIC S999V99.
           05  FILLER                       PIC X(43).

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
          05  RUN-PO-SUGGESTION         PIC X       VALUE 'Y'.
          05  RUN-TRANSFER-SUGGEST      PIC X       VALUE 'Y'.
          05  RUN-RTV-AUTH              PIC X       VALUE 'Y'.
          05  VALUATION-BASIS           PIC X       VALUE 'L'.
          05  AVERAGE-COST-STATUS       PIC XX.
              88  AVERAGE-COST-OK               VALUE '00'.
              88  AVERAGE-COST-NOT-FOUND        VALUE '35'.
          05  AVG-COST-FOUND            PIC X       VALUE 'N'.
          05  PERIOD-CONTROL-EOF        PIC X       VALUE 'N'.
          05  PERIOD-IS-CLOSED          PIC X       VALUE 'N'.
          05  LOT-EOF                   PIC X       VALUE 'N'.
          05  LOTS-LOADED               PIC X       VALUE 'N'.
          05  LOT-MASTER-STATUS         PIC XX.
              88  LOT-MASTER-OK                 VALUE '00'.
              88  LOT-MASTER-NOT-FOUND          VALUE '35'.
          05  SHELF-LIFE-EOF            PIC X       VALUE 'N'.
          05  LOT-FOUND                 PIC X       VALUE 'N'.
          05  BOOK-CHECK-ACTIVE         PIC X       VALUE 'N'.
          05  BOOK-HISTORY-EOF          PIC X       VALUE 'N'.
          05  FEED-RELEASE-EOF          PIC X       VALUE 'N'.
          05  BOOK-FOUND                PIC X       VALUE 'N'.
          05  RELEASE-FOUND             PIC X       VALUE 'N'.
          05  SLOT-COUNTED              PIC X       VALUE 'N'.
          05  MERGED-HOLD-EOF           PIC X       VALUE 'N'.

       01 DYNAMIC-FILENAMES.
          05  WH-FEED-FILENAME       PIC X(40).
          05  MISSING-PRICE-FILENAME PIC X(40).
          05  PRIOR-ADJUSTMENT-FILENAME PIC X(40).
          05  RTV-AUTH-FILENAME      PIC X(40).
          05  LOT-RECON-FILENAME     PIC X(40).
          05  FEED-BOOK-FILENAME     PIC X(40).
          05  FEED-HOLD-FILENAME     PIC X(40).
          05  FEED-RELEASE-FILENAME  PIC X(40).

       01 PERIOD-FIELDS.
          05  REPORT-PERIOD          PIC X(6).
          05  RETAIL-SKIP-COUNT         PIC 9(5)    VALUE 0.
          05  SIZE-TYPE-SKIP-COUNT      PIC 9(5)    VALUE 0.
          05  CYCLE-SKIP-COUNT          PIC 9(5)    VALUE 0.
          05  CYCLE-UNCOUNTED-COUNT     PIC 9(5)    VALUE 0.
          05  OPEN-PO-SKIP-COUNT        PIC 9(5)    VALUE 0.
          05  PRIOR-ADJ-SKIP-COUNT      PIC 9(5)    VALUE 0.
          05  PRIOR-TOTALS-SKIP-COUNT   PIC 9(5)    VALUE 0.
              10  OPT-ORDER-PERIOD      PIC X(6).
              10  OPT-EXPECTED-PERIOD   PIC X(6).
              10  OPT-STATUS            PIC X.
              10  OPT-UNIT-COST         PIC 9(3)V99.
       01  OP-SUB                        PIC 9(4)    VALUE 1.
       01  OPEN-PO-MATCHED               PIC X       VALUE 'N'.
       01  MATCHED-PO-COST               PIC 9(3)V99 VALUE 0.
       01  STOCK-INCREASE-UNITS          PIC 9(5)    VALUE 0.
       01  STOCK-INCREASE-VALUE          PIC 9(7)V99 VALUE 0.
       01  DELTA-NEW-UNITS               PIC S9(4)   VALUE +0.
       01  DELTA-OLD-UNITS               PIC S9(4)   VALUE +0.

       01 AVERAGE-COST-FIELDS.
          05  AVG-OLD-UNITS             PIC S9(4)   VALUE +0.
          05  AVG-NEW-UNITS             PIC S9(4)   VALUE +0.
          05  AVG-VALUE-WORK            PIC S9(9)V9999 VALUE +0.
          05  AVG-RECEIPT-COST          PIC S999V99 VALUE +0.
          05  PRIOR-AVG-COST OCCURS 5 TIMES
                                        PIC S999V9999.

       01 COST-CHANGE-FIELDS.
          05  COST-CHANGE-TOLERANCE     PIC 9(3)    VALUE 10.
          05  COST-OLD                  PIC 9(3)V99 VALUE 0.
       01  RTV-VENDOR-VALUE              PIC 9(9)V99 VALUE 0.
       01  RTV-VENDOR-HAS-LINES          PIC X       VALUE 'N'.
       01  TW-SLOT-VALUE                 PIC 9(7)V99 VALUE 0.
       01  RTV-EXPIRY-DAYS               PIC 9(4)    VALUE 90.
       01  RTV-EXPIRY-CUTOFF             PIC 9(8)    VALUE 0.
       01  RTV-EXPIRED-UNITS             PIC 9(7)    VALUE 0.
       01  RTV-EXPIRED-VALUE             PIC 9(9)V99 VALUE 0.

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
       01  LT-SUB                        PIC 9(4)    VALUE 0.
       01  LT-TAKE-SUB                   PIC 9(4)    VALUE 0.
       01  LOT-SKIP-COUNT                PIC 9(5)    VALUE 0.

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
          05  LOT-TODAY                 PIC 9(8)    VALUE 0.
          05  LOT-SLOT-SUB              PIC 9       VALUE 1.
          05  LOT-SLOTS-ADJUSTED        PIC 9(5)    VALUE 0.

       01 BOOK-TABLE-AREA.
          05  BOOK-COUNT                PIC 9(4)    VALUE 0.
          05  BOOK-TABLE OCCURS 1 TO 5000 TIMES
                         DEPENDING ON BOOK-COUNT.
              10  BKT-SLOT-KEY.
                  15  BKT-WAREHOUSE-ID  PIC X(4).
                  15  BKT-VENDOR-ID     PIC X.
                  15  BKT-PRODUCT-ID    PIC X(3).
                  15  BKT-SLOT          PIC 9.
              10  BKT-PRIOR-UNITS       PIC S9(5).
              10  BKT-POSTED-UNITS      PIC S9(5).
       01  BK-SUB                        PIC 9(4)    VALUE 1.
       01  BOOK-SKIP-COUNT               PIC 9(5)    VALUE 0.

       01 FEED-RELEASE-TABLE-AREA.
          05  RELEASE-COUNT             PIC 9(3)    VALUE 0.
          05  RELEASE-TABLE OCCURS 1 TO 500 TIMES
                         DEPENDING ON RELEASE-COUNT.
              10  RLT-SLOT-KEY.
                  15  RLT-WAREHOUSE-ID  PIC X(4).
                  15  RLT-VENDOR-ID     PIC X.
                  15  RLT-PRODUCT-ID    PIC X(3).
                  15  RLT-SLOT          PIC 9.
       01  RL-SUB                        PIC 9(3)    VALUE 1.

       01 FEED-BOOK-FIELDS.
          05  FEED-BOOK-TOLERANCE       PIC 9(5)    VALUE 5.
          05  FB-SLOT-SUB               PIC 9       VALUE 1.
          05  FB-SLOT-KEY-WORK.
              10  FBK-WAREHOUSE-ID      PIC X(4).
              10  FBK-VENDOR-ID         PIC X.
              10  FBK-PRODUCT-ID        PIC X(3).
              10  FBK-SLOT              PIC 9.
          05  FB-POSTED-WORK            PIC S9(5)   VALUE +0.
          05  FB-PRIOR-UNITS            PIC S9(5)   VALUE +0.
          05  FB-POSTED-UNITS           PIC S9(5)   VALUE +0.
          05  FB-BOOK-UNITS             PIC S9(5)   VALUE +0.
          05  FB-FEED-UNITS             PIC S9(5)   VALUE +0.
          05  FB-DIFFERENCE             PIC S9(5)   VALUE +0.
          05  FB-ABS-DIFFERENCE         PIC 9(5)    VALUE 0.
          05  FB-UNIT-COST              PIC S999V9999 VALUE +0.
          05  FB-DIFF-VALUE             PIC S9(7)V99 VALUE +0.
          05  FB-ACTION                 PIC X(24)   VALUE SPACES.
          05  FB-WAREHOUSE-HOLD         PIC X(4)    VALUE SPACES.
          05  FB-WH-OFF-COUNT           PIC 9(5)    VALUE 0.
          05  FB-WH-HELD-COUNT          PIC 9(5)    VALUE 0.
          05  FB-WH-NET-UNITS           PIC S9(7)   VALUE +0.
          05  FB-WH-NET-VALUE           PIC S9(9)V99 VALUE +0.
          05  FB-GR-OFF-COUNT           PIC 9(5)    VALUE 0.
          05  FB-GR-HELD-COUNT          PIC 9(5)    VALUE 0.
          05  FB-GR-NET-UNITS           PIC S9(7)   VALUE +0.
          05  FB-GR-NET-VALUE           PIC S9(9)V99 VALUE +0.
          05  FB-COMPARED-COUNT         PIC 9(5)    VALUE 0.
          05  FB-MATCHED-COUNT          PIC 9(5)    VALUE 0.
          05  FB-TOLERANCE-COUNT        PIC 9(5)    VALUE 0.
          05  FB-RELEASED-COUNT         PIC 9(5)    VALUE 0.
          05  FB-COUNTED-COUNT          PIC 9(5)    VALUE 0.

       01 SHELF-LIFE-TABLE-AREA.
          05  SHELF-LIFE-COUNT          PIC 9(3)    VALUE 0.
          05  SHELF-LIFE-TABLE OCCURS 1 TO 200 TIMES
                         DEPENDING ON SHELF-LIFE-COUNT.
              10  SLT-PRODUCT-ID        PIC X(3).
              10  SLT-DAYS              PIC 9(4).
       01  SLT-SUB                       PIC 9(3)    VALUE 0.
       01  DEFAULT-SHELF-LIFE            PIC 9(4)    VALUE 730.
       01  SHELF-LIFE-DAYS-WORK          PIC 9(4)    VALUE 0.

       01 CYCLE-COUNT-TABLE-AREA.
          05  CYCLE-COUNT-COUNT         PIC 9(4)    VALUE 0.
       01  VVENDOR-CODE-HOLD              PIC X.

      ************************ OUTPUT AREA **************************

       01  FEED-BOOK-HEADER-L1.
           05  FILLER                   PIC X(10)   VALUE SPACES.
           05                           PIC X(33)
                  VALUE 'FEED VERSUS BOOK RECONCILIATION  '.
           05                           PIC X(7)    VALUE 'PERIOD '.
           05  FBH-PERIOD               PIC X(6).
           05                           PIC X(13)
                                            VALUE '  TOLERANCE  '.
           05  FBH-TOLERANCE            PIC ZZ,ZZ9.
           05                           PIC X(8)    VALUE ' UNITS  '.
           05  FBH-BASIS                PIC X(17)   VALUE SPACES.

       01  FEED-BOOK-COLUMNS-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(6)    VALUE 'WHSE  '.
           05                           PIC X(3)    VALUE 'V  '.
           05                           PIC X(5)    VALUE 'PROD '.
           05                           PIC X(2)    VALUE 'S '.
           05                           PIC X(8)    VALUE '   PRIOR'.
           05                           PIC X(8)    VALUE '  POSTED'.
           05                           PIC X(8)    VALUE '    BOOK'.
           05                           PIC X(8)    VALUE '    FEED'.
           05                           PIC X(8)    VALUE '    DIFF'.
           05                           PIC X(13)
                                            VALUE '        VALUE'.
           05                           PIC X(2)    VALUE SPACES.
           05                           PIC X(27)   VALUE 'ACTION'.

       01  FEED-BOOK-DETAIL-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  FBD-WAREHOUSE-ID         PIC X(4).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  FBD-VENDOR-ID            PIC X.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  FBD-PRODUCT-ID           PIC X(3).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  FBD-SLOT                 PIC 9.
           05  FILLER                   PIC X       VALUE SPACES.
           05  FBD-PRIOR-UNITS          PIC -ZZ,ZZ9.
           05  FILLER                   PIC X       VALUE SPACES.
           05  FBD-POSTED-UNITS         PIC -ZZ,ZZ9.
           05  FILLER                   PIC X       VALUE SPACES.
           05  FBD-BOOK-UNITS           PIC -ZZ,ZZ9.
           05  FILLER                   PIC X       VALUE SPACES.
           05  FBD-FEED-UNITS           PIC -ZZ,ZZ9.
           05  FILLER                   PIC X       VALUE SPACES.
           05  FBD-DIFFERENCE           PIC -ZZ,ZZ9.
           05  FILLER                   PIC X       VALUE SPACES.
           05  FBD-DIFF-VALUE           PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  FBD-ACTION               PIC X(24).
           05  FILLER                   PIC X(2)    VALUE SPACES.

       01  FEED-BOOK-TOTAL-LINE.
           05  FILLER                   PIC X       VALUE SPACES.
           05  FBT-LABEL                PIC X(16).
           05  FBT-WAREHOUSE            PIC X(4).
           05                           PIC X(13)
                                            VALUE '  SLOTS OFF: '.
           05  FBT-OFF-COUNT            PIC ZZ,ZZ9.
           05                           PIC X(8)    VALUE '  HELD: '.
           05  FBT-HELD-COUNT           PIC ZZ,ZZ9.
           05                           PIC X(13)
                                            VALUE '  NET UNITS: '.
           05  FBT-NET-UNITS            PIC -Z,ZZZ,ZZ9.
           05                           PIC X(8)    VALUE '  VALUE '.
           05  FBT-NET-VALUE            PIC $$$,$$$,$$9.99-.

       01  FEED-BOOK-COUNT-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(16)
                                            VALUE 'SLOTS COMPARED: '.
           05  FBC-COMPARED             PIC ZZ,ZZ9.
           05                           PIC X(11)   VALUE '  MATCHED: '.
           05  FBC-MATCHED              PIC ZZ,ZZ9.
           05                           PIC X(16)
                  VALUE '  IN TOLERANCE: '.
           05  FBC-TOLERANCE            PIC ZZ,ZZ9.
           05                           PIC X(12)
                  VALUE '  RELEASED: '.
           05  FBC-RELEASED             PIC ZZ,ZZ9.
           05                           PIC X(11)
                  VALUE '  COUNTED: '.
           05  FBC-COUNTED              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.

       01  FEED-BOOK-NO-HISTORY-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(37)
                  VALUE 'NO STOCK HISTORY FOR PRIOR PERIOD -  '.
           05  FBN-PERIOD               PIC X(6).
           05                           PIC X(33)
                  VALUE ' - FEED NOT CHECKED AGAINST BOOK'.
           05  FILLER                   PIC X(22)   VALUE SPACES.

       01  LOT-RECON-HEADER-L1.
           05  FILLER                   PIC X(12)   VALUE SPACES.
           05                           PIC X(39)
                  VALUE 'LOT RECONCILIATION TO WAREHOUSE FEEDS  '.
           05                           PIC X(7)    VALUE 'PERIOD '.
           05  LRH-PERIOD               PIC X(6).
           05  FILLER                   PIC X(16)   VALUE SPACES.

       01  LOT-RECON-COLUMNS-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(6)    VALUE 'WHSE  '.
           05                           PIC X(3)    VALUE 'V  '.
           05                           PIC X(5)    VALUE 'PROD '.
           05                           PIC X(3)    VALUE 'S  '.
           05                           PIC X(8)    VALUE '    LOTS'.
           05                           PIC X(8)    VALUE '    FEED'.
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
           05                           PIC X(16)
                                            VALUE 'SLOTS ADJUSTED: '.
           05  LRT-ADJUSTED             PIC ZZ,ZZ9.
           05                           PIC X(17)
                                            VALUE '  LOTS ON FILE: '.
           05  LRT-LOT-COUNT            PIC ZZ,ZZ9.
           05  FILLER                   PIC X(33)   VALUE SPACES.
      
       01  HEADER-L1.
           05  FILLER                   PIC X(33)   VALUE SPACES.
           05                           PIC X(9)
                                            VALUE 'DR. CHEEB'.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  HL1-BASIS                PIC X(18)   VALUE SPACES.
           
       01  HEADER-L2.
           05  FILLER                   PIC X(8)    VALUE SPACES. 
          05                           PIC X(24)
                              VALUE 'MARGIN/VALUATION REPORT '.
          05  MRH-PERIOD               PIC X(6).
          05  MRH-BASIS                PIC X(18)    VALUE SPACES.

       01  MARGIN-COLUMNS-LINE.
          05  FILLER                   PIC X(2)     VALUE SPACES.

       001-MAIN-MODULE.
          PERFORM 050-INIT-PARAMETERS
          PERFORM 058-CHECK-PERIOD-CLOSED
          PERFORM 220-LOAD-VENDOR-TABLE
          PERFORM 221-LOAD-PRODUCT-MASTER
          PERFORM 225-LOAD-REORDER-TABLE
          PERFORM 230-LOAD-SIZE-TYPE-TABLE
          PERFORM 235-LOAD-CYCLE-COUNTS
          PERFORM 236-LOAD-OPEN-PO-TABLE
          PERFORM 237-LOAD-LOT-TABLE
          PERFORM 238-LOAD-SHELF-LIFE-TABLE

          IF RESTARTING = 'Y'
             PERFORM 210-HSKPING-RESTART
              INTO RTV-AUTH-FILENAME
          END-STRING

          MOVE SPACES TO LOT-RECON-FILENAME
          STRING 'LOT-RECON-' DELIMITED BY SIZE
                 REPORT-PERIOD DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
              INTO LOT-RECON-FILENAME
          END-STRING

          MOVE SPACES TO FEED-BOOK-FILENAME
          STRING 'FEED-BOOK-' DELIMITED BY SIZE
                 REPORT-PERIOD DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
              INTO FEED-BOOK-FILENAME
          END-STRING

          MOVE SPACES TO FEED-HOLD-FILENAME
          STRING 'FEED-HOLD-' DELIMITED BY SIZE
                 REPORT-PERIOD DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
              INTO FEED-HOLD-FILENAME
          END-STRING

          MOVE SPACES TO FEED-RELEASE-FILENAME
          STRING 'FEED-RELEASE-' DELIMITED BY SIZE
                 REPORT-PERIOD DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
              INTO FEED-RELEASE-FILENAME
          END-STRING

          MOVE SPACES TO COST-CHANGE-FILENAME
          STRING 'COST-CHANGE-' DELIMITED BY SIZE
                 REPORT-PERIOD DELIMITED BY SPACE
                IF CONTROL-NUMBER > 0
                   MOVE CONTROL-NUMBER TO RTV-FAIL-LIMIT
                END-IF
             WHEN 'VALUATION-BASIS'
                MOVE RC-VALUE(1:1) TO VALUATION-BASIS
             WHEN 'RTV-EXPIRY-DAYS'
                PERFORM 057-EXTRACT-CONTROL-NUMBER
                MOVE CONTROL-NUMBER TO RTV-EXPIRY-DAYS
             WHEN 'FEED-BOOK-TOLERANCE'
                PERFORM 057-EXTRACT-CONTROL-NUMBER
                MOVE CONTROL-NUMBER TO FEED-BOOK-TOLERANCE
             WHEN 'A-CUTOFF-PCT'
             WHEN 'B-CUTOFF-PCT'
             WHEN 'A-COUNTS-PER-YEAR'
             WHEN 'B-COUNTS-PER-YEAR'
             WHEN 'C-COUNTS-PER-YEAR'
                CONTINUE
             WHEN SPACES
                CONTINUE
             WHEN OTHER
          END-PERFORM
       .

       058-CHECK-PERIOD-CLOSED.
          OPEN INPUT PERIOD-CONTROL-FILE
          PERFORM UNTIL PERIOD-CONTROL-EOF = 'Y'
             READ PERIOD-CONTROL-FILE
                AT END
                   MOVE 'Y' TO PERIOD-CONTROL-EOF
                NOT AT END
                   IF PC-PERIOD = REPORT-PERIOD
                      IF PC-STATUS = 'C'
                         MOVE 'Y' TO PERIOD-IS-CLOSED
                      ELSE
                         MOVE 'N' TO PERIOD-IS-CLOSED
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE PERIOD-CONTROL-FILE

          IF PERIOD-IS-CLOSED = 'Y'
             DISPLAY 'PERIOD ' REPORT-PERIOD ' IS CLOSED - RUN REFUSED'
             DISPLAY 'REOPEN IT WITH PERIOD-CLOSE BEFORE RERUNNING'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF
       .

       220-LOAD-VENDOR-TABLE.
          OPEN INPUT VENDOR-MASTER-FILE
          PERFORM UNTIL VENDOR-EOF = 'Y'
                   AT END
                      MOVE 'Y' TO CYCLE-COUNT-EOF
                   NOT AT END
                      EVALUATE TRUE
                         WHEN CC-COUNTED-UNITS IS NOT NUMERIC
                            ADD 1 TO CYCLE-UNCOUNTED-COUNT
                         WHEN CYCLE-COUNT-COUNT >= 2000
                            ADD 1 TO CYCLE-SKIP-COUNT
                         WHEN OTHER
                            ADD 1 TO CYCLE-COUNT-COUNT
                            MOVE CC-WAREHOUSE-ID TO
                                    CCT-WAREHOUSE-ID(CYCLE-COUNT-COUNT)
                            MOVE CC-VENDOR-ID TO
                                    CCT-VENDOR-ID(CYCLE-COUNT-COUNT)
                            MOVE CC-PRODUCT-ID TO
                                    CCT-PRODUCT-ID(CYCLE-COUNT-COUNT)
                            MOVE CC-SLOT TO CCT-SLOT(CYCLE-COUNT-COUNT)
                            MOVE CC-COUNTED-UNITS TO
                                    CCT-COUNTED-UNITS(CYCLE-COUNT-COUNT)
                            MOVE CC-COUNT-DATE TO
                                    CCT-COUNT-DATE(CYCLE-COUNT-COUNT)
                            MOVE 'N' TO CCT-MATCHED(CYCLE-COUNT-COUNT)
                      END-EVALUATE
                END-READ
             END-PERFORM
             CLOSE CYCLE-COUNT-FILE
                DISPLAY 'WARNING: CYCLE COUNT TABLE FULL - '
                   CYCLE-SKIP-COUNT ' COUNTS SKIPPED'
             END-IF
             IF CYCLE-UNCOUNTED-COUNT > 0
                DISPLAY 'WARNING: ' CYCLE-UNCOUNTED-COUNT
                   ' CYCLE COUNT LINES HAVE NO COUNTED UNITS - SKIPPED'
             END-IF
          END-IF
       .

                         MOVE OP-EXPECTED-PERIOD TO
                                 OPT-EXPECTED-PERIOD(OPEN-PO-COUNT)
                         MOVE OP-STATUS TO OPT-STATUS(OPEN-PO-COUNT)
                         IF OP-UNIT-COST IS NUMERIC
                            MOVE OP-UNIT-COST TO
                                    OPT-UNIT-COST(OPEN-PO-COUNT)
                         ELSE
                            MOVE ZEROS TO OPT-UNIT-COST(OPEN-PO-COUNT)
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
          END-IF
       .

       237-LOAD-LOT-TABLE.
          ACCEPT LOT-TODAY FROM DATE YYYYMMDD
          COMPUTE RTV-EXPIRY-CUTOFF = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(LOT-TODAY) - RTV-EXPIRY-DAYS)

          OPEN INPUT LOT-MASTER-FILE
          IF LOT-MASTER-OK OR LOT-MASTER-NOT-FOUND
             MOVE 'Y' TO LOTS-LOADED
          END-IF
          IF LOT-MASTER-OK
             PERFORM UNTIL LOT-EOF = 'Y'
                READ LOT-MASTER-FILE
                   AT END
                      MOVE 'Y' TO LOT-EOF
                   NOT AT END
                      IF LM-LOT-NUMBER(2:8) = LOT-TODAY
                         AND LM-LOT-NUMBER(10:3) IS NUMERIC
                         AND LM-LOT-NUMBER(10:3) > LOT-SEQUENCE
                         MOVE LM-LOT-NUMBER(10:3) TO LOT-SEQUENCE
                      END-IF
                      EVALUATE TRUE
                         WHEN LM-QUANTITY IS NOT NUMERIC
                            CONTINUE
                         WHEN LM-QUANTITY = 0
                            CONTINUE
                         WHEN LOT-COUNT >= 5000
                            ADD 1 TO LOT-SKIP-COUNT
                         WHEN OTHER
                            ADD 1 TO LOT-COUNT
                            MOVE LM-WAREHOUSE-ID TO
                                    LTT-WAREHOUSE-ID(LOT-COUNT)
                            MOVE LM-VENDOR-ID TO
                                    LTT-VENDOR-ID(LOT-COUNT)
                            MOVE LM-PRODUCT-ID TO
                                    LTT-PRODUCT-ID(LOT-COUNT)
                            MOVE LM-SLOT TO LTT-SLOT(LOT-COUNT)
                            MOVE LM-LOT-NUMBER TO
                                    LTT-LOT-NUMBER(LOT-COUNT)
                            MOVE LM-EXPIRY-DATE TO
                                    LTT-EXPIRY-DATE(LOT-COUNT)
                            MOVE LM-RECEIVED-DATE TO
                                    LTT-RECEIVED-DATE(LOT-COUNT)
                            MOVE LM-QUANTITY TO
                                    LTT-QUANTITY(LOT-COUNT)
                            MOVE LM-SOURCE TO LTT-SOURCE(LOT-COUNT)
                      END-EVALUATE
                END-READ
             END-PERFORM
             CLOSE LOT-MASTER-FILE
             IF LOT-SKIP-COUNT > 0
                MOVE 'N' TO LOTS-LOADED
                DISPLAY 'WARNING: LOT TABLE FULL - ' LOT-SKIP-COUNT
                   ' LOTS NOT LOADED - LOTS NOT UPDATED THIS RUN'
             END-IF
          END-IF
       .

       238-LOAD-SHELF-LIFE-TABLE.
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

       239-LOAD-BOOK-BALANCES.
          MOVE 'N' TO BOOK-CHECK-ACTIVE
          IF PRIOR-PERIOD NOT = SPACES
             OPEN INPUT STOCK-HISTORY-FILE
             PERFORM UNTIL BOOK-HISTORY-EOF = 'Y'
                READ STOCK-HISTORY-FILE
                   AT END
                      MOVE 'Y' TO BOOK-HISTORY-EOF
                   NOT AT END
                      IF SH-PERIOD = PRIOR-PERIOD
                         AND SH-NEW-UNITS IS NUMERIC
                         MOVE 'Y' TO BOOK-CHECK-ACTIVE
                         MOVE SH-WAREHOUSE-ID TO FBK-WAREHOUSE-ID
                         MOVE SH-VENDOR-ID    TO FBK-VENDOR-ID
                         MOVE SH-PRODUCT-ID   TO FBK-PRODUCT-ID
                         MOVE SH-SLOT         TO FBK-SLOT
                         PERFORM 243-FIND-BOOK-ENTRY
                         IF BOOK-FOUND = 'Y'
                            MOVE SH-NEW-UNITS TO
                                    BKT-PRIOR-UNITS(BK-SUB)
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE STOCK-HISTORY-FILE
          END-IF

          IF BOOK-CHECK-ACTIVE = 'Y'
             MOVE 'N' TO BOOK-HISTORY-EOF
             OPEN INPUT POSTING-HISTORY-FILE
             PERFORM UNTIL BOOK-HISTORY-EOF = 'Y'
                READ POSTING-HISTORY-FILE
                   AT END
                      MOVE 'Y' TO BOOK-HISTORY-EOF
                   NOT AT END
                      IF PH-TRANS-DATE(1:6) = REPORT-PERIOD
                         AND PH-QUANTITY IS NUMERIC
                         MOVE PH-WAREHOUSE-ID TO FBK-WAREHOUSE-ID
                         MOVE PH-VENDOR-ID    TO FBK-VENDOR-ID
                         MOVE PH-PRODUCT-ID   TO FBK-PRODUCT-ID
                         MOVE PH-SLOT         TO FBK-SLOT
                         EVALUATE PH-TRANS-TYPE
                            WHEN 'R'
                               MOVE PH-QUANTITY TO FB-POSTED-WORK
                            WHEN 'I'
                            WHEN 'S'
                               COMPUTE FB-POSTED-WORK = 0 - PH-QUANTITY
                            WHEN OTHER
                               MOVE ZEROS TO FB-POSTED-WORK
                         END-EVALUATE
                         PERFORM 244-ADD-POSTED-UNITS
                      END-IF
                END-READ
             END-PERFORM
             CLOSE POSTING-HISTORY-FILE

             MOVE 'N' TO BOOK-HISTORY-EOF
             OPEN INPUT TRANSFER-HISTORY-FILE
             PERFORM UNTIL BOOK-HISTORY-EOF = 'Y'
                READ TRANSFER-HISTORY-FILE
                   AT END
                      MOVE 'Y' TO BOOK-HISTORY-EOF
                   NOT AT END
                      IF TH-EVENT-DATE(1:6) = REPORT-PERIOD
                         AND TH-QUANTITY IS NUMERIC
                         MOVE TH-WAREHOUSE-ID TO FBK-WAREHOUSE-ID
                         MOVE TH-VENDOR-ID    TO FBK-VENDOR-ID
                         MOVE TH-PRODUCT-ID   TO FBK-PRODUCT-ID
                         MOVE TH-SLOT         TO FBK-SLOT
                         EVALUATE TH-EVENT
                            WHEN 'S'
                               COMPUTE FB-POSTED-WORK = 0 - TH-QUANTITY
                            WHEN 'R'
                               MOVE TH-QUANTITY TO FB-POSTED-WORK
                            WHEN OTHER
                               MOVE ZEROS TO FB-POSTED-WORK
                         END-EVALUATE
                         PERFORM 244-ADD-POSTED-UNITS
                      END-IF
                END-READ
             END-PERFORM
             CLOSE TRANSFER-HISTORY-FILE
          END-IF

          IF BOOK-SKIP-COUNT > 0
             DISPLAY 'WARNING: BOOK BALANCE TABLE FULL - '
                BOOK-SKIP-COUNT ' SLOTS NOT CHECKED AGAINST BOOK'
          END-IF
       .

       241-LOAD-FEED-RELEASES.
          OPEN INPUT FEED-RELEASE-FILE
          PERFORM UNTIL FEED-RELEASE-EOF = 'Y'
             READ FEED-RELEASE-FILE
                AT END
                   MOVE 'Y' TO FEED-RELEASE-EOF
                NOT AT END
                   IF FR-WAREHOUSE-ID NOT = SPACES
                      AND FR-WAREHOUSE-ID(1:1) NOT = '*'
                      IF RELEASE-COUNT >= 500
                         DISPLAY 'WARNING: FEED RELEASE TABLE FULL - '
                            FR-WAREHOUSE-ID ' ' FR-VENDOR-ID ' '
                            FR-PRODUCT-ID ' ' FR-SLOT ' NOT RELEASED'
                      ELSE
                         ADD 1 TO RELEASE-COUNT
                         MOVE FR-WAREHOUSE-ID TO
                                 RLT-WAREHOUSE-ID(RELEASE-COUNT)
                         MOVE FR-VENDOR-ID TO
                                 RLT-VENDOR-ID(RELEASE-COUNT)
                         MOVE FR-PRODUCT-ID TO
                                 RLT-PRODUCT-ID(RELEASE-COUNT)
                         MOVE FR-SLOT TO RLT-SLOT(RELEASE-COUNT)
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE FEED-RELEASE-FILE
       .

       242-OPEN-FEED-BOOK-REPORT.
          OPEN OUTPUT FEED-BOOK-FILE
          OPEN OUTPUT FEED-HOLD-FILE
          MOVE REPORT-PERIOD TO FBH-PERIOD
          MOVE FEED-BOOK-TOLERANCE TO FBH-TOLERANCE
          IF VALUATION-BASIS = 'A'
             MOVE 'AT AVERAGE COST' TO FBH-BASIS
          ELSE
             MOVE 'AT LAST PRICE' TO FBH-BASIS
          END-IF
          MOVE FEED-BOOK-HEADER-L1 TO FEED-BOOK-RECORD
          WRITE FEED-BOOK-RECORD
          MOVE SPACES TO FEED-BOOK-RECORD
          WRITE FEED-BOOK-RECORD
          IF BOOK-CHECK-ACTIVE = 'Y'
             MOVE FEED-BOOK-COLUMNS-LINE TO FEED-BOOK-RECORD
             WRITE FEED-BOOK-RECORD
             MOVE SPACES TO FEED-BOOK-RECORD
             WRITE FEED-BOOK-RECORD
          ELSE
             MOVE PRIOR-PERIOD TO FBN-PERIOD
             MOVE FEED-BOOK-NO-HISTORY-LINE TO FEED-BOOK-RECORD
             WRITE FEED-BOOK-RECORD
             DISPLAY 'NO STOCK HISTORY FOR PRIOR PERIOD ' PRIOR-PERIOD
                ' - FEED NOT CHECKED AGAINST BOOK'
          END-IF
       .

       243-FIND-BOOK-ENTRY.
          MOVE 'N' TO BOOK-FOUND
          PERFORM VARYING BK-SUB FROM 1 BY 1
             UNTIL BK-SUB > BOOK-COUNT OR BOOK-FOUND = 'Y'
             IF BKT-SLOT-KEY(BK-SUB) = FB-SLOT-KEY-WORK
                MOVE 'Y' TO BOOK-FOUND
             END-IF
          END-PERFORM

          IF BOOK-FOUND = 'Y'
             SUBTRACT 1 FROM BK-SUB
          ELSE
             IF BOOK-COUNT >= 5000
                ADD 1 TO BOOK-SKIP-COUNT
             ELSE
                ADD 1 TO BOOK-COUNT
                MOVE BOOK-COUNT TO BK-SUB
                MOVE FB-SLOT-KEY-WORK TO BKT-SLOT-KEY(BK-SUB)
                MOVE ZEROS TO BKT-PRIOR-UNITS(BK-SUB)
                              BKT-POSTED-UNITS(BK-SUB)
                MOVE 'Y' TO BOOK-FOUND
             END-IF
          END-IF
       .

       244-ADD-POSTED-UNITS.
          IF FB-POSTED-WORK NOT = 0
             PERFORM 243-FIND-BOOK-ENTRY
             IF BOOK-FOUND = 'Y'
                ADD FB-POSTED-WORK TO BKT-POSTED-UNITS(BK-SUB)
             END-IF
          END-IF
       .

       246-WRITE-FEED-BOOK-WH-TOTAL.
          MOVE 'TOTAL WAREHOUSE ' TO FBT-LABEL
          MOVE FB-WAREHOUSE-HOLD TO FBT-WAREHOUSE
          MOVE FB-WH-OFF-COUNT TO FBT-OFF-COUNT
          MOVE FB-WH-HELD-COUNT TO FBT-HELD-COUNT
          MOVE FB-WH-NET-UNITS TO FBT-NET-UNITS
          MOVE FB-WH-NET-VALUE TO FBT-NET-VALUE
          MOVE SPACES TO FEED-BOOK-RECORD
          WRITE FEED-BOOK-RECORD
          MOVE FEED-BOOK-TOTAL-LINE TO FEED-BOOK-RECORD
          WRITE FEED-BOOK-RECORD
          MOVE SPACES TO FEED-BOOK-RECORD
          WRITE FEED-BOOK-RECORD

          ADD FB-WH-OFF-COUNT TO FB-GR-OFF-COUNT
          ADD FB-WH-HELD-COUNT TO FB-GR-HELD-COUNT
          ADD FB-WH-NET-UNITS TO FB-GR-NET-UNITS
          ADD FB-WH-NET-VALUE TO FB-GR-NET-VALUE
          MOVE ZEROS TO FB-WH-OFF-COUNT FB-WH-HELD-COUNT
                        FB-WH-NET-UNITS FB-WH-NET-VALUE
       .

       247-CLOSE-FEED-BOOK-REPORT.
          IF BOOK-CHECK-ACTIVE = 'Y'
             IF FB-WAREHOUSE-HOLD NOT = SPACES
                PERFORM 246-WRITE-FEED-BOOK-WH-TOTAL
             END-IF
             MOVE 'GRAND TOTAL' TO FBT-LABEL
             MOVE SPACES TO FBT-WAREHOUSE
             MOVE FB-GR-OFF-COUNT TO FBT-OFF-COUNT
             MOVE FB-GR-HELD-COUNT TO FBT-HELD-COUNT
             MOVE FB-GR-NET-UNITS TO FBT-NET-UNITS
             MOVE FB-GR-NET-VALUE TO FBT-NET-VALUE
             MOVE FEED-BOOK-TOTAL-LINE TO FEED-BOOK-RECORD
             WRITE FEED-BOOK-RECORD

             MOVE FB-COMPARED-COUNT TO FBC-COMPARED
             MOVE FB-MATCHED-COUNT TO FBC-MATCHED
             MOVE FB-TOLERANCE-COUNT TO FBC-TOLERANCE
             MOVE FB-RELEASED-COUNT TO FBC-RELEASED
             MOVE FB-COUNTED-COUNT TO FBC-COUNTED
             MOVE FEED-BOOK-COUNT-LINE TO FEED-BOOK-RECORD
             WRITE FEED-BOOK-RECORD
          END-IF
          CLOSE FEED-BOOK-FILE
                FEED-HOLD-FILE

          IF FB-GR-HELD-COUNT > 0
             DISPLAY 'FEED VERSUS BOOK: ' FB-GR-HELD-COUNT
                ' SLOTS HELD FOR REVIEW - SEE ' FEED-HOLD-FILENAME
             IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
             END-IF
          END-IF
       .

       100-SORT-WH-FILES.

          SORT SORT-FILE
       .

       160-UPDATE-INVENTORY-MASTER.
          PERFORM 239-LOAD-BOOK-BALANCES
          PERFORM 241-LOAD-FEED-RELEASES
          PERFORM 242-OPEN-FEED-BOOK-REPORT

          OPEN I-O INVENTORY-MASTER-FILE
          IF INVENTORY-NOT-FOUND
             OPEN OUTPUT INVENTORY-MASTER-FILE
             OPEN I-O INVENTORY-MASTER-FILE
          END-IF

          OPEN I-O AVERAGE-COST-FILE
          IF AVERAGE-COST-NOT-FOUND
             OPEN OUTPUT AVERAGE-COST-FILE
             CLOSE AVERAGE-COST-FILE
             OPEN I-O AVERAGE-COST-FILE
          END-IF

          OPEN EXTEND STOCK-HISTORY-FILE
          OPEN EXTEND PO-RECEIPT-FILE

          OPEN OUTPUT COST-CHANGE-FILE
          MOVE REPORT-PERIOD TO CCH-PERIOD
          MOVE COST-CHANGE-COLUMNS TO COST-CHANGE-RECORD
          WRITE COST-CHANGE-RECORD

          IF LOTS-LOADED = 'Y'
             OPEN OUTPUT LOT-RECON-FILE
             MOVE REPORT-PERIOD TO LRH-PERIOD
             MOVE LOT-RECON-HEADER-L1 TO LOT-RECON-RECORD
             WRITE LOT-RECON-RECORD
             MOVE SPACES TO LOT-RECON-RECORD
             WRITE LOT-RECON-RECORD
             MOVE LOT-RECON-COLUMNS-LINE TO LOT-RECON-RECORD
             WRITE LOT-RECON-RECORD
          END-IF

          IF BOOK-CHECK-ACTIVE = 'Y'
             OPEN OUTPUT MERGED-HOLD-FILE
          END-IF

          MOVE 'N' TO INVENTORY-EOF
          OPEN INPUT MERGED-WH-FILE
          PERFORM UNTIL INVENTORY-EOF = 'Y'
                   MOVE 'Y' TO INVENTORY-EOF
                NOT AT END
                   PERFORM 165-APPLY-ONE-INVENTORY-DELTA
                   IF BOOK-CHECK-ACTIVE = 'Y'
                      MOVE MERGED-WH-RECORD TO MERGED-HOLD-RECORD
                      WRITE MERGED-HOLD-RECORD
                   END-IF
             END-READ
          END-PERFORM
          CLOSE MERGED-WH-FILE
                INVENTORY-MASTER-FILE
                AVERAGE-COST-FILE
                COST-CHANGE-FILE
                STOCK-HISTORY-FILE
                PO-RECEIPT-FILE

          PERFORM 247-CLOSE-FEED-BOOK-REPORT

          IF BOOK-CHECK-ACTIVE = 'Y'
             CLOSE MERGED-HOLD-FILE
             IF FB-GR-HELD-COUNT > 0
                PERFORM 183-APPLY-HOLDS-TO-MERGED
             END-IF
          END-IF

          IF LOTS-LOADED = 'Y'
             MOVE LOT-SLOTS-ADJUSTED TO LRT-ADJUSTED
             MOVE LOT-COUNT TO LRT-LOT-COUNT
             MOVE SPACES TO LOT-RECON-RECORD
             WRITE LOT-RECON-RECORD
             MOVE LOT-RECON-TOTALS-LINE TO LOT-RECON-RECORD
             WRITE LOT-RECON-RECORD
             CLOSE LOT-RECON-FILE
             PERFORM 181-REWRITE-LOT-MASTER
          END-IF
       .

       165-APPLY-ONE-INVENTORY-DELTA.
          END-PERFORM
          MOVE REPORT-PERIOD TO IM-LAST-PERIOD

          IF BOOK-CHECK-ACTIVE = 'Y'
             IF MWR-WAREHOUSE-ID NOT = FB-WAREHOUSE-HOLD
                IF FB-WAREHOUSE-HOLD NOT = SPACES
                   PERFORM 246-WRITE-FEED-BOOK-WH-TOTAL
                END-IF
                MOVE MWR-WAREHOUSE-ID TO FB-WAREHOUSE-HOLD
             END-IF
             PERFORM 161-CHECK-FEED-AGAINST-BOOK
                VARYING FB-SLOT-SUB FROM 1 BY 1 UNTIL FB-SLOT-SUB > 5
          END-IF

          MOVE 'N' TO OPEN-PO-MATCHED
          IF OPEN-PO-LOADED = 'Y'
             PERFORM 166-MATCH-OPEN-PO-RECEIPTS
          END-IF

          PERFORM 162-UPDATE-AVERAGE-COST

          IF LOTS-LOADED = 'Y'
             PERFORM 176-SYNC-SLOT-LOTS
                VARYING LOT-SLOT-SUB FROM 1 BY 1 UNTIL LOT-SLOT-SUB > 5
          END-IF

          PERFORM 173-WRITE-STOCK-HISTORY

          IF PRIOR-MASTER-FOUND = 'Y'
          END-IF
       .

       161-CHECK-FEED-AGAINST-BOOK.
          MOVE IM-WAREHOUSE-ID TO FBK-WAREHOUSE-ID
          MOVE IM-VENDOR-ID    TO FBK-VENDOR-ID
          MOVE IM-PRODUCT-ID   TO FBK-PRODUCT-ID
          MOVE FB-SLOT-SUB     TO FBK-SLOT

          MOVE ZEROS TO FB-FEED-UNITS
          IF IM-PD-NAME(FB-SLOT-SUB) NOT = SPACES
             AND IM-PD-NUM-IN-STOCK(FB-SLOT-SUB) IS NUMERIC
             MOVE IM-PD-NUM-IN-STOCK(FB-SLOT-SUB) TO FB-FEED-UNITS
          END-IF

          MOVE ZEROS TO FB-PRIOR-UNITS FB-POSTED-UNITS
          MOVE 'N' TO BOOK-FOUND
          PERFORM VARYING BK-SUB FROM 1 BY 1
             UNTIL BK-SUB > BOOK-COUNT OR BOOK-FOUND = 'Y'
             IF BKT-SLOT-KEY(BK-SUB) = FB-SLOT-KEY-WORK
                MOVE 'Y' TO BOOK-FOUND
             END-IF
          END-PERFORM
          IF BOOK-FOUND = 'Y'
             SUBTRACT 1 FROM BK-SUB
             MOVE BKT-PRIOR-UNITS(BK-SUB)  TO FB-PRIOR-UNITS
             MOVE BKT-POSTED-UNITS(BK-SUB) TO FB-POSTED-UNITS
          END-IF

          MOVE 'N' TO SLOT-COUNTED
          IF IM-PD-NAME(FB-SLOT-SUB) NOT = SPACES
             PERFORM VARYING PA-SUB FROM 1 BY 1
                UNTIL PA-SUB > PRIOR-ADJ-COUNT OR SLOT-COUNTED = 'Y'
                IF PAT-WAREHOUSE-ID(PA-SUB) = FBK-WAREHOUSE-ID
                   AND PAT-VENDOR-ID(PA-SUB) = FBK-VENDOR-ID
                   AND PAT-PRODUCT-ID(PA-SUB) = FBK-PRODUCT-ID
                   AND PAT-SLOT(PA-SUB) = FBK-SLOT
                   MOVE 'Y' TO SLOT-COUNTED
                END-IF
             END-PERFORM
          END-IF

          IF BOOK-FOUND = 'Y' OR FB-FEED-UNITS NOT = 0
             ADD 1 TO FB-COMPARED-COUNT
             COMPUTE FB-BOOK-UNITS = FB-PRIOR-UNITS + FB-POSTED-UNITS
             COMPUTE FB-DIFFERENCE = FB-FEED-UNITS - FB-BOOK-UNITS
             IF FB-DIFFERENCE = 0
                ADD 1 TO FB-MATCHED-COUNT
             ELSE
                PERFORM 178-SETTLE-FEED-DIFFERENCE
             END-IF
          END-IF
       .

       178-SETTLE-FEED-DIFFERENCE.
          IF FB-DIFFERENCE < 0
             COMPUTE FB-ABS-DIFFERENCE = 0 - FB-DIFFERENCE
          ELSE
             MOVE FB-DIFFERENCE TO FB-ABS-DIFFERENCE
          END-IF

          MOVE ZEROS TO FB-UNIT-COST
          IF IM-PD-PRICE(FB-SLOT-SUB) IS NUMERIC
             MOVE IM-PD-PRICE(FB-SLOT-SUB) TO FB-UNIT-COST
          END-IF
          IF VALUATION-BASIS = 'A'
             MOVE IM-RECORD-KEY TO AC-RECORD-KEY
             READ AVERAGE-COST-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF AC-AVG-COST(FB-SLOT-SUB) IS NUMERIC
                      AND AC-AVG-COST(FB-SLOT-SUB) > 0
                      MOVE AC-AVG-COST(FB-SLOT-SUB) TO FB-UNIT-COST
                   END-IF
             END-READ
          END-IF
          COMPUTE FB-DIFF-VALUE ROUNDED = FB-DIFFERENCE * FB-UNIT-COST

          MOVE 'N' TO RELEASE-FOUND
          PERFORM VARYING RL-SUB FROM 1 BY 1
             UNTIL RL-SUB > RELEASE-COUNT OR RELEASE-FOUND = 'Y'
             IF RLT-SLOT-KEY(RL-SUB) = FB-SLOT-KEY-WORK
                MOVE 'Y' TO RELEASE-FOUND
             END-IF
          END-PERFORM

          ADD 1 TO FB-WH-OFF-COUNT
          ADD FB-DIFFERENCE TO FB-WH-NET-UNITS
          ADD FB-DIFF-VALUE TO FB-WH-NET-VALUE

          EVALUATE TRUE
             WHEN SLOT-COUNTED = 'Y'
                ADD 1 TO FB-COUNTED-COUNT
                MOVE 'COUNTED - COUNT ACCEPTED' TO FB-ACTION
             WHEN FB-ABS-DIFFERENCE <= FEED-BOOK-TOLERANCE
                ADD 1 TO FB-TOLERANCE-COUNT
                MOVE 'WITHIN TOLERANCE' TO FB-ACTION
             WHEN RELEASE-FOUND = 'Y'
                ADD 1 TO FB-RELEASED-COUNT
                MOVE 'RELEASED - FEED ACCEPTED' TO FB-ACTION
             WHEN OTHER
                ADD 1 TO FB-WH-HELD-COUNT
                MOVE 'HELD - MASTER KEPT' TO FB-ACTION
                PERFORM 182-HOLD-FEED-SLOT
          END-EVALUATE

          MOVE FBK-WAREHOUSE-ID TO FBD-WAREHOUSE-ID
          MOVE FBK-VENDOR-ID    TO FBD-VENDOR-ID
          MOVE FBK-PRODUCT-ID   TO FBD-PRODUCT-ID
          MOVE FBK-SLOT         TO FBD-SLOT
          MOVE FB-PRIOR-UNITS   TO FBD-PRIOR-UNITS
          MOVE FB-POSTED-UNITS  TO FBD-POSTED-UNITS
          MOVE FB-BOOK-UNITS    TO FBD-BOOK-UNITS
          MOVE FB-FEED-UNITS    TO FBD-FEED-UNITS
          MOVE FB-DIFFERENCE    TO FBD-DIFFERENCE
          MOVE FB-DIFF-VALUE    TO FBD-DIFF-VALUE
          MOVE FB-ACTION        TO FBD-ACTION
          MOVE FEED-BOOK-DETAIL-LINE TO FEED-BOOK-RECORD
          WRITE FEED-BOOK-RECORD
       .

       182-HOLD-FEED-SLOT.
          MOVE SPACES TO FEED-HOLD-RECORD
          MOVE FBK-WAREHOUSE-ID TO FH-WAREHOUSE-ID
          MOVE FBK-VENDOR-ID    TO FH-VENDOR-ID
          MOVE FBK-PRODUCT-ID   TO FH-PRODUCT-ID
          MOVE FBK-SLOT         TO FH-SLOT
          MOVE REPORT-PERIOD    TO FH-PERIOD
          MOVE FB-BOOK-UNITS    TO FH-BOOK-UNITS
          MOVE FB-FEED-UNITS    TO FH-FEED-UNITS
          MOVE FB-DIFFERENCE    TO FH-DIFFERENCE

          IF PRIOR-MASTER-FOUND = 'Y'
             AND PRIOR-PD-NAME(FB-SLOT-SUB) NOT = SPACES
             AND PRIOR-PD-STOCK(FB-SLOT-SUB) IS NUMERIC
             MOVE PRIOR-PD-STOCK(FB-SLOT-SUB) TO
                     IM-PD-NUM-IN-STOCK(FB-SLOT-SUB)
             IF IM-PD-NAME(FB-SLOT-SUB) = SPACES
                MOVE PRIOR-PD-NAME(FB-SLOT-SUB) TO
                        IM-PD-NAME(FB-SLOT-SUB)
                MOVE PRIOR-PD-SIZE(FB-SLOT-SUB) TO
                        IM-PD-SIZE(FB-SLOT-SUB)
                MOVE PRIOR-PD-TYPE(FB-SLOT-SUB) TO
                        IM-PD-TYPE(FB-SLOT-SUB)
                MOVE PRIOR-PD-PRICE(FB-SLOT-SUB) TO
                        IM-PD-PRICE(FB-SLOT-SUB)
             END-IF
          ELSE
             MOVE ZEROS TO IM-PD-NUM-IN-STOCK(FB-SLOT-SUB)
          END-IF
          MOVE IM-PD-NUM-IN-STOCK(FB-SLOT-SUB) TO FH-MASTER-UNITS

          MOVE IM-PD-NAME(FB-SLOT-SUB)  TO MWR-PD-NAME(FB-SLOT-SUB)
          MOVE IM-PD-SIZE(FB-SLOT-SUB)  TO MWR-PD-SIZE(FB-SLOT-SUB)
          MOVE IM-PD-TYPE(FB-SLOT-SUB)  TO MWR-PD-TYPE(FB-SLOT-SUB)
          MOVE IM-PD-NUM-IN-STOCK(FB-SLOT-SUB) TO
                  MWR-PD-NUM-IN-STOCK(FB-SLOT-SUB)
          MOVE IM-PD-PRICE(FB-SLOT-SUB) TO MWR-PD-PRICE(FB-SLOT-SUB)

          WRITE FEED-HOLD-RECORD
       .

       183-APPLY-HOLDS-TO-MERGED.
          OPEN INPUT MERGED-HOLD-FILE
               OUTPUT MERGED-WH-FILE
          MOVE 'N' TO MERGED-HOLD-EOF
          PERFORM UNTIL MERGED-HOLD-EOF = 'Y'
             READ MERGED-HOLD-FILE
                AT END
                   MOVE 'Y' TO MERGED-HOLD-EOF
                NOT AT END
                   MOVE MERGED-HOLD-RECORD TO MERGED-WH-RECORD
                   WRITE MERGED-WH-RECORD
             END-READ
          END-PERFORM
          CLOSE MERGED-HOLD-FILE
                MERGED-WH-FILE
       .

       162-UPDATE-AVERAGE-COST.
          MOVE IM-RECORD-KEY TO AC-RECORD-KEY
          MOVE 'N' TO AVG-COST-FOUND
          READ AVERAGE-COST-FILE
             INVALID KEY
                MOVE SPACES TO AVERAGE-COST-RECORD
                MOVE IM-RECORD-KEY TO AC-RECORD-KEY
                PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
                   MOVE ZEROS TO AC-AVG-COST(SUB)
                END-PERFORM
             NOT INVALID KEY
                MOVE 'Y' TO AVG-COST-FOUND
          END-READ

          PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF AC-AVG-COST(SUB) IS NUMERIC
                MOVE AC-AVG-COST(SUB) TO PRIOR-AVG-COST(SUB)
             ELSE
                MOVE ZEROS TO PRIOR-AVG-COST(SUB)
             END-IF
             PERFORM 163-AVERAGE-ONE-SLOT
          END-PERFORM
          MOVE REPORT-PERIOD TO AC-LAST-PERIOD

          IF AVG-COST-FOUND = 'Y'
             REWRITE AVERAGE-COST-RECORD
          ELSE
             WRITE AVERAGE-COST-RECORD
                INVALID KEY
                   REWRITE AVERAGE-COST-RECORD
             END-WRITE
          END-IF
       .

       163-AVERAGE-ONE-SLOT.
          IF IM-PD-NUM-IN-STOCK(SUB) IS NUMERIC
             MOVE IM-PD-NUM-IN-STOCK(SUB) TO AVG-NEW-UNITS
          ELSE
             MOVE ZEROS TO AVG-NEW-UNITS
          END-IF
          IF PRIOR-MASTER-FOUND = 'Y'
             AND PRIOR-PD-STOCK(SUB) IS NUMERIC
             AND PRIOR-PD-NAME(SUB) = IM-PD-NAME(SUB)
             MOVE PRIOR-PD-STOCK(SUB) TO AVG-OLD-UNITS
          ELSE
             MOVE ZEROS TO AVG-OLD-UNITS
          END-IF
          IF AC-AVG-COST(SUB) IS NOT NUMERIC
             MOVE ZEROS TO AC-AVG-COST(SUB)
          END-IF

          MOVE ZEROS TO AVG-RECEIPT-COST
          IF OPEN-PO-MATCHED = 'Y'
             IF MATCHED-PO-COST > 0
                MOVE MATCHED-PO-COST TO AVG-RECEIPT-COST
             ELSE
                IF IM-PD-PRICE(SUB) IS NUMERIC
                   MOVE IM-PD-PRICE(SUB) TO AVG-RECEIPT-COST
                END-IF
             END-IF
          END-IF

          EVALUATE TRUE
             WHEN IM-PD-NAME(SUB) = SPACES
                MOVE ZEROS TO AC-AVG-COST(SUB)
             WHEN AC-AVG-COST(SUB) = 0
                IF IM-PD-PRICE(SUB) IS NUMERIC
                   MOVE IM-PD-PRICE(SUB) TO AC-AVG-COST(SUB)
                END-IF
             WHEN AVG-NEW-UNITS <= AVG-OLD-UNITS
                OR AVG-RECEIPT-COST = 0
                CONTINUE
             WHEN AVG-OLD-UNITS <= 0
                MOVE AVG-RECEIPT-COST TO AC-AVG-COST(SUB)
             WHEN OTHER
                COMPUTE AVG-VALUE-WORK =
                     AVG-OLD-UNITS * AC-AVG-COST(SUB)
                   + (AVG-NEW-UNITS - AVG-OLD-UNITS)
                     * AVG-RECEIPT-COST
                COMPUTE AC-AVG-COST(SUB) ROUNDED =
                   AVG-VALUE-WORK / AVG-NEW-UNITS
          END-EVALUATE
       .

       173-WRITE-STOCK-HISTORY.
          PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF IM-PD-NAME(SUB) NOT = SPACES
             MOVE ZEROS TO SH-NEW-COST
          END-IF

          MOVE PRIOR-AVG-COST(SUB) TO SH-PRIOR-AVG-COST
          IF AC-AVG-COST(SUB) IS NUMERIC
             MOVE AC-AVG-COST(SUB) TO SH-NEW-AVG-COST
          ELSE
             MOVE ZEROS TO SH-NEW-AVG-COST
          END-IF

          WRITE STOCK-HISTORY-RECORD
       .

       166-MATCH-OPEN-PO-RECEIPTS.
          MOVE ZEROS TO STOCK-INCREASE-UNITS STOCK-INCREASE-VALUE
          PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF IM-PD-NUM-IN-STOCK(SUB) IS NUMERIC
                MOVE IM-PD-NUM-IN-STOCK(SUB) TO DELTA-NEW-UNITS
             IF DELTA-NEW-UNITS > DELTA-OLD-UNITS
                COMPUTE STOCK-INCREASE-UNITS = STOCK-INCREASE-UNITS
                   + DELTA-NEW-UNITS - DELTA-OLD-UNITS
                IF IM-PD-PRICE(SUB) IS NUMERIC
                   COMPUTE STOCK-INCREASE-VALUE = STOCK-INCREASE-VALUE
                      + (DELTA-NEW-UNITS - DELTA-OLD-UNITS)
                      * IM-PD-PRICE(SUB)
                END-IF
             END-IF
          END-PERFORM

                   AND OPT-WAREHOUSE-ID(OP-SUB) = MWR-WAREHOUSE-ID
                   AND OPT-PRODUCT-ID(OP-SUB) = MWR-PRODUCT-ID
                   MOVE 'Y' TO OPEN-PO-MATCHED
                   MOVE OPT-UNIT-COST(OP-SUB) TO MATCHED-PO-COST
                   ADD STOCK-INCREASE-UNITS TO
                      OPT-RECEIVED-QTY(OP-SUB)
                   IF OPT-RECEIVED-QTY(OP-SUB) >=
                         OPT-ORDERED-QTY(OP-SUB)
                      MOVE 'C' TO OPT-STATUS(OP-SUB)
                   END-IF
                   PERFORM 164-WRITE-PO-RECEIPT
                END-IF
             END-PERFORM
          END-IF
       .

       164-WRITE-PO-RECEIPT.
          MOVE SPACES TO PO-RECEIPT-RECORD
          MOVE REPORT-PERIOD              TO PR-PERIOD
          MOVE OPT-VENDOR-ID(OP-SUB)      TO PR-VENDOR-ID
          MOVE OPT-WAREHOUSE-ID(OP-SUB)   TO PR-WAREHOUSE-ID
          MOVE OPT-PRODUCT-ID(OP-SUB)     TO PR-PRODUCT-ID
          MOVE STOCK-INCREASE-UNITS       TO PR-RECEIVED-QTY
          MOVE STOCK-INCREASE-VALUE       TO PR-RECEIVED-VALUE
          MOVE OPT-ORDERED-QTY(OP-SUB)    TO PR-ORDERED-QTY
          MOVE OPT-RECEIVED-QTY(OP-SUB)   TO PR-TOTAL-RECEIVED
          MOVE OPT-ORDER-PERIOD(OP-SUB)   TO PR-ORDER-PERIOD
          MOVE OPT-EXPECTED-PERIOD(OP-SUB) TO PR-EXPECTED-PERIOD
          MOVE OPT-STATUS(OP-SUB)         TO PR-STATUS
          WRITE PO-RECEIPT-RECORD
       .

       167-AUDIT-COST-CHANGES.
          PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF IM-PD-NAME(SUB) NOT = SPACES
                MOVE OPT-EXPECTED-PERIOD(OP-SUB) TO
                        OP-EXPECTED-PERIOD
                MOVE OPT-STATUS(OP-SUB)       TO OP-STATUS
                MOVE OPT-UNIT-COST(OP-SUB)    TO OP-UNIT-COST
                WRITE OPEN-PO-RECORD
             END-IF
          END-PERFORM
          END-IF
       .

       176-SYNC-SLOT-LOTS.
          MOVE IM-WAREHOUSE-ID TO LKW-WAREHOUSE-ID
          MOVE IM-VENDOR-ID    TO LKW-VENDOR-ID
          MOVE IM-PRODUCT-ID   TO LKW-PRODUCT-ID
          MOVE LOT-SLOT-SUB    TO LKW-SLOT

          MOVE ZEROS TO LOT-MASTER-UNITS
          IF IM-PD-NAME(LOT-SLOT-SUB) NOT = SPACES
             AND IM-PD-NUM-IN-STOCK(LOT-SLOT-SUB) IS NUMERIC
             AND IM-PD-NUM-IN-STOCK(LOT-SLOT-SUB) > 0
             MOVE IM-PD-NUM-IN-STOCK(LOT-SLOT-SUB) TO LOT-MASTER-UNITS
          END-IF

          MOVE ZEROS TO LOT-SLOT-TOTAL
          PERFORM VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LOT-COUNT
             IF LTT-LOT-KEY(LT-SUB) = LOT-KEY-WORK
                ADD LTT-QUANTITY(LT-SUB) TO LOT-SLOT-TOTAL
             END-IF
          END-PERFORM

          COMPUTE LOT-ADJUSTMENT = LOT-MASTER-UNITS - LOT-SLOT-TOTAL
          EVALUATE TRUE
             WHEN LOT-ADJUSTMENT > 0
                IF OPEN-PO-MATCHED = 'Y'
                   MOVE 'P' TO LOT-SOURCE-WORK
                   MOVE 'PO RECEIPT LOT ADDED' TO LOT-ACTION-WORK
                ELSE
                   MOVE 'F' TO LOT-SOURCE-WORK
                   MOVE 'FEED INCREASE LOT ADDED' TO LOT-ACTION-WORK
                END-IF
                MOVE LOT-ADJUSTMENT TO LOT-UNITS-WORK
                PERFORM 177-ADD-LOT
                PERFORM 180-WRITE-LOT-RECON-LINE
             WHEN LOT-ADJUSTMENT < 0
                COMPUTE LOT-REMAINING = 0 - LOT-ADJUSTMENT
                MOVE 'Y' TO LOT-FOUND
                PERFORM 179-TAKE-EARLIEST-LOT
                   UNTIL LOT-REMAINING = 0 OR LOT-FOUND = 'N'
                MOVE 'LOTS DRAWN DOWN FEFO' TO LOT-ACTION-WORK
                PERFORM 180-WRITE-LOT-RECON-LINE
             WHEN OTHER
                CONTINUE
          END-EVALUATE
       .

       177-ADD-LOT.
          MOVE DEFAULT-SHELF-LIFE TO SHELF-LIFE-DAYS-WORK
          PERFORM VARYING SLT-SUB FROM 1 BY 1
             UNTIL SLT-SUB > SHELF-LIFE-COUNT
             IF SLT-PRODUCT-ID(SLT-SUB) = LKW-PRODUCT-ID
                MOVE SLT-DAYS(SLT-SUB) TO SHELF-LIFE-DAYS-WORK
             END-IF
          END-PERFORM
          COMPUTE LOT-EXPIRY-WORK = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(LOT-TODAY)
              + SHELF-LIFE-DAYS-WORK)

          ADD 1 TO LOT-SEQUENCE
          MOVE SPACES TO LOT-NUMBER-WORK
          STRING LOT-SOURCE-WORK DELIMITED BY SIZE
                 LOT-TODAY DELIMITED BY SIZE
                 LOT-SEQUENCE DELIMITED BY SIZE
             INTO LOT-NUMBER-WORK
          END-STRING

          IF LOT-COUNT >= 5000
             DISPLAY 'WARNING: LOT TABLE FULL - LOT NOT RECORDED: '
                LOT-KEY-WORK ' ' LOT-NUMBER-WORK
          ELSE
             ADD 1 TO LOT-COUNT
             MOVE LOT-KEY-WORK TO LTT-LOT-KEY(LOT-COUNT)
             MOVE LOT-NUMBER-WORK TO LTT-LOT-NUMBER(LOT-COUNT)
             MOVE LOT-EXPIRY-WORK TO LTT-EXPIRY-DATE(LOT-COUNT)
             MOVE LOT-TODAY TO LTT-RECEIVED-DATE(LOT-COUNT)
             MOVE LOT-UNITS-WORK TO LTT-QUANTITY(LOT-COUNT)
             MOVE LOT-SOURCE-WORK TO LTT-SOURCE(LOT-COUNT)
          END-IF
       .

       179-TAKE-EARLIEST-LOT.
          MOVE 'N' TO LOT-FOUND
          MOVE 99999999 TO EARLIEST-EXPIRY
          PERFORM VARYING LT-SUB FROM 1 BY 1
             UNTIL LT-SUB > LOT-COUNT
             IF LTT-LOT-KEY(LT-SUB) = LOT-KEY-WORK
                AND LTT-QUANTITY(LT-SUB) > 0
                AND LTT-EXPIRY-DATE(LT-SUB) < EARLIEST-EXPIRY
                MOVE 'Y' TO LOT-FOUND
                MOVE LT-SUB TO LT-TAKE-SUB
                MOVE LTT-EXPIRY-DATE(LT-SUB) TO EARLIEST-EXPIRY
             END-IF
          END-PERFORM

          IF LOT-FOUND = 'Y'
             IF LTT-QUANTITY(LT-TAKE-SUB) < LOT-REMAINING
                MOVE LTT-QUANTITY(LT-TAKE-SUB) TO LOT-TAKE
             ELSE
                MOVE LOT-REMAINING TO LOT-TAKE
             END-IF
             SUBTRACT LOT-TAKE FROM LTT-QUANTITY(LT-TAKE-SUB)
             SUBTRACT LOT-TAKE FROM LOT-REMAINING
          END-IF
       .

       180-WRITE-LOT-RECON-LINE.
          ADD 1 TO LOT-SLOTS-ADJUSTED
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

       181-REWRITE-LOT-MASTER.
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

       200-HSKPING-ROUTINE.

             PERFORM 205-OPEN-AVERAGE-COST

             OPEN INPUT MERGED-WH-FILE
                  OUTPUT WH-REPORT
                         EXCEPTION-FILE
          CLOSE WH-CONTROL-FILE
       .

       205-OPEN-AVERAGE-COST.
          IF VALUATION-BASIS = 'A'
             OPEN INPUT AVERAGE-COST-FILE
             IF AVERAGE-COST-OK
                MOVE 'AT AVERAGE COST' TO HL1-BASIS
                MOVE ' AT AVERAGE COST' TO MRH-BASIS
             ELSE
                DISPLAY 'AVERAGE COST FILE NOT AVAILABLE - STATUS '
                   AVERAGE-COST-STATUS ' - VALUING AT LAST PRICE'
                MOVE 'L' TO VALUATION-BASIS
             END-IF
          ELSE
             MOVE 'L' TO VALUATION-BASIS
          END-IF
       .

       210-HSKPING-RESTART.

             PERFORM 215-LOAD-WAREHOUSE-TABLE
             PERFORM 205-OPEN-AVERAGE-COST

             MOVE 'N' TO RESUMING-CHECKPOINT
             OPEN INPUT CHECKPOINT-FILE
                 MARGIN-REPORT-FILE
                 MISSING-PRICE-FILE

           IF VALUATION-BASIS = 'A'
              CLOSE AVERAGE-COST-FILE
           END-IF

           PERFORM 355-BALANCE-ROUTINE
           PERFORM 365-WRITE-RUN-HISTORY
           .
          END-EVALUATE

          PERFORM 730-LOOKUP-RETAIL-PRICE
          IF VALUATION-BASIS = 'A'
             PERFORM 727-LOOKUP-AVERAGE-COST
          END-IF
          PERFORM 725-SIZE-EVALUATE
          PERFORM 760-MATCH-CYCLE-COUNTS

             END-IF
          END-IF

          IF VALUATION-BASIS = 'A'
             AND AVG-COST-FOUND = 'Y'
             AND AC-AVG-COST(SUB) IS NUMERIC
             AND AC-AVG-COST(SUB) > 0
             COMPUTE PRODUCT-TOTAL ROUNDED =
                MWR-PD-NUM-IN-STOCK(SUB) * AC-AVG-COST(SUB)
          ELSE
             COMPUTE PRODUCT-TOTAL = MWR-PD-NUM-IN-STOCK(SUB)
                                     * MWR-PD-PRICE(SUB)
          END-IF
          MOVE PRODUCT-TOTAL TO DL-TOTAL-COST
          ADD PRODUCT-TOTAL TO VENDOR-TOTAL WAREHOUSE-TOTAL

           END-PERFORM
       .

       727-LOOKUP-AVERAGE-COST.
          MOVE MWR-WAREHOUSE-ID TO AC-WAREHOUSE-ID
          MOVE MWR-VENDOR-ID    TO AC-VENDOR-ID
          MOVE MWR-PRODUCT-ID   TO AC-PRODUCT-ID
          READ AVERAGE-COST-FILE
             INVALID KEY
                MOVE 'N' TO AVG-COST-FOUND
             NOT INVALID KEY
                MOVE 'Y' TO AVG-COST-FOUND
          END-READ
       .

       760-MATCH-CYCLE-COUNTS.
          PERFORM VARYING CC-SUB FROM 1 BY 1
             UNTIL CC-SUB > CYCLE-COUNT-COUNT
          MOVE CCT-SLOT(CC-SUB)          TO ADJ-SLOT
          MOVE CCT-COUNTED-UNITS(CC-SUB) TO ADJ-NEW-UNITS
          MOVE CCT-COUNT-DATE(CC-SUB)    TO ADJ-COUNT-DATE
          MOVE MWR-PD-NUM-IN-STOCK(SUB)  TO ADJ-BOOK-UNITS
          IF MWR-PD-PRICE(SUB) IS NUMERIC
             MOVE MWR-PD-PRICE(SUB)      TO ADJ-UNIT-COST
          ELSE
             MOVE ZEROS                  TO ADJ-UNIT-COST
          END-IF
          WRITE ADJUSTMENT-RECORD

          IF COUNT-VARIANCE-UNITS NOT = 0
          MOVE MWR-PD-NUM-IN-STOCK(SUB) TO POW-NUM-IN-STOCK
          MOVE RPT-MIN-STOCK(RP-IDX)    TO POW-MIN-STOCK
          MOVE RPT-REORDER-QTY(RP-IDX)  TO POW-REORDER-QTY
          MOVE ZEROS                    TO POW-UNIT-COST
          IF MWR-PD-PRICE(SUB) IS NUMERIC AND MWR-PD-PRICE(SUB) > 0
             MOVE MWR-PD-PRICE(SUB)     TO POW-UNIT-COST
          END-IF
          WRITE PO-WORK-RECORD
       .

          END-IF

          PERFORM 993-CHECK-COUNT-FAILURES
          PERFORM 991-SUM-EXPIRED-LOTS

          EVALUATE TRUE
             WHEN RTV-ALL-SURPLUS = 'Y' AND RTV-EXCESS-UNITS > 0
                MOVE 'SURPLUS AT ALL SITES' TO RTV-REASON-WORK
                IF RTV-EXPIRED-UNITS > RTV-EXCESS-UNITS
                   MOVE RTV-EXPIRED-UNITS TO RTV-EXCESS-UNITS
                   MOVE RTV-EXPIRED-VALUE TO RTV-EXCESS-VALUE
                END-IF
                PERFORM 994-ADD-RTV-ENTRY

             WHEN CF-FOUND = 'Y' AND RTV-PROD-UNITS > 0
                MOVE RTV-PROD-UNITS TO RTV-EXCESS-UNITS
                MOVE RTV-PROD-VALUE TO RTV-EXCESS-VALUE
                PERFORM 994-ADD-RTV-ENTRY

             WHEN RTV-EXPIRED-UNITS > 0
                MOVE 'EXPIRED LOTS' TO RTV-REASON-WORK
                MOVE RTV-EXPIRED-UNITS TO RTV-EXCESS-UNITS
                MOVE RTV-EXPIRED-VALUE TO RTV-EXCESS-VALUE
                PERFORM 994-ADD-RTV-ENTRY
          END-EVALUATE
       .

       991-SUM-EXPIRED-LOTS.
          MOVE ZEROS TO RTV-EXPIRED-UNITS RTV-EXPIRED-VALUE
          PERFORM VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LOT-COUNT
             IF LTT-VENDOR-ID(LT-SUB) = TVENDOR-HOLD
                AND LTT-PRODUCT-ID(LT-SUB) = TPRODUCT-HOLD
                AND LTT-EXPIRY-DATE(LT-SUB) < LOT-TODAY
                AND LTT-EXPIRY-DATE(LT-SUB) >= RTV-EXPIRY-CUTOFF
                ADD LTT-QUANTITY(LT-SUB) TO RTV-EXPIRED-UNITS
             END-IF
          END-PERFORM

          IF RTV-EXPIRED-UNITS > RTV-PROD-UNITS
             MOVE RTV-PROD-UNITS TO RTV-EXPIRED-UNITS
          END-IF
          IF RTV-PROD-UNITS > 0
             COMPUTE RTV-EXPIRED-VALUE ROUNDED =
                RTV-EXPIRED-UNITS * RTV-PROD-VALUE / RTV-PROD-UNITS
          END-IF
       .

       993-CHECK-COUNT-FAILURES.
          MOVE 'N' TO CF-FOUND
          PERFORM VARYING CF-SUB FROM 1 BY 1
