       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER-ORDER.
       AUTHOR. NICHOLAS-MORRISON.
      ****************************************************************
      * This program runs the inter-warehouse transfer orders that
      * move stock between the sites on WAREHOUSE-CONTROL.TXT. The
      * transfer transaction file carries one action per record:
      *   A - approve a transfer. Both warehouses must be on the
      *       control file, the sending slot must hold the product
      *       and enough units, and the receiving master record must
      *       exist with the slot empty or holding the same product.
      *       The transfer is given the next transfer number and a
      *       shipping document is printed to TRANSFER-DOCS-date.TXT.
      *   S - ship an approved transfer. The units are taken out of
      *       the sending slot on the inventory master and carried
      *       in transit at the slot's last price and average cost.
      *       The sending slot's lots on LOT-MASTER.TXT are drawn
      *       down the way an issue draws them - the lot named on
      *       the transaction first, then earliest expiry among the
      *       unexpired lots, then any lot - and the lot number,
      *       expiry and units of each lot taken (up to ten) ride on
      *       the transfer order and the in-transit record.
      *   R - confirm receipt of a shipped transfer. The units
      *       received (blank for the full quantity) are added to
      *       the receiving slot, whose weighted-average cost takes
      *       them at the transfer cost. Any units short are written
      *       off as lost in transit. The lots carried on the order
      *       are recreated under the receiving slot's key (source
      *       T) in the order they were taken, up to the units
      *       received; units with no carried lot are picked up as
      *       unidentified by the next posting run's lot check.
      *   X - cancel an approved transfer that has not shipped.
      * Every transaction is listed on the transfer audit report as
      * APPLIED or REJECTED with the order image before and after.
      * A ship or receipt dated in a period marked closed on
      * PERIOD-CONTROL.TXT is rejected with PERIOD CLOSED.
      * Ship, receive and shortage events are appended to the
      * transfer history file, which GL-INTERFACE values. The
      * transfer order file is then rewritten, the in-transit file
      * is rebuilt from the shipped transfers, and the in-transit
      * report values the stock on the road by receiving warehouse
      * and flags transfers not received within the transit limit
      * (argument 1, default 7 days). Stock in transit is valued on
      * the VALUATION-BASIS kept in RUN-CONTROL.TXT.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC-COMPUTER.
       OBJECT-COMPUTER. WINDOWS-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT RUN-CONTROL-FILE
             ASSIGN TO 'RUN-CONTROL.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-CONTROL-STATUS.
          SELECT WH-CONTROL-FILE
             ASSIGN TO 'WAREHOUSE-CONTROL.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL TRANSFER-TRANS-FILE
             ASSIGN TO 'TRANSFER-TRANS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL TRANSFER-ORDER-FILE
             ASSIGN TO 'TRANSFER-ORDERS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT IN-TRANSIT-FILE
             ASSIGN TO 'IN-TRANSIT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL TRANSFER-HISTORY-FILE
             ASSIGN TO 'TRANSFER-HISTORY.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL SHIPPING-DOC-FILE
             ASSIGN TO DYNAMIC SHIPPING-DOC-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT TRANSFER-AUDIT-REPORT
             ASSIGN TO 'TRANSFER-AUDIT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT IN-TRANSIT-REPORT
             ASSIGN TO 'IN-TRANSIT-REPORT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PERIOD-CONTROL-FILE
             ASSIGN TO 'PERIOD-CONTROL.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT LOT-MASTER-FILE
             ASSIGN TO 'LOT-MASTER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOT-MASTER-STATUS.
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

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RUN-CONTROL-RECORD.
           05  RC-KEYWORD                  PIC X(20).
           05  FILLER                      PIC X.
           05  RC-VALUE                    PIC X(20).
           05  FILLER                      PIC X(39).

       FD  WH-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  WHC-RECORD.
           05  WHC-WAREHOUSE-ID            PIC X(4).
           05  FILLER                      PIC X.
           05  WHC-FILENAME                PIC X(40).
           05  WHC-FORMAT                  PIC X.
           05  FILLER                      PIC X(34).

       FD  TRANSFER-TRANS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  TRANSFER-TRANS-RECORD.
           05  TT-ACTION                    PIC X.
           05  FILLER                       PIC X.
           05  TT-TRANSFER-NUMBER           PIC 9(6).
           05  FILLER                       PIC X.
           05  TT-FROM-WAREHOUSE            PIC X(4).
           05  FILLER                       PIC X.
           05  TT-TO-WAREHOUSE              PIC X(4).
           05  FILLER                       PIC X.
           05  TT-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  TT-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X.
           05  TT-SLOT                      PIC 9.
           05  FILLER                       PIC X.
           05  TT-QUANTITY-X                PIC X(4).
           05  TT-QUANTITY REDEFINES TT-QUANTITY-X
                                            PIC 9(4).
           05  FILLER                       PIC X.
           05  TT-EVENT-DATE                PIC X(8).
           05  FILLER                       PIC X.
           05  TT-NOTE                      PIC X(20).
           05  FILLER                       PIC X.
           05  TT-LOT-NUMBER                PIC X(12).
           05  FILLER                       PIC X(6).

       FD  TRANSFER-ORDER-FILE
           RECORD CONTAINS 380 CHARACTERS.

       01  TRANSFER-ORDER-RECORD           PIC X(380).

       FD  IN-TRANSIT-FILE
           RECORD CONTAINS 380 CHARACTERS.

       01  IN-TRANSIT-RECORD               PIC X(380).

       FD  TRANSFER-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  TRANSFER-HISTORY-RECORD.
           05  TH-EVENT-DATE                PIC 9(8).
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
           05  FILLER                       PIC X.
           05  TH-UNIT-COST                 PIC S999V99.
           05  FILLER                       PIC X.
           05  TH-AVG-COST                  PIC S999V9999.
           05  FILLER                       PIC X(26).

       FD  SHIPPING-DOC-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  SHIPPING-DOC-RECORD             PIC X(80).

       FD  TRANSFER-AUDIT-REPORT
           RECORD CONTAINS 132 CHARACTERS.

       01  TRANSFER-AUDIT-RECORD           PIC X(132).

       FD  IN-TRANSIT-REPORT
           RECORD CONTAINS 132 CHARACTERS.

       01  IN-TRANSIT-REPORT-RECORD        PIC X(132).

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

       FD  INVENTORY-MASTER-FILE
           RECORD CONTAINS 134 CHARACTERS.

       01  INVENTORY-MASTER-RECORD.
           05  IM-RECORD-KEY.
               10  IM-WAREHOUSE-ID          PIC X(4).
               10  IM-VENDOR-ID             PIC X.
               10  IM-PRODUCT-ID            PIC X(3).
           05  IM-PRODUCT-DATA OCCURS 5 TIMES.
               10  IM-PD-NAME               PIC X(13).
               10  IM-PD-SIZE               PIC A.
               10  IM-PD-TYPE               PIC A.
               10  IM-PD-NUM-IN-STOCK       PIC S9(4).
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
          05  ORDER-EOF                 PIC X       VALUE 'N'.
          05  CONTROL-EOF               PIC X       VALUE 'N'.
          05  RUN-CONTROL-EOF           PIC X       VALUE 'N'.
          05  TRANS-VALID               PIC X       VALUE 'N'.
          05  MATCH-FOUND               PIC X       VALUE 'N'.
          05  MATCH-SUB                 PIC 9(4)    VALUE 0.
          05  SUB                       PIC 9(4)    VALUE 1.
          05  WAREHOUSE-FOUND           PIC X       VALUE 'N'.
          05  WH-SUB                    PIC 9(3)    VALUE 1.
          05  DOCS-OPEN                 PIC X       VALUE 'N'.
          05  AVG-COST-FOUND            PIC X       VALUE 'N'.
          05  AC-SUB                    PIC 9       VALUE 1.
          05  RUN-CONTROL-STATUS        PIC XX.
              88  RUN-CONTROL-OK                VALUE '00'.
          05  INVENTORY-STATUS          PIC XX.
              88  INVENTORY-OK                  VALUE '00'.
          05  AVERAGE-COST-STATUS       PIC XX.
              88  AVERAGE-COST-OK               VALUE '00'.
              88  AVERAGE-COST-NOT-FOUND        VALUE '35'.
          05  PERIOD-CONTROL-EOF        PIC X       VALUE 'N'.
          05  PERIOD-IS-CLOSED          PIC X       VALUE 'N'.
          05  LOT-MASTER-STATUS         PIC XX.
              88  LOT-MASTER-OK                 VALUE '00'.
              88  LOT-MASTER-NOT-FOUND          VALUE '35'.
          05  LOTS-LOADED               PIC X       VALUE 'N'.
          05  LOT-EOF                   PIC X       VALUE 'N'.
          05  LOT-FOUND                 PIC X       VALUE 'N'.
          05  LOT-PASS                  PIC X       VALUE 'A'.
              88  LOT-PASS-UNEXPIRED            VALUE 'U'.
              88  LOT-PASS-ANY                  VALUE 'A'.

       01 TRANS-COUNTS.
          05  TRANS-READ-COUNT          PIC 9(5)    VALUE 0.
          05  TRANS-APPLIED-COUNT       PIC 9(5)    VALUE 0.
          05  TRANS-REJECTED-COUNT      PIC 9(5)    VALUE 0.
          05  APPROVED-COUNT            PIC 9(5)    VALUE 0.
          05  SHIPPED-COUNT             PIC 9(5)    VALUE 0.
          05  RECEIVED-COUNT            PIC 9(5)    VALUE 0.
          05  CANCELLED-COUNT           PIC 9(5)    VALUE 0.

       01 REJECT-REASON                 PIC X(30)   VALUE SPACES.
       01 BEFORE-IMAGE                  PIC X(100)  VALUE SPACES.
       01 TODAY-DATE                    PIC 9(8)    VALUE 0.
       01 EVENT-DATE                    PIC 9(8)    VALUE 0.
       01 SEARCH-WAREHOUSE-ID           PIC X(4)    VALUE SPACES.
       01 NEXT-TRANSFER-NUMBER          PIC 9(6)    VALUE 1.
       01 OLD-UNITS                     PIC S9(4)   VALUE +0.
       01 NEW-UNITS                     PIC S9(5)   VALUE +0.
       01 RECEIVED-UNITS                PIC 9(4)    VALUE 0.
       01 SHORT-UNITS                   PIC 9(4)    VALUE 0.
       01 TRANSFER-COST                 PIC S999V9999 VALUE +0.
       01 AVG-VALUE-WORK                PIC S9(9)V9999 VALUE +0.

       01 PARAMETER-FIELDS.
          05  TRANSIT-LIMIT-X           PIC X(3).
          05  TRANSIT-DAY-LIMIT         PIC 9(3)    VALUE 7.
          05  LIMIT-WORK                PIC 9(3)    VALUE 0.
          05  LIMIT-SUB                 PIC 9       VALUE 1.
          05  LIMIT-DIGIT-X             PIC X.
          05  LIMIT-DIGIT REDEFINES LIMIT-DIGIT-X
                                        PIC 9.
          05  LIMIT-GIVEN               PIC X       VALUE 'N'.
          05  VALUATION-BASIS           PIC X       VALUE 'L'.

       01 DYNAMIC-FILENAMES.
          05  SHIPPING-DOC-FILENAME     PIC X(40).

       01 TRANSFER-ORDER-WORK.
          05  TO-TRANSFER-NUMBER        PIC 9(6).
          05  FILLER                    PIC X.
          05  TO-FROM-WAREHOUSE         PIC X(4).
          05  FILLER                    PIC X.
          05  TO-TO-WAREHOUSE           PIC X(4).
          05  FILLER                    PIC X.
          05  TO-VENDOR-ID              PIC X.
          05  FILLER                    PIC X.
          05  TO-PRODUCT-ID             PIC X(3).
          05  FILLER                    PIC X.
          05  TO-SLOT                   PIC 9.
          05  FILLER                    PIC X.
          05  TO-QUANTITY               PIC 9(4).
          05  FILLER                    PIC X.
          05  TO-STATUS                 PIC X.
              88  TO-APPROVED                   VALUE 'A'.
              88  TO-SHIPPED                    VALUE 'S'.
              88  TO-RECEIVED                   VALUE 'R'.
              88  TO-CANCELLED                  VALUE 'X'.
          05  FILLER                    PIC X.
          05  TO-APPROVED-DATE          PIC 9(8).
          05  FILLER                    PIC X.
          05  TO-SHIPPED-DATE           PIC 9(8).
          05  FILLER                    PIC X.
          05  TO-CLOSED-DATE            PIC 9(8).
          05  FILLER                    PIC X.
          05  TO-RECEIVED-QTY           PIC 9(4).
          05  FILLER                    PIC X.
          05  TO-UNIT-COST              PIC S999V99.
          05  FILLER                    PIC X.
          05  TO-AVG-COST               PIC S999V9999.
          05  FILLER                    PIC X.
          05  TO-PRODUCT-NAME           PIC X(13).
          05  TO-PRODUCT-SIZE           PIC A.
          05  TO-PRODUCT-TYPE           PIC A.
          05  FILLER                    PIC X(7).
          05  TO-LOT-COUNT              PIC 9(2).
          05  TO-LOT-ENTRY OCCURS 10 TIMES.
              10  FILLER                PIC X.
              10  TO-LOT-NUMBER         PIC X(12).
              10  FILLER                PIC X.
              10  TO-LOT-EXPIRY         PIC 9(8).
              10  FILLER                PIC X.
              10  TO-LOT-UNITS          PIC 9(4).
          05  FILLER                    PIC X(8).

       01 TRANSFER-TABLE-AREA.
          05  TRANSFER-COUNT            PIC 9(4)    VALUE 0.
          05  TRANSFER-TABLE OCCURS 1 TO 5000 TIMES
                           DEPENDING ON TRANSFER-COUNT.
              10  XT-TRANSFER-NUMBER    PIC 9(6).
              10  XT-ORDER-DATA         PIC X(380).

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
       01  LT-SUB                        PIC 9(4)    VALUE 0.
       01  LT-TAKE-SUB                   PIC 9(4)    VALUE 0.
       01  LE-SUB                        PIC 9(2)    VALUE 0.

       01 LOT-WORK-FIELDS.
          05  LOT-KEY-WORK.
              10  LKW-WAREHOUSE-ID      PIC X(4).
              10  LKW-VENDOR-ID         PIC X.
              10  LKW-PRODUCT-ID        PIC X(3).
              10  LKW-SLOT              PIC 9.
          05  LOT-UNITS-WORK            PIC 9(5)    VALUE 0.
          05  LOT-REMAINING             PIC 9(5)    VALUE 0.
          05  LOT-TAKE                  PIC 9(5)    VALUE 0.
          05  LOT-UNCARRIED             PIC 9(5)    VALUE 0.
          05  LOT-SKIP-COUNT            PIC 9(5)    VALUE 0.
          05  EARLIEST-EXPIRY           PIC 9(8)    VALUE 0.

       01 WAREHOUSE-TABLE-AREA.
          05  WAREHOUSE-COUNT           PIC 9(3)    VALUE 0.
          05  WAREHOUSE-TABLE OCCURS 1 TO 50 TIMES
                           DEPENDING ON WAREHOUSE-COUNT.
              10  WCT-WAREHOUSE-ID      PIC X(4).
              10  WCT-TRANSIT-COUNT     PIC 9(5).
              10  WCT-OVERDUE-COUNT     PIC 9(5).
              10  WCT-TRANSIT-UNITS     PIC 9(7).
              10  WCT-TRANSIT-VALUE     PIC 9(9)V99.

       01 IN-TRANSIT-WORK-FIELDS.
          05  TRANSIT-DAYS              PIC S9(5)   VALUE +0.
          05  TRANSIT-COST              PIC S999V9999 VALUE +0.
          05  TRANSIT-VALUE             PIC 9(9)V99 VALUE 0.
          05  TOTAL-TRANSIT-COUNT       PIC 9(5)    VALUE 0.
          05  TOTAL-OVERDUE-COUNT       PIC 9(5)    VALUE 0.
          05  TOTAL-TRANSIT-UNITS       PIC 9(7)    VALUE 0.
          05  TOTAL-TRANSIT-VALUE       PIC 9(9)V99 VALUE 0.

      ************************ OUTPUT AREA **************************

       01  AUDIT-HEADER-L1.
           05  FILLER                   PIC X(40)   VALUE SPACES.
           05                           PIC X(31)
                         VALUE 'TRANSFER ORDER AUDIT REPORT    '.
           05  AUH-DATE                 PIC 9999/99/99.
           05  FILLER                   PIC X(51)   VALUE SPACES.

       01  AUDIT-TRANS-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  AL-ACTION                PIC X.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  AL-TRANSFER-NUMBER       PIC X(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  AL-STATUS                PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  AL-REASON                PIC X(30).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  AL-NOTE                  PIC X(20).
           05  FILLER                   PIC X(57)   VALUE SPACES.

       01  AUDIT-BEFORE-LINE.
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05                           PIC X(8)
                                            VALUE 'BEFORE: '.
           05  ABL-IMAGE                PIC X(100).
           05  FILLER                   PIC X(18)   VALUE SPACES.

       01  AUDIT-AFTER-LINE.
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05                           PIC X(8)
                                            VALUE 'AFTER:  '.
           05  AAL-IMAGE                PIC X(100).
           05  FILLER                   PIC X(18)   VALUE SPACES.

       01  AUDIT-TOTALS-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(6)
                                            VALUE 'READ: '.
           05  ATL-READ                 PIC ZZZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(9)
                                            VALUE 'APPLIED: '.
           05  ATL-APPLIED              PIC ZZZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(10)
                                            VALUE 'REJECTED: '.
           05  ATL-REJECTED             PIC ZZZZ9.
           05  FILLER                   PIC X(84)   VALUE SPACES.

       01  AUDIT-ACTIONS-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(10)
                                            VALUE 'APPROVED: '.
           05  AAC-APPROVED             PIC ZZZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(9)
                                            VALUE 'SHIPPED: '.
           05  AAC-SHIPPED              PIC ZZZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(10)
                                            VALUE 'RECEIVED: '.
           05  AAC-RECEIVED             PIC ZZZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(11)
                                            VALUE 'CANCELLED: '.
           05  AAC-CANCELLED            PIC ZZZZ9.
           05  FILLER                   PIC X(61)   VALUE SPACES.

       01  SHIP-DOC-HEADER.
           05  FILLER                   PIC X(18)   VALUE SPACES.
           05                           PIC X(43)
                 VALUE 'INTER-WAREHOUSE TRANSFER SHIPPING DOCUMENT'.
           05  FILLER                   PIC X(19)   VALUE SPACES.

       01  SHIP-DOC-NUMBER-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(13)
                                          VALUE 'TRANSFER NO: '.
           05  SDN-TRANSFER-NUMBER      PIC 9(6).
           05  FILLER                   PIC X(5)    VALUE SPACES.
           05                           PIC X(10)
                                          VALUE 'APPROVED: '.
           05  SDN-APPROVED-DATE        PIC 9999/99/99.
           05  FILLER                   PIC X(34)   VALUE SPACES.

       01  SHIP-DOC-ROUTE-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(11)
                                          VALUE 'SHIP FROM: '.
           05  SDR-FROM-WAREHOUSE       PIC X(4).
           05  FILLER                   PIC X(10)   VALUE SPACES.
           05                           PIC X(9)
                                          VALUE 'SHIP TO: '.
           05  SDR-TO-WAREHOUSE         PIC X(4).
           05  FILLER                   PIC X(40)   VALUE SPACES.

       01  SHIP-DOC-COLUMNS-LINE.
           05  FILLER                   PIC X(5)    VALUE SPACES.
           05                           PIC X(8)
                                 VALUE 'VENDOR  '.
           05                           PIC X(9)
                                 VALUE 'PRODUCT  '.
           05                           PIC X(6)
                                 VALUE 'SLOT  '.
           05                           PIC X(15)
                                 VALUE 'DESCRIPTION    '.
           05                           PIC X(5)
                                 VALUE 'SIZE '.
           05                           PIC X(5)
                                 VALUE 'TYPE '.
           05                           PIC X(7)
                                 VALUE '  UNITS'.
           05  FILLER                   PIC X(20)   VALUE SPACES.

       01  SHIP-DOC-DETAIL-LINE.
           05  FILLER                   PIC X(8)    VALUE SPACES.
           05  SDD-VENDOR-ID            PIC X.
           05  FILLER                   PIC X(5)    VALUE SPACES.
           05  SDD-PRODUCT-ID           PIC X(3).
           05  FILLER                   PIC X(7)    VALUE SPACES.
           05  SDD-SLOT                 PIC 9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  SDD-PRODUCT-NAME         PIC X(13).
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  SDD-SIZE                 PIC A.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  SDD-TYPE                 PIC A.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  SDD-UNITS                PIC Z,ZZ9.
           05  FILLER                   PIC X(22)   VALUE SPACES.

       01  SHIP-DOC-SIGN-LINE-1.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(38)
                     VALUE 'SHIPPED BY:  ______________  DATE: ___'.
           05                           PIC X(7)
                     VALUE '_______'.
           05  FILLER                   PIC X(33)   VALUE SPACES.

       01  SHIP-DOC-SIGN-LINE-2.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(38)
                     VALUE 'RECEIVED BY: ______________  DATE: ___'.
           05                           PIC X(7)
                     VALUE '_______'.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(17)
                     VALUE 'UNITS RECEIVED: _'.
           05                           PIC X(5)
                     VALUE '_____'.
           05  FILLER                   PIC X(8)    VALUE SPACES.

       01  TRANSIT-HEADER-L1.
           05  FILLER                   PIC X(45)   VALUE SPACES.
           05                           PIC X(22)
                            VALUE 'IN-TRANSIT STOCK      '.
           05  ITH-DATE                 PIC 9999/99/99.
           05  FILLER                   PIC X(55)   VALUE SPACES.

       01  TRANSIT-HEADER-L2.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(33)
                  VALUE 'TRANSFERS NOT RECEIVED WITHIN    '.
           05  ITH-LIMIT                PIC ZZ9.
           05                           PIC X(31)
                  VALUE ' DAYS OF SHIPMENT ARE OVERDUE  '.
           05                           PIC X(11)
                  VALUE 'VALUED AT  '.
           05  ITH-BASIS                PIC X(12).
           05  FILLER                   PIC X(40)   VALUE SPACES.

       01  TRANSIT-COLUMNS-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(8)
                                  VALUE 'TRANSFER'.
           05                           PIC X(7)
                                  VALUE '  FROM '.
           05                           PIC X(7)
                                  VALUE '  TO   '.
           05                           PIC X(4)
                                  VALUE 'VND '.
           05                           PIC X(5)
                                  VALUE 'PROD '.
           05                           PIC X(5)
                                  VALUE 'SLOT '.
           05                           PIC X(14)
                                  VALUE 'DESCRIPTION   '.
           05                           PIC X(6)
                                  VALUE ' UNITS'.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(10)
                                  VALUE 'SHIPPED   '.
           05                           PIC X(6)
                                  VALUE '  DAYS'.
           05                           PIC X(11)
                                  VALUE '  UNIT COST'.
           05                           PIC X(15)
                                  VALUE '          VALUE'.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(28)
                                  VALUE 'STATUS'.

       01  TRANSIT-DETAIL-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  TDL-TRANSFER-NUMBER      PIC 9(6).
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  TDL-FROM-WAREHOUSE       PIC X(4).
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  TDL-TO-WAREHOUSE         PIC X(4).
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  TDL-VENDOR-ID            PIC X.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  TDL-PRODUCT-ID           PIC X(3).
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  TDL-SLOT                 PIC 9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  TDL-PRODUCT-NAME         PIC X(13).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  TDL-UNITS                PIC Z,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  TDL-SHIPPED-DATE         PIC 9999/99/99.
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  TDL-DAYS                 PIC ZZZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  TDL-UNIT-COST            PIC ZZ9.9999.
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  TDL-VALUE                PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  TDL-FLAG                 PIC X(28).

       01  TRANSIT-WAREHOUSE-HEADER.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(40)
                  VALUE 'IN TRANSIT BY RECEIVING WAREHOUSE'.
           05  FILLER                   PIC X(90)   VALUE SPACES.

       01  TRANSIT-WAREHOUSE-LINE.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  TWL-WAREHOUSE-ID         PIC X(4).
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(11)
                                            VALUE 'TRANSFERS: '.
           05  TWL-COUNT                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(7)
                                            VALUE 'UNITS: '.
           05  TWL-UNITS                PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(7)
                                            VALUE 'VALUE: '.
           05  TWL-VALUE                PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(9)
                                            VALUE 'OVERDUE: '.
           05  TWL-OVERDUE              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(43)   VALUE SPACES.

       01  TRANSIT-TOTALS-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(9)
                                            VALUE 'TOTAL    '.
           05                           PIC X(11)
                                            VALUE 'TRANSFERS: '.
           05  TTL-COUNT                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(7)
                                            VALUE 'UNITS: '.
           05  TTL-UNITS                PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(7)
                                            VALUE 'VALUE: '.
           05  TTL-VALUE                PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(9)
                                            VALUE 'OVERDUE: '.
           05  TTL-OVERDUE              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(43)   VALUE SPACES.

       PROCEDURE DIVISION.

       001-MAIN-MODULE.
          PERFORM 050-INIT-PARAMETERS
          PERFORM 060-LOAD-CLOSED-PERIODS

          OPEN I-O INVENTORY-MASTER-FILE
          IF NOT INVENTORY-OK
             DISPLAY 'INVENTORY MASTER NOT AVAILABLE - STATUS '
                INVENTORY-STATUS
             STOP RUN
          END-IF

          OPEN I-O AVERAGE-COST-FILE
          IF AVERAGE-COST-NOT-FOUND
             OPEN OUTPUT AVERAGE-COST-FILE
             CLOSE AVERAGE-COST-FILE
             OPEN I-O AVERAGE-COST-FILE
          END-IF

          PERFORM 100-LOAD-WAREHOUSE-TABLE
          PERFORM 110-LOAD-TRANSFER-TABLE
          PERFORM 120-LOAD-LOT-TABLE

          OPEN INPUT TRANSFER-TRANS-FILE
               OUTPUT TRANSFER-AUDIT-REPORT
               EXTEND TRANSFER-HISTORY-FILE

          MOVE TODAY-DATE TO AUH-DATE
          MOVE AUDIT-HEADER-L1 TO TRANSFER-AUDIT-RECORD
          WRITE TRANSFER-AUDIT-RECORD

          PERFORM UNTIL TRANS-EOF = 'Y'
             READ TRANSFER-TRANS-FILE
                AT END
                   MOVE 'Y' TO TRANS-EOF
                NOT AT END
                   ADD 1 TO TRANS-READ-COUNT
                   PERFORM 300-PROCESS-TRANSACTION
             END-READ
          END-PERFORM

          CLOSE TRANSFER-TRANS-FILE
                TRANSFER-HISTORY-FILE
          IF DOCS-OPEN = 'Y'
             CLOSE SHIPPING-DOC-FILE
          END-IF

          MOVE TRANS-READ-COUNT     TO ATL-READ
          MOVE TRANS-APPLIED-COUNT  TO ATL-APPLIED
          MOVE TRANS-REJECTED-COUNT TO ATL-REJECTED
          MOVE SPACES TO TRANSFER-AUDIT-RECORD
          WRITE TRANSFER-AUDIT-RECORD
          MOVE AUDIT-TOTALS-LINE TO TRANSFER-AUDIT-RECORD
          WRITE TRANSFER-AUDIT-RECORD
          MOVE APPROVED-COUNT  TO AAC-APPROVED
          MOVE SHIPPED-COUNT   TO AAC-SHIPPED
          MOVE RECEIVED-COUNT  TO AAC-RECEIVED
          MOVE CANCELLED-COUNT TO AAC-CANCELLED
          MOVE AUDIT-ACTIONS-LINE TO TRANSFER-AUDIT-RECORD
          WRITE TRANSFER-AUDIT-RECORD

          CLOSE TRANSFER-AUDIT-REPORT
                INVENTORY-MASTER-FILE
                AVERAGE-COST-FILE

          PERFORM 700-WRITE-TRANSFER-FILES
          IF LOTS-LOADED = 'Y'
             PERFORM 750-WRITE-LOT-TABLE
          END-IF
          PERFORM 800-PRINT-IN-TRANSIT-REPORT

          STOP RUN
       .

       050-INIT-PARAMETERS.
          DISPLAY 1 UPON ARGUMENT-NUMBER
          ACCEPT TRANSIT-LIMIT-X FROM ARGUMENT-VALUE

          MOVE ZEROS TO LIMIT-WORK
          PERFORM VARYING LIMIT-SUB FROM 1 BY 1
             UNTIL LIMIT-SUB > 3
             MOVE TRANSIT-LIMIT-X(LIMIT-SUB:1) TO LIMIT-DIGIT-X
             IF LIMIT-DIGIT-X IS NUMERIC
                MOVE 'Y' TO LIMIT-GIVEN
                COMPUTE LIMIT-WORK = LIMIT-WORK * 10 + LIMIT-DIGIT
             END-IF
          END-PERFORM
          IF LIMIT-GIVEN = 'Y'
             MOVE LIMIT-WORK TO TRANSIT-DAY-LIMIT
          END-IF

          OPEN INPUT RUN-CONTROL-FILE
          IF RUN-CONTROL-OK
             PERFORM UNTIL RUN-CONTROL-EOF = 'Y'
                READ RUN-CONTROL-FILE
                   AT END
                      MOVE 'Y' TO RUN-CONTROL-EOF
                   NOT AT END
                      IF RC-KEYWORD = 'VALUATION-BASIS'
                         MOVE RC-VALUE(1:1) TO VALUATION-BASIS
                      END-IF
                END-READ
             END-PERFORM
             CLOSE RUN-CONTROL-FILE
          END-IF
          IF VALUATION-BASIS = 'a'
             MOVE 'A' TO VALUATION-BASIS
          END-IF
          IF VALUATION-BASIS NOT = 'A'
             MOVE 'L' TO VALUATION-BASIS
          END-IF

          ACCEPT TODAY-DATE FROM DATE YYYYMMDD

          MOVE SPACES TO SHIPPING-DOC-FILENAME
          STRING 'TRANSFER-DOCS-' DELIMITED BY SIZE
                 TODAY-DATE DELIMITED BY SIZE
                 '.TXT' DELIMITED BY SIZE
              INTO SHIPPING-DOC-FILENAME
          END-STRING
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

       100-LOAD-WAREHOUSE-TABLE.
          OPEN INPUT WH-CONTROL-FILE
          PERFORM UNTIL CONTROL-EOF = 'Y'
             READ WH-CONTROL-FILE
                AT END
                   MOVE 'Y' TO CONTROL-EOF
                NOT AT END
                   IF WHC-WAREHOUSE-ID NOT = SPACES
                      AND WAREHOUSE-COUNT < 50
                      ADD 1 TO WAREHOUSE-COUNT
                      MOVE WHC-WAREHOUSE-ID TO
                              WCT-WAREHOUSE-ID(WAREHOUSE-COUNT)
                      MOVE ZEROS TO WCT-TRANSIT-COUNT(WAREHOUSE-COUNT)
                                    WCT-OVERDUE-COUNT(WAREHOUSE-COUNT)
                                    WCT-TRANSIT-UNITS(WAREHOUSE-COUNT)
                                    WCT-TRANSIT-VALUE(WAREHOUSE-COUNT)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE WH-CONTROL-FILE
       .

       110-LOAD-TRANSFER-TABLE.
          OPEN INPUT TRANSFER-ORDER-FILE
          PERFORM UNTIL ORDER-EOF = 'Y'
             READ TRANSFER-ORDER-FILE INTO TRANSFER-ORDER-WORK
                AT END
                   MOVE 'Y' TO ORDER-EOF
                NOT AT END
                   IF TRANSFER-COUNT >= 5000
                      DISPLAY 'TRANSFER ORDER TABLE FULL - TRANSFER'
                         ' ORDER FILE NOT REWRITTEN'
                      CLOSE TRANSFER-ORDER-FILE
                            INVENTORY-MASTER-FILE
                            AVERAGE-COST-FILE
                      STOP RUN
                   END-IF
                   IF TO-LOT-COUNT IS NOT NUMERIC
                      OR TO-LOT-COUNT > 10
                      MOVE ZEROS TO TO-LOT-COUNT
                   END-IF
                   ADD 1 TO TRANSFER-COUNT
                   MOVE TO-TRANSFER-NUMBER TO
                           XT-TRANSFER-NUMBER(TRANSFER-COUNT)
                   MOVE TRANSFER-ORDER-WORK TO
                           XT-ORDER-DATA(TRANSFER-COUNT)
                   IF TO-TRANSFER-NUMBER >= NEXT-TRANSFER-NUMBER
                      COMPUTE NEXT-TRANSFER-NUMBER =
                         TO-TRANSFER-NUMBER + 1
                   END-IF
             END-READ
          END-PERFORM
          CLOSE TRANSFER-ORDER-FILE
       .

       120-LOAD-LOT-TABLE.
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

       300-PROCESS-TRANSACTION.
          MOVE 'N' TO TRANS-VALID
          MOVE SPACES TO REJECT-REASON BEFORE-IMAGE

          IF TT-EVENT-DATE IS NUMERIC
             AND TT-EVENT-DATE NOT = ZEROS
             MOVE TT-EVENT-DATE TO EVENT-DATE
          ELSE
             MOVE TODAY-DATE TO EVENT-DATE
          END-IF

          EVALUATE TT-ACTION
             WHEN 'A'
                PERFORM 400-APPROVE-TRANSFER
             WHEN 'S'
                PERFORM 410-FIND-TRANSFER
                PERFORM 500-SHIP-TRANSFER
             WHEN 'R'
                PERFORM 410-FIND-TRANSFER
                PERFORM 550-RECEIVE-TRANSFER
             WHEN 'X'
                PERFORM 410-FIND-TRANSFER
                PERFORM 580-CANCEL-TRANSFER
             WHEN OTHER
                MOVE 'INVALID ACTION CODE' TO REJECT-REASON
          END-EVALUATE

          PERFORM 600-WRITE-AUDIT-LINES
       .

       400-APPROVE-TRANSFER.
          MOVE 0 TO MATCH-SUB
          MOVE TT-FROM-WAREHOUSE TO SEARCH-WAREHOUSE-ID
          PERFORM 405-FIND-WAREHOUSE
          IF WAREHOUSE-FOUND = 'N'
             MOVE 'FROM WAREHOUSE NOT ON CONTROL' TO REJECT-REASON
          END-IF

          IF REJECT-REASON = SPACES
             MOVE TT-TO-WAREHOUSE TO SEARCH-WAREHOUSE-ID
             PERFORM 405-FIND-WAREHOUSE
             IF WAREHOUSE-FOUND = 'N'
                MOVE 'TO WAREHOUSE NOT ON CONTROL' TO REJECT-REASON
             END-IF
          END-IF

          IF REJECT-REASON = SPACES
             AND TT-FROM-WAREHOUSE = TT-TO-WAREHOUSE
             MOVE 'FROM AND TO WAREHOUSE THE SAME' TO REJECT-REASON
          END-IF

          IF REJECT-REASON = SPACES
             AND (TT-SLOT IS NOT NUMERIC
                  OR TT-SLOT < 1 OR TT-SLOT > 5)
             MOVE 'SLOT NOT IN RANGE 1-5' TO REJECT-REASON
          END-IF

          IF REJECT-REASON = SPACES
             AND TT-QUANTITY IS NOT NUMERIC
             MOVE 'QUANTITY NOT NUMERIC' TO REJECT-REASON
          END-IF

          IF REJECT-REASON = SPACES
             AND TT-QUANTITY = 0
             MOVE 'QUANTITY MUST BE ABOVE ZERO' TO REJECT-REASON
          END-IF

          IF REJECT-REASON = SPACES
             MOVE TT-FROM-WAREHOUSE TO IM-WAREHOUSE-ID
             MOVE TT-VENDOR-ID      TO IM-VENDOR-ID
             MOVE TT-PRODUCT-ID     TO IM-PRODUCT-ID
             READ INVENTORY-MASTER-FILE
                INVALID KEY
                   MOVE 'FROM KEY NOT ON MASTER' TO REJECT-REASON
             END-READ
          END-IF

          IF REJECT-REASON = SPACES
             AND IM-PD-NAME(TT-SLOT) = SPACES
             MOVE 'NO PRODUCT IN FROM SLOT' TO REJECT-REASON
          END-IF

          IF REJECT-REASON = SPACES
             AND (IM-PD-NUM-IN-STOCK(TT-SLOT) IS NOT NUMERIC
                  OR IM-PD-NUM-IN-STOCK(TT-SLOT) < TT-QUANTITY)
             MOVE 'NOT ENOUGH STOCK TO TRANSFER' TO REJECT-REASON
          END-IF

          IF REJECT-REASON = SPACES
             MOVE SPACES TO TRANSFER-ORDER-WORK
             MOVE IM-PD-NAME(TT-SLOT) TO TO-PRODUCT-NAME
             MOVE IM-PD-SIZE(TT-SLOT) TO TO-PRODUCT-SIZE
             MOVE IM-PD-TYPE(TT-SLOT) TO TO-PRODUCT-TYPE
             MOVE TT-TO-WAREHOUSE TO IM-WAREHOUSE-ID
             READ INVENTORY-MASTER-FILE
                INVALID KEY
                   MOVE 'TO KEY NOT ON MASTER' TO REJECT-REASON
             END-READ
          END-IF

          IF REJECT-REASON = SPACES
             AND IM-PD-NAME(TT-SLOT) NOT = SPACES
             AND IM-PD-NAME(TT-SLOT) NOT = TO-PRODUCT-NAME
             MOVE 'TO SLOT HOLDS ANOTHER PRODUCT' TO REJECT-REASON
          END-IF

          IF REJECT-REASON = SPACES
             AND TRANSFER-COUNT >= 5000
             MOVE 'TRANSFER ORDER TABLE FULL' TO REJECT-REASON
          END-IF

          IF REJECT-REASON = SPACES
             MOVE NEXT-TRANSFER-NUMBER TO TO-TRANSFER-NUMBER
             ADD 1 TO NEXT-TRANSFER-NUMBER
             MOVE TT-FROM-WAREHOUSE TO TO-FROM-WAREHOUSE
             MOVE TT-TO-WAREHOUSE   TO TO-TO-WAREHOUSE
             MOVE TT-VENDOR-ID      TO TO-VENDOR-ID
             MOVE TT-PRODUCT-ID     TO TO-PRODUCT-ID
             MOVE TT-SLOT           TO TO-SLOT
             MOVE TT-QUANTITY       TO TO-QUANTITY
             MOVE 'A'               TO TO-STATUS
             MOVE EVENT-DATE        TO TO-APPROVED-DATE
             MOVE ZEROS TO TO-SHIPPED-DATE TO-CLOSED-DATE
                           TO-RECEIVED-QTY TO-UNIT-COST TO-AVG-COST
                           TO-LOT-COUNT

             ADD 1 TO TRANSFER-COUNT
             MOVE TRANSFER-COUNT TO MATCH-SUB
             MOVE TO-TRANSFER-NUMBER TO XT-TRANSFER-NUMBER(MATCH-SUB)
             MOVE TRANSFER-ORDER-WORK TO XT-ORDER-DATA(MATCH-SUB)

             PERFORM 450-PRINT-SHIPPING-DOCUMENT
             ADD 1 TO APPROVED-COUNT
             MOVE 'Y' TO TRANS-VALID
          END-IF
       .

       405-FIND-WAREHOUSE.
          MOVE 'N' TO WAREHOUSE-FOUND
          PERFORM VARYING WH-SUB FROM 1 BY 1
             UNTIL WH-SUB > WAREHOUSE-COUNT OR WAREHOUSE-FOUND = 'Y'
             IF WCT-WAREHOUSE-ID(WH-SUB) = SEARCH-WAREHOUSE-ID
                MOVE 'Y' TO WAREHOUSE-FOUND
             END-IF
          END-PERFORM
          IF WAREHOUSE-FOUND = 'Y'
             SUBTRACT 1 FROM WH-SUB
          END-IF
       .

       410-FIND-TRANSFER.
          MOVE 'N' TO MATCH-FOUND
          MOVE 0 TO MATCH-SUB
          IF TT-TRANSFER-NUMBER IS NUMERIC
             PERFORM VARYING SUB FROM 1 BY 1
                UNTIL SUB > TRANSFER-COUNT OR MATCH-FOUND = 'Y'
                IF XT-TRANSFER-NUMBER(SUB) = TT-TRANSFER-NUMBER
                   MOVE 'Y' TO MATCH-FOUND
                   MOVE SUB TO MATCH-SUB
                END-IF
             END-PERFORM
          END-IF

          IF MATCH-FOUND = 'Y'
             MOVE XT-ORDER-DATA(MATCH-SUB) TO TRANSFER-ORDER-WORK
             MOVE XT-ORDER-DATA(MATCH-SUB) TO BEFORE-IMAGE
          ELSE
             MOVE SPACES TO TRANSFER-ORDER-WORK
          END-IF
       .

       420-CHECK-PERIOD-OPEN.
          MOVE 'N' TO PERIOD-IS-CLOSED
          PERFORM VARYING CP-SUB FROM 1 BY 1
             UNTIL CP-SUB > CLOSED-PERIOD-COUNT
                OR PERIOD-IS-CLOSED = 'Y'
             IF CLOSED-PERIOD(CP-SUB) = EVENT-DATE(1:6)
                MOVE 'Y' TO PERIOD-IS-CLOSED
             END-IF
          END-PERFORM
          IF PERIOD-IS-CLOSED = 'Y'
             MOVE 'PERIOD CLOSED' TO REJECT-REASON
          END-IF
       .

       450-PRINT-SHIPPING-DOCUMENT.
          IF DOCS-OPEN = 'N'
             OPEN EXTEND SHIPPING-DOC-FILE
             MOVE 'Y' TO DOCS-OPEN
          END-IF

          MOVE SHIP-DOC-HEADER TO SHIPPING-DOC-RECORD
          WRITE SHIPPING-DOC-RECORD
          MOVE SPACES TO SHIPPING-DOC-RECORD
          WRITE SHIPPING-DOC-RECORD

          MOVE TO-TRANSFER-NUMBER TO SDN-TRANSFER-NUMBER
          MOVE TO-APPROVED-DATE   TO SDN-APPROVED-DATE
          MOVE SHIP-DOC-NUMBER-LINE TO SHIPPING-DOC-RECORD
          WRITE SHIPPING-DOC-RECORD
          MOVE TO-FROM-WAREHOUSE TO SDR-FROM-WAREHOUSE
          MOVE TO-TO-WAREHOUSE   TO SDR-TO-WAREHOUSE
          MOVE SHIP-DOC-ROUTE-LINE TO SHIPPING-DOC-RECORD
          WRITE SHIPPING-DOC-RECORD
          MOVE SPACES TO SHIPPING-DOC-RECORD
          WRITE SHIPPING-DOC-RECORD

          MOVE SHIP-DOC-COLUMNS-LINE TO SHIPPING-DOC-RECORD
          WRITE SHIPPING-DOC-RECORD
          MOVE TO-VENDOR-ID    TO SDD-VENDOR-ID
          MOVE TO-PRODUCT-ID   TO SDD-PRODUCT-ID
          MOVE TO-SLOT         TO SDD-SLOT
          MOVE TO-PRODUCT-NAME TO SDD-PRODUCT-NAME
          MOVE TO-PRODUCT-SIZE TO SDD-SIZE
          MOVE TO-PRODUCT-TYPE TO SDD-TYPE
          MOVE TO-QUANTITY     TO SDD-UNITS
          MOVE SHIP-DOC-DETAIL-LINE TO SHIPPING-DOC-RECORD
          WRITE SHIPPING-DOC-RECORD

          MOVE SPACES TO SHIPPING-DOC-RECORD
          WRITE SHIPPING-DOC-RECORD
          MOVE SHIP-DOC-SIGN-LINE-1 TO SHIPPING-DOC-RECORD
          WRITE SHIPPING-DOC-RECORD
          MOVE SPACES TO SHIPPING-DOC-RECORD
          WRITE SHIPPING-DOC-RECORD
          MOVE SHIP-DOC-SIGN-LINE-2 TO SHIPPING-DOC-RECORD
          WRITE SHIPPING-DOC-RECORD
          MOVE SPACES TO SHIPPING-DOC-RECORD
          WRITE SHIPPING-DOC-RECORD
          WRITE SHIPPING-DOC-RECORD
       .

       500-SHIP-TRANSFER.
          EVALUATE TRUE
             WHEN MATCH-FOUND = 'N'
                MOVE 'UNKNOWN TRANSFER NUMBER' TO REJECT-REASON
             WHEN NOT TO-APPROVED
                MOVE 'TRANSFER NOT IN APPROVED STATUS'
                   TO REJECT-REASON
             WHEN OTHER
                PERFORM 420-CHECK-PERIOD-OPEN
          END-EVALUATE

          IF REJECT-REASON = SPACES
             MOVE TO-FROM-WAREHOUSE TO IM-WAREHOUSE-ID
             MOVE TO-VENDOR-ID      TO IM-VENDOR-ID
             MOVE TO-PRODUCT-ID     TO IM-PRODUCT-ID
             READ INVENTORY-MASTER-FILE
                INVALID KEY
                   MOVE 'FROM KEY NOT ON MASTER' TO REJECT-REASON
             END-READ
          END-IF

          IF REJECT-REASON = SPACES
             AND IM-PD-NUM-IN-STOCK(TO-SLOT) IS NOT NUMERIC
             MOVE 'MASTER STOCK NOT NUMERIC' TO REJECT-REASON
          END-IF

          IF REJECT-REASON = SPACES
             MOVE IM-PD-NUM-IN-STOCK(TO-SLOT) TO OLD-UNITS
             COMPUTE NEW-UNITS = OLD-UNITS - TO-QUANTITY
             IF NEW-UNITS < 0
                MOVE 'NOT ENOUGH STOCK TO SHIP' TO REJECT-REASON
             END-IF
          END-IF

          IF REJECT-REASON = SPACES
             MOVE NEW-UNITS TO IM-PD-NUM-IN-STOCK(TO-SLOT)
             REWRITE INVENTORY-MASTER-RECORD
                INVALID KEY
                   MOVE 'MASTER REWRITE FAILED' TO REJECT-REASON
             END-REWRITE
          END-IF

          IF REJECT-REASON = SPACES
             IF IM-PD-PRICE(TO-SLOT) IS NUMERIC
                MOVE IM-PD-PRICE(TO-SLOT) TO TO-UNIT-COST
             ELSE
                MOVE ZEROS TO TO-UNIT-COST
             END-IF
             MOVE TO-UNIT-COST TO TO-AVG-COST
             MOVE IM-RECORD-KEY TO AC-RECORD-KEY
             READ AVERAGE-COST-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF AC-AVG-COST(TO-SLOT) IS NUMERIC
                      AND AC-AVG-COST(TO-SLOT) > 0
                      MOVE AC-AVG-COST(TO-SLOT) TO TO-AVG-COST
                   END-IF
             END-READ

             MOVE ZEROS TO TO-LOT-COUNT
             IF LOTS-LOADED = 'Y'
                PERFORM 520-TAKE-SHIPPED-LOTS
             END-IF

             MOVE 'S'        TO TO-STATUS
             MOVE EVENT-DATE TO TO-SHIPPED-DATE
             MOVE TRANSFER-ORDER-WORK TO XT-ORDER-DATA(MATCH-SUB)

             MOVE SPACES TO TRANSFER-HISTORY-RECORD
             MOVE 'S'               TO TH-EVENT
             MOVE TO-FROM-WAREHOUSE TO TH-WAREHOUSE-ID
             MOVE TO-TO-WAREHOUSE   TO TH-OTHER-WAREHOUSE
             MOVE TO-QUANTITY       TO TH-QUANTITY
             PERFORM 510-WRITE-TRANSFER-HISTORY

             ADD 1 TO SHIPPED-COUNT
             MOVE 'Y' TO TRANS-VALID
          END-IF
       .

       510-WRITE-TRANSFER-HISTORY.
          MOVE EVENT-DATE         TO TH-EVENT-DATE
          MOVE TO-TRANSFER-NUMBER TO TH-TRANSFER-NUMBER
          MOVE TO-VENDOR-ID       TO TH-VENDOR-ID
          MOVE TO-PRODUCT-ID      TO TH-PRODUCT-ID
          MOVE TO-SLOT            TO TH-SLOT
          MOVE TO-UNIT-COST       TO TH-UNIT-COST
          MOVE TO-AVG-COST        TO TH-AVG-COST
          WRITE TRANSFER-HISTORY-RECORD
       .

       520-TAKE-SHIPPED-LOTS.
          MOVE TO-FROM-WAREHOUSE TO LKW-WAREHOUSE-ID
          MOVE TO-VENDOR-ID      TO LKW-VENDOR-ID
          MOVE TO-PRODUCT-ID     TO LKW-PRODUCT-ID
          MOVE TO-SLOT           TO LKW-SLOT
          MOVE TO-QUANTITY       TO LOT-REMAINING
          MOVE ZEROS TO LOT-UNCARRIED

          IF TT-LOT-NUMBER NOT = SPACES
             PERFORM 525-TAKE-NAMED-LOT
          END-IF
          MOVE 'U' TO LOT-PASS
          MOVE 'Y' TO LOT-FOUND
          PERFORM 530-TAKE-EARLIEST-LOT
             UNTIL LOT-REMAINING = 0 OR LOT-FOUND = 'N'
          MOVE 'A' TO LOT-PASS
          MOVE 'Y' TO LOT-FOUND
          PERFORM 530-TAKE-EARLIEST-LOT
             UNTIL LOT-REMAINING = 0 OR LOT-FOUND = 'N'

          IF LOT-UNCARRIED > 0
             DISPLAY 'WARNING: TRANSFER ' TO-TRANSFER-NUMBER
                ' SHIPS FROM MORE THAN 10 LOTS - ' LOT-UNCARRIED
                ' UNITS CARRIED WITHOUT LOT DETAIL'
          END-IF
       .

       525-TAKE-NAMED-LOT.
          PERFORM VARYING LT-SUB FROM 1 BY 1
             UNTIL LT-SUB > LOT-COUNT OR LOT-REMAINING = 0
             IF LTT-LOT-KEY(LT-SUB) = LOT-KEY-WORK
                AND LTT-LOT-NUMBER(LT-SUB) = TT-LOT-NUMBER
                AND LTT-QUANTITY(LT-SUB) > 0
                MOVE LT-SUB TO LT-TAKE-SUB
                PERFORM 535-TAKE-FROM-LOT
             END-IF
          END-PERFORM
       .

       530-TAKE-EARLIEST-LOT.
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
             PERFORM 535-TAKE-FROM-LOT
          END-IF
       .

       535-TAKE-FROM-LOT.
          IF LTT-QUANTITY(LT-TAKE-SUB) < LOT-REMAINING
             MOVE LTT-QUANTITY(LT-TAKE-SUB) TO LOT-TAKE
          ELSE
             MOVE LOT-REMAINING TO LOT-TAKE
          END-IF
          SUBTRACT LOT-TAKE FROM LTT-QUANTITY(LT-TAKE-SUB)
          SUBTRACT LOT-TAKE FROM LOT-REMAINING

          IF TO-LOT-COUNT < 10
             ADD 1 TO TO-LOT-COUNT
             MOVE LTT-LOT-NUMBER(LT-TAKE-SUB) TO
                     TO-LOT-NUMBER(TO-LOT-COUNT)
             MOVE LTT-EXPIRY-DATE(LT-TAKE-SUB) TO
                     TO-LOT-EXPIRY(TO-LOT-COUNT)
             MOVE LOT-TAKE TO TO-LOT-UNITS(TO-LOT-COUNT)
          ELSE
             ADD LOT-TAKE TO LOT-UNCARRIED
          END-IF
       .

       550-RECEIVE-TRANSFER.
          EVALUATE TRUE
             WHEN MATCH-FOUND = 'N'
                MOVE 'UNKNOWN TRANSFER NUMBER' TO REJECT-REASON
             WHEN NOT TO-SHIPPED
                MOVE 'TRANSFER NOT IN SHIPPED STATUS'
                   TO REJECT-REASON
             WHEN TT-QUANTITY-X = SPACES
                MOVE TO-QUANTITY TO RECEIVED-UNITS
             WHEN TT-QUANTITY IS NOT NUMERIC
                MOVE 'QUANTITY NOT NUMERIC' TO REJECT-REASON
             WHEN TT-QUANTITY > TO-QUANTITY
                MOVE 'RECEIVED MORE THAN SHIPPED' TO REJECT-REASON
             WHEN OTHER
                MOVE TT-QUANTITY TO RECEIVED-UNITS
          END-EVALUATE

          IF REJECT-REASON = SPACES
             PERFORM 420-CHECK-PERIOD-OPEN
          END-IF

          IF REJECT-REASON = SPACES
             AND EVENT-DATE < TO-SHIPPED-DATE
             MOVE 'RECEIPT DATED BEFORE SHIPMENT' TO REJECT-REASON
          END-IF

          IF REJECT-REASON = SPACES
             MOVE TO-TO-WAREHOUSE TO IM-WAREHOUSE-ID
             MOVE TO-VENDOR-ID    TO IM-VENDOR-ID
             MOVE TO-PRODUCT-ID   TO IM-PRODUCT-ID
             READ INVENTORY-MASTER-FILE
                INVALID KEY
                   MOVE 'TO KEY NOT ON MASTER' TO REJECT-REASON
             END-READ
          END-IF

          IF REJECT-REASON = SPACES
             IF IM-PD-NAME(TO-SLOT) = SPACES
                MOVE TO-PRODUCT-NAME TO IM-PD-NAME(TO-SLOT)
                MOVE TO-PRODUCT-SIZE TO IM-PD-SIZE(TO-SLOT)
                MOVE TO-PRODUCT-TYPE TO IM-PD-TYPE(TO-SLOT)
                MOVE TO-UNIT-COST    TO IM-PD-PRICE(TO-SLOT)
                MOVE ZEROS TO IM-PD-NUM-IN-STOCK(TO-SLOT)
             END-IF
             IF IM-PD-NAME(TO-SLOT) NOT = TO-PRODUCT-NAME
                MOVE 'TO SLOT HOLDS ANOTHER PRODUCT' TO REJECT-REASON
             END-IF
          END-IF

          IF REJECT-REASON = SPACES
             AND IM-PD-NUM-IN-STOCK(TO-SLOT) IS NOT NUMERIC
             MOVE 'MASTER STOCK NOT NUMERIC' TO REJECT-REASON
          END-IF

          IF REJECT-REASON = SPACES
             MOVE IM-PD-NUM-IN-STOCK(TO-SLOT) TO OLD-UNITS
             COMPUTE NEW-UNITS = OLD-UNITS + RECEIVED-UNITS
             IF NEW-UNITS > 9999
                MOVE 'STOCK EXCEEDS SLOT CAPACITY' TO REJECT-REASON
             END-IF
          END-IF

          IF REJECT-REASON = SPACES
             MOVE NEW-UNITS TO IM-PD-NUM-IN-STOCK(TO-SLOT)
             REWRITE INVENTORY-MASTER-RECORD
                INVALID KEY
                   MOVE 'MASTER REWRITE FAILED' TO REJECT-REASON
             END-REWRITE
          END-IF

          IF REJECT-REASON = SPACES
             IF RECEIVED-UNITS > 0
                PERFORM 560-UPDATE-AVERAGE-COST
                IF LOTS-LOADED = 'Y'
                   PERFORM 570-RECEIVE-SHIPPED-LOTS
                END-IF
             END-IF

             COMPUTE SHORT-UNITS = TO-QUANTITY - RECEIVED-UNITS
             MOVE 'R'            TO TO-STATUS
             MOVE EVENT-DATE     TO TO-CLOSED-DATE
             MOVE RECEIVED-UNITS TO TO-RECEIVED-QTY
             MOVE TRANSFER-ORDER-WORK TO XT-ORDER-DATA(MATCH-SUB)

             IF RECEIVED-UNITS > 0
                MOVE SPACES TO TRANSFER-HISTORY-RECORD
                MOVE 'R'               TO TH-EVENT
                MOVE TO-TO-WAREHOUSE   TO TH-WAREHOUSE-ID
                MOVE TO-FROM-WAREHOUSE TO TH-OTHER-WAREHOUSE
                MOVE RECEIVED-UNITS    TO TH-QUANTITY
                PERFORM 510-WRITE-TRANSFER-HISTORY
             END-IF

             IF SHORT-UNITS > 0
                MOVE SPACES TO TRANSFER-HISTORY-RECORD
                MOVE 'L'               TO TH-EVENT
                MOVE TO-TO-WAREHOUSE   TO TH-WAREHOUSE-ID
                MOVE TO-FROM-WAREHOUSE TO TH-OTHER-WAREHOUSE
                MOVE SHORT-UNITS       TO TH-QUANTITY
                PERFORM 510-WRITE-TRANSFER-HISTORY
             END-IF

             ADD 1 TO RECEIVED-COUNT
             MOVE 'Y' TO TRANS-VALID
          END-IF
       .

       560-UPDATE-AVERAGE-COST.
          IF TO-AVG-COST IS NUMERIC AND TO-AVG-COST > 0
             MOVE TO-AVG-COST TO TRANSFER-COST
          ELSE
             MOVE TO-UNIT-COST TO TRANSFER-COST
          END-IF

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

          IF AC-AVG-COST(TO-SLOT) IS NOT NUMERIC
             MOVE ZEROS TO AC-AVG-COST(TO-SLOT)
          END-IF

          IF TRANSFER-COST > 0
             IF OLD-UNITS <= 0 OR AC-AVG-COST(TO-SLOT) = 0
                MOVE TRANSFER-COST TO AC-AVG-COST(TO-SLOT)
             ELSE
                COMPUTE AVG-VALUE-WORK =
                     OLD-UNITS * AC-AVG-COST(TO-SLOT)
                   + RECEIVED-UNITS * TRANSFER-COST
                COMPUTE AC-AVG-COST(TO-SLOT) ROUNDED =
                   AVG-VALUE-WORK / NEW-UNITS
             END-IF
          END-IF

          IF AVG-COST-FOUND = 'Y'
             REWRITE AVERAGE-COST-RECORD
          ELSE
             WRITE AVERAGE-COST-RECORD
          END-IF
       .

       570-RECEIVE-SHIPPED-LOTS.
          MOVE TO-TO-WAREHOUSE TO LKW-WAREHOUSE-ID
          MOVE TO-VENDOR-ID    TO LKW-VENDOR-ID
          MOVE TO-PRODUCT-ID   TO LKW-PRODUCT-ID
          MOVE TO-SLOT         TO LKW-SLOT
          MOVE RECEIVED-UNITS  TO LOT-REMAINING
          PERFORM 575-ADD-RECEIVED-LOT
             VARYING LE-SUB FROM 1 BY 1
             UNTIL LE-SUB > TO-LOT-COUNT OR LOT-REMAINING = 0
       .

       575-ADD-RECEIVED-LOT.
          IF TO-LOT-UNITS(LE-SUB) < LOT-REMAINING
             MOVE TO-LOT-UNITS(LE-SUB) TO LOT-UNITS-WORK
          ELSE
             MOVE LOT-REMAINING TO LOT-UNITS-WORK
          END-IF
          SUBTRACT LOT-UNITS-WORK FROM LOT-REMAINING

          MOVE 'N' TO LOT-FOUND
          PERFORM VARYING LT-SUB FROM 1 BY 1
             UNTIL LT-SUB > LOT-COUNT OR LOT-FOUND = 'Y'
             IF LTT-LOT-KEY(LT-SUB) = LOT-KEY-WORK
                AND LTT-LOT-NUMBER(LT-SUB) = TO-LOT-NUMBER(LE-SUB)
                AND LTT-EXPIRY-DATE(LT-SUB) = TO-LOT-EXPIRY(LE-SUB)
                MOVE 'Y' TO LOT-FOUND
             END-IF
          END-PERFORM

          IF LOT-FOUND = 'Y'
             SUBTRACT 1 FROM LT-SUB
             ADD LOT-UNITS-WORK TO LTT-QUANTITY(LT-SUB)
          ELSE
             IF LOT-COUNT >= 5000
                DISPLAY 'WARNING: LOT TABLE FULL - LOT NOT RECORDED: '
                   LOT-KEY-WORK ' ' TO-LOT-NUMBER(LE-SUB)
             ELSE
                ADD 1 TO LOT-COUNT
                MOVE LOT-KEY-WORK TO LTT-LOT-KEY(LOT-COUNT)
                MOVE TO-LOT-NUMBER(LE-SUB) TO LTT-LOT-NUMBER(LOT-COUNT)
                MOVE TO-LOT-EXPIRY(LE-SUB) TO
                        LTT-EXPIRY-DATE(LOT-COUNT)
                MOVE EVENT-DATE TO LTT-RECEIVED-DATE(LOT-COUNT)
                MOVE LOT-UNITS-WORK TO LTT-QUANTITY(LOT-COUNT)
                MOVE 'T' TO LTT-SOURCE(LOT-COUNT)
             END-IF
          END-IF
       .

       580-CANCEL-TRANSFER.
          EVALUATE TRUE
             WHEN MATCH-FOUND = 'N'
                MOVE 'UNKNOWN TRANSFER NUMBER' TO REJECT-REASON
             WHEN NOT TO-APPROVED
                MOVE 'ONLY UNSHIPPED TRANSFERS CANCEL'
                   TO REJECT-REASON
             WHEN TT-NOTE = SPACES
                MOVE 'CANCEL NEEDS A NOTE' TO REJECT-REASON
             WHEN OTHER
                MOVE 'X'        TO TO-STATUS
                MOVE EVENT-DATE TO TO-CLOSED-DATE
                MOVE TRANSFER-ORDER-WORK TO XT-ORDER-DATA(MATCH-SUB)
                ADD 1 TO CANCELLED-COUNT
                MOVE 'Y' TO TRANS-VALID
          END-EVALUATE
       .

       600-WRITE-AUDIT-LINES.
          MOVE TT-ACTION TO AL-ACTION
          MOVE TT-NOTE   TO AL-NOTE
          IF TRANS-VALID = 'Y'
             MOVE TO-TRANSFER-NUMBER TO AL-TRANSFER-NUMBER
          ELSE
             MOVE TRANSFER-TRANS-RECORD(3:6) TO AL-TRANSFER-NUMBER
          END-IF

          IF TRANS-VALID = 'Y'
             MOVE 'APPLIED' TO AL-STATUS
             MOVE SPACES TO AL-REASON
             ADD 1 TO TRANS-APPLIED-COUNT
          ELSE
             MOVE 'REJECTED' TO AL-STATUS
             MOVE REJECT-REASON TO AL-REASON
             ADD 1 TO TRANS-REJECTED-COUNT
          END-IF

          MOVE AUDIT-TRANS-LINE TO TRANSFER-AUDIT-RECORD
          WRITE TRANSFER-AUDIT-RECORD

          IF TRANS-VALID = 'Y'
             IF TT-ACTION NOT = 'A'
                MOVE BEFORE-IMAGE TO ABL-IMAGE
                MOVE AUDIT-BEFORE-LINE TO TRANSFER-AUDIT-RECORD
                WRITE TRANSFER-AUDIT-RECORD
             END-IF
             MOVE XT-ORDER-DATA(MATCH-SUB) TO AAL-IMAGE
             MOVE AUDIT-AFTER-LINE TO TRANSFER-AUDIT-RECORD
             WRITE TRANSFER-AUDIT-RECORD
          END-IF
       .

       700-WRITE-TRANSFER-FILES.
          OPEN OUTPUT TRANSFER-ORDER-FILE
                      IN-TRANSIT-FILE
          PERFORM VARYING SUB FROM 1 BY 1
             UNTIL SUB > TRANSFER-COUNT
             MOVE XT-ORDER-DATA(SUB) TO TRANSFER-ORDER-RECORD
             WRITE TRANSFER-ORDER-RECORD
             MOVE XT-ORDER-DATA(SUB) TO TRANSFER-ORDER-WORK
             IF TO-SHIPPED
                MOVE XT-ORDER-DATA(SUB) TO IN-TRANSIT-RECORD
                WRITE IN-TRANSIT-RECORD
             END-IF
          END-PERFORM
          CLOSE TRANSFER-ORDER-FILE
                IN-TRANSIT-FILE
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

       800-PRINT-IN-TRANSIT-REPORT.
          OPEN OUTPUT IN-TRANSIT-REPORT

          MOVE TODAY-DATE TO ITH-DATE
          MOVE TRANSIT-HEADER-L1 TO IN-TRANSIT-REPORT-RECORD
          WRITE IN-TRANSIT-REPORT-RECORD
          MOVE TRANSIT-DAY-LIMIT TO ITH-LIMIT
          IF VALUATION-BASIS = 'A'
             MOVE 'AVERAGE COST' TO ITH-BASIS
          ELSE
             MOVE 'LAST PRICE' TO ITH-BASIS
          END-IF
          MOVE TRANSIT-HEADER-L2 TO IN-TRANSIT-REPORT-RECORD
          WRITE IN-TRANSIT-REPORT-RECORD
          MOVE SPACES TO IN-TRANSIT-REPORT-RECORD
          WRITE IN-TRANSIT-REPORT-RECORD
          MOVE TRANSIT-COLUMNS-LINE TO IN-TRANSIT-REPORT-RECORD
          WRITE IN-TRANSIT-REPORT-RECORD

          PERFORM VARYING SUB FROM 1 BY 1
             UNTIL SUB > TRANSFER-COUNT
             MOVE XT-ORDER-DATA(SUB) TO TRANSFER-ORDER-WORK
             IF TO-SHIPPED
                PERFORM 810-PRINT-IN-TRANSIT-DETAIL
             END-IF
          END-PERFORM

          MOVE SPACES TO IN-TRANSIT-REPORT-RECORD
          WRITE IN-TRANSIT-REPORT-RECORD
          MOVE TRANSIT-WAREHOUSE-HEADER TO IN-TRANSIT-REPORT-RECORD
          WRITE IN-TRANSIT-REPORT-RECORD
          PERFORM VARYING WH-SUB FROM 1 BY 1
             UNTIL WH-SUB > WAREHOUSE-COUNT
             MOVE WCT-WAREHOUSE-ID(WH-SUB)  TO TWL-WAREHOUSE-ID
             MOVE WCT-TRANSIT-COUNT(WH-SUB) TO TWL-COUNT
             MOVE WCT-TRANSIT-UNITS(WH-SUB) TO TWL-UNITS
             MOVE WCT-TRANSIT-VALUE(WH-SUB) TO TWL-VALUE
             MOVE WCT-OVERDUE-COUNT(WH-SUB) TO TWL-OVERDUE
             MOVE TRANSIT-WAREHOUSE-LINE TO IN-TRANSIT-REPORT-RECORD
             WRITE IN-TRANSIT-REPORT-RECORD
          END-PERFORM

          MOVE TOTAL-TRANSIT-COUNT TO TTL-COUNT
          MOVE TOTAL-TRANSIT-UNITS TO TTL-UNITS
          MOVE TOTAL-TRANSIT-VALUE TO TTL-VALUE
          MOVE TOTAL-OVERDUE-COUNT TO TTL-OVERDUE
          MOVE SPACES TO IN-TRANSIT-REPORT-RECORD
          WRITE IN-TRANSIT-REPORT-RECORD
          MOVE TRANSIT-TOTALS-LINE TO IN-TRANSIT-REPORT-RECORD
          WRITE IN-TRANSIT-REPORT-RECORD

          CLOSE IN-TRANSIT-REPORT
       .

       810-PRINT-IN-TRANSIT-DETAIL.
          MOVE 0 TO TRANSIT-DAYS
          IF TO-SHIPPED-DATE > 16010100
             AND TO-SHIPPED-DATE <= TODAY-DATE
             COMPUTE TRANSIT-DAYS =
                FUNCTION INTEGER-OF-DATE(TODAY-DATE)
              - FUNCTION INTEGER-OF-DATE(TO-SHIPPED-DATE)
          END-IF

          MOVE ZEROS TO TRANSIT-COST
          IF TO-UNIT-COST IS NUMERIC
             MOVE TO-UNIT-COST TO TRANSIT-COST
          END-IF
          IF VALUATION-BASIS = 'A'
             AND TO-AVG-COST IS NUMERIC
             AND TO-AVG-COST > 0
             MOVE TO-AVG-COST TO TRANSIT-COST
          END-IF
          COMPUTE TRANSIT-VALUE ROUNDED = TO-QUANTITY * TRANSIT-COST

          MOVE SPACES TO TRANSIT-DETAIL-LINE
          MOVE TO-TRANSFER-NUMBER TO TDL-TRANSFER-NUMBER
          MOVE TO-FROM-WAREHOUSE  TO TDL-FROM-WAREHOUSE
          MOVE TO-TO-WAREHOUSE    TO TDL-TO-WAREHOUSE
          MOVE TO-VENDOR-ID       TO TDL-VENDOR-ID
          MOVE TO-PRODUCT-ID      TO TDL-PRODUCT-ID
          MOVE TO-SLOT            TO TDL-SLOT
          MOVE TO-PRODUCT-NAME    TO TDL-PRODUCT-NAME
          MOVE TO-QUANTITY        TO TDL-UNITS
          MOVE TO-SHIPPED-DATE    TO TDL-SHIPPED-DATE
          MOVE TRANSIT-DAYS       TO TDL-DAYS
          MOVE TRANSIT-COST       TO TDL-UNIT-COST
          MOVE TRANSIT-VALUE      TO TDL-VALUE

          MOVE TO-TO-WAREHOUSE TO SEARCH-WAREHOUSE-ID
          PERFORM 405-FIND-WAREHOUSE
          IF WAREHOUSE-FOUND = 'N'
             IF WAREHOUSE-COUNT < 50
                ADD 1 TO WAREHOUSE-COUNT
                MOVE WAREHOUSE-COUNT TO WH-SUB
                MOVE TO-TO-WAREHOUSE TO WCT-WAREHOUSE-ID(WH-SUB)
                MOVE ZEROS TO WCT-TRANSIT-COUNT(WH-SUB)
                              WCT-OVERDUE-COUNT(WH-SUB)
                              WCT-TRANSIT-UNITS(WH-SUB)
                              WCT-TRANSIT-VALUE(WH-SUB)
             ELSE
                MOVE WAREHOUSE-COUNT TO WH-SUB
             END-IF
          END-IF

          ADD 1             TO WCT-TRANSIT-COUNT(WH-SUB)
                               TOTAL-TRANSIT-COUNT
          ADD TO-QUANTITY   TO WCT-TRANSIT-UNITS(WH-SUB)
                               TOTAL-TRANSIT-UNITS
          ADD TRANSIT-VALUE TO WCT-TRANSIT-VALUE(WH-SUB)
                               TOTAL-TRANSIT-VALUE

          IF TRANSIT-DAYS > TRANSIT-DAY-LIMIT
             MOVE 'OVERDUE - NOT RECEIVED' TO TDL-FLAG
             ADD 1 TO WCT-OVERDUE-COUNT(WH-SUB)
                      TOTAL-OVERDUE-COUNT
          ELSE
             MOVE 'IN TRANSIT' TO TDL-FLAG
          END-IF

          MOVE TRANSIT-DETAIL-LINE TO IN-TRANSIT-REPORT-RECORD
          WRITE IN-TRANSIT-REPORT-RECORD
       .
