       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-SCORECARD.
       AUTHOR. NICHOLAS-MORRISON.
      ****************************************************************
      * This program grades every vendor on VENDOR-MASTER.TXT over a
      * rolling window of periods ending with the report period. It
      * accepts the report period (default the RUN-CONTROL PERIOD,
      * else the current month) and the number of periods in the
      * window (default 6, at most 12) as arguments. A report period
      * that is not YYYYMM with a month of 01-12 stops the run.
      *   PO-RECEIPTS.TXT - every receipt PROGRAM-4 matched to an open
      *                     PO line: on time when received in or
      *                     before the expected period, otherwise late
      *                     by the number of periods past expected.
      *                     Lines received in full give the fill rate.
      *   OPEN-PO.TXT     - lines still open past their expected period
      *                     count as late deliveries in the report
      *                     period, and their shortfall against the
      *                     fill rate.
      *   COST-CHANGE-period.TXT - price increases by vendor.
      *   RTV-AUTH-period.TXT    - value authorized for return.
      * Each vendor gets one line per period in the window plus a
      * window total and a score out of 100 - 40 on-time rate, 30
      * fill rate, 15 cost increases (5 points off per percent of
      * average increase) and 15 returns (5 points off per percent of
      * received value returned). Average lateness is shown in periods
      * against the vendor's NET terms and flagged when the goods
      * arrive later than the terms allow for payment. A ranked
      * summary by score follows; vendors with no receipts, open PO
      * lines, cost changes or returns in the window are not rated.
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
          SELECT VENDOR-MASTER-FILE
             ASSIGN TO 'VENDOR-MASTER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS VENDOR-MASTER-STATUS.
          SELECT OPTIONAL PO-RECEIPT-FILE
             ASSIGN TO 'PO-RECEIPTS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL OPEN-PO-FILE
             ASSIGN TO 'OPEN-PO.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT COST-CHANGE-FILE
             ASSIGN TO DYNAMIC COST-CHANGE-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COST-CHANGE-STATUS.
          SELECT RTV-AUTH-FILE
             ASSIGN TO DYNAMIC RTV-AUTH-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RTV-AUTH-STATUS.
          SELECT SCORECARD-REPORT-FILE
             ASSIGN TO DYNAMIC SCORECARD-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RANK-SORT-FILE
             ASSIGN TO 'RANK-SORT.TMP'.
          SELECT RANKED-VENDOR-FILE
             ASSIGN TO 'VENDOR-RANK.TMP'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RUN-CONTROL-RECORD.
           05  RC-KEYWORD                  PIC X(20).
           05  FILLER                      PIC X.
           05  RC-VALUE                    PIC X(20).
           05  FILLER                      PIC X(39).

       FD  VENDOR-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  VENDOR-MASTER-RECORD.
           05  VM-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  VM-VENDOR-NAME               PIC X(12).
           05  FILLER                       PIC X.
           05  VM-ADDRESS                   PIC X(24).
           05  FILLER                       PIC X.
           05  VM-CONTACT                   PIC X(16).
           05  FILLER                       PIC X.
           05  VM-REORDER-TERMS             PIC X(20).

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

       FD  OPEN-PO-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  OPEN-PO-RECORD.
           05  OP-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  OP-WAREHOUSE-ID              PIC X(4).
           05  FILLER                       PIC X.
           05  OP-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X.
           05  OP-ORDERED-QTY               PIC 9(5).
           05  FILLER                       PIC X.
           05  OP-RECEIVED-QTY              PIC 9(5).
           05  FILLER                       PIC X.
           05  OP-ORDER-PERIOD              PIC X(6).
           05  FILLER                       PIC X.
           05  OP-EXPECTED-PERIOD           PIC X(6).
           05  FILLER                       PIC X.
           05  OP-STATUS                    PIC X.
           05  FILLER                       PIC X(42).

       FD  COST-CHANGE-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  COST-CHANGE-RECORD.
           05  CC-LEAD                      PIC X(4).
           05  CC-VENDOR-ID                 PIC X.
           05  CC-GAP                       PIC X(2).
           05  CC-VENDOR-NAME               PIC X(12).
           05  FILLER                       PIC X(3).
           05  CC-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X(4).
           05  CC-SLOT                      PIC X.
           05  FILLER                       PIC X(2).
           05  CC-OLD-COST                  PIC X(7).
           05  FILLER                       PIC X(2).
           05  CC-NEW-COST                  PIC X(7).
           05  FILLER                       PIC X(2).
           05  CC-CHANGE-PCT                PIC ZZZ9.9-.
           05  FILLER                       PIC X(3).
           05  CC-REVIEW-FLAG               PIC X(6).
           05  FILLER                       PIC X(14).

       FD  RTV-AUTH-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RTV-AUTH-RECORD.
           05  RA-LEAD                      PIC X(7).
           05  RA-PRODUCT-ID                PIC X(3).
           05  RA-GAP                       PIC X(3).
           05  RA-REASON                    PIC X(24).
           05  FILLER                       PIC X(2).
           05  RA-UNITS                     PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(2).
           05  RA-VALUE                     PIC $$$,$$$,$$9.99.
           05  FILLER                       PIC X(16).

       01  RTV-AUTH-VENDOR-LINE.
           05  RAV-LEAD                     PIC X(2).
           05  RAV-LABEL                    PIC X(8).
           05  RAV-VENDOR-NAME              PIC X(12).
           05  FILLER                       PIC X(2).
           05  RAV-CODE-LABEL               PIC X(5).
           05  RAV-VENDOR-ID                PIC X.
           05  FILLER                       PIC X(50).

       FD  SCORECARD-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  SCORECARD-RECORD                PIC X(100).

       SD  RANK-SORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RANK-SORT-RECORD.
           05  RS-RATED                     PIC X.
           05  RS-SCORE                     PIC 9(3)V9.
           05  RS-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X(74).

       FD  RANKED-VENDOR-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RANKED-VENDOR-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

       01 FLAGS-N-SWITCHES.
          05  VENDOR-EOF                PIC X       VALUE 'N'.
          05  RECEIPT-EOF               PIC X       VALUE 'N'.
          05  OPEN-PO-EOF               PIC X       VALUE 'N'.
          05  COST-CHANGE-EOF           PIC X       VALUE 'N'.
          05  RTV-AUTH-EOF              PIC X       VALUE 'N'.
          05  RANKED-EOF                PIC X       VALUE 'N'.
          05  VENDOR-FOUND              PIC X       VALUE 'N'.
          05  TERMS-DIGITS-STARTED      PIC X       VALUE 'N'.
          05  TERMS-DIGITS-ENDED        PIC X       VALUE 'N'.
          05  RUN-CONTROL-EOF           PIC X       VALUE 'N'.
          05  RUN-CONTROL-STATUS        PIC XX.
              88  RUN-CONTROL-OK                VALUE '00'.
          05  VENDOR-MASTER-STATUS      PIC XX.
              88  VENDOR-MASTER-OK              VALUE '00'.
          05  COST-CHANGE-STATUS        PIC XX.
              88  COST-CHANGE-OK                VALUE '00'.
          05  RTV-AUTH-STATUS           PIC XX.
              88  RTV-AUTH-OK                   VALUE '00'.

       01 PARAMETER-FIELDS.
          05  ARG-PERIOD                PIC X(6)    VALUE SPACES.
          05  REPORT-PERIOD             PIC X(6)    VALUE SPACES.
          05  WINDOW-PERIODS-X          PIC X(3).
          05  WINDOW-PERIODS            PIC 9(2)    VALUE 6.
          05  WINDOW-WORK               PIC 9(3)    VALUE 0.
          05  WINDOW-SUB                PIC 9       VALUE 1.
          05  WINDOW-DIGIT-X            PIC X.
          05  WINDOW-DIGIT REDEFINES WINDOW-DIGIT-X
                                        PIC 9.
          05  WINDOW-GIVEN              PIC X       VALUE 'N'.

       01 DYNAMIC-FILENAMES.
          05  COST-CHANGE-FILENAME      PIC X(40).
          05  RTV-AUTH-FILENAME         PIC X(40).
          05  SCORECARD-FILENAME        PIC X(40).

       01 PERIOD-WORK-FIELDS.
          05  PERIOD-SPLIT.
              10  PS-YEAR               PIC 9(4).
              10  PS-MONTH              PIC 9(2).
          05  REPORT-MONTHS             PIC 9(6)    VALUE 0.
          05  WINDOW-START-MONTHS       PIC 9(6)    VALUE 0.
          05  RECORD-MONTHS             PIC 9(6)    VALUE 0.
          05  EXPECTED-MONTHS           PIC 9(6)    VALUE 0.
          05  PERIODS-LATE              PIC S9(6)   VALUE +0.
          05  PERIOD-INDEX              PIC S9(6)   VALUE +0.
          05  WORK-MONTHS               PIC 9(6)    VALUE 0.
          05  WINDOW-PERIOD OCCURS 12 TIMES
                                        PIC X(6).
       01  PD-SUB                        PIC 9(2)    VALUE 0.

       01 RANKED-VENDOR-WORK.
          05  RV-RATED                  PIC X.
          05  RV-SCORE                  PIC 9(3)V9.
          05  RV-VENDOR-ID              PIC X.
          05  RV-VENDOR-NAME            PIC X(12).
          05  RV-TERMS                  PIC X(6).
          05  RV-ON-TIME-PCT            PIC 9(3)V9.
          05  RV-FILL-PCT               PIC 9(3)V9.
          05  RV-AVG-LATE               PIC 9(2)V9.
          05  RV-INCREASES              PIC 9(3).
          05  RV-AVG-INCREASE           PIC 9(3)V9.
          05  RV-RETURNED-VALUE         PIC 9(9)V99.
          05  RV-FLAG                   PIC X(10).
          05  FILLER                    PIC X(17).

       01 SOURCE-COUNTS.
          05  RECEIPT-USED-COUNT        PIC 9(6)    VALUE 0.
          05  PAST-DUE-USED-COUNT       PIC 9(6)    VALUE 0.
          05  COST-CHANGE-USED-COUNT    PIC 9(6)    VALUE 0.
          05  RTV-USED-COUNT            PIC 9(6)    VALUE 0.
          05  UNKNOWN-VENDOR-COUNT      PIC 9(6)    VALUE 0.
          05  TABLE-SKIP-COUNT          PIC 9(5)    VALUE 0.
          05  RATED-COUNT               PIC 9(3)    VALUE 0.
          05  RANK-NUMBER               PIC 9(3)    VALUE 0.

       01 SCORE-WORK-FIELDS.
          05  WORK-VENDOR-ID            PIC X.
          05  RTV-CURRENT-VENDOR        PIC X       VALUE SPACE.
          05  FILLED-QTY                PIC 9(5)    VALUE 0.
          05  CHANGE-PCT-WORK           PIC S9(4)V9 VALUE +0.
          05  RETURN-VALUE-WORK         PIC 9(9)V99 VALUE 0.
          05  TERMS-DAYS-WORK           PIC 9(3)    VALUE 0.
          05  TERMS-SUB                 PIC 9(2)    VALUE 0.
          05  TERMS-DIGIT-X             PIC X.
          05  TERMS-DIGIT REDEFINES TERMS-DIGIT-X
                                        PIC 9.
          05  ON-TIME-PCT               PIC 9(3)V9  VALUE 0.
          05  FILL-PCT                  PIC 9(3)V9  VALUE 0.
          05  AVG-LATE                  PIC 9(2)V9  VALUE 0.
          05  AVG-INCREASE              PIC 9(3)V9  VALUE 0.
          05  RETURN-PCT                PIC 9(5)V9  VALUE 0.
          05  COST-POINTS               PIC S9(5)V9 VALUE +0.
          05  RETURN-POINTS             PIC S9(5)V9 VALUE +0.
          05  VENDOR-SCORE              PIC 9(3)V9  VALUE 0.
          05  AVG-LATE-DAYS             PIC 9(5)    VALUE 0.

       01 WINDOW-TOTALS.
          05  WT-RECEIPTS               PIC 9(5)    VALUE 0.
          05  WT-ON-TIME                PIC 9(5)    VALUE 0.
          05  WT-EVENTS                 PIC 9(5)    VALUE 0.
          05  WT-LATE-PERIODS           PIC 9(6)    VALUE 0.
          05  WT-PAST-DUE               PIC 9(5)    VALUE 0.
          05  WT-ORDERED                PIC 9(7)    VALUE 0.
          05  WT-FILLED                 PIC 9(7)    VALUE 0.
          05  WT-INCREASES              PIC 9(5)    VALUE 0.
          05  WT-INCREASE-PCT           PIC 9(7)V9  VALUE 0.
          05  WT-RECEIVED-VALUE         PIC 9(9)V99 VALUE 0.
          05  WT-RETURNED-VALUE         PIC 9(9)V99 VALUE 0.

       01 VENDOR-TABLE-AREA.
          05  VENDOR-COUNT              PIC 9(3)    VALUE 0.
          05  VENDOR-TABLE OCCURS 1 TO 100 TIMES
                           DEPENDING ON VENDOR-COUNT.
              10  VT-VENDOR-ID          PIC X.
              10  VT-VENDOR-NAME        PIC X(12).
              10  VT-TERMS              PIC X(20).
              10  VT-TERMS-DAYS         PIC 9(3).
              10  VT-PERIOD-STATS OCCURS 12 TIMES.
                  15  VPS-RECEIPTS      PIC 9(5).
                  15  VPS-ON-TIME       PIC 9(5).
                  15  VPS-EVENTS        PIC 9(5).
                  15  VPS-LATE-PERIODS  PIC 9(6).
                  15  VPS-PAST-DUE      PIC 9(5).
                  15  VPS-ORDERED       PIC 9(7).
                  15  VPS-FILLED        PIC 9(7).
                  15  VPS-INCREASES     PIC 9(5).
                  15  VPS-INCREASE-PCT  PIC 9(7)V9.
                  15  VPS-RECEIVED-VALUE PIC 9(9)V99.
                  15  VPS-RETURNED-VALUE PIC 9(9)V99.
       01  VT-SUB                        PIC 9(3)    VALUE 0.

      ************************ OUTPUT AREA **************************

       01  SCORECARD-HEADER-L1.
           05  FILLER                   PIC X(25)   VALUE SPACES.
           05                           PIC X(29)
                            VALUE 'VENDOR PERFORMANCE SCORECARD '.
           05  SH-PERIOD                PIC X(6).
           05  FILLER                   PIC X(40)   VALUE SPACES.

       01  SCORECARD-HEADER-L2.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(16)
                            VALUE 'ROLLING WINDOW: '.
           05  SH-WINDOW                PIC Z9.
           05                           PIC X(10)
                            VALUE ' PERIODS, '.
           05  SH-START-PERIOD          PIC X(6).
           05                           PIC X(4)    VALUE ' TO '.
           05  SH-END-PERIOD            PIC X(6).
           05  FILLER                   PIC X(54)   VALUE SPACES.

       01  SCORECARD-HEADER-L3.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(45)
              VALUE 'SCORE WEIGHTS: ON-TIME 40  FILL 30  COST 15  '.
           05                           PIC X(10)
              VALUE 'RETURNS 15'.
           05  FILLER                   PIC X(43)   VALUE SPACES.

       01  VENDOR-BLOCK-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(8)    VALUE 'VENDOR: '.
           05  VBL-VENDOR-ID            PIC X.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  VBL-VENDOR-NAME          PIC X(12).
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(7)    VALUE 'TERMS: '.
           05  VBL-TERMS                PIC X(20).
           05  FILLER                   PIC X(45)   VALUE SPACES.

       01  PERIOD-COLUMNS-L1.
           05                           PIC X(10)   VALUE SPACES.
           05                           PIC X(10)   VALUE SPACES.
           05                           PIC X(8)    VALUE ' ON-TIME'.
           05                           PIC X(8)    VALUE '     AVG'.
           05                           PIC X(8)    VALUE '    PAST'.
           05                           PIC X(9)    VALUE '     FILL'.
           05                           PIC X(7)    VALUE '   COST'.
           05                           PIC X(10)   VALUE '  AVG INCR'.
           05                           PIC X(15)
                                  VALUE '       RECEIVED'.
           05                           PIC X(15)
                                  VALUE '       RETURNED'.

       01  PERIOD-COLUMNS-L2.
           05                           PIC X(10)   VALUE '    PERIOD'.
           05                           PIC X(10)   VALUE '  RECEIPTS'.
           05                           PIC X(8)    VALUE '     PCT'.
           05                           PIC X(8)    VALUE '    LATE'.
           05                           PIC X(8)    VALUE '     DUE'.
           05                           PIC X(9)    VALUE '      PCT'.
           05                           PIC X(7)    VALUE '   INCR'.
           05                           PIC X(10)   VALUE '       PCT'.
           05                           PIC X(15)
                                  VALUE '          VALUE'.
           05                           PIC X(15)
                                  VALUE '          VALUE'.

       01  PERIOD-DETAIL-LINE.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  PDL-PERIOD               PIC X(6).
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  PDL-RECEIPTS             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  PDL-ON-TIME-PCT          PIC ZZ9.9.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  PDL-AVG-LATE             PIC Z9.9.
           05  FILLER                   PIC X(5)    VALUE SPACES.
           05  PDL-PAST-DUE             PIC ZZ9.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  PDL-FILL-PCT             PIC ZZ9.9.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  PDL-INCREASES            PIC ZZ9.
           05  FILLER                   PIC X(5)    VALUE SPACES.
           05  PDL-AVG-INCREASE         PIC ZZ9.9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  PDL-RECEIVED-VALUE       PIC $$,$$$,$$9.99.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  PDL-RETURNED-VALUE       PIC $$,$$$,$$9.99.

       01  VENDOR-SCORE-LINE.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05                           PIC X(7)    VALUE 'SCORE: '.
           05  VSL-SCORE                PIC ZZ9.9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  VSL-NOTE                 PIC X(40).
           05  FILLER                   PIC X(41)   VALUE SPACES.

       01  RANK-HEADER-LINE.
           05  FILLER                   PIC X(25)   VALUE SPACES.
           05                           PIC X(22)
                            VALUE 'RANKED VENDOR SUMMARY '.
           05  RH-PERIOD                PIC X(6).
           05  FILLER                   PIC X(47)   VALUE SPACES.

       01  RANK-COLUMNS-L1.
           05                           PIC X(5)    VALUE SPACES.
           05                           PIC X(17)   VALUE SPACES.
           05                           PIC X(8)    VALUE SPACES.
           05                           PIC X(7)    VALUE 'ON-TIME'.
           05                           PIC X(7)    VALUE '   FILL'.
           05                           PIC X(6)    VALUE '   AVG'.
           05                           PIC X(5)    VALUE ' COST'.
           05                           PIC X(8)    VALUE '     AVG'.
           05                           PIC X(15)
                                  VALUE '       RETURNED'.
           05                           PIC X(8)    VALUE SPACES.
           05                           PIC X(14)   VALUE SPACES.

       01  RANK-COLUMNS-L2.
           05                           PIC X(5)    VALUE ' RANK'.
           05                           PIC X(17)
                                  VALUE '  ID  NAME'.
           05                           PIC X(8)    VALUE '  TERMS'.
           05                           PIC X(7)    VALUE '    PCT'.
           05                           PIC X(7)    VALUE '    PCT'.
           05                           PIC X(6)    VALUE '  LATE'.
           05                           PIC X(5)    VALUE ' INCR'.
           05                           PIC X(8)    VALUE 'INCR PCT'.
           05                           PIC X(15)
                                  VALUE '          VALUE'.
           05                           PIC X(8)    VALUE '   SCORE'.
           05                           PIC X(14)   VALUE '  FLAG'.

       01  RANK-DETAIL-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RDL-RANK                 PIC ZZZ.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RDL-VENDOR-ID            PIC X.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RDL-VENDOR-NAME          PIC X(12).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RDL-TERMS                PIC X(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RDL-ON-TIME-PCT          PIC ZZ9.9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RDL-FILL-PCT             PIC ZZ9.9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RDL-AVG-LATE             PIC Z9.9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RDL-INCREASES            PIC ZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  RDL-AVG-INCREASE         PIC ZZ9.9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RDL-RETURNED-VALUE       PIC $$,$$$,$$9.99.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  RDL-SCORE                PIC ZZ9.9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RDL-FLAG                 PIC X(10).
           05  FILLER                   PIC X(2)    VALUE SPACES.

       01  SCORECARD-COUNT-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(10)   VALUE 'RECEIPTS: '.
           05  SCL-RECEIPTS             PIC ZZZ,ZZ9.
           05                           PIC X(12)
                                  VALUE '  PAST DUE: '.
           05  SCL-PAST-DUE             PIC ZZZ,ZZ9.
           05                           PIC X(16)
                                  VALUE '  COST CHANGES: '.
           05  SCL-COST-CHANGES         PIC ZZZ,ZZ9.
           05                           PIC X(7)    VALUE '  RTV: '.
           05  SCL-RTV                  PIC ZZZ,ZZ9.
           05                           PIC X(18)
                                  VALUE '  NOT ON MASTER: '.
           05  SCL-UNKNOWN              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       001-MAIN-MODULE.
          PERFORM 050-INIT-PARAMETERS
          PERFORM 100-LOAD-VENDOR-TABLE
          IF VENDOR-COUNT = 0
             DISPLAY 'VENDOR MASTER NOT AVAILABLE - STATUS '
                VENDOR-MASTER-STATUS
             STOP RUN
          END-IF

          PERFORM 200-SCORE-PO-RECEIPTS
          PERFORM 220-SCORE-PAST-DUE-LINES
          PERFORM VARYING PD-SUB FROM 1 BY 1
             UNTIL PD-SUB > WINDOW-PERIODS
             PERFORM 240-SCORE-COST-CHANGES
             PERFORM 260-SCORE-RTV-AUTHORIZATIONS
          END-PERFORM

          OPEN OUTPUT SCORECARD-REPORT-FILE
          PERFORM 300-WRITE-REPORT-HEADERS

          SORT RANK-SORT-FILE
             ON DESCENDING KEY RS-RATED
                               RS-SCORE
             ON ASCENDING KEY  RS-VENDOR-ID
             INPUT PROCEDURE IS 400-SCORE-ALL-VENDORS
             GIVING RANKED-VENDOR-FILE

          PERFORM 600-WRITE-RANKED-SUMMARY

          CLOSE SCORECARD-REPORT-FILE

          DISPLAY 'VENDOR-SCORECARD VENDORS RATED: ' RATED-COUNT
             ' OF ' VENDOR-COUNT
          STOP RUN
       .

       050-INIT-PARAMETERS.
          DISPLAY 1 UPON ARGUMENT-NUMBER
          ACCEPT ARG-PERIOD FROM ARGUMENT-VALUE
          DISPLAY 2 UPON ARGUMENT-NUMBER
          ACCEPT WINDOW-PERIODS-X FROM ARGUMENT-VALUE

          PERFORM 055-READ-RUN-CONTROL

          IF ARG-PERIOD NOT = SPACES
             MOVE ARG-PERIOD TO REPORT-PERIOD
          END-IF
          IF REPORT-PERIOD = SPACES
             ACCEPT PERIOD-SPLIT FROM DATE YYYYMMDD
             MOVE PS-YEAR  TO REPORT-PERIOD(1:4)
             MOVE PS-MONTH TO REPORT-PERIOD(5:2)
          END-IF
          MOVE REPORT-PERIOD TO PERIOD-SPLIT
          IF PERIOD-SPLIT IS NOT NUMERIC
             OR PS-MONTH < 1 OR PS-MONTH > 12
             DISPLAY 'INVALID REPORT PERIOD: ' REPORT-PERIOD
             STOP RUN
          END-IF

          MOVE ZEROS TO WINDOW-WORK
          PERFORM VARYING WINDOW-SUB FROM 1 BY 1
             UNTIL WINDOW-SUB > 3
             MOVE WINDOW-PERIODS-X(WINDOW-SUB:1)
                TO WINDOW-DIGIT-X
             IF WINDOW-DIGIT-X IS NUMERIC
                MOVE 'Y' TO WINDOW-GIVEN
                COMPUTE WINDOW-WORK = WINDOW-WORK * 10
                   + WINDOW-DIGIT
             END-IF
          END-PERFORM
          IF WINDOW-GIVEN = 'Y'
             EVALUATE TRUE
                WHEN WINDOW-WORK < 1
                   MOVE 1 TO WINDOW-PERIODS
                WHEN WINDOW-WORK > 12
                   MOVE 12 TO WINDOW-PERIODS
                WHEN OTHER
                   MOVE WINDOW-WORK TO WINDOW-PERIODS
             END-EVALUATE
          END-IF

          MOVE REPORT-PERIOD TO PERIOD-SPLIT
          COMPUTE REPORT-MONTHS = PS-YEAR * 12 + PS-MONTH
          COMPUTE WINDOW-START-MONTHS =
             REPORT-MONTHS - WINDOW-PERIODS + 1

          PERFORM VARYING PD-SUB FROM 1 BY 1
             UNTIL PD-SUB > WINDOW-PERIODS
             COMPUTE WORK-MONTHS = WINDOW-START-MONTHS + PD-SUB - 2
             DIVIDE WORK-MONTHS BY 12 GIVING PS-YEAR
                REMAINDER PS-MONTH
             ADD 1 TO PS-MONTH
             MOVE PERIOD-SPLIT TO WINDOW-PERIOD(PD-SUB)
          END-PERFORM

          MOVE SPACES TO SCORECARD-FILENAME
          STRING 'VENDOR-SCORECARD-' DELIMITED BY SIZE
                 REPORT-PERIOD DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
              INTO SCORECARD-FILENAME
          END-STRING
       .

       055-READ-RUN-CONTROL.
          OPEN INPUT RUN-CONTROL-FILE
          IF RUN-CONTROL-OK
             PERFORM UNTIL RUN-CONTROL-EOF = 'Y'
                READ RUN-CONTROL-FILE
                   AT END
                      MOVE 'Y' TO RUN-CONTROL-EOF
                   NOT AT END
                      IF RC-KEYWORD = 'PERIOD'
                         MOVE RC-VALUE(1:6) TO REPORT-PERIOD
                      END-IF
                END-READ
             END-PERFORM
             CLOSE RUN-CONTROL-FILE
          END-IF
       .

       100-LOAD-VENDOR-TABLE.
          OPEN INPUT VENDOR-MASTER-FILE
          IF VENDOR-MASTER-OK
             PERFORM UNTIL VENDOR-EOF = 'Y'
                READ VENDOR-MASTER-FILE
                   AT END
                      MOVE 'Y' TO VENDOR-EOF
                   NOT AT END
                      IF VENDOR-COUNT >= 100
                         ADD 1 TO TABLE-SKIP-COUNT
                      ELSE
                         PERFORM 110-ADD-VENDOR-ENTRY
                      END-IF
                END-READ
             END-PERFORM
             CLOSE VENDOR-MASTER-FILE
             IF TABLE-SKIP-COUNT > 0
                DISPLAY 'WARNING: VENDOR TABLE FULL - '
                   TABLE-SKIP-COUNT ' VENDORS SKIPPED'
             END-IF
          END-IF
       .

       110-ADD-VENDOR-ENTRY.
          ADD 1 TO VENDOR-COUNT
          MOVE VM-VENDOR-ID     TO VT-VENDOR-ID(VENDOR-COUNT)
          MOVE VM-VENDOR-NAME   TO VT-VENDOR-NAME(VENDOR-COUNT)
          MOVE VM-REORDER-TERMS TO VT-TERMS(VENDOR-COUNT)
          PERFORM VARYING PD-SUB FROM 1 BY 1 UNTIL PD-SUB > 12
             MOVE ZEROS TO VT-PERIOD-STATS(VENDOR-COUNT, PD-SUB)
          END-PERFORM

      * NET terms are the digits following NET, e.g. NET 30.
          MOVE ZEROS TO TERMS-DAYS-WORK
          MOVE 'N' TO TERMS-DIGITS-STARTED TERMS-DIGITS-ENDED
          PERFORM VARYING TERMS-SUB FROM 1 BY 1
             UNTIL TERMS-SUB > 20 OR TERMS-DIGITS-ENDED = 'Y'
             MOVE VM-REORDER-TERMS(TERMS-SUB:1) TO TERMS-DIGIT-X
             IF TERMS-DIGIT-X IS NUMERIC
                MOVE 'Y' TO TERMS-DIGITS-STARTED
                IF TERMS-DAYS-WORK < 100
                   COMPUTE TERMS-DAYS-WORK = TERMS-DAYS-WORK * 10
                      + TERMS-DIGIT
                END-IF
             ELSE
                IF TERMS-DIGITS-STARTED = 'Y'
                   MOVE 'Y' TO TERMS-DIGITS-ENDED
                END-IF
             END-IF
          END-PERFORM
          MOVE TERMS-DAYS-WORK TO VT-TERMS-DAYS(VENDOR-COUNT)
       .

       200-SCORE-PO-RECEIPTS.
          OPEN INPUT PO-RECEIPT-FILE
          PERFORM UNTIL RECEIPT-EOF = 'Y'
             READ PO-RECEIPT-FILE
                AT END
                   MOVE 'Y' TO RECEIPT-EOF
                NOT AT END
                   IF PR-PERIOD IS NUMERIC
                      AND PR-EXPECTED-PERIOD IS NUMERIC
                      PERFORM 205-SCORE-ONE-RECEIPT
                   END-IF
             END-READ
          END-PERFORM
          CLOSE PO-RECEIPT-FILE
       .

       205-SCORE-ONE-RECEIPT.
          MOVE PR-PERIOD TO PERIOD-SPLIT
          COMPUTE RECORD-MONTHS = PS-YEAR * 12 + PS-MONTH
          COMPUTE PERIOD-INDEX = RECORD-MONTHS - WINDOW-START-MONTHS + 1
          IF PERIOD-INDEX >= 1 AND PERIOD-INDEX <= WINDOW-PERIODS
             MOVE PR-VENDOR-ID TO WORK-VENDOR-ID
             PERFORM 700-FIND-VENDOR-ENTRY
             IF VENDOR-FOUND = 'Y'
                MOVE PERIOD-INDEX TO PD-SUB
                ADD 1 TO RECEIPT-USED-COUNT
                ADD 1 TO VPS-RECEIPTS(VT-SUB, PD-SUB)
                         VPS-EVENTS(VT-SUB, PD-SUB)
                MOVE PR-EXPECTED-PERIOD TO PERIOD-SPLIT
                COMPUTE EXPECTED-MONTHS = PS-YEAR * 12 + PS-MONTH
                COMPUTE PERIODS-LATE = RECORD-MONTHS - EXPECTED-MONTHS
                IF PERIODS-LATE > 0
                   ADD PERIODS-LATE TO VPS-LATE-PERIODS(VT-SUB, PD-SUB)
                ELSE
                   ADD 1 TO VPS-ON-TIME(VT-SUB, PD-SUB)
                END-IF
                IF PR-RECEIVED-VALUE IS NUMERIC
                   ADD PR-RECEIVED-VALUE TO
                      VPS-RECEIVED-VALUE(VT-SUB, PD-SUB)
                END-IF
                IF PR-STATUS = 'C'
                   AND PR-ORDERED-QTY IS NUMERIC
                   AND PR-TOTAL-RECEIVED IS NUMERIC
                   IF PR-TOTAL-RECEIVED > PR-ORDERED-QTY
                      MOVE PR-ORDERED-QTY TO FILLED-QTY
                   ELSE
                      MOVE PR-TOTAL-RECEIVED TO FILLED-QTY
                   END-IF
                   ADD PR-ORDERED-QTY TO VPS-ORDERED(VT-SUB, PD-SUB)
                   ADD FILLED-QTY TO VPS-FILLED(VT-SUB, PD-SUB)
                END-IF
             END-IF
          END-IF
       .

       220-SCORE-PAST-DUE-LINES.
      * Open lines past their expected period are scored in the
      * report period, late by the periods they are overdue.
          MOVE WINDOW-PERIODS TO PD-SUB
          OPEN INPUT OPEN-PO-FILE
          PERFORM UNTIL OPEN-PO-EOF = 'Y'
             READ OPEN-PO-FILE
                AT END
                   MOVE 'Y' TO OPEN-PO-EOF
                NOT AT END
                   IF OP-STATUS = 'O'
                      AND OP-EXPECTED-PERIOD IS NUMERIC
                      AND OP-EXPECTED-PERIOD < REPORT-PERIOD
                      MOVE OP-VENDOR-ID TO WORK-VENDOR-ID
                      PERFORM 700-FIND-VENDOR-ENTRY
                      IF VENDOR-FOUND = 'Y'
                         PERFORM 225-SCORE-ONE-PAST-DUE
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE OPEN-PO-FILE
       .

       225-SCORE-ONE-PAST-DUE.
          ADD 1 TO PAST-DUE-USED-COUNT
          ADD 1 TO VPS-PAST-DUE(VT-SUB, PD-SUB)
                   VPS-EVENTS(VT-SUB, PD-SUB)
          MOVE OP-EXPECTED-PERIOD TO PERIOD-SPLIT
          COMPUTE EXPECTED-MONTHS = PS-YEAR * 12 + PS-MONTH
          COMPUTE PERIODS-LATE = REPORT-MONTHS - EXPECTED-MONTHS
          ADD PERIODS-LATE TO VPS-LATE-PERIODS(VT-SUB, PD-SUB)
          IF OP-ORDERED-QTY IS NUMERIC
             AND OP-RECEIVED-QTY IS NUMERIC
             ADD OP-ORDERED-QTY TO VPS-ORDERED(VT-SUB, PD-SUB)
             IF OP-RECEIVED-QTY > OP-ORDERED-QTY
                ADD OP-ORDERED-QTY TO VPS-FILLED(VT-SUB, PD-SUB)
             ELSE
                ADD OP-RECEIVED-QTY TO VPS-FILLED(VT-SUB, PD-SUB)
             END-IF
          END-IF
       .

       240-SCORE-COST-CHANGES.
          MOVE SPACES TO COST-CHANGE-FILENAME
          STRING 'COST-CHANGE-' DELIMITED BY SIZE
                 WINDOW-PERIOD(PD-SUB) DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
              INTO COST-CHANGE-FILENAME
          END-STRING

          MOVE 'N' TO COST-CHANGE-EOF
          OPEN INPUT COST-CHANGE-FILE
          IF COST-CHANGE-OK
             PERFORM UNTIL COST-CHANGE-EOF = 'Y'
                READ COST-CHANGE-FILE
                   AT END
                      MOVE 'Y' TO COST-CHANGE-EOF
                   NOT AT END
                      IF CC-LEAD = SPACES
                         AND CC-VENDOR-ID NOT = SPACE
                         AND CC-GAP = SPACES
                         AND CC-PRODUCT-ID NOT = SPACES
                         PERFORM 245-SCORE-ONE-COST-CHANGE
                      END-IF
                END-READ
             END-PERFORM
             CLOSE COST-CHANGE-FILE
          END-IF
       .

       245-SCORE-ONE-COST-CHANGE.
          MOVE CC-VENDOR-ID TO WORK-VENDOR-ID
          PERFORM 700-FIND-VENDOR-ENTRY
          IF VENDOR-FOUND = 'Y'
             ADD 1 TO COST-CHANGE-USED-COUNT
             MOVE CC-CHANGE-PCT TO CHANGE-PCT-WORK
             IF CHANGE-PCT-WORK > 0
                ADD 1 TO VPS-INCREASES(VT-SUB, PD-SUB)
                ADD CHANGE-PCT-WORK TO
                   VPS-INCREASE-PCT(VT-SUB, PD-SUB)
             END-IF
          END-IF
       .

       260-SCORE-RTV-AUTHORIZATIONS.
          MOVE SPACES TO RTV-AUTH-FILENAME
          STRING 'RTV-AUTH-' DELIMITED BY SIZE
                 WINDOW-PERIOD(PD-SUB) DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
              INTO RTV-AUTH-FILENAME
          END-STRING

          MOVE 'N' TO RTV-AUTH-EOF
          MOVE SPACE TO RTV-CURRENT-VENDOR
          OPEN INPUT RTV-AUTH-FILE
          IF RTV-AUTH-OK
             PERFORM UNTIL RTV-AUTH-EOF = 'Y'
                READ RTV-AUTH-FILE
                   AT END
                      MOVE 'Y' TO RTV-AUTH-EOF
                   NOT AT END
                      PERFORM 265-SCORE-ONE-RTV-LINE
                END-READ
             END-PERFORM
             CLOSE RTV-AUTH-FILE
          END-IF
       .

       265-SCORE-ONE-RTV-LINE.
          EVALUATE TRUE
             WHEN RAV-LEAD = SPACES
                AND RAV-LABEL = 'VENDOR: '
                MOVE RAV-VENDOR-ID TO RTV-CURRENT-VENDOR
             WHEN RA-LEAD = SPACES
                AND RA-PRODUCT-ID NOT = SPACES
                AND RA-GAP = SPACES
                AND RA-VALUE NOT = SPACES
                MOVE RTV-CURRENT-VENDOR TO WORK-VENDOR-ID
                PERFORM 700-FIND-VENDOR-ENTRY
                IF VENDOR-FOUND = 'Y'
                   ADD 1 TO RTV-USED-COUNT
                   MOVE RA-VALUE TO RETURN-VALUE-WORK
                   ADD RETURN-VALUE-WORK TO
                      VPS-RETURNED-VALUE(VT-SUB, PD-SUB)
                END-IF
             WHEN OTHER
                CONTINUE
          END-EVALUATE
       .

       300-WRITE-REPORT-HEADERS.
          MOVE REPORT-PERIOD TO SH-PERIOD
          MOVE SCORECARD-HEADER-L1 TO SCORECARD-RECORD
          WRITE SCORECARD-RECORD

          MOVE WINDOW-PERIODS TO SH-WINDOW
          MOVE WINDOW-PERIOD(1) TO SH-START-PERIOD
          MOVE REPORT-PERIOD TO SH-END-PERIOD
          MOVE SCORECARD-HEADER-L2 TO SCORECARD-RECORD
          WRITE SCORECARD-RECORD
          MOVE SCORECARD-HEADER-L3 TO SCORECARD-RECORD
          WRITE SCORECARD-RECORD
       .

       400-SCORE-ALL-VENDORS.
          PERFORM VARYING VT-SUB FROM 1 BY 1
             UNTIL VT-SUB > VENDOR-COUNT
             PERFORM 410-WRITE-VENDOR-BLOCK
             PERFORM 450-COMPUTE-VENDOR-SCORE
             PERFORM 470-RELEASE-RANK-RECORD
          END-PERFORM
       .

       410-WRITE-VENDOR-BLOCK.
          MOVE SPACES TO SCORECARD-RECORD
          WRITE SCORECARD-RECORD
          MOVE VT-VENDOR-ID(VT-SUB)   TO VBL-VENDOR-ID
          MOVE VT-VENDOR-NAME(VT-SUB) TO VBL-VENDOR-NAME
          MOVE VT-TERMS(VT-SUB)       TO VBL-TERMS
          MOVE VENDOR-BLOCK-LINE TO SCORECARD-RECORD
          WRITE SCORECARD-RECORD
          MOVE PERIOD-COLUMNS-L1 TO SCORECARD-RECORD
          WRITE SCORECARD-RECORD
          MOVE PERIOD-COLUMNS-L2 TO SCORECARD-RECORD
          WRITE SCORECARD-RECORD

          INITIALIZE WINDOW-TOTALS
          PERFORM VARYING PD-SUB FROM 1 BY 1
             UNTIL PD-SUB > WINDOW-PERIODS
             PERFORM 420-WRITE-PERIOD-LINE
          END-PERFORM

          MOVE 'WINDOW' TO PDL-PERIOD
          MOVE WT-RECEIPTS TO PDL-RECEIPTS
          MOVE WT-PAST-DUE TO PDL-PAST-DUE
          MOVE WT-INCREASES TO PDL-INCREASES
          MOVE WT-RECEIVED-VALUE TO PDL-RECEIVED-VALUE
          MOVE WT-RETURNED-VALUE TO PDL-RETURNED-VALUE
          PERFORM 430-COMPUTE-RATES
          MOVE ON-TIME-PCT  TO PDL-ON-TIME-PCT
          MOVE AVG-LATE     TO PDL-AVG-LATE
          MOVE FILL-PCT     TO PDL-FILL-PCT
          MOVE AVG-INCREASE TO PDL-AVG-INCREASE
          MOVE PERIOD-DETAIL-LINE TO SCORECARD-RECORD
          WRITE SCORECARD-RECORD
       .

       420-WRITE-PERIOD-LINE.
          MOVE WINDOW-PERIOD(PD-SUB) TO PDL-PERIOD
          MOVE VPS-RECEIPTS(VT-SUB, PD-SUB)  TO PDL-RECEIPTS
          MOVE VPS-PAST-DUE(VT-SUB, PD-SUB)  TO PDL-PAST-DUE
          MOVE VPS-INCREASES(VT-SUB, PD-SUB) TO PDL-INCREASES
          MOVE VPS-RECEIVED-VALUE(VT-SUB, PD-SUB)
             TO PDL-RECEIVED-VALUE
          MOVE VPS-RETURNED-VALUE(VT-SUB, PD-SUB)
             TO PDL-RETURNED-VALUE

          ADD VPS-RECEIPTS(VT-SUB, PD-SUB)     TO WT-RECEIPTS
          ADD VPS-ON-TIME(VT-SUB, PD-SUB)      TO WT-ON-TIME
          ADD VPS-EVENTS(VT-SUB, PD-SUB)       TO WT-EVENTS
          ADD VPS-LATE-PERIODS(VT-SUB, PD-SUB) TO WT-LATE-PERIODS
          ADD VPS-PAST-DUE(VT-SUB, PD-SUB)     TO WT-PAST-DUE
          ADD VPS-ORDERED(VT-SUB, PD-SUB)      TO WT-ORDERED
          ADD VPS-FILLED(VT-SUB, PD-SUB)       TO WT-FILLED
          ADD VPS-INCREASES(VT-SUB, PD-SUB)    TO WT-INCREASES
          ADD VPS-INCREASE-PCT(VT-SUB, PD-SUB) TO WT-INCREASE-PCT
          ADD VPS-RECEIVED-VALUE(VT-SUB, PD-SUB)
             TO WT-RECEIVED-VALUE
          ADD VPS-RETURNED-VALUE(VT-SUB, PD-SUB)
             TO WT-RETURNED-VALUE

          MOVE ZEROS TO ON-TIME-PCT AVG-LATE FILL-PCT AVG-INCREASE
          IF VPS-EVENTS(VT-SUB, PD-SUB) > 0
             COMPUTE ON-TIME-PCT ROUNDED =
                VPS-ON-TIME(VT-SUB, PD-SUB) * 100
                / VPS-EVENTS(VT-SUB, PD-SUB)
             COMPUTE AVG-LATE ROUNDED =
                VPS-LATE-PERIODS(VT-SUB, PD-SUB)
                / VPS-EVENTS(VT-SUB, PD-SUB)
          END-IF
          IF VPS-ORDERED(VT-SUB, PD-SUB) > 0
             COMPUTE FILL-PCT ROUNDED =
                VPS-FILLED(VT-SUB, PD-SUB) * 100
                / VPS-ORDERED(VT-SUB, PD-SUB)
          END-IF
          IF VPS-INCREASES(VT-SUB, PD-SUB) > 0
             COMPUTE AVG-INCREASE ROUNDED =
                VPS-INCREASE-PCT(VT-SUB, PD-SUB)
                / VPS-INCREASES(VT-SUB, PD-SUB)
          END-IF
          MOVE ON-TIME-PCT  TO PDL-ON-TIME-PCT
          MOVE AVG-LATE     TO PDL-AVG-LATE
          MOVE FILL-PCT     TO PDL-FILL-PCT
          MOVE AVG-INCREASE TO PDL-AVG-INCREASE
          MOVE PERIOD-DETAIL-LINE TO SCORECARD-RECORD
          WRITE SCORECARD-RECORD
       .

       430-COMPUTE-RATES.
      * Window rates. With nothing due the vendor cannot have been
      * late or short, so on-time and fill default to 100.
          MOVE 100 TO ON-TIME-PCT FILL-PCT
          MOVE ZEROS TO AVG-LATE AVG-INCREASE RETURN-PCT
          IF WT-EVENTS > 0
             COMPUTE ON-TIME-PCT ROUNDED = WT-ON-TIME * 100 / WT-EVENTS
             COMPUTE AVG-LATE ROUNDED = WT-LATE-PERIODS / WT-EVENTS
          END-IF
          IF WT-ORDERED > 0
             COMPUTE FILL-PCT ROUNDED = WT-FILLED * 100 / WT-ORDERED
          END-IF
          IF WT-INCREASES > 0
             COMPUTE AVG-INCREASE ROUNDED =
                WT-INCREASE-PCT / WT-INCREASES
          END-IF
          IF WT-RECEIVED-VALUE > 0
             COMPUTE RETURN-PCT ROUNDED =
                WT-RETURNED-VALUE * 100 / WT-RECEIVED-VALUE
          ELSE
             IF WT-RETURNED-VALUE > 0
                MOVE 100 TO RETURN-PCT
             END-IF
          END-IF
       .

       450-COMPUTE-VENDOR-SCORE.
          MOVE SPACES TO VSL-NOTE
          IF WT-EVENTS = 0 AND WT-ORDERED = 0
             AND WT-INCREASES = 0 AND WT-RETURNED-VALUE = 0
             MOVE ZEROS TO VENDOR-SCORE
             MOVE 'NOT RATED - NO ACTIVITY IN WINDOW' TO VSL-NOTE
          ELSE
             ADD 1 TO RATED-COUNT
             COMPUTE COST-POINTS = 100 - AVG-INCREASE * 5
             IF COST-POINTS < 0
                MOVE ZEROS TO COST-POINTS
             END-IF
             COMPUTE RETURN-POINTS = 100 - RETURN-PCT * 5
             IF RETURN-POINTS < 0
                MOVE ZEROS TO RETURN-POINTS
             END-IF
             COMPUTE VENDOR-SCORE ROUNDED =
                ON-TIME-PCT * 0.40 + FILL-PCT * 0.30
                + COST-POINTS * 0.15 + RETURN-POINTS * 0.15
             COMPUTE AVG-LATE-DAYS = AVG-LATE * 30
             IF VT-TERMS-DAYS(VT-SUB) > 0
                AND AVG-LATE-DAYS > VT-TERMS-DAYS(VT-SUB)
                MOVE 'AVERAGE LATENESS EXCEEDS NET TERMS'
                   TO VSL-NOTE
             END-IF
          END-IF
          MOVE VENDOR-SCORE TO VSL-SCORE
          MOVE VENDOR-SCORE-LINE TO SCORECARD-RECORD
          WRITE SCORECARD-RECORD
       .

       470-RELEASE-RANK-RECORD.
          MOVE SPACES TO RANKED-VENDOR-WORK
          IF VSL-NOTE(1:9) = 'NOT RATED'
             MOVE '0' TO RV-RATED
             MOVE 'NOT RATED' TO RV-FLAG
             MOVE ZEROS TO ON-TIME-PCT FILL-PCT
          ELSE
             MOVE '1' TO RV-RATED
             IF VSL-NOTE NOT = SPACES
                MOVE 'LATE>TERMS' TO RV-FLAG
             END-IF
          END-IF
          MOVE VENDOR-SCORE           TO RV-SCORE
          MOVE VT-VENDOR-ID(VT-SUB)   TO RV-VENDOR-ID
          MOVE VT-VENDOR-NAME(VT-SUB) TO RV-VENDOR-NAME
          MOVE VT-TERMS(VT-SUB)       TO RV-TERMS
          MOVE ON-TIME-PCT            TO RV-ON-TIME-PCT
          MOVE FILL-PCT               TO RV-FILL-PCT
          MOVE AVG-LATE               TO RV-AVG-LATE
          IF WT-INCREASES > 999
             MOVE 999 TO RV-INCREASES
          ELSE
             MOVE WT-INCREASES TO RV-INCREASES
          END-IF
          MOVE AVG-INCREASE           TO RV-AVG-INCREASE
          MOVE WT-RETURNED-VALUE      TO RV-RETURNED-VALUE
          MOVE RANKED-VENDOR-WORK TO RANK-SORT-RECORD
          RELEASE RANK-SORT-RECORD
       .

       600-WRITE-RANKED-SUMMARY.
          MOVE SPACES TO SCORECARD-RECORD
          WRITE SCORECARD-RECORD
          MOVE REPORT-PERIOD TO RH-PERIOD
          MOVE RANK-HEADER-LINE TO SCORECARD-RECORD
          WRITE SCORECARD-RECORD
          MOVE RANK-COLUMNS-L1 TO SCORECARD-RECORD
          WRITE SCORECARD-RECORD
          MOVE RANK-COLUMNS-L2 TO SCORECARD-RECORD
          WRITE SCORECARD-RECORD

          OPEN INPUT RANKED-VENDOR-FILE
          PERFORM UNTIL RANKED-EOF = 'Y'
             READ RANKED-VENDOR-FILE INTO RANKED-VENDOR-WORK
                AT END
                   MOVE 'Y' TO RANKED-EOF
                NOT AT END
                   PERFORM 610-WRITE-RANK-LINE
             END-READ
          END-PERFORM
          CLOSE RANKED-VENDOR-FILE

          MOVE SPACES TO SCORECARD-RECORD
          WRITE SCORECARD-RECORD
          MOVE RECEIPT-USED-COUNT     TO SCL-RECEIPTS
          MOVE PAST-DUE-USED-COUNT    TO SCL-PAST-DUE
          MOVE COST-CHANGE-USED-COUNT TO SCL-COST-CHANGES
          MOVE RTV-USED-COUNT         TO SCL-RTV
          MOVE UNKNOWN-VENDOR-COUNT   TO SCL-UNKNOWN
          MOVE SCORECARD-COUNT-LINE TO SCORECARD-RECORD
          WRITE SCORECARD-RECORD
       .

       610-WRITE-RANK-LINE.
          MOVE ZEROS TO RDL-RANK
          IF RV-RATED = '1'
             ADD 1 TO RANK-NUMBER
             MOVE RANK-NUMBER TO RDL-RANK
          END-IF
          MOVE RV-VENDOR-ID      TO RDL-VENDOR-ID
          MOVE RV-VENDOR-NAME    TO RDL-VENDOR-NAME
          MOVE RV-TERMS          TO RDL-TERMS
          MOVE RV-ON-TIME-PCT    TO RDL-ON-TIME-PCT
          MOVE RV-FILL-PCT       TO RDL-FILL-PCT
          MOVE RV-AVG-LATE       TO RDL-AVG-LATE
          MOVE RV-INCREASES      TO RDL-INCREASES
          MOVE RV-AVG-INCREASE   TO RDL-AVG-INCREASE
          MOVE RV-RETURNED-VALUE TO RDL-RETURNED-VALUE
          MOVE RV-SCORE          TO RDL-SCORE
          MOVE RV-FLAG           TO RDL-FLAG
          MOVE RANK-DETAIL-LINE TO SCORECARD-RECORD
          WRITE SCORECARD-RECORD
       .

       700-FIND-VENDOR-ENTRY.
          MOVE 'N' TO VENDOR-FOUND
          PERFORM VARYING VT-SUB FROM 1 BY 1
             UNTIL VT-SUB > VENDOR-COUNT OR VENDOR-FOUND = 'Y'
             IF VT-VENDOR-ID(VT-SUB) = WORK-VENDOR-ID
                MOVE 'Y' TO VENDOR-FOUND
             END-IF
          END-PERFORM
          IF VENDOR-FOUND = 'Y'
             SUBTRACT 1 FROM VT-SUB
          ELSE
             ADD 1 TO UNKNOWN-VENDOR-COUNT
          END-IF
       .
