       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-COUNT-PLAN.
       AUTHOR. NICHOLAS-MORRISON.
      ****************************************************************
      * This program plans the period's cycle counts. Every active
      * slot on the indexed inventory master is given an annual
      * value - the units on hand plus the units used over the last
      * twelve periods (the drops recorded in STOCK-HISTORY.TXT),
      * both at cost - and the slots are ranked by that value. The
      * ranking is cut into A, B and C classes on cumulative value:
      * a slot is class A while the value ranked ahead of it is below
      * the A cut-off percentage, class B while it is below the B
      * cut-off, and class C after that. Each class is counted a set
      * number of times a year. Cut-offs and frequencies come from
      * the RUN-CONTROL keywords A-CUTOFF-PCT, B-CUTOFF-PCT and
      * A-, B- and C-COUNTS-PER-YEAR, and default to 80/95 percent
      * and 12/4/1 counts a year.
      * Count history comes from the ADJUSTMENTS files PROGRAM-4
      * writes for every count it reconciles, for the twelve periods
      * before the report period. A slot is due for count when
      *   - its product reached the RTV count-failure limit in the
      *     last period's counts (RTV-FAIL-LIMIT in RUN-CONTROL),
      *   - it has not been counted in the twelve periods, or
      *   - the months since its last count reach its class interval
      *     (12 / counts a year).
      * A class with zero counts a year is only counted for failures.
      * Output, for the report period (argument 1, else RUN-CONTROL
      * PERIOD, else the current month):
      *   ABC-CLASS-period.TXT       - ranked listing with class, last
      *                                count and why each slot is due
      *   COUNT-SHEETS-period.TXT    - blind count sheets by warehouse,
      *                                book quantity not shown
      *   CYCLE-COUNTS-period.TXT    - the PROGRAM-4 count input with
      *                                one line per due slot and the
      *                                units and date left blank; an
      *                                existing file is never replaced
      *   CYCLE-COVERAGE-period.TXT  - percentage of each class
      *                                counted this calendar year, by
      *                                warehouse and in total
      * Slots are valued on RUN-CONTROL VALUATION-BASIS; at average
      * cost a slot with no average on file uses its last price.
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
          SELECT OPTIONAL STOCK-HISTORY-FILE
             ASSIGN TO 'STOCK-HISTORY.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ADJUSTMENT-FILE
             ASSIGN TO DYNAMIC ADJUSTMENT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ADJUSTMENT-STATUS.
          SELECT RANK-SORT-FILE
             ASSIGN TO 'CYCLE-SORT.TMP'.
          SELECT RANKED-SLOT-FILE
             ASSIGN TO 'CYCLE-RANK.TMP'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ABC-REPORT-FILE
             ASSIGN TO DYNAMIC ABC-REPORT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT COUNT-SHEET-FILE
             ASSIGN TO DYNAMIC COUNT-SHEET-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT COUNT-TEMPLATE-FILE
             ASSIGN TO DYNAMIC COUNT-TEMPLATE-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COUNT-TEMPLATE-STATUS.
          SELECT COVERAGE-REPORT-FILE
             ASSIGN TO DYNAMIC COVERAGE-REPORT-FILENAME
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

       FD  STOCK-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  STOCK-HISTORY-RECORD.
           05  SH-PERIOD                    PIC X(6).
           05  FILLER                       PIC X.
           05  SH-WAREHOUSE-ID              PIC X(4).
           05  FILLER                       PIC X.
           05  SH-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  SH-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X.
           05  SH-SLOT                      PIC 9.
           05  FILLER                       PIC X.
           05  SH-PRIOR-UNITS               PIC S9(4).
           05  FILLER                       PIC X.
           05  SH-NEW-UNITS                 PIC S9(4).
           05  FILLER                       PIC X(51).

       FD  ADJUSTMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  ADJUSTMENT-RECORD.
           05  ADJ-WAREHOUSE-ID             PIC X(4).
           05  FILLER                       PIC X.
           05  ADJ-VENDOR-ID                PIC X.
           05  FILLER                       PIC X.
           05  ADJ-PRODUCT-ID               PIC X(3).
           05  FILLER                       PIC X.
           05  ADJ-SLOT                     PIC 9.
           05  FILLER                       PIC X.
           05  ADJ-NEW-UNITS                PIC 9(4).
           05  FILLER                       PIC X.
           05  ADJ-COUNT-DATE               PIC X(8).
           05  FILLER                       PIC X.
           05  ADJ-BOOK-UNITS               PIC S9(4).
           05  FILLER                       PIC X.
           05  ADJ-UNIT-COST                PIC S999V99.
           05  FILLER                       PIC X(43).

       SD  RANK-SORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RANK-SORT-RECORD.
           05  RS-ANNUAL-VALUE              PIC 9(9)V99.
           05  RS-SLOT-SUB                  PIC 9(4).
           05  FILLER                       PIC X(65).

       FD  RANKED-SLOT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RANKED-SLOT-RECORD.
           05  RK-ANNUAL-VALUE              PIC 9(9)V99.
           05  RK-SLOT-SUB                  PIC 9(4).
           05  FILLER                       PIC X(65).

       FD  ABC-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  ABC-REPORT-RECORD               PIC X(132).

       FD  COUNT-SHEET-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  COUNT-SHEET-RECORD              PIC X(80).

       FD  COUNT-TEMPLATE-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  COUNT-TEMPLATE-RECORD.
           05  CT-WAREHOUSE-ID              PIC X(4).
           05  FILLER                       PIC X.
           05  CT-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  CT-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X.
           05  CT-SLOT                      PIC 9.
           05  FILLER                       PIC X.
           05  CT-COUNTED-UNITS             PIC X(4).
           05  FILLER                       PIC X.
           05  CT-COUNT-DATE                PIC X(8).
           05  FILLER                       PIC X.
           05  CT-PRODUCT-NAME              PIC X(13).
           05  FILLER                       PIC X.
           05  CT-CLASS                     PIC X.
           05  FILLER                       PIC X(38).

       FD  COVERAGE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  COVERAGE-REPORT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.

       01 FLAGS-N-SWITCHES.
          05  RUN-CONTROL-EOF           PIC X       VALUE 'N'.
          05  INVENTORY-EOF             PIC X       VALUE 'N'.
          05  HISTORY-EOF               PIC X       VALUE 'N'.
          05  ADJUSTMENT-EOF            PIC X       VALUE 'N'.
          05  RANKED-EOF                PIC X       VALUE 'N'.
          05  SLOT-FOUND                PIC X       VALUE 'N'.
          05  CF-FOUND                  PIC X       VALUE 'N'.
          05  AVG-COST-AVAILABLE        PIC X       VALUE 'N'.
          05  AVG-COST-FOUND            PIC X       VALUE 'N'.
          05  FIRST-WAREHOUSE           PIC X(3)    VALUE 'YES'.
          05  NEW-WAREHOUSE             PIC X       VALUE 'N'.
          05  SUB                       PIC 9       VALUE 1.
          05  RUN-CONTROL-STATUS        PIC XX.
              88  RUN-CONTROL-OK                VALUE '00'.
          05  INVENTORY-STATUS          PIC XX.
              88  INVENTORY-OK                  VALUE '00'.
          05  AVERAGE-COST-STATUS       PIC XX.
              88  AVERAGE-COST-OK               VALUE '00'.
          05  ADJUSTMENT-STATUS         PIC XX.
              88  ADJUSTMENT-OK                 VALUE '00'.
          05  COUNT-TEMPLATE-STATUS     PIC XX.
              88  COUNT-TEMPLATE-OK             VALUE '00'.

       01 PARAMETER-FIELDS.
          05  ARG-PERIOD                PIC X(6)    VALUE SPACES.
          05  REPORT-PERIOD             PIC X(6)    VALUE SPACES.
          05  VALUATION-BASIS           PIC X       VALUE 'L'.
          05  RTV-FAIL-LIMIT            PIC 9(2)    VALUE 3.
          05  A-CUTOFF-PCT              PIC 9(3)    VALUE 80.
          05  B-CUTOFF-PCT              PIC 9(3)    VALUE 95.
          05  TODAY-DATE                PIC X(8).

       01 RUN-CONTROL-WORK-FIELDS.
          05  CONTROL-VALUE          PIC X(20).
          05  CONTROL-NUMBER         PIC 9(6)    VALUE 0.
          05  CONTROL-DIGIT-X        PIC X.
          05  CONTROL-DIGIT REDEFINES CONTROL-DIGIT-X
                                     PIC 9.
          05  CONTROL-SUB            PIC 9(2)    VALUE 1.

       01 DYNAMIC-FILENAMES.
          05  ADJUSTMENT-FILENAME       PIC X(40).
          05  ABC-REPORT-FILENAME       PIC X(40).
          05  COUNT-SHEET-FILENAME      PIC X(40).
          05  COUNT-TEMPLATE-FILENAME   PIC X(40).
          05  COVERAGE-REPORT-FILENAME  PIC X(40).

       01 PERIOD-WORK-FIELDS.
          05  PERIOD-SPLIT.
              10  PS-YEAR               PIC 9(4).
              10  PS-MONTH              PIC 9(2).
          05  REPORT-YEAR               PIC 9(4)    VALUE 0.
          05  REPORT-MONTHS             PIC 9(6)    VALUE 0.
          05  WINDOW-START-MONTHS       PIC 9(6)    VALUE 0.
          05  RECORD-MONTHS             PIC 9(6)    VALUE 0.
          05  WORK-MONTHS               PIC 9(6)    VALUE 0.
          05  MONTHS-SINCE-COUNT        PIC 9(6)    VALUE 0.
          05  ADJ-PERIOD                PIC X(6).
       01  PD-SUB                        PIC 9(2)    VALUE 0.

      * CLASS A, B AND C IN THAT ORDER
       01 CLASS-RULES.
          05  CLASS-RULE OCCURS 3 TIMES.
              10  CR-CLASS              PIC X.
              10  CR-COUNTS-PER-YEAR    PIC 9(2).
              10  CR-INTERVAL-MONTHS    PIC 9(2).
              10  CR-SLOTS              PIC 9(5).
              10  CR-COUNTED            PIC 9(5).
              10  CR-DUE                PIC 9(5).
              10  CR-ANNUAL-VALUE       PIC 9(11)V99.
       01  CLASS-SUB                     PIC 9       VALUE 1.

       01 SLOT-TABLE-AREA.
          05  SLOT-COUNT                PIC 9(4)    VALUE 0.
          05  SLOT-TABLE OCCURS 1 TO 3000 TIMES
                         DEPENDING ON SLOT-COUNT.
              10  ST-SLOT-KEY.
                  15  ST-WAREHOUSE-ID   PIC X(4).
                  15  ST-VENDOR-ID      PIC X.
                  15  ST-PRODUCT-ID     PIC X(3).
                  15  ST-SLOT           PIC 9.
              10  ST-PRODUCT-NAME       PIC X(13).
              10  ST-SIZE               PIC X.
              10  ST-TYPE               PIC X.
              10  ST-UNITS              PIC S9(4).
              10  ST-UNIT-COST          PIC S999V9999.
              10  ST-USAGE              PIC 9(6).
              10  ST-ANNUAL-VALUE       PIC 9(9)V99.
              10  ST-CUM-PCT            PIC 9(3)V9.
              10  ST-RANK               PIC 9(4).
              10  ST-CLASS              PIC X.
              10  ST-LAST-COUNT-PERIOD  PIC X(6).
              10  ST-LAST-COUNT-MONTHS  PIC 9(6).
              10  ST-COUNTED-THIS-YEAR  PIC X.
              10  ST-DUE                PIC X.
              10  ST-DUE-REASON         PIC X(20).
       01  ST-SUB                        PIC 9(4)    VALUE 0.

       01 SEARCH-SLOT-KEY.
          05  SEARCH-WAREHOUSE-ID       PIC X(4).
          05  SEARCH-VENDOR-ID          PIC X.
          05  SEARCH-PRODUCT-ID         PIC X(3).
          05  SEARCH-SLOT               PIC 9.

       01 COUNT-FAILURE-AREA.
          05  CCF-COUNT                 PIC 9(4)    VALUE 0.
          05  COUNT-FAILURE-TABLE OCCURS 1 TO 1000 TIMES
                         DEPENDING ON CCF-COUNT.
              10  CFT-PRODUCT-ID        PIC X(3).
              10  CFT-FAIL-COUNT        PIC 9(3).
       01  CF-SUB                        PIC 9(4)    VALUE 1.

       01 COVERAGE-TABLE-AREA.
          05  CV-COUNT                  PIC 9(3)    VALUE 0.
          05  COVERAGE-TABLE OCCURS 1 TO 100 TIMES
                         DEPENDING ON CV-COUNT.
              10  CVT-WAREHOUSE-ID      PIC X(4).
              10  CVT-CLASS-STATS OCCURS 3 TIMES.
                  15  CVS-SLOTS         PIC 9(5).
                  15  CVS-COUNTED       PIC 9(5).
                  15  CVS-DUE           PIC 9(5).
       01  CV-SUB                        PIC 9(3)    VALUE 0.

       01 VALUE-WORK-FIELDS.
          05  UNITS-FOR-VALUE           PIC 9(7)    VALUE 0.
          05  TOTAL-ANNUAL-VALUE        PIC 9(11)V99 VALUE 0.
          05  CUMULATIVE-VALUE          PIC 9(11)V99 VALUE 0.
          05  CUM-PCT-BEFORE            PIC 9(3)V9  VALUE 0.
          05  CLASS-PCT-WORK            PIC 9(3)V9  VALUE 0.
          05  RANK-NUMBER               PIC 9(4)    VALUE 0.
          05  SHEET-WAREHOUSE-HOLD      PIC X(4).
          05  SHEET-ITEM-COUNT          PIC 9(3)    VALUE 0.

       01 SOURCE-COUNTS.
          05  SLOT-SKIP-COUNT           PIC 9(5)    VALUE 0.
          05  SLOTS-NO-AVERAGE          PIC 9(5)    VALUE 0.
          05  HISTORY-USED-COUNT        PIC 9(6)    VALUE 0.
          05  ADJ-FILES-READ            PIC 9(2)    VALUE 0.
          05  ADJ-USED-COUNT            PIC 9(6)    VALUE 0.
          05  NOT-ON-MASTER-COUNT       PIC 9(6)    VALUE 0.
          05  DUE-COUNT                 PIC 9(5)    VALUE 0.
          05  TEMPLATE-COUNT            PIC 9(5)    VALUE 0.

      ************************ OUTPUT AREA **************************

       01  ABC-HEADER-L1.
           05  FILLER                   PIC X(30)   VALUE SPACES.
           05                           PIC X(44)
              VALUE 'ABC CLASSIFICATION AND CYCLE COUNT SCHEDULE '.
           05                           PIC X(7)    VALUE 'PERIOD '.
           05  AH-PERIOD                PIC X(6).
           05  FILLER                   PIC X(45)   VALUE SPACES.

       01  ABC-HEADER-L2.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(37)
              VALUE 'CLASS CUT-OFFS (CUMULATIVE VALUE): A '.
           05  AH-A-CUTOFF              PIC ZZ9.
           05                           PIC X(5)    VALUE '%  B '.
           05  AH-B-CUTOFF              PIC ZZ9.
           05                           PIC X(14)
              VALUE '%  C REMAINDER'.
           05  FILLER                   PIC X(68)   VALUE SPACES.

       01  ABC-HEADER-L3.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(19)
              VALUE 'COUNTS PER YEAR: A '.
           05  AH-A-COUNTS              PIC Z9.
           05                           PIC X(4)    VALUE '  B '.
           05  AH-B-COUNTS              PIC Z9.
           05                           PIC X(4)    VALUE '  C '.
           05  AH-C-COUNTS              PIC Z9.
           05                           PIC X(20)
              VALUE '   VALUATION BASIS: '.
           05  AH-BASIS                 PIC X(12).
           05                           PIC X(24)
              VALUE '   COUNT FAILURE LIMIT: '.
           05  AH-FAIL-LIMIT            PIC Z9.
           05  FILLER                   PIC X(39)   VALUE SPACES.

       01  ABC-COLUMNS-L1.
           05                           PIC X(6)    VALUE SPACES.
           05                           PIC X(6)    VALUE SPACES.
           05                           PIC X(3)    VALUE SPACES.
           05                           PIC X(5)    VALUE SPACES.
           05                           PIC X(3)    VALUE SPACES.
           05                           PIC X(15)   VALUE SPACES.
           05                           PIC X(7)    VALUE SPACES.
           05                           PIC X(10)   VALUE '      UNIT'.
           05                           PIC X(9)    VALUE SPACES.
           05                           PIC X(16)
                                  VALUE '          ANNUAL'.
           05                           PIC X(7)    VALUE '    CUM'.
           05                           PIC X(7)    VALUE SPACES.
           05                           PIC X(6)    VALUE 'LAST'.
           05                           PIC X(5)    VALUE SPACES.
           05                           PIC X(22)   VALUE SPACES.
           05                           PIC X(5)    VALUE SPACES.

       01  ABC-COLUMNS-L2.
           05                           PIC X(6)    VALUE '  RANK'.
           05                           PIC X(6)    VALUE '  WHSE'.
           05                           PIC X(3)    VALUE '  V'.
           05                           PIC X(5)    VALUE '  PRD'.
           05                           PIC X(3)    VALUE '  S'.
           05                           PIC X(15)
                                  VALUE '  PRODUCT NAME'.
           05                           PIC X(7)    VALUE '  UNITS'.
           05                           PIC X(10)   VALUE '      COST'.
           05                           PIC X(9)    VALUE '    USAGE'.
           05                           PIC X(16)
                                  VALUE '           VALUE'.
           05                           PIC X(7)    VALUE '    PCT'.
           05                           PIC X(7)    VALUE '  CLS'.
           05                           PIC X(6)    VALUE 'COUNT'.
           05                           PIC X(5)    VALUE '  DUE'.
           05                           PIC X(22)   VALUE '  REASON'.
           05                           PIC X(5)    VALUE SPACES.

       01  ABC-DETAIL-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-RANK                 PIC ZZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-WAREHOUSE-ID         PIC X(4).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-VENDOR-ID            PIC X.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-PRODUCT-ID           PIC X(3).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-SLOT                 PIC 9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-PRODUCT-NAME         PIC X(13).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-UNITS                PIC ZZZ9-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-UNIT-COST            PIC ZZ9.9999.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-USAGE                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-ANNUAL-VALUE         PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-CUM-PCT              PIC ZZ9.9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  ADL-CLASS                PIC X.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  ADL-LAST-COUNT           PIC X(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-DUE                  PIC X(3).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-DUE-REASON           PIC X(20).
           05  FILLER                   PIC X(5)    VALUE SPACES.

       01  ABC-CLASS-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(6)    VALUE 'CLASS '.
           05  ACL-CLASS                PIC X.
           05                           PIC X(9)    VALUE '  SLOTS: '.
           05  ACL-SLOTS                PIC ZZ,ZZ9.
           05                           PIC X(16)
              VALUE '  ANNUAL VALUE: '.
           05  ACL-ANNUAL-VALUE         PIC $$$,$$$,$$$,$$9.99.
           05                           PIC X(16)
              VALUE '  PCT OF VALUE: '.
           05  ACL-VALUE-PCT            PIC ZZ9.9.
           05                           PIC X(16)
              VALUE '  DUE FOR COUNT:'.
           05  ACL-DUE                  PIC ZZ,ZZ9.
           05  FILLER                   PIC X(31)   VALUE SPACES.

       01  ABC-TOTAL-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(7)    VALUE 'TOTAL  '.
           05                           PIC X(9)    VALUE '  SLOTS: '.
           05  ATL-SLOTS                PIC ZZ,ZZ9.
           05                           PIC X(16)
              VALUE '  ANNUAL VALUE: '.
           05  ATL-ANNUAL-VALUE         PIC $$$,$$$,$$$,$$9.99.
           05                           PIC X(16)   VALUE SPACES.
           05                           PIC X(5)    VALUE SPACES.
           05                           PIC X(16)
              VALUE '  DUE FOR COUNT:'.
           05  ATL-DUE                  PIC ZZ,ZZ9.
           05  FILLER                   PIC X(31)   VALUE SPACES.

       01  SHEET-HEADER-L1.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(30)
              VALUE 'CYCLE COUNT SHEET - WAREHOUSE '.
           05  CSH-WAREHOUSE-ID         PIC X(4).
           05                           PIC X(10)   VALUE '   PERIOD '.
           05  CSH-PERIOD               PIC X(6).
           05  FILLER                   PIC X(28)   VALUE SPACES.

       01  SHEET-HEADER-L2.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(48)
              VALUE 'COUNT EVERY UNIT ON THE SHELF - DO NOT ADJUST TO'.
           05                           PIC X(30)
              VALUE ' THE BOOK'.

       01  SHEET-HEADER-L3.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(24)
              VALUE 'COUNT DATE: ____________'.
           05  FILLER                   PIC X(54)   VALUE SPACES.

       01  SHEET-COLUMNS-LINE.
           05                           PIC X(3)    VALUE '  V'.
           05                           PIC X(5)    VALUE '  PRD'.
           05                           PIC X(3)    VALUE '  S'.
           05                           PIC X(15)
                                  VALUE '  PRODUCT NAME'.
           05                           PIC X(3)    VALUE ' SZ'.
           05                           PIC X(3)    VALUE ' TP'.
           05                           PIC X(3)    VALUE ' CL'.
           05                           PIC X(14)
                                  VALUE '    COUNTED'.
           05                           PIC X(22)   VALUE '  NOTES'.
           05                           PIC X(9)    VALUE SPACES.

       01  SHEET-DETAIL-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  SDL-VENDOR-ID            PIC X.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  SDL-PRODUCT-ID           PIC X(3).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  SDL-SLOT                 PIC 9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  SDL-PRODUCT-NAME         PIC X(13).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  SDL-SIZE                 PIC X.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  SDL-TYPE                 PIC X.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  SDL-CLASS                PIC X.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05                           PIC X(10)   VALUE '__________'.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(20)
              VALUE '____________________'.
           05  FILLER                   PIC X(9)    VALUE SPACES.

       01  SHEET-ITEM-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(16)
              VALUE 'ITEMS ON SHEET: '.
           05  SIL-ITEMS                PIC ZZ9.
           05  FILLER                   PIC X(59)   VALUE SPACES.

       01  SHEET-SIGNATURE-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(33)
              VALUE 'COUNTED BY:  ____________________'.
           05                           PIC X(36)
              VALUE '  VERIFIED BY:  ____________________'.
           05  FILLER                   PIC X(9)    VALUE SPACES.

       01  SHEET-NONE-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(32)
              VALUE 'NO SLOTS ARE DUE FOR COUNT IN   '.
           05  SNL-PERIOD               PIC X(6).
           05  FILLER                   PIC X(40)   VALUE SPACES.

       01  COVERAGE-HEADER-L1.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(37)
              VALUE 'CYCLE COUNT COVERAGE - CALENDAR YEAR '.
           05  CVH-YEAR                 PIC 9(4).
           05                           PIC X(17)
              VALUE '  THROUGH PERIOD '.
           05  CVH-PERIOD               PIC X(6).
           05  FILLER                   PIC X(14)   VALUE SPACES.

       01  COVERAGE-COLUMNS-L1.
           05                           PIC X(6)    VALUE SPACES.
           05                           PIC X(6)    VALUE SPACES.
           05                           PIC X(10)   VALUE SPACES.
           05                           PIC X(9)    VALUE '  COUNTED'.
           05                           PIC X(8)    VALUE SPACES.
           05                           PIC X(9)    VALUE SPACES.
           05                           PIC X(32)   VALUE SPACES.

       01  COVERAGE-COLUMNS-L2.
           05                           PIC X(6)    VALUE '  WHSE'.
           05                           PIC X(6)    VALUE ' CLASS'.
           05                           PIC X(10)   VALUE '     SLOTS'.
           05                           PIC X(9)    VALUE '  THIS YR'.
           05                           PIC X(8)    VALUE '     PCT'.
           05                           PIC X(9)    VALUE '  DUE NOW'.
           05                           PIC X(32)   VALUE SPACES.

       01  COVERAGE-DETAIL-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CVL-WAREHOUSE-ID         PIC X(4).
           05  FILLER                   PIC X(5)    VALUE SPACES.
           05  CVL-CLASS                PIC X.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  CVL-SLOTS                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  CVL-COUNTED              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  CVL-PCT                  PIC ZZ9.9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  CVL-DUE                  PIC ZZ,ZZ9.
           05  FILLER                   PIC X(32)   VALUE SPACES.

       PROCEDURE DIVISION.

       001-MAIN-MODULE.
          PERFORM 050-INIT-PARAMETERS
          PERFORM 100-LOAD-SLOT-TABLE
          IF SLOT-COUNT = 0
             DISPLAY 'NO ACTIVE SLOTS ON INVENTORY MASTER - STATUS '
                INVENTORY-STATUS
             STOP RUN
          END-IF

          PERFORM 150-ADD-STOCK-HISTORY-USAGE
          PERFORM VARYING PD-SUB FROM 1 BY 1 UNTIL PD-SUB > 12
             PERFORM 170-READ-COUNT-HISTORY
          END-PERFORM
          PERFORM 200-VALUE-SLOTS

          OPEN OUTPUT ABC-REPORT-FILE
          PERFORM 250-WRITE-ABC-HEADERS

          SORT RANK-SORT-FILE
             ON DESCENDING KEY RS-ANNUAL-VALUE
             ON ASCENDING KEY  RS-SLOT-SUB
             INPUT PROCEDURE IS 300-RELEASE-SLOTS
             GIVING RANKED-SLOT-FILE

          PERFORM 400-CLASSIFY-RANKED-SLOTS
          PERFORM 480-WRITE-ABC-TOTALS
          CLOSE ABC-REPORT-FILE

          PERFORM 500-WRITE-COUNT-SHEETS
          PERFORM 600-WRITE-COUNT-TEMPLATE
          PERFORM 700-WRITE-COVERAGE-REPORT

          DISPLAY 'CYCLE-COUNT-PLAN SLOTS RANKED: ' SLOT-COUNT
             '  DUE FOR COUNT: ' DUE-COUNT
          DISPLAY 'CYCLE-COUNT-PLAN COUNT FILES READ: ' ADJ-FILES-READ
             '  COUNTS USED: ' ADJ-USED-COUNT
          IF VALUATION-BASIS = 'A' AND SLOTS-NO-AVERAGE > 0
             DISPLAY 'CYCLE-COUNT-PLAN SLOTS AT LAST PRICE (NO '
                'AVERAGE): ' SLOTS-NO-AVERAGE
          END-IF
          IF NOT-ON-MASTER-COUNT > 0
             DISPLAY 'CYCLE-COUNT-PLAN HISTORY LINES NOT ON MASTER: '
                NOT-ON-MASTER-COUNT
          END-IF
          STOP RUN
       .

       050-INIT-PARAMETERS.
          DISPLAY 1 UPON ARGUMENT-NUMBER
          ACCEPT ARG-PERIOD FROM ARGUMENT-VALUE

          PERFORM 055-READ-RUN-CONTROL

          IF ARG-PERIOD NOT = SPACES
             MOVE ARG-PERIOD TO REPORT-PERIOD
          END-IF
          ACCEPT TODAY-DATE FROM DATE YYYYMMDD
          IF REPORT-PERIOD = SPACES
             MOVE TODAY-DATE(1:6) TO REPORT-PERIOD
          END-IF
          MOVE REPORT-PERIOD TO PERIOD-SPLIT
          IF PERIOD-SPLIT IS NOT NUMERIC
             OR PS-MONTH < 1 OR PS-MONTH > 12
             DISPLAY 'INVALID REPORT PERIOD: ' REPORT-PERIOD
             STOP RUN
          END-IF
          MOVE PS-YEAR TO REPORT-YEAR
          COMPUTE REPORT-MONTHS = PS-YEAR * 12 + PS-MONTH
          COMPUTE WINDOW-START-MONTHS = REPORT-MONTHS - 12

          IF VALUATION-BASIS = 'a'
             MOVE 'A' TO VALUATION-BASIS
          END-IF
          IF VALUATION-BASIS NOT = 'A'
             MOVE 'L' TO VALUATION-BASIS
          END-IF

          IF A-CUTOFF-PCT > 100
             MOVE 100 TO A-CUTOFF-PCT
          END-IF
          IF B-CUTOFF-PCT > 100
             MOVE 100 TO B-CUTOFF-PCT
          END-IF
          IF B-CUTOFF-PCT < A-CUTOFF-PCT
             MOVE A-CUTOFF-PCT TO B-CUTOFF-PCT
          END-IF

          MOVE 'A' TO CR-CLASS(1)
          MOVE 'B' TO CR-CLASS(2)
          MOVE 'C' TO CR-CLASS(3)
          PERFORM VARYING CLASS-SUB FROM 1 BY 1 UNTIL CLASS-SUB > 3
             IF CR-COUNTS-PER-YEAR(CLASS-SUB) > 12
                MOVE 12 TO CR-COUNTS-PER-YEAR(CLASS-SUB)
             END-IF
             IF CR-COUNTS-PER-YEAR(CLASS-SUB) > 0
                COMPUTE CR-INTERVAL-MONTHS(CLASS-SUB) =
                   12 / CR-COUNTS-PER-YEAR(CLASS-SUB)
             ELSE
                MOVE ZEROS TO CR-INTERVAL-MONTHS(CLASS-SUB)
             END-IF
             MOVE ZEROS TO CR-SLOTS(CLASS-SUB)
                           CR-COUNTED(CLASS-SUB)
                           CR-DUE(CLASS-SUB)
                           CR-ANNUAL-VALUE(CLASS-SUB)
          END-PERFORM

          MOVE SPACES TO ABC-REPORT-FILENAME
          STRING 'ABC-CLASS-' DELIMITED BY SIZE
                 REPORT-PERIOD DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
              INTO ABC-REPORT-FILENAME
          END-STRING

          MOVE SPACES TO COUNT-SHEET-FILENAME
          STRING 'COUNT-SHEETS-' DELIMITED BY SIZE
                 REPORT-PERIOD DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
              INTO COUNT-SHEET-FILENAME
          END-STRING

          MOVE SPACES TO COUNT-TEMPLATE-FILENAME
          STRING 'CYCLE-COUNTS-' DELIMITED BY SIZE
                 REPORT-PERIOD DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
              INTO COUNT-TEMPLATE-FILENAME
          END-STRING

          MOVE SPACES TO COVERAGE-REPORT-FILENAME
          STRING 'CYCLE-COVERAGE-' DELIMITED BY SIZE
                 REPORT-PERIOD DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
              INTO COVERAGE-REPORT-FILENAME
          END-STRING
       .

       055-READ-RUN-CONTROL.
          MOVE 12 TO CR-COUNTS-PER-YEAR(1)
          MOVE 4  TO CR-COUNTS-PER-YEAR(2)
          MOVE 1  TO CR-COUNTS-PER-YEAR(3)

          OPEN INPUT RUN-CONTROL-FILE
          IF RUN-CONTROL-OK
             PERFORM UNTIL RUN-CONTROL-EOF = 'Y'
                READ RUN-CONTROL-FILE
                   AT END
                      MOVE 'Y' TO RUN-CONTROL-EOF
                   NOT AT END
                      EVALUATE RC-KEYWORD
                         WHEN 'PERIOD'
                            MOVE RC-VALUE(1:6) TO REPORT-PERIOD
                         WHEN 'RTV-FAIL-LIMIT'
                            MOVE RC-VALUE TO CONTROL-VALUE
                            PERFORM 057-EXTRACT-CONTROL-NUMBER
                            IF CONTROL-NUMBER > 0
                               MOVE CONTROL-NUMBER TO RTV-FAIL-LIMIT
                            END-IF
                         WHEN 'VALUATION-BASIS'
                            MOVE RC-VALUE(1:1) TO VALUATION-BASIS
                         WHEN 'A-CUTOFF-PCT'
                            MOVE RC-VALUE TO CONTROL-VALUE
                            PERFORM 057-EXTRACT-CONTROL-NUMBER
                            IF CONTROL-NUMBER > 0
                               MOVE CONTROL-NUMBER TO A-CUTOFF-PCT
                            END-IF
                         WHEN 'B-CUTOFF-PCT'
                            MOVE RC-VALUE TO CONTROL-VALUE
                            PERFORM 057-EXTRACT-CONTROL-NUMBER
                            IF CONTROL-NUMBER > 0
                               MOVE CONTROL-NUMBER TO B-CUTOFF-PCT
                            END-IF
                         WHEN 'A-COUNTS-PER-YEAR'
                            MOVE RC-VALUE TO CONTROL-VALUE
                            PERFORM 057-EXTRACT-CONTROL-NUMBER
                            MOVE CONTROL-NUMBER TO
                                    CR-COUNTS-PER-YEAR(1)
                         WHEN 'B-COUNTS-PER-YEAR'
                            MOVE RC-VALUE TO CONTROL-VALUE
                            PERFORM 057-EXTRACT-CONTROL-NUMBER
                            MOVE CONTROL-NUMBER TO
                                    CR-COUNTS-PER-YEAR(2)
                         WHEN 'C-COUNTS-PER-YEAR'
                            MOVE RC-VALUE TO CONTROL-VALUE
                            PERFORM 057-EXTRACT-CONTROL-NUMBER
                            MOVE CONTROL-NUMBER TO
                                    CR-COUNTS-PER-YEAR(3)
                         WHEN OTHER
                            CONTINUE
                      END-EVALUATE
                END-READ
             END-PERFORM
             CLOSE RUN-CONTROL-FILE
          END-IF
       .

       057-EXTRACT-CONTROL-NUMBER.
          MOVE ZEROS TO CONTROL-NUMBER
          PERFORM VARYING CONTROL-SUB FROM 1 BY 1
             UNTIL CONTROL-SUB > 20
             MOVE CONTROL-VALUE(CONTROL-SUB:1) TO CONTROL-DIGIT-X
             IF CONTROL-DIGIT-X IS NUMERIC
                COMPUTE CONTROL-NUMBER = CONTROL-NUMBER * 10
                   + CONTROL-DIGIT
             END-IF
          END-PERFORM
       .

       100-LOAD-SLOT-TABLE.
          OPEN INPUT INVENTORY-MASTER-FILE
          IF NOT INVENTORY-OK
             DISPLAY 'INVENTORY MASTER NOT AVAILABLE - STATUS '
                INVENTORY-STATUS
          ELSE
             IF VALUATION-BASIS = 'A'
                OPEN INPUT AVERAGE-COST-FILE
                IF AVERAGE-COST-OK
                   MOVE 'Y' TO AVG-COST-AVAILABLE
                ELSE
                   DISPLAY 'AVERAGE COST FILE NOT AVAILABLE - STATUS '
                      AVERAGE-COST-STATUS ' - VALUING AT LAST PRICE'
                END-IF
             END-IF

             PERFORM UNTIL INVENTORY-EOF = 'Y'
                READ INVENTORY-MASTER-FILE NEXT RECORD
                   AT END
                      MOVE 'Y' TO INVENTORY-EOF
                   NOT AT END
                      PERFORM 110-LOAD-ONE-MASTER-RECORD
                END-READ
             END-PERFORM

             CLOSE INVENTORY-MASTER-FILE
             IF AVG-COST-AVAILABLE = 'Y'
                CLOSE AVERAGE-COST-FILE
             END-IF
             IF SLOT-SKIP-COUNT > 0
                DISPLAY 'WARNING: SLOT TABLE FULL - '
                   SLOT-SKIP-COUNT ' SLOTS SKIPPED'
             END-IF
          END-IF
       .

       110-LOAD-ONE-MASTER-RECORD.
          MOVE 'N' TO AVG-COST-FOUND
          IF AVG-COST-AVAILABLE = 'Y'
             MOVE IM-RECORD-KEY TO AC-RECORD-KEY
             READ AVERAGE-COST-FILE
                INVALID KEY
                   MOVE 'N' TO AVG-COST-FOUND
                NOT INVALID KEY
                   MOVE 'Y' TO AVG-COST-FOUND
             END-READ
          END-IF

          PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF IM-PD-NAME(SUB) NOT = SPACES
                AND IM-PD-NUM-IN-STOCK(SUB) IS NUMERIC
                AND IM-PD-PRICE(SUB) IS NUMERIC
                PERFORM 115-ADD-ONE-SLOT
             END-IF
          END-PERFORM
       .

       115-ADD-ONE-SLOT.
          IF SLOT-COUNT >= 3000
             ADD 1 TO SLOT-SKIP-COUNT
          ELSE
             ADD 1 TO SLOT-COUNT
             MOVE IM-WAREHOUSE-ID TO ST-WAREHOUSE-ID(SLOT-COUNT)
             MOVE IM-VENDOR-ID TO ST-VENDOR-ID(SLOT-COUNT)
             MOVE IM-PRODUCT-ID TO ST-PRODUCT-ID(SLOT-COUNT)
             MOVE SUB TO ST-SLOT(SLOT-COUNT)
             MOVE IM-PD-NAME(SUB) TO ST-PRODUCT-NAME(SLOT-COUNT)
             MOVE IM-PD-SIZE(SUB) TO ST-SIZE(SLOT-COUNT)
             MOVE IM-PD-TYPE(SUB) TO ST-TYPE(SLOT-COUNT)
             MOVE IM-PD-NUM-IN-STOCK(SUB) TO ST-UNITS(SLOT-COUNT)
             MOVE IM-PD-PRICE(SUB) TO ST-UNIT-COST(SLOT-COUNT)
             IF VALUATION-BASIS = 'A'
                IF AVG-COST-FOUND = 'Y'
                   AND AC-AVG-COST(SUB) IS NUMERIC
                   AND AC-AVG-COST(SUB) > 0
                   MOVE AC-AVG-COST(SUB) TO ST-UNIT-COST(SLOT-COUNT)
                ELSE
                   ADD 1 TO SLOTS-NO-AVERAGE
                END-IF
             END-IF
             MOVE ZEROS TO ST-USAGE(SLOT-COUNT)
                           ST-ANNUAL-VALUE(SLOT-COUNT)
                           ST-CUM-PCT(SLOT-COUNT)
                           ST-RANK(SLOT-COUNT)
                           ST-LAST-COUNT-MONTHS(SLOT-COUNT)
             MOVE 'C' TO ST-CLASS(SLOT-COUNT)
             MOVE SPACES TO ST-LAST-COUNT-PERIOD(SLOT-COUNT)
                            ST-DUE-REASON(SLOT-COUNT)
             MOVE 'N' TO ST-COUNTED-THIS-YEAR(SLOT-COUNT)
                         ST-DUE(SLOT-COUNT)
          END-IF
       .

       120-FIND-SLOT.
          MOVE 'N' TO SLOT-FOUND
          PERFORM VARYING ST-SUB FROM 1 BY 1
             UNTIL ST-SUB > SLOT-COUNT OR SLOT-FOUND = 'Y'
             IF ST-SLOT-KEY(ST-SUB) = SEARCH-SLOT-KEY
                MOVE 'Y' TO SLOT-FOUND
             END-IF
          END-PERFORM
          IF SLOT-FOUND = 'Y'
             SUBTRACT 1 FROM ST-SUB
          END-IF
       .

       150-ADD-STOCK-HISTORY-USAGE.
          OPEN INPUT STOCK-HISTORY-FILE
          PERFORM UNTIL HISTORY-EOF = 'Y'
             READ STOCK-HISTORY-FILE
                AT END
                   MOVE 'Y' TO HISTORY-EOF
                NOT AT END
                   MOVE SH-PERIOD TO PERIOD-SPLIT
                   IF PERIOD-SPLIT IS NUMERIC
                      AND SH-PRIOR-UNITS IS NUMERIC
                      AND SH-NEW-UNITS IS NUMERIC
                      AND SH-NEW-UNITS < SH-PRIOR-UNITS
                      COMPUTE RECORD-MONTHS = PS-YEAR * 12 + PS-MONTH
                      IF RECORD-MONTHS > WINDOW-START-MONTHS
                         AND RECORD-MONTHS <= REPORT-MONTHS
                         PERFORM 155-ADD-ONE-USAGE
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE STOCK-HISTORY-FILE
       .

       155-ADD-ONE-USAGE.
          MOVE SH-WAREHOUSE-ID TO SEARCH-WAREHOUSE-ID
          MOVE SH-VENDOR-ID    TO SEARCH-VENDOR-ID
          MOVE SH-PRODUCT-ID   TO SEARCH-PRODUCT-ID
          MOVE SH-SLOT         TO SEARCH-SLOT
          PERFORM 120-FIND-SLOT
          IF SLOT-FOUND = 'Y'
             ADD 1 TO HISTORY-USED-COUNT
             COMPUTE ST-USAGE(ST-SUB) = ST-USAGE(ST-SUB)
                + SH-PRIOR-UNITS - SH-NEW-UNITS
          ELSE
             ADD 1 TO NOT-ON-MASTER-COUNT
          END-IF
       .

      * PD-SUB PERIODS BEFORE THE REPORT PERIOD, NEWEST FIRST
       170-READ-COUNT-HISTORY.
          COMPUTE WORK-MONTHS = REPORT-MONTHS - PD-SUB
          COMPUTE PS-YEAR = (WORK-MONTHS - 1) / 12
          COMPUTE PS-MONTH = WORK-MONTHS - PS-YEAR * 12
          MOVE PERIOD-SPLIT TO ADJ-PERIOD

          MOVE SPACES TO ADJUSTMENT-FILENAME
          STRING 'ADJUSTMENTS-' DELIMITED BY SIZE
                 ADJ-PERIOD DELIMITED BY SIZE
                 '.TXT' DELIMITED BY SIZE
              INTO ADJUSTMENT-FILENAME
          END-STRING

          MOVE 'N' TO ADJUSTMENT-EOF
          OPEN INPUT ADJUSTMENT-FILE
          IF ADJUSTMENT-OK
             ADD 1 TO ADJ-FILES-READ
             PERFORM UNTIL ADJUSTMENT-EOF = 'Y'
                READ ADJUSTMENT-FILE
                   AT END
                      MOVE 'Y' TO ADJUSTMENT-EOF
                   NOT AT END
                      PERFORM 180-APPLY-ONE-COUNT
                END-READ
             END-PERFORM
             CLOSE ADJUSTMENT-FILE
          END-IF
       .

       180-APPLY-ONE-COUNT.
          MOVE ADJ-WAREHOUSE-ID TO SEARCH-WAREHOUSE-ID
          MOVE ADJ-VENDOR-ID    TO SEARCH-VENDOR-ID
          MOVE ADJ-PRODUCT-ID   TO SEARCH-PRODUCT-ID
          MOVE ADJ-SLOT         TO SEARCH-SLOT
          PERFORM 120-FIND-SLOT
          IF SLOT-FOUND = 'Y'
             ADD 1 TO ADJ-USED-COUNT
             IF ST-LAST-COUNT-MONTHS(ST-SUB) < WORK-MONTHS
                MOVE WORK-MONTHS TO ST-LAST-COUNT-MONTHS(ST-SUB)
                MOVE ADJ-PERIOD TO ST-LAST-COUNT-PERIOD(ST-SUB)
             END-IF
             IF ADJ-PERIOD(1:4) = REPORT-PERIOD(1:4)
                MOVE 'Y' TO ST-COUNTED-THIS-YEAR(ST-SUB)
             END-IF
          END-IF

          IF PD-SUB = 1
             AND ADJ-NEW-UNITS IS NUMERIC
             AND ADJ-BOOK-UNITS IS NUMERIC
             AND ADJ-NEW-UNITS NOT = ADJ-BOOK-UNITS
             PERFORM 185-TRACK-COUNT-FAILURE
          END-IF
       .

       185-TRACK-COUNT-FAILURE.
          MOVE 'N' TO CF-FOUND
          PERFORM VARYING CF-SUB FROM 1 BY 1
             UNTIL CF-SUB > CCF-COUNT OR CF-FOUND = 'Y'
             IF CFT-PRODUCT-ID(CF-SUB) = ADJ-PRODUCT-ID
                MOVE 'Y' TO CF-FOUND
                ADD 1 TO CFT-FAIL-COUNT(CF-SUB)
             END-IF
          END-PERFORM

          IF CF-FOUND = 'N' AND CCF-COUNT < 1000
             ADD 1 TO CCF-COUNT
             MOVE ADJ-PRODUCT-ID TO CFT-PRODUCT-ID(CCF-COUNT)
             MOVE 1 TO CFT-FAIL-COUNT(CCF-COUNT)
          END-IF
       .

       200-VALUE-SLOTS.
          PERFORM VARYING ST-SUB FROM 1 BY 1
             UNTIL ST-SUB > SLOT-COUNT
             MOVE ST-USAGE(ST-SUB) TO UNITS-FOR-VALUE
             IF ST-UNITS(ST-SUB) > 0
                ADD ST-UNITS(ST-SUB) TO UNITS-FOR-VALUE
             END-IF
             IF ST-UNIT-COST(ST-SUB) > 0
                COMPUTE ST-ANNUAL-VALUE(ST-SUB) ROUNDED =
                   UNITS-FOR-VALUE * ST-UNIT-COST(ST-SUB)
             END-IF
             ADD ST-ANNUAL-VALUE(ST-SUB) TO TOTAL-ANNUAL-VALUE
          END-PERFORM
       .

       250-WRITE-ABC-HEADERS.
          MOVE REPORT-PERIOD TO AH-PERIOD
          MOVE A-CUTOFF-PCT TO AH-A-CUTOFF
          MOVE B-CUTOFF-PCT TO AH-B-CUTOFF
          MOVE CR-COUNTS-PER-YEAR(1) TO AH-A-COUNTS
          MOVE CR-COUNTS-PER-YEAR(2) TO AH-B-COUNTS
          MOVE CR-COUNTS-PER-YEAR(3) TO AH-C-COUNTS
          IF VALUATION-BASIS = 'A'
             MOVE 'AVERAGE COST' TO AH-BASIS
          ELSE
             MOVE 'LAST PRICE' TO AH-BASIS
          END-IF
          MOVE RTV-FAIL-LIMIT TO AH-FAIL-LIMIT

          MOVE ABC-HEADER-L1 TO ABC-REPORT-RECORD
          WRITE ABC-REPORT-RECORD
          MOVE SPACES TO ABC-REPORT-RECORD
          WRITE ABC-REPORT-RECORD
          MOVE ABC-HEADER-L2 TO ABC-REPORT-RECORD
          WRITE ABC-REPORT-RECORD
          MOVE ABC-HEADER-L3 TO ABC-REPORT-RECORD
          WRITE ABC-REPORT-RECORD
          MOVE SPACES TO ABC-REPORT-RECORD
          WRITE ABC-REPORT-RECORD
          MOVE ABC-COLUMNS-L1 TO ABC-REPORT-RECORD
          WRITE ABC-REPORT-RECORD
          MOVE ABC-COLUMNS-L2 TO ABC-REPORT-RECORD
          WRITE ABC-REPORT-RECORD
          MOVE SPACES TO ABC-REPORT-RECORD
          WRITE ABC-REPORT-RECORD
       .

       300-RELEASE-SLOTS.
          PERFORM VARYING ST-SUB FROM 1 BY 1
             UNTIL ST-SUB > SLOT-COUNT
             MOVE SPACES TO RANK-SORT-RECORD
             MOVE ST-ANNUAL-VALUE(ST-SUB) TO RS-ANNUAL-VALUE
             MOVE ST-SUB TO RS-SLOT-SUB
             RELEASE RANK-SORT-RECORD
          END-PERFORM
       .

       400-CLASSIFY-RANKED-SLOTS.
          OPEN INPUT RANKED-SLOT-FILE
          PERFORM UNTIL RANKED-EOF = 'Y'
             READ RANKED-SLOT-FILE
                AT END
                   MOVE 'Y' TO RANKED-EOF
                NOT AT END
                   MOVE RK-SLOT-SUB TO ST-SUB
                   PERFORM 410-CLASSIFY-ONE-SLOT
                   PERFORM 420-DETERMINE-DUE
                   PERFORM 430-WRITE-ABC-DETAIL
             END-READ
          END-PERFORM
          CLOSE RANKED-SLOT-FILE
       .

      * CLASS FROM THE SHARE OF VALUE RANKED AHEAD OF THE SLOT
       410-CLASSIFY-ONE-SLOT.
          ADD 1 TO RANK-NUMBER
          MOVE RANK-NUMBER TO ST-RANK(ST-SUB)

          MOVE ZEROS TO CUM-PCT-BEFORE
          IF TOTAL-ANNUAL-VALUE > 0
             COMPUTE CUM-PCT-BEFORE =
                CUMULATIVE-VALUE * 100 / TOTAL-ANNUAL-VALUE
          END-IF

          EVALUATE TRUE
             WHEN ST-ANNUAL-VALUE(ST-SUB) = 0
                MOVE 3 TO CLASS-SUB
             WHEN CUM-PCT-BEFORE < A-CUTOFF-PCT
                MOVE 1 TO CLASS-SUB
             WHEN CUM-PCT-BEFORE < B-CUTOFF-PCT
                MOVE 2 TO CLASS-SUB
             WHEN OTHER
                MOVE 3 TO CLASS-SUB
          END-EVALUATE
          MOVE CR-CLASS(CLASS-SUB) TO ST-CLASS(ST-SUB)

          ADD ST-ANNUAL-VALUE(ST-SUB) TO CUMULATIVE-VALUE
          IF TOTAL-ANNUAL-VALUE > 0
             COMPUTE ST-CUM-PCT(ST-SUB) ROUNDED =
                CUMULATIVE-VALUE * 100 / TOTAL-ANNUAL-VALUE
          END-IF

          ADD 1 TO CR-SLOTS(CLASS-SUB)
          ADD ST-ANNUAL-VALUE(ST-SUB) TO CR-ANNUAL-VALUE(CLASS-SUB)
          IF ST-COUNTED-THIS-YEAR(ST-SUB) = 'Y'
             ADD 1 TO CR-COUNTED(CLASS-SUB)
          END-IF
       .

       420-DETERMINE-DUE.
          MOVE 'N' TO CF-FOUND
          PERFORM VARYING CF-SUB FROM 1 BY 1
             UNTIL CF-SUB > CCF-COUNT OR CF-FOUND = 'Y'
             IF CFT-PRODUCT-ID(CF-SUB) = ST-PRODUCT-ID(ST-SUB)
                AND CFT-FAIL-COUNT(CF-SUB) >= RTV-FAIL-LIMIT
                MOVE 'Y' TO CF-FOUND
             END-IF
          END-PERFORM

          MOVE ZEROS TO MONTHS-SINCE-COUNT
          IF ST-LAST-COUNT-MONTHS(ST-SUB) > 0
             COMPUTE MONTHS-SINCE-COUNT = REPORT-MONTHS
                - ST-LAST-COUNT-MONTHS(ST-SUB)
          END-IF

          EVALUATE TRUE
             WHEN CF-FOUND = 'Y'
                MOVE 'Y' TO ST-DUE(ST-SUB)
                MOVE 'REPEAT COUNT FAILURE' TO ST-DUE-REASON(ST-SUB)
             WHEN CR-COUNTS-PER-YEAR(CLASS-SUB) = 0
                CONTINUE
             WHEN ST-LAST-COUNT-MONTHS(ST-SUB) = 0
                MOVE 'Y' TO ST-DUE(ST-SUB)
                MOVE 'NOT COUNTED 12 MOS' TO ST-DUE-REASON(ST-SUB)
             WHEN MONTHS-SINCE-COUNT >=
                     CR-INTERVAL-MONTHS(CLASS-SUB)
                MOVE 'Y' TO ST-DUE(ST-SUB)
                MOVE 'COUNT INTERVAL DUE' TO ST-DUE-REASON(ST-SUB)
             WHEN OTHER
                CONTINUE
          END-EVALUATE

          IF ST-DUE(ST-SUB) = 'Y'
             ADD 1 TO DUE-COUNT
             ADD 1 TO CR-DUE(CLASS-SUB)
          END-IF
       .

       430-WRITE-ABC-DETAIL.
          MOVE ST-RANK(ST-SUB)          TO ADL-RANK
          MOVE ST-WAREHOUSE-ID(ST-SUB)  TO ADL-WAREHOUSE-ID
          MOVE ST-VENDOR-ID(ST-SUB)     TO ADL-VENDOR-ID
          MOVE ST-PRODUCT-ID(ST-SUB)    TO ADL-PRODUCT-ID
          MOVE ST-SLOT(ST-SUB)          TO ADL-SLOT
          MOVE ST-PRODUCT-NAME(ST-SUB)  TO ADL-PRODUCT-NAME
          MOVE ST-UNITS(ST-SUB)         TO ADL-UNITS
          MOVE ST-UNIT-COST(ST-SUB)     TO ADL-UNIT-COST
          MOVE ST-USAGE(ST-SUB)         TO ADL-USAGE
          MOVE ST-ANNUAL-VALUE(ST-SUB)  TO ADL-ANNUAL-VALUE
          MOVE ST-CUM-PCT(ST-SUB)       TO ADL-CUM-PCT
          MOVE ST-CLASS(ST-SUB)         TO ADL-CLASS
          IF ST-LAST-COUNT-PERIOD(ST-SUB) = SPACES
             MOVE 'NONE' TO ADL-LAST-COUNT
          ELSE
             MOVE ST-LAST-COUNT-PERIOD(ST-SUB) TO ADL-LAST-COUNT
          END-IF
          IF ST-DUE(ST-SUB) = 'Y'
             MOVE 'YES' TO ADL-DUE
          ELSE
             MOVE SPACES TO ADL-DUE
          END-IF
          MOVE ST-DUE-REASON(ST-SUB)    TO ADL-DUE-REASON
          MOVE ABC-DETAIL-LINE TO ABC-REPORT-RECORD
          WRITE ABC-REPORT-RECORD
       .

       480-WRITE-ABC-TOTALS.
          MOVE SPACES TO ABC-REPORT-RECORD
          WRITE ABC-REPORT-RECORD
          PERFORM VARYING CLASS-SUB FROM 1 BY 1 UNTIL CLASS-SUB > 3
             MOVE ZEROS TO CLASS-PCT-WORK
             IF TOTAL-ANNUAL-VALUE > 0
                COMPUTE CLASS-PCT-WORK ROUNDED =
                   CR-ANNUAL-VALUE(CLASS-SUB) * 100
                      / TOTAL-ANNUAL-VALUE
             END-IF
             MOVE CR-CLASS(CLASS-SUB) TO ACL-CLASS
             MOVE CR-SLOTS(CLASS-SUB) TO ACL-SLOTS
             MOVE CR-ANNUAL-VALUE(CLASS-SUB) TO ACL-ANNUAL-VALUE
             MOVE CLASS-PCT-WORK TO ACL-VALUE-PCT
             MOVE CR-DUE(CLASS-SUB) TO ACL-DUE
             MOVE ABC-CLASS-LINE TO ABC-REPORT-RECORD
             WRITE ABC-REPORT-RECORD
          END-PERFORM

          MOVE SLOT-COUNT TO ATL-SLOTS
          MOVE TOTAL-ANNUAL-VALUE TO ATL-ANNUAL-VALUE
          MOVE DUE-COUNT TO ATL-DUE
          MOVE ABC-TOTAL-LINE TO ABC-REPORT-RECORD
          WRITE ABC-REPORT-RECORD
       .

      * THE SLOT TABLE IS IN MASTER KEY ORDER, SO BY WAREHOUSE
       500-WRITE-COUNT-SHEETS.
          OPEN OUTPUT COUNT-SHEET-FILE
          MOVE 'YES' TO FIRST-WAREHOUSE
          PERFORM VARYING ST-SUB FROM 1 BY 1
             UNTIL ST-SUB > SLOT-COUNT
             IF ST-DUE(ST-SUB) = 'Y'
                IF FIRST-WAREHOUSE = 'YES'
                   MOVE 'NO' TO FIRST-WAREHOUSE
                   PERFORM 510-WRITE-SHEET-HEADER
                ELSE
                   IF ST-WAREHOUSE-ID(ST-SUB) NOT =
                         SHEET-WAREHOUSE-HOLD
                      PERFORM 530-WRITE-SHEET-FOOTER
                      PERFORM 510-WRITE-SHEET-HEADER
                   END-IF
                END-IF
                PERFORM 520-WRITE-SHEET-DETAIL
             END-IF
          END-PERFORM

          IF FIRST-WAREHOUSE = 'YES'
             MOVE REPORT-PERIOD TO SNL-PERIOD
             MOVE SHEET-NONE-LINE TO COUNT-SHEET-RECORD
             WRITE COUNT-SHEET-RECORD
          ELSE
             PERFORM 530-WRITE-SHEET-FOOTER
          END-IF
          CLOSE COUNT-SHEET-FILE
       .

       510-WRITE-SHEET-HEADER.
          MOVE ST-WAREHOUSE-ID(ST-SUB) TO SHEET-WAREHOUSE-HOLD
          MOVE ZEROS TO SHEET-ITEM-COUNT
          MOVE SHEET-WAREHOUSE-HOLD TO CSH-WAREHOUSE-ID
          MOVE REPORT-PERIOD TO CSH-PERIOD
          MOVE SHEET-HEADER-L1 TO COUNT-SHEET-RECORD
          WRITE COUNT-SHEET-RECORD
          MOVE SHEET-HEADER-L2 TO COUNT-SHEET-RECORD
          WRITE COUNT-SHEET-RECORD
          MOVE SPACES TO COUNT-SHEET-RECORD
          WRITE COUNT-SHEET-RECORD
          MOVE SHEET-HEADER-L3 TO COUNT-SHEET-RECORD
          WRITE COUNT-SHEET-RECORD
          MOVE SPACES TO COUNT-SHEET-RECORD
          WRITE COUNT-SHEET-RECORD
          MOVE SHEET-COLUMNS-LINE TO COUNT-SHEET-RECORD
          WRITE COUNT-SHEET-RECORD
          MOVE SPACES TO COUNT-SHEET-RECORD
          WRITE COUNT-SHEET-RECORD
       .

       520-WRITE-SHEET-DETAIL.
          ADD 1 TO SHEET-ITEM-COUNT
          MOVE ST-VENDOR-ID(ST-SUB)    TO SDL-VENDOR-ID
          MOVE ST-PRODUCT-ID(ST-SUB)   TO SDL-PRODUCT-ID
          MOVE ST-SLOT(ST-SUB)         TO SDL-SLOT
          MOVE ST-PRODUCT-NAME(ST-SUB) TO SDL-PRODUCT-NAME
          MOVE ST-SIZE(ST-SUB)         TO SDL-SIZE
          MOVE ST-TYPE(ST-SUB)         TO SDL-TYPE
          MOVE ST-CLASS(ST-SUB)        TO SDL-CLASS
          MOVE SHEET-DETAIL-LINE TO COUNT-SHEET-RECORD
          WRITE COUNT-SHEET-RECORD
          MOVE SPACES TO COUNT-SHEET-RECORD
          WRITE COUNT-SHEET-RECORD
       .

       530-WRITE-SHEET-FOOTER.
          MOVE SHEET-ITEM-COUNT TO SIL-ITEMS
          MOVE SHEET-ITEM-LINE TO COUNT-SHEET-RECORD
          WRITE COUNT-SHEET-RECORD
          MOVE SPACES TO COUNT-SHEET-RECORD
          WRITE COUNT-SHEET-RECORD
          MOVE SHEET-SIGNATURE-LINE TO COUNT-SHEET-RECORD
          WRITE COUNT-SHEET-RECORD
          MOVE SPACES TO COUNT-SHEET-RECORD
          WRITE COUNT-SHEET-RECORD
          WRITE COUNT-SHEET-RECORD
       .

      * NEVER REPLACE A COUNT FILE THE COUNTERS MAY HAVE FILLED IN
       600-WRITE-COUNT-TEMPLATE.
          OPEN INPUT COUNT-TEMPLATE-FILE
          IF COUNT-TEMPLATE-OK
             CLOSE COUNT-TEMPLATE-FILE
             DISPLAY 'WARNING: TEMPLATE NOT WRITTEN - FILE EXISTS: '
                COUNT-TEMPLATE-FILENAME
          ELSE
             OPEN OUTPUT COUNT-TEMPLATE-FILE
             PERFORM VARYING ST-SUB FROM 1 BY 1
                UNTIL ST-SUB > SLOT-COUNT
                IF ST-DUE(ST-SUB) = 'Y'
                   MOVE SPACES TO COUNT-TEMPLATE-RECORD
                   MOVE ST-WAREHOUSE-ID(ST-SUB) TO CT-WAREHOUSE-ID
                   MOVE ST-VENDOR-ID(ST-SUB)    TO CT-VENDOR-ID
                   MOVE ST-PRODUCT-ID(ST-SUB)   TO CT-PRODUCT-ID
                   MOVE ST-SLOT(ST-SUB)         TO CT-SLOT
                   MOVE ST-PRODUCT-NAME(ST-SUB) TO CT-PRODUCT-NAME
                   MOVE ST-CLASS(ST-SUB)        TO CT-CLASS
                   WRITE COUNT-TEMPLATE-RECORD
                   ADD 1 TO TEMPLATE-COUNT
                END-IF
             END-PERFORM
             CLOSE COUNT-TEMPLATE-FILE
             DISPLAY 'CYCLE-COUNT-PLAN TEMPLATE LINES WRITTEN: '
                TEMPLATE-COUNT
          END-IF
       .

       700-WRITE-COVERAGE-REPORT.
          PERFORM VARYING ST-SUB FROM 1 BY 1
             UNTIL ST-SUB > SLOT-COUNT
             PERFORM 710-ADD-SLOT-COVERAGE
          END-PERFORM

          OPEN OUTPUT COVERAGE-REPORT-FILE
          MOVE REPORT-YEAR TO CVH-YEAR
          MOVE REPORT-PERIOD TO CVH-PERIOD
          MOVE COVERAGE-HEADER-L1 TO COVERAGE-REPORT-RECORD
          WRITE COVERAGE-REPORT-RECORD
          MOVE SPACES TO COVERAGE-REPORT-RECORD
          WRITE COVERAGE-REPORT-RECORD
          MOVE COVERAGE-COLUMNS-L1 TO COVERAGE-REPORT-RECORD
          WRITE COVERAGE-REPORT-RECORD
          MOVE COVERAGE-COLUMNS-L2 TO COVERAGE-REPORT-RECORD
          WRITE COVERAGE-REPORT-RECORD
          MOVE SPACES TO COVERAGE-REPORT-RECORD
          WRITE COVERAGE-REPORT-RECORD

          PERFORM VARYING CV-SUB FROM 1 BY 1 UNTIL CV-SUB > CV-COUNT
             MOVE CVT-WAREHOUSE-ID(CV-SUB) TO CVL-WAREHOUSE-ID
             PERFORM VARYING CLASS-SUB FROM 1 BY 1
                UNTIL CLASS-SUB > 3
                IF CVS-SLOTS(CV-SUB, CLASS-SUB) > 0
                   MOVE CVS-SLOTS(CV-SUB, CLASS-SUB) TO CVL-SLOTS
                   MOVE CVS-COUNTED(CV-SUB, CLASS-SUB) TO CVL-COUNTED
                   MOVE CVS-DUE(CV-SUB, CLASS-SUB) TO CVL-DUE
                   COMPUTE CLASS-PCT-WORK ROUNDED =
                      CVS-COUNTED(CV-SUB, CLASS-SUB) * 100
                         / CVS-SLOTS(CV-SUB, CLASS-SUB)
                   PERFORM 720-WRITE-COVERAGE-LINE
                   MOVE SPACES TO CVL-WAREHOUSE-ID
                END-IF
             END-PERFORM
             MOVE SPACES TO COVERAGE-REPORT-RECORD
             WRITE COVERAGE-REPORT-RECORD
          END-PERFORM

          MOVE 'ALL' TO CVL-WAREHOUSE-ID
          PERFORM VARYING CLASS-SUB FROM 1 BY 1 UNTIL CLASS-SUB > 3
             MOVE CR-SLOTS(CLASS-SUB) TO CVL-SLOTS
             MOVE CR-COUNTED(CLASS-SUB) TO CVL-COUNTED
             MOVE CR-DUE(CLASS-SUB) TO CVL-DUE
             MOVE ZEROS TO CLASS-PCT-WORK
             IF CR-SLOTS(CLASS-SUB) > 0
                COMPUTE CLASS-PCT-WORK ROUNDED =
                   CR-COUNTED(CLASS-SUB) * 100 / CR-SLOTS(CLASS-SUB)
             END-IF
             PERFORM 720-WRITE-COVERAGE-LINE
          END-PERFORM
          CLOSE COVERAGE-REPORT-FILE
       .

       710-ADD-SLOT-COVERAGE.
          MOVE 'Y' TO NEW-WAREHOUSE
          IF CV-COUNT > 0
             IF CVT-WAREHOUSE-ID(CV-COUNT) = ST-WAREHOUSE-ID(ST-SUB)
                MOVE 'N' TO NEW-WAREHOUSE
             END-IF
          END-IF
          IF NEW-WAREHOUSE = 'Y'
             IF CV-COUNT < 100
                ADD 1 TO CV-COUNT
                MOVE ST-WAREHOUSE-ID(ST-SUB) TO
                        CVT-WAREHOUSE-ID(CV-COUNT)
                PERFORM VARYING CLASS-SUB FROM 1 BY 1
                   UNTIL CLASS-SUB > 3
                   MOVE ZEROS TO CVS-SLOTS(CV-COUNT, CLASS-SUB)
                                 CVS-COUNTED(CV-COUNT, CLASS-SUB)
                                 CVS-DUE(CV-COUNT, CLASS-SUB)
                END-PERFORM
             END-IF
          END-IF

          EVALUATE ST-CLASS(ST-SUB)
             WHEN 'A'
                MOVE 1 TO CLASS-SUB
             WHEN 'B'
                MOVE 2 TO CLASS-SUB
             WHEN OTHER
                MOVE 3 TO CLASS-SUB
          END-EVALUATE

          ADD 1 TO CVS-SLOTS(CV-COUNT, CLASS-SUB)
          IF ST-COUNTED-THIS-YEAR(ST-SUB) = 'Y'
             ADD 1 TO CVS-COUNTED(CV-COUNT, CLASS-SUB)
          END-IF
          IF ST-DUE(ST-SUB) = 'Y'
             ADD 1 TO CVS-DUE(CV-COUNT, CLASS-SUB)
          END-IF
       .

       720-WRITE-COVERAGE-LINE.
          MOVE CR-CLASS(CLASS-SUB) TO CVL-CLASS
          MOVE CLASS-PCT-WORK TO CVL-PCT
          MOVE COVERAGE-DETAIL-LINE TO COVERAGE-REPORT-RECORD
          WRITE COVERAGE-REPORT-RECORD
       .
