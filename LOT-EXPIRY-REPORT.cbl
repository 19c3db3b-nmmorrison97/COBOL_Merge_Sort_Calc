       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-EXPIRY-REPORT.
       AUTHOR. NICHOLAS-MORRISON.
      ****************************************************************
      * This program ages the stock held in lots on LOT-MASTER.TXT
      * (kept by INV-POSTING and PROGRAM-4) against an as-of date,
      * argument 1 as YYYYMMDD (default: today). Lots are sorted by
      * warehouse and expiry date and every lot that has expired, or
      * expires within 90 days, is listed in one of four buckets:
      *   EXPIRED, 0-30, 31-60 and 61-90 days to expiry.
      * Each lot is valued at the unit cost of its slot on the
      * indexed inventory master - the last feed price, or on
      * RUN-CONTROL VALUATION-BASIS A the weighted-average cost in
      * AVERAGE-COST.DAT (last price when no average is on file).
      * Units and value are totaled by bucket for each warehouse and
      * for the whole report. An expired lot is marked RTV while it
      * is within RUN-CONTROL RTV-EXPIRY-DAYS (default 90) of its
      * expiry date - the same window PROGRAM-4 uses to authorize
      * returns - and SCRAP once it is older; the grand totals show
      * the expired units and value split between the two. The
      * report is written to LOT-EXPIRY-yyyymmdd.TXT.
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
          SELECT LOT-MASTER-FILE
             ASSIGN TO 'LOT-MASTER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOT-MASTER-STATUS.
          SELECT LOT-SORT-FILE
             ASSIGN TO 'LOT-EXPIRY-SORT.TMP'.
          SELECT SORTED-LOT-FILE
             ASSIGN TO 'LOT-EXPIRY.TMP'
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
          SELECT EXPIRY-REPORT-FILE
             ASSIGN TO DYNAMIC EXPIRY-REPORT-FILENAME
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

       FD  LOT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  LOT-MASTER-RECORD                PIC X(80).

       SD  LOT-SORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  LOT-SORT-RECORD.
           05  LS-WAREHOUSE-ID              PIC X(4).
           05  FILLER                       PIC X.
           05  LS-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  LS-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X.
           05  LS-SLOT                      PIC 9.
           05  FILLER                       PIC X.
           05  LS-LOT-NUMBER                PIC X(12).
           05  FILLER                       PIC X.
           05  LS-EXPIRY-DATE               PIC 9(8).
           05  FILLER                       PIC X(46).

       FD  SORTED-LOT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  SORTED-LOT-RECORD.
           05  SL-WAREHOUSE-ID              PIC X(4).
           05  FILLER                       PIC X.
           05  SL-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  SL-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X.
           05  SL-SLOT                      PIC 9.
           05  FILLER                       PIC X.
           05  SL-LOT-NUMBER                PIC X(12).
           05  FILLER                       PIC X.
           05  SL-EXPIRY-DATE               PIC 9(8).
           05  FILLER                       PIC X.
           05  SL-RECEIVED-DATE             PIC 9(8).
           05  FILLER                       PIC X.
           05  SL-QUANTITY                  PIC 9(5).
           05  FILLER                       PIC X.
           05  SL-SOURCE                    PIC X.
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

       FD  EXPIRY-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  EXPIRY-REPORT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.

       01 FLAGS-N-SWITCHES.
          05  SORTED-LOT-EOF            PIC X       VALUE 'N'.
          05  RUN-CONTROL-EOF           PIC X       VALUE 'N'.
          05  FIRST-RECORD              PIC X(3)    VALUE 'YES'.
          05  MASTER-FOUND              PIC X       VALUE 'N'.
          05  AVG-COST-FOUND            PIC X       VALUE 'N'.
          05  VALUATION-BASIS           PIC X       VALUE 'L'.
          05  BK-SUB                    PIC 9       VALUE 1.
          05  CONTROL-SUB               PIC 9(2)    VALUE 1.
          05  RUN-CONTROL-STATUS        PIC XX.
              88  RUN-CONTROL-OK                VALUE '00'.
          05  LOT-MASTER-STATUS         PIC XX.
              88  LOT-MASTER-OK                 VALUE '00'.
              88  LOT-MASTER-NOT-FOUND          VALUE '35'.
          05  INVENTORY-STATUS          PIC XX.
              88  INVENTORY-OK                  VALUE '00'.
          05  AVERAGE-COST-STATUS       PIC XX.
              88  AVERAGE-COST-OK               VALUE '00'.

       01 PARAMETER-FIELDS.
          05  ARG-AS-OF-DATE            PIC X(8)    VALUE SPACES.
          05  AS-OF-DATE                PIC 9(8)    VALUE 0.
          05  RTV-EXPIRY-DAYS           PIC 9(4)    VALUE 90.
          05  EXPIRY-REPORT-FILENAME    PIC X(40).

       01 RUN-CONTROL-WORK-FIELDS.
          05  CONTROL-NUMBER            PIC 9(6)    VALUE 0.
          05  CONTROL-DIGIT-X           PIC X.
          05  CONTROL-DIGIT REDEFINES CONTROL-DIGIT-X
                                        PIC 9.

       01 BUCKET-NAME-VALUES.
          05                            PIC X(7)    VALUE 'EXPIRED'.
          05                            PIC X(7)    VALUE '0-30'.
          05                            PIC X(7)    VALUE '31-60'.
          05                            PIC X(7)    VALUE '61-90'.
       01 BUCKET-NAME-TABLE REDEFINES BUCKET-NAME-VALUES.
          05  BUCKET-NAME               PIC X(7)    OCCURS 4 TIMES.

       01 BUCKET-TOTALS-AREA.
          05  BUCKET-TOTALS OCCURS 4 TIMES.
              10  WB-UNITS              PIC 9(7).
              10  WB-VALUE              PIC 9(9)V99.
              10  GB-UNITS              PIC 9(8).
              10  GB-VALUE              PIC 9(9)V99.

       01 EXPIRY-WORK-FIELDS.
          05  WAREHOUSE-HOLD            PIC X(4).
          05  DAYS-TO-EXPIRY            PIC S9(5)   VALUE +0.
          05  DAYS-EXPIRED              PIC 9(5)    VALUE 0.
          05  UNIT-COST-USED            PIC S999V9999 VALUE +0.
          05  LOT-VALUE                 PIC 9(7)V99 VALUE 0.
          05  LOT-ACTION                PIC X(5)    VALUE SPACES.
          05  RTV-UNITS                 PIC 9(8)    VALUE 0.
          05  RTV-VALUE                 PIC 9(9)V99 VALUE 0.
          05  SCRAP-UNITS               PIC 9(8)    VALUE 0.
          05  SCRAP-VALUE               PIC 9(9)V99 VALUE 0.
          05  LOTS-READ                 PIC 9(5)    VALUE 0.
          05  LOTS-LISTED               PIC 9(5)    VALUE 0.
          05  LOTS-NO-COST              PIC 9(5)    VALUE 0.
          05  TODAY-DATE                PIC 9(8)    VALUE 0.

      ************************ OUTPUT AREA **************************

       01  EXPIRY-HEADER-L1.
           05  FILLER                   PIC X(22)   VALUE SPACES.
           05                           PIC X(23)
                  VALUE 'LOT EXPIRY AGING AS OF '.
           05  EH-AS-OF-DATE            PIC 9999/99/99.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  EH-BASIS                 PIC X(18)   VALUE SPACES.
           05  FILLER                   PIC X(24)   VALUE SPACES.

       01  EXPIRY-COLUMNS-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(6)    VALUE 'WHSE  '.
           05                           PIC X(3)    VALUE 'V  '.
           05                           PIC X(5)    VALUE 'PROD '.
           05                           PIC X(3)    VALUE 'S  '.
           05                           PIC X(14)   VALUE 'LOT NUMBER'.
           05                           PIC X(12)   VALUE 'EXPIRES'.
           05                           PIC X(7)    VALUE '   DAYS'.
           05                           PIC X(9)    VALUE '  BUCKET '.
           05                           PIC X(8)    VALUE '   UNITS'.
           05                           PIC X(9)    VALUE '     COST'.
           05                           PIC X(14)
                                            VALUE '         VALUE'.
           05                           PIC X(8)    VALUE '  ACTION'.

       01  EXPIRY-DETAIL-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EDL-WAREHOUSE-ID         PIC X(4).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EDL-VENDOR-ID            PIC X.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EDL-PRODUCT-ID           PIC X(3).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EDL-SLOT                 PIC 9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EDL-LOT-NUMBER           PIC X(12).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EDL-EXPIRY-DATE          PIC 9999/99/99.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EDL-DAYS                 PIC ----9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EDL-BUCKET               PIC X(7).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EDL-UNITS                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EDL-UNIT-COST            PIC ZZ9.99.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EDL-VALUE                PIC $$,$$$,$$9.99.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EDL-ACTION               PIC X(5).
           05  FILLER                   PIC X(3)    VALUE SPACES.

       01  EXPIRY-BUCKET-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EBL-LABEL                PIC X(16).
           05  EBL-WAREHOUSE            PIC X(4).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EBL-BUCKET               PIC X(7).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EBL-UNITS                PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EBL-VALUE                PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(42)   VALUE SPACES.

       01  EXPIRY-ACTION-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(16)
                                            VALUE 'EXPIRED FOR '.
           05  EAL-ACTION               PIC X(5).
           05  FILLER                   PIC X(10)   VALUE SPACES.
           05  EAL-UNITS                PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EAL-VALUE                PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(42)   VALUE SPACES.

       01  EXPIRY-RULE-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(31)
                  VALUE 'RTV WHILE EXPIRED NO MORE THAN '.
           05  ERL-DAYS                 PIC ZZZ9.
           05                           PIC X(25)
                  VALUE ' DAYS, SCRAP AFTER THAT'.
           05  FILLER                   PIC X(38)   VALUE SPACES.

       01  EXPIRY-COUNT-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(12)   VALUE 'LOTS READ: '.
           05  ECL-READ                 PIC ZZ,ZZ9.
           05                           PIC X(16)
                                            VALUE '  LOTS LISTED: '.
           05  ECL-LISTED               PIC ZZ,ZZ9.
           05                           PIC X(27)
                  VALUE '  LOTS WITH NO SLOT COST: '.
           05  ECL-NO-COST              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(25)   VALUE SPACES.

       PROCEDURE DIVISION.

       001-MAIN-MODULE.
          PERFORM 050-INIT-PARAMETERS

          OPEN INPUT LOT-MASTER-FILE
          IF LOT-MASTER-NOT-FOUND
             DISPLAY 'LOT-EXPIRY-REPORT: NO LOT MASTER ON FILE'
             STOP RUN
          END-IF
          CLOSE LOT-MASTER-FILE

          OPEN INPUT INVENTORY-MASTER-FILE
          IF NOT INVENTORY-OK
             DISPLAY 'INVENTORY MASTER NOT AVAILABLE - STATUS '
                INVENTORY-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          IF VALUATION-BASIS = 'A'
             OPEN INPUT AVERAGE-COST-FILE
             IF NOT AVERAGE-COST-OK
                DISPLAY 'AVERAGE COST FILE NOT AVAILABLE - STATUS '
                   AVERAGE-COST-STATUS ' - VALUING AT LAST PRICE'
                MOVE 'L' TO VALUATION-BASIS
             END-IF
          END-IF

          SORT LOT-SORT-FILE
             ON ASCENDING KEY LS-WAREHOUSE-ID
                              LS-EXPIRY-DATE
                              LS-VENDOR-ID
                              LS-PRODUCT-ID
                              LS-SLOT
                              LS-LOT-NUMBER
             USING LOT-MASTER-FILE
             GIVING SORTED-LOT-FILE

          OPEN OUTPUT EXPIRY-REPORT-FILE
          PERFORM 100-WRITE-REPORT-HEADERS

          OPEN INPUT SORTED-LOT-FILE
          PERFORM UNTIL SORTED-LOT-EOF = 'Y'
             READ SORTED-LOT-FILE
                AT END
                   MOVE 'Y' TO SORTED-LOT-EOF
                NOT AT END
                   PERFORM 200-AGE-ONE-LOT
             END-READ
          END-PERFORM

          IF FIRST-RECORD = 'NO'
             PERFORM 500-WAREHOUSE-BREAK
          END-IF

          PERFORM 600-WRITE-GRAND-TOTAL

          CLOSE SORTED-LOT-FILE
                INVENTORY-MASTER-FILE
                EXPIRY-REPORT-FILE
          IF VALUATION-BASIS = 'A'
             CLOSE AVERAGE-COST-FILE
          END-IF

          DISPLAY 'LOT-EXPIRY-REPORT LOTS READ: ' LOTS-READ
             '  LISTED: ' LOTS-LISTED
          DISPLAY 'LOT-EXPIRY-REPORT WRITTEN TO '
             EXPIRY-REPORT-FILENAME
          STOP RUN
       .

       050-INIT-PARAMETERS.
          DISPLAY 1 UPON ARGUMENT-NUMBER
          ACCEPT ARG-AS-OF-DATE FROM ARGUMENT-VALUE

          PERFORM 055-READ-RUN-CONTROL

          ACCEPT TODAY-DATE FROM DATE YYYYMMDD
          IF ARG-AS-OF-DATE IS NUMERIC
             MOVE ARG-AS-OF-DATE TO AS-OF-DATE
          ELSE
             IF ARG-AS-OF-DATE NOT = SPACES
                DISPLAY 'AS-OF DATE ' ARG-AS-OF-DATE
                   ' NOT YYYYMMDD - TODAY USED'
             END-IF
             MOVE TODAY-DATE TO AS-OF-DATE
          END-IF

          MOVE SPACES TO EXPIRY-REPORT-FILENAME
          STRING 'LOT-EXPIRY-' DELIMITED BY SIZE
                 AS-OF-DATE DELIMITED BY SIZE
                 '.TXT' DELIMITED BY SIZE
              INTO EXPIRY-REPORT-FILENAME
          END-STRING

          PERFORM VARYING BK-SUB FROM 1 BY 1 UNTIL BK-SUB > 4
             MOVE ZEROS TO WB-UNITS(BK-SUB) WB-VALUE(BK-SUB)
                           GB-UNITS(BK-SUB) GB-VALUE(BK-SUB)
          END-PERFORM
       .

       055-READ-RUN-CONTROL.
          OPEN INPUT RUN-CONTROL-FILE
          IF RUN-CONTROL-OK
             PERFORM UNTIL RUN-CONTROL-EOF = 'Y'
                READ RUN-CONTROL-FILE
                   AT END
                      MOVE 'Y' TO RUN-CONTROL-EOF
                   NOT AT END
                      EVALUATE RC-KEYWORD
                         WHEN 'VALUATION-BASIS'
                            IF RC-VALUE(1:1) = 'A'
                               MOVE 'A' TO VALUATION-BASIS
                            END-IF
                         WHEN 'RTV-EXPIRY-DAYS'
                            PERFORM 057-EXTRACT-CONTROL-NUMBER
                            MOVE CONTROL-NUMBER TO RTV-EXPIRY-DAYS
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
             MOVE RC-VALUE(CONTROL-SUB:1) TO CONTROL-DIGIT-X
             IF CONTROL-DIGIT-X IS NUMERIC
                COMPUTE CONTROL-NUMBER = CONTROL-NUMBER * 10
                   + CONTROL-DIGIT
             END-IF
          END-PERFORM
       .

       100-WRITE-REPORT-HEADERS.
          MOVE AS-OF-DATE TO EH-AS-OF-DATE
          IF VALUATION-BASIS = 'A'
             MOVE 'AT AVERAGE COST' TO EH-BASIS
          ELSE
             MOVE 'AT LAST PRICE' TO EH-BASIS
          END-IF
          MOVE EXPIRY-HEADER-L1 TO EXPIRY-REPORT-RECORD
          WRITE EXPIRY-REPORT-RECORD
          MOVE SPACES TO EXPIRY-REPORT-RECORD
          WRITE EXPIRY-REPORT-RECORD
          MOVE EXPIRY-COLUMNS-LINE TO EXPIRY-REPORT-RECORD
          WRITE EXPIRY-REPORT-RECORD
          MOVE SPACES TO EXPIRY-REPORT-RECORD
          WRITE EXPIRY-REPORT-RECORD
       .

       200-AGE-ONE-LOT.
          ADD 1 TO LOTS-READ
          IF SL-QUANTITY IS NUMERIC AND SL-QUANTITY > 0
             AND SL-EXPIRY-DATE IS NUMERIC
             COMPUTE DAYS-TO-EXPIRY =
                  FUNCTION INTEGER-OF-DATE(SL-EXPIRY-DATE)
                - FUNCTION INTEGER-OF-DATE(AS-OF-DATE)
             IF DAYS-TO-EXPIRY <= 90
                PERFORM 300-LIST-ONE-LOT
             END-IF
          END-IF
       .

       300-LIST-ONE-LOT.
          EVALUATE TRUE
             WHEN FIRST-RECORD = 'YES'
                MOVE 'NO' TO FIRST-RECORD
                MOVE SL-WAREHOUSE-ID TO WAREHOUSE-HOLD

             WHEN SL-WAREHOUSE-ID NOT EQUAL WAREHOUSE-HOLD
                PERFORM 500-WAREHOUSE-BREAK
                MOVE SL-WAREHOUSE-ID TO WAREHOUSE-HOLD
          END-EVALUATE

          EVALUATE TRUE
             WHEN DAYS-TO-EXPIRY < 0
                MOVE 1 TO BK-SUB
             WHEN DAYS-TO-EXPIRY <= 30
                MOVE 2 TO BK-SUB
             WHEN DAYS-TO-EXPIRY <= 60
                MOVE 3 TO BK-SUB
             WHEN OTHER
                MOVE 4 TO BK-SUB
          END-EVALUATE

          PERFORM 350-FIND-UNIT-COST
          COMPUTE LOT-VALUE ROUNDED = SL-QUANTITY * UNIT-COST-USED

          MOVE SPACES TO LOT-ACTION
          IF BK-SUB = 1
             COMPUTE DAYS-EXPIRED = 0 - DAYS-TO-EXPIRY
             IF DAYS-EXPIRED <= RTV-EXPIRY-DAYS
                MOVE 'RTV' TO LOT-ACTION
                ADD SL-QUANTITY TO RTV-UNITS
                ADD LOT-VALUE TO RTV-VALUE
             ELSE
                MOVE 'SCRAP' TO LOT-ACTION
                ADD SL-QUANTITY TO SCRAP-UNITS
                ADD LOT-VALUE TO SCRAP-VALUE
             END-IF
          END-IF

          ADD SL-QUANTITY TO WB-UNITS(BK-SUB)
          ADD LOT-VALUE TO WB-VALUE(BK-SUB)
          ADD 1 TO LOTS-LISTED

          MOVE SL-WAREHOUSE-ID TO EDL-WAREHOUSE-ID
          MOVE SL-VENDOR-ID TO EDL-VENDOR-ID
          MOVE SL-PRODUCT-ID TO EDL-PRODUCT-ID
          MOVE SL-SLOT TO EDL-SLOT
          MOVE SL-LOT-NUMBER TO EDL-LOT-NUMBER
          MOVE SL-EXPIRY-DATE TO EDL-EXPIRY-DATE
          MOVE DAYS-TO-EXPIRY TO EDL-DAYS
          MOVE BUCKET-NAME(BK-SUB) TO EDL-BUCKET
          MOVE SL-QUANTITY TO EDL-UNITS
          MOVE UNIT-COST-USED TO EDL-UNIT-COST
          MOVE LOT-VALUE TO EDL-VALUE
          MOVE LOT-ACTION TO EDL-ACTION
          MOVE EXPIRY-DETAIL-LINE TO EXPIRY-REPORT-RECORD
          WRITE EXPIRY-REPORT-RECORD
       .

       350-FIND-UNIT-COST.
          MOVE ZEROS TO UNIT-COST-USED
          MOVE SL-WAREHOUSE-ID TO IM-WAREHOUSE-ID
          MOVE SL-VENDOR-ID TO IM-VENDOR-ID
          MOVE SL-PRODUCT-ID TO IM-PRODUCT-ID
          READ INVENTORY-MASTER-FILE
             INVALID KEY
                MOVE 'N' TO MASTER-FOUND
             NOT INVALID KEY
                MOVE 'Y' TO MASTER-FOUND
          END-READ

          IF MASTER-FOUND = 'Y'
             AND SL-SLOT >= 1 AND SL-SLOT <= 5
             AND IM-PD-PRICE(SL-SLOT) IS NUMERIC
             MOVE IM-PD-PRICE(SL-SLOT) TO UNIT-COST-USED
          END-IF

          IF VALUATION-BASIS = 'A'
             AND SL-SLOT >= 1 AND SL-SLOT <= 5
             MOVE IM-RECORD-KEY TO AC-RECORD-KEY
             READ AVERAGE-COST-FILE
                INVALID KEY
                   MOVE 'N' TO AVG-COST-FOUND
                NOT INVALID KEY
                   MOVE 'Y' TO AVG-COST-FOUND
             END-READ
             IF AVG-COST-FOUND = 'Y'
                AND AC-AVG-COST(SL-SLOT) IS NUMERIC
                AND AC-AVG-COST(SL-SLOT) > 0
                MOVE AC-AVG-COST(SL-SLOT) TO UNIT-COST-USED
             END-IF
          END-IF

          IF UNIT-COST-USED = 0
             ADD 1 TO LOTS-NO-COST
          END-IF
       .

       500-WAREHOUSE-BREAK.
          MOVE 'TOTAL WAREHOUSE ' TO EBL-LABEL
          MOVE WAREHOUSE-HOLD TO EBL-WAREHOUSE
          MOVE SPACES TO EXPIRY-REPORT-RECORD
          WRITE EXPIRY-REPORT-RECORD
          PERFORM VARYING BK-SUB FROM 1 BY 1 UNTIL BK-SUB > 4
             MOVE BUCKET-NAME(BK-SUB) TO EBL-BUCKET
             MOVE WB-UNITS(BK-SUB) TO EBL-UNITS
             MOVE WB-VALUE(BK-SUB) TO EBL-VALUE
             MOVE EXPIRY-BUCKET-LINE TO EXPIRY-REPORT-RECORD
             WRITE EXPIRY-REPORT-RECORD
             ADD WB-UNITS(BK-SUB) TO GB-UNITS(BK-SUB)
             ADD WB-VALUE(BK-SUB) TO GB-VALUE(BK-SUB)
             MOVE ZEROS TO WB-UNITS(BK-SUB) WB-VALUE(BK-SUB)
          END-PERFORM
          MOVE SPACES TO EXPIRY-REPORT-RECORD
          WRITE EXPIRY-REPORT-RECORD
       .

       600-WRITE-GRAND-TOTAL.
          MOVE 'GRAND TOTAL' TO EBL-LABEL
          MOVE SPACES TO EBL-WAREHOUSE
          PERFORM VARYING BK-SUB FROM 1 BY 1 UNTIL BK-SUB > 4
             MOVE BUCKET-NAME(BK-SUB) TO EBL-BUCKET
             MOVE GB-UNITS(BK-SUB) TO EBL-UNITS
             MOVE GB-VALUE(BK-SUB) TO EBL-VALUE
             MOVE EXPIRY-BUCKET-LINE TO EXPIRY-REPORT-RECORD
             WRITE EXPIRY-REPORT-RECORD
          END-PERFORM
          MOVE SPACES TO EXPIRY-REPORT-RECORD
          WRITE EXPIRY-REPORT-RECORD

          MOVE 'RTV' TO EAL-ACTION
          MOVE RTV-UNITS TO EAL-UNITS
          MOVE RTV-VALUE TO EAL-VALUE
          MOVE EXPIRY-ACTION-LINE TO EXPIRY-REPORT-RECORD
          WRITE EXPIRY-REPORT-RECORD

          MOVE 'SCRAP' TO EAL-ACTION
          MOVE SCRAP-UNITS TO EAL-UNITS
          MOVE SCRAP-VALUE TO EAL-VALUE
          MOVE EXPIRY-ACTION-LINE TO EXPIRY-REPORT-RECORD
          WRITE EXPIRY-REPORT-RECORD

          MOVE RTV-EXPIRY-DAYS TO ERL-DAYS
          MOVE EXPIRY-RULE-LINE TO EXPIRY-REPORT-RECORD
          WRITE EXPIRY-REPORT-RECORD

          MOVE LOTS-READ TO ECL-READ
          MOVE LOTS-LISTED TO ECL-LISTED
          MOVE LOTS-NO-COST TO ECL-NO-COST
          MOVE SPACES TO EXPIRY-REPORT-RECORD
          WRITE EXPIRY-REPORT-RECORD
          MOVE EXPIRY-COUNT-LINE TO EXPIRY-REPORT-RECORD
          WRITE EXPIRY-REPORT-RECORD
       .
