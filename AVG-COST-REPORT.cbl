       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVG-COST-REPORT.
       AUTHOR. NICHOLAS-MORRISON.
      ****************************************************************
      * This program compares the two ways the indexed inventory
      * master can be valued. For every warehouse/vendor/product it
      * values the units on hand at the last feed price carried on
      * the master and again at the weighted-average cost kept in
      * AVERAGE-COST.DAT by PROGRAM-4 and INV-POSTING, and prints
      * both with the difference, totaled by vendor within warehouse
      * and by warehouse, with a grand total. The master key begins
      * with the warehouse id followed by the vendor id, so a
      * sequential walk arrives in that order. Slots with no average
      * on file are valued at the last price on both sides and
      * counted. The report period is argument 1 (default: the
      * current month) and the report is written to
      * AVG-COST-VALUATION-period.TXT.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC-COMPUTER.
       OBJECT-COMPUTER. WINDOWS-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
          SELECT VENDOR-MASTER-FILE
             ASSIGN TO 'VENDOR-MASTER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT VALUATION-REPORT-FILE
             ASSIGN TO DYNAMIC VALUATION-REPORT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD  VENDOR-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  VENDOR-MASTER-RECORD.
           05  VM-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  VM-VENDOR-NAME               PIC X(12).
           05  FILLER                       PIC X(66).

       FD  VALUATION-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  VALUATION-REPORT-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.

       01 FLAGS-N-SWITCHES.
          05  INVENTORY-EOF             PIC X       VALUE 'N'.
          05  VENDOR-EOF                PIC X       VALUE 'N'.
          05  FIRST-RECORD              PIC X(3)    VALUE 'YES'.
          05  AVG-COST-FOUND            PIC X       VALUE 'N'.
          05  SUB                       PIC 9       VALUE 1.
          05  VT-SUB                    PIC 9(3)    VALUE 0.
          05  INVENTORY-STATUS          PIC XX.
              88  INVENTORY-OK                  VALUE '00'.
              88  INVENTORY-NOT-FOUND           VALUE '35'.
          05  AVERAGE-COST-STATUS       PIC XX.
              88  AVERAGE-COST-OK               VALUE '00'.
              88  AVERAGE-COST-NOT-FOUND        VALUE '35'.

       01 PARAMETER-FIELDS.
          05  REPORT-PERIOD             PIC X(6).
          05  VALUATION-REPORT-FILENAME PIC X(40).
          05  TODAY-SPLIT.
              10  TS-YEAR               PIC 9(4).
              10  TS-MONTH              PIC 9(2).
              10  TS-DAY                PIC 9(2).

       01 VENDOR-TABLE-AREA.
          05  VENDOR-COUNT              PIC 9(3)    VALUE 0.
          05  VENDOR-TABLE OCCURS 1 TO 100 TIMES
                           DEPENDING ON VENDOR-COUNT.
              10  VT-VENDOR-ID          PIC X.
              10  VT-VENDOR-NAME        PIC X(12).
       01  VENDOR-SKIP-COUNT            PIC 9(5)    VALUE 0.

       01 VALUATION-WORK-FIELDS.
          05  UNIT-COST-USED            PIC S999V9999 VALUE +0.
          05  SLOT-LAST-VALUE           PIC S9(7)V99 VALUE +0.
          05  SLOT-AVG-VALUE            PIC S9(7)V99 VALUE +0.
          05  WAREHOUSE-HOLD            PIC X(4).
          05  VENDOR-HOLD               PIC X.
          05  VENDOR-UNITS              PIC S9(7)    VALUE +0.
          05  VENDOR-LAST-VALUE         PIC S9(9)V99 VALUE +0.
          05  VENDOR-AVG-VALUE          PIC S9(9)V99 VALUE +0.
          05  WAREHOUSE-UNITS           PIC S9(8)    VALUE +0.
          05  WAREHOUSE-LAST-VALUE      PIC S9(9)V99 VALUE +0.
          05  WAREHOUSE-AVG-VALUE       PIC S9(9)V99 VALUE +0.
          05  GRAND-UNITS               PIC S9(8)    VALUE +0.
          05  GRAND-LAST-VALUE          PIC S9(9)V99 VALUE +0.
          05  GRAND-AVG-VALUE           PIC S9(9)V99 VALUE +0.
          05  DIFFERENCE-VALUE          PIC S9(9)V99 VALUE +0.
          05  RECORDS-READ              PIC 9(5)    VALUE 0.
          05  SLOTS-NO-AVERAGE          PIC 9(5)    VALUE 0.

      ************************ OUTPUT AREA **************************

       01  VALUATION-HEADER-L1.
           05  FILLER                   PIC X(20)   VALUE SPACES.
           05                           PIC X(37)
                  VALUE 'AVERAGE COST VS LAST PRICE VALUATION '.
           05                           PIC X(7)
                  VALUE 'PERIOD '.
           05  VH-PERIOD                PIC X(6).

       01  VALUATION-COLUMNS-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(10)
                                  VALUE 'WAREHOUSE '.
           05                           PIC X(16)
                                  VALUE 'VENDOR          '.
           05                           PIC X(11)
                                  VALUE '      UNITS'.
           05                           PIC X(19)
                                  VALUE '   AT LAST PRICE'.
           05                           PIC X(19)
                                  VALUE ' AT AVERAGE COST'.
           05                           PIC X(18)
                                  VALUE '     DIFFERENCE'.

       01  VALUATION-DETAIL-LINE.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  VDL-WAREHOUSE-ID         PIC X(4).
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  VDL-VENDOR-ID            PIC X.
           05  FILLER                   PIC X       VALUE SPACES.
           05  VDL-VENDOR-NAME          PIC X(12).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  VDL-UNITS                PIC Z,ZZZ,ZZ9-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  VDL-LAST-VALUE           PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  VDL-AVG-VALUE            PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  VDL-DIFFERENCE           PIC $$$,$$$,$$9.99-.

       01  VALUATION-WAREHOUSE-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(16)
                            VALUE 'TOTAL WAREHOUSE '.
           05  VWL-WAREHOUSE            PIC X(4).
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05  VWL-UNITS                PIC Z,ZZZ,ZZ9-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  VWL-LAST-VALUE           PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  VWL-AVG-VALUE            PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  VWL-DIFFERENCE           PIC $$$,$$$,$$9.99-.

       01  VALUATION-GRAND-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(26)
                            VALUE 'GRAND TOTAL'.
           05  VGL-UNITS                PIC Z,ZZZ,ZZ9-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  VGL-LAST-VALUE           PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  VGL-AVG-VALUE            PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  VGL-DIFFERENCE           PIC $$$,$$$,$$9.99-.

       01  VALUATION-NO-AVERAGE-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(42)
                  VALUE 'SLOTS WITH NO AVERAGE ON FILE (LAST PRICE)'.
           05                           PIC X(2)    VALUE ': '.
           05  VNL-COUNT                PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       001-MAIN-MODULE.
          PERFORM 050-INIT-PARAMETERS
          PERFORM 110-LOAD-VENDOR-TABLE

          OPEN INPUT INVENTORY-MASTER-FILE
          IF NOT INVENTORY-OK
             DISPLAY 'INVENTORY MASTER NOT AVAILABLE - STATUS '
                INVENTORY-STATUS
             STOP RUN
          END-IF

          OPEN INPUT AVERAGE-COST-FILE
          IF NOT AVERAGE-COST-OK
             DISPLAY 'AVERAGE COST FILE NOT AVAILABLE - STATUS '
                AVERAGE-COST-STATUS
             CLOSE INVENTORY-MASTER-FILE
             STOP RUN
          END-IF

          OPEN OUTPUT VALUATION-REPORT-FILE
          PERFORM 100-WRITE-REPORT-HEADERS

          PERFORM UNTIL INVENTORY-EOF = 'Y'
             READ INVENTORY-MASTER-FILE NEXT RECORD
                AT END
                   MOVE 'Y' TO INVENTORY-EOF
                NOT AT END
                   PERFORM 200-VALUE-ONE-RECORD
             END-READ
          END-PERFORM

          IF FIRST-RECORD = 'NO'
             PERFORM 400-VENDOR-BREAK
             PERFORM 500-WAREHOUSE-BREAK
          END-IF

          PERFORM 600-WRITE-GRAND-TOTAL

          CLOSE INVENTORY-MASTER-FILE
                AVERAGE-COST-FILE
                VALUATION-REPORT-FILE

          DISPLAY 'AVG-COST-REPORT MASTER RECORDS READ: ' RECORDS-READ
          DISPLAY 'AVG-COST-REPORT WRITTEN TO '
             VALUATION-REPORT-FILENAME
          STOP RUN
       .

       050-INIT-PARAMETERS.
          DISPLAY 1 UPON ARGUMENT-NUMBER
          ACCEPT REPORT-PERIOD FROM ARGUMENT-VALUE

          IF REPORT-PERIOD = SPACES
             ACCEPT TODAY-SPLIT FROM DATE YYYYMMDD
             MOVE TS-YEAR  TO REPORT-PERIOD(1:4)
             MOVE TS-MONTH TO REPORT-PERIOD(5:2)
          END-IF

          MOVE SPACES TO VALUATION-REPORT-FILENAME
          STRING 'AVG-COST-VALUATION-' DELIMITED BY SIZE
                 REPORT-PERIOD         DELIMITED BY SIZE
                 '.TXT'                DELIMITED BY SIZE
             INTO VALUATION-REPORT-FILENAME
          END-STRING
       .

       100-WRITE-REPORT-HEADERS.
          MOVE REPORT-PERIOD TO VH-PERIOD
          MOVE VALUATION-HEADER-L1 TO VALUATION-REPORT-RECORD
          WRITE VALUATION-REPORT-RECORD
          MOVE SPACES TO VALUATION-REPORT-RECORD
          WRITE VALUATION-REPORT-RECORD
          MOVE VALUATION-COLUMNS-LINE TO VALUATION-REPORT-RECORD
          WRITE VALUATION-REPORT-RECORD
          MOVE SPACES TO VALUATION-REPORT-RECORD
          WRITE VALUATION-REPORT-RECORD
       .

       110-LOAD-VENDOR-TABLE.
          OPEN INPUT VENDOR-MASTER-FILE
          PERFORM UNTIL VENDOR-EOF = 'Y'
             READ VENDOR-MASTER-FILE
                AT END
                   MOVE 'Y' TO VENDOR-EOF
                NOT AT END
                   IF VENDOR-COUNT >= 100
                      ADD 1 TO VENDOR-SKIP-COUNT
                   ELSE
                      ADD 1 TO VENDOR-COUNT
                      MOVE VM-VENDOR-ID TO
                              VT-VENDOR-ID(VENDOR-COUNT)
                      MOVE VM-VENDOR-NAME TO
                              VT-VENDOR-NAME(VENDOR-COUNT)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE VENDOR-MASTER-FILE
          IF VENDOR-SKIP-COUNT > 0
             DISPLAY 'WARNING: VENDOR TABLE FULL - '
                VENDOR-SKIP-COUNT ' VENDOR ROWS SKIPPED'
          END-IF
       .

       200-VALUE-ONE-RECORD.
          ADD 1 TO RECORDS-READ
          EVALUATE TRUE
             WHEN FIRST-RECORD = 'YES'
                MOVE 'NO' TO FIRST-RECORD
                MOVE IM-WAREHOUSE-ID TO WAREHOUSE-HOLD
                MOVE IM-VENDOR-ID TO VENDOR-HOLD

             WHEN IM-WAREHOUSE-ID NOT EQUAL WAREHOUSE-HOLD
                PERFORM 400-VENDOR-BREAK
                PERFORM 500-WAREHOUSE-BREAK
                MOVE IM-WAREHOUSE-ID TO WAREHOUSE-HOLD
                MOVE IM-VENDOR-ID TO VENDOR-HOLD

             WHEN IM-VENDOR-ID NOT EQUAL VENDOR-HOLD
                PERFORM 400-VENDOR-BREAK
                MOVE IM-VENDOR-ID TO VENDOR-HOLD
          END-EVALUATE

          MOVE IM-RECORD-KEY TO AC-RECORD-KEY
          READ AVERAGE-COST-FILE
             INVALID KEY
                MOVE 'N' TO AVG-COST-FOUND
             NOT INVALID KEY
                MOVE 'Y' TO AVG-COST-FOUND
          END-READ

          PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF IM-PD-NAME(SUB) NOT = SPACES
                AND IM-PD-NUM-IN-STOCK(SUB) IS NUMERIC
                AND IM-PD-PRICE(SUB) IS NUMERIC
                PERFORM 300-VALUE-ONE-SLOT
             END-IF
          END-PERFORM
       .

       300-VALUE-ONE-SLOT.
          COMPUTE SLOT-LAST-VALUE ROUNDED =
             IM-PD-NUM-IN-STOCK(SUB) * IM-PD-PRICE(SUB)

          MOVE IM-PD-PRICE(SUB) TO UNIT-COST-USED
          IF AVG-COST-FOUND = 'Y'
             AND AC-AVG-COST(SUB) IS NUMERIC
             AND AC-AVG-COST(SUB) > 0
             MOVE AC-AVG-COST(SUB) TO UNIT-COST-USED
          ELSE
             ADD 1 TO SLOTS-NO-AVERAGE
          END-IF
          COMPUTE SLOT-AVG-VALUE ROUNDED =
             IM-PD-NUM-IN-STOCK(SUB) * UNIT-COST-USED

          ADD IM-PD-NUM-IN-STOCK(SUB) TO VENDOR-UNITS
          ADD SLOT-LAST-VALUE TO VENDOR-LAST-VALUE
          ADD SLOT-AVG-VALUE TO VENDOR-AVG-VALUE
       .

       400-VENDOR-BREAK.
          MOVE WAREHOUSE-HOLD TO VDL-WAREHOUSE-ID
          MOVE VENDOR-HOLD TO VDL-VENDOR-ID
          MOVE 'NOT ON FILE' TO VDL-VENDOR-NAME
          PERFORM VARYING VT-SUB FROM 1 BY 1
             UNTIL VT-SUB > VENDOR-COUNT
             IF VT-VENDOR-ID(VT-SUB) = VENDOR-HOLD
                MOVE VT-VENDOR-NAME(VT-SUB) TO VDL-VENDOR-NAME
             END-IF
          END-PERFORM

          COMPUTE DIFFERENCE-VALUE = VENDOR-AVG-VALUE
             - VENDOR-LAST-VALUE
          MOVE VENDOR-UNITS TO VDL-UNITS
          MOVE VENDOR-LAST-VALUE TO VDL-LAST-VALUE
          MOVE VENDOR-AVG-VALUE TO VDL-AVG-VALUE
          MOVE DIFFERENCE-VALUE TO VDL-DIFFERENCE
          MOVE VALUATION-DETAIL-LINE TO VALUATION-REPORT-RECORD
          WRITE VALUATION-REPORT-RECORD

          ADD VENDOR-UNITS TO WAREHOUSE-UNITS
          ADD VENDOR-LAST-VALUE TO WAREHOUSE-LAST-VALUE
          ADD VENDOR-AVG-VALUE TO WAREHOUSE-AVG-VALUE
          MOVE ZEROS TO VENDOR-UNITS VENDOR-LAST-VALUE
                        VENDOR-AVG-VALUE
       .

       500-WAREHOUSE-BREAK.
          COMPUTE DIFFERENCE-VALUE = WAREHOUSE-AVG-VALUE
             - WAREHOUSE-LAST-VALUE
          MOVE WAREHOUSE-HOLD TO VWL-WAREHOUSE
          MOVE WAREHOUSE-UNITS TO VWL-UNITS
          MOVE WAREHOUSE-LAST-VALUE TO VWL-LAST-VALUE
          MOVE WAREHOUSE-AVG-VALUE TO VWL-AVG-VALUE
          MOVE DIFFERENCE-VALUE TO VWL-DIFFERENCE
          MOVE VALUATION-WAREHOUSE-LINE TO VALUATION-REPORT-RECORD
          WRITE VALUATION-REPORT-RECORD
          MOVE SPACES TO VALUATION-REPORT-RECORD
          WRITE VALUATION-REPORT-RECORD

          ADD WAREHOUSE-UNITS TO GRAND-UNITS
          ADD WAREHOUSE-LAST-VALUE TO GRAND-LAST-VALUE
          ADD WAREHOUSE-AVG-VALUE TO GRAND-AVG-VALUE
          MOVE ZEROS TO WAREHOUSE-UNITS WAREHOUSE-LAST-VALUE
                        WAREHOUSE-AVG-VALUE
       .

       600-WRITE-GRAND-TOTAL.
          COMPUTE DIFFERENCE-VALUE = GRAND-AVG-VALUE
             - GRAND-LAST-VALUE
          MOVE GRAND-UNITS TO VGL-UNITS
          MOVE GRAND-LAST-VALUE TO VGL-LAST-VALUE
          MOVE GRAND-AVG-VALUE TO VGL-AVG-VALUE
          MOVE DIFFERENCE-VALUE TO VGL-DIFFERENCE
          MOVE VALUATION-GRAND-LINE TO VALUATION-REPORT-RECORD
          WRITE VALUATION-REPORT-RECORD

          MOVE SLOTS-NO-AVERAGE TO VNL-COUNT
          MOVE VALUATION-NO-AVERAGE-LINE TO VALUATION-REPORT-RECORD
          WRITE VALUATION-REPORT-RECORD
       .
