      * which still shows units on hand, along with the value at cost
      * tied up in that stock. Lines are subtotaled by warehouse -
      * the master key begins with the warehouse id, so a sequential
      * walk arrives in warehouse order. An A in the third argument
      * values the stock at weighted-average cost from
      * AVERAGE-COST.DAT instead of the last feed price.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SELECT DEAD-STOCK-REPORT-FILE
             ASSIGN TO 'DEAD-STOCK-REPORT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT AVERAGE-COST-FILE
             ASSIGN TO 'AVERAGE-COST.DAT'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS AC-RECORD-KEY
             FILE STATUS IS AVERAGE-COST-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  DEAD-STOCK-RECORD               PIC X(80).

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
          05  INVENTORY-STATUS          PIC XX.
              88  INVENTORY-OK                  VALUE '00'.
              88  INVENTORY-NOT-FOUND           VALUE '35'.
          05  AVERAGE-COST-STATUS       PIC XX.
              88  AVERAGE-COST-OK               VALUE '00'.
          05  AVG-COST-FOUND            PIC X       VALUE 'N'.

       01 PARAMETER-FIELDS.
          05  REPORT-PERIOD             PIC X(6).
          05  THRESHOLD-DIGIT REDEFINES THRESHOLD-DIGIT-X
                                        PIC 9.
          05  THRESHOLD-GIVEN           PIC X      VALUE 'N'.
          05  VALUATION-BASIS           PIC X      VALUE 'L'.

       01 PERIOD-WORK-FIELDS.
          05  PERIOD-SPLIT.
       01 AGING-WORK-FIELDS.
          05  RECORD-UNITS              PIC 9(5)    VALUE 0.
          05  RECORD-VALUE              PIC 9(7)V99 VALUE 0.
          05  UNIT-COST-USED            PIC S999V9999 VALUE +0.
          05  WAREHOUSE-HOLD            PIC X(4).
          05  WAREHOUSE-UNITS           PIC 9(7)    VALUE 0.
          05  WAREHOUSE-VALUE           PIC 9(9)V99 VALUE 0.
                            VALUE 'DEAD-STOCK AGING REPORT'.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  AH-PERIOD                PIC X(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  AH-BASIS                 PIC X(18)   VALUE SPACES.

       01  AGING-HEADER-L2.
           05  FILLER                   PIC X(2)    VALUE SPACES.
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

          OPEN OUTPUT DEAD-STOCK-REPORT-FILE
          PERFORM 100-WRITE-REPORT-HEADERS


          CLOSE INVENTORY-MASTER-FILE
                DEAD-STOCK-REPORT-FILE
          IF VALUATION-BASIS = 'A'
             CLOSE AVERAGE-COST-FILE
          END-IF

          DISPLAY 'DEAD-STOCK LINES LISTED: ' LISTED-COUNT
          STOP RUN
          ACCEPT REPORT-PERIOD FROM ARGUMENT-VALUE
          DISPLAY 2 UPON ARGUMENT-NUMBER
          ACCEPT AGING-THRESHOLD-X FROM ARGUMENT-VALUE
          DISPLAY 3 UPON ARGUMENT-NUMBER
          ACCEPT VALUATION-BASIS FROM ARGUMENT-VALUE
          IF VALUATION-BASIS = 'a'
             MOVE 'A' TO VALUATION-BASIS
          END-IF
          IF VALUATION-BASIS NOT = 'A'
             MOVE 'L' TO VALUATION-BASIS
          END-IF

          IF REPORT-PERIOD = SPACES
             ACCEPT PERIOD-SPLIT FROM DATE YYYYMMDD

       100-WRITE-REPORT-HEADERS.
          MOVE REPORT-PERIOD TO AH-PERIOD
          IF VALUATION-BASIS = 'A'
             MOVE 'AT AVERAGE COST' TO AH-BASIS
          END-IF
          MOVE AGING-HEADER-L1 TO DEAD-STOCK-RECORD
          WRITE DEAD-STOCK-RECORD


       300-SUM-RECORD-STOCK.
          MOVE ZEROS TO RECORD-UNITS RECORD-VALUE
          MOVE 'N' TO AVG-COST-FOUND
          IF VALUATION-BASIS = 'A'
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
                AND IM-PD-NUM-IN-STOCK(SUB) > 0
                ADD IM-PD-NUM-IN-STOCK(SUB) TO RECORD-UNITS
                IF IM-PD-PRICE(SUB) IS NUMERIC
                   MOVE IM-PD-PRICE(SUB) TO UNIT-COST-USED
                ELSE
                   MOVE ZEROS TO UNIT-COST-USED
                END-IF
                IF AVG-COST-FOUND = 'Y'
                   AND AC-AVG-COST(SUB) IS NUMERIC
                   AND AC-AVG-COST(SUB) > 0
                   MOVE AC-AVG-COST(SUB) TO UNIT-COST-USED
                END-IF
                COMPUTE RECORD-VALUE ROUNDED = RECORD-VALUE
                   + IM-PD-NUM-IN-STOCK(SUB) * UNIT-COST-USED
             END-IF
          END-PERFORM
       .
