      * does. Every line shows the extended value at cost and the
      * run ends with the total value of the matched set. When an
      * output filename is given the results are written there
      * instead of to the screen. An A in argument 6 values the
      * slots at their weighted-average cost from AVERAGE-COST.DAT
      * instead of the last feed price.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SELECT INQUIRY-OUTPUT-FILE
             ASSIGN TO DYNAMIC INQUIRY-OUTPUT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT AVERAGE-COST-FILE
             ASSIGN TO 'AVERAGE-COST.DAT'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS AC-RECORD-KEY
             FILE STATUS IS AVERAGE-COST-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  INQUIRY-OUTPUT-RECORD           PIC X(80).

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

       01 INQUIRY-KEY-FIELDS.
          05  INQ-WAREHOUSE-ID          PIC X(4).
          05  INQ-PRODUCT-ID            PIC X(3).
          05  INQ-NAME-SEARCH           PIC X(13).
          05  INQUIRY-OUTPUT-FILENAME   PIC X(40).
          05  VALUATION-BASIS           PIC X       VALUE 'L'.

       01 NAME-SEARCH-FIELDS.
          05  SEARCH-LENGTH             PIC 9(2)    VALUE 0.

       01 MATCH-COUNT                   PIC 9(5)    VALUE 0.
       01 LINE-VALUE                    PIC S9(7)V99 VALUE +0.
       01 UNIT-COST-USED                PIC S999V9999 VALUE +0.
       01 TOTAL-VALUE                   PIC S9(9)V99 VALUE +0.
       01 EMIT-LINE                     PIC X(80).

          05                            PIC X(13)
                                   VALUE 'TOTAL VALUE: '.
          05  ITL-TOTAL-VALUE           PIC $$$,$$$,$$9.99-.
          05  FILLER                    PIC X(2)    VALUE SPACES.
          05  ITL-BASIS                 PIC X(25)   VALUE SPACES.

       PROCEDURE DIVISION.

          ACCEPT INQ-NAME-SEARCH FROM ARGUMENT-VALUE
          DISPLAY 5 UPON ARGUMENT-NUMBER
          ACCEPT INQUIRY-OUTPUT-FILENAME FROM ARGUMENT-VALUE
          DISPLAY 6 UPON ARGUMENT-NUMBER
          ACCEPT VALUATION-BASIS FROM ARGUMENT-VALUE

          PERFORM 050-MEASURE-NAME-SEARCH
          PERFORM 060-OPEN-AVERAGE-COST

          IF INQUIRY-OUTPUT-FILENAME NOT = SPACES
             MOVE 'Y' TO OUTPUT-TO-FILE
          END-PERFORM

          CLOSE INVENTORY-MASTER-FILE
          IF VALUATION-BASIS = 'A'
             CLOSE AVERAGE-COST-FILE
             MOVE '(AT AVERAGE COST)' TO ITL-BASIS
          END-IF

          MOVE SPACES TO EMIT-LINE
          PERFORM 900-EMIT-ONE-LINE
          END-PERFORM
       .

       060-OPEN-AVERAGE-COST.
          IF VALUATION-BASIS = 'a'
             MOVE 'A' TO VALUATION-BASIS
          END-IF
          IF VALUATION-BASIS = 'A'
             OPEN INPUT AVERAGE-COST-FILE
             IF NOT AVERAGE-COST-OK
                DISPLAY 'AVERAGE COST FILE NOT AVAILABLE - STATUS '
                   AVERAGE-COST-STATUS ' - VALUING AT LAST PRICE'
                MOVE 'L' TO VALUATION-BASIS
             END-IF
          ELSE
             MOVE 'L' TO VALUATION-BASIS
          END-IF
       .

       110-LOAD-VENDOR-TABLE.
          OPEN INPUT VENDOR-MASTER-FILE
          PERFORM UNTIL VENDOR-EOF = 'Y'

       300-REPORT-ONE-RECORD.
          MOVE 'N' TO HEADER-EMITTED
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
                PERFORM 400-CHECK-SLOT-NAME
          END-IF

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
          MOVE UNIT-COST-USED TO IDL-PRICE

          IF IM-PD-NUM-IN-STOCK(SUB) IS NUMERIC
             COMPUTE LINE-VALUE ROUNDED = IM-PD-NUM-IN-STOCK(SUB)
                * UNIT-COST-USED
          ELSE
             MOVE ZEROS TO LINE-VALUE
          END-IF
