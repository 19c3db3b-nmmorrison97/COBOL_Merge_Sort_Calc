      * this program appends the remainder to OPEN-PO.TXT with the
      * ordered quantity, the order period, and an expected receipt
      * period worked out from the NET days in VM-REORDER-TERMS on
      * the vendor master. The unit cost on the export line (the
      * slot's price when the line was suggested) is carried onto
      * the open line so the receipt is averaged in at that cost.
      * A release register lists every line that was released.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  POS-NUM-IN-STOCK             PIC S9(4).
           05  POS-MIN-STOCK                PIC 9(4).
           05  POS-REORDER-QTY              PIC 9(4).
           05  POS-UNIT-COST                PIC 9(3)V99.
           05  FILLER                       PIC X(42).

       FD  VENDOR-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  OP-EXPECTED-PERIOD           PIC X(6).
           05  FILLER                       PIC X.
           05  OP-STATUS                    PIC X.
           05  FILLER                       PIC X.
           05  OP-UNIT-COST                 PIC 9(3)V99.
           05  FILLER                       PIC X(36).

       FD  RELEASE-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
          MOVE ORDER-PERIOD     TO OP-ORDER-PERIOD
          MOVE EXPECTED-PERIOD  TO OP-EXPECTED-PERIOD
          MOVE 'O'              TO OP-STATUS
          IF POS-UNIT-COST IS NUMERIC
             MOVE POS-UNIT-COST TO OP-UNIT-COST
          ELSE
             MOVE ZEROS         TO OP-UNIT-COST
          END-IF
          WRITE OPEN-PO-RECORD
          ADD 1 TO RELEASED-COUNT

