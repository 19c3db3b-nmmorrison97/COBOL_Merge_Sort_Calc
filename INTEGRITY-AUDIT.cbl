       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-AUDIT.
       AUTHOR. NICHOLAS-MORRISON.
      ****************************************************************
      * This program cross-checks the inventory reference files
      * against each other and against the indexed inventory master
      * kept by PROGRAM-4. It is run ahead of the period batch for
      * the period given as argument 1 (default: RUN-CONTROL PERIOD,
      * or the current month when that is not set). Checks made:
      *   - every reference file (WAREHOUSE-CONTROL, VENDOR-MASTER,
      *     PRODUCT-MASTER, REORDER-POINT, RETAIL-PRICE) is present
      *     and holds at least one row
      *   - no master slot flagged D (inactive) on PRODUCT-MASTER,
      *     or with no PRODUCT-MASTER row at all, still holds stock
      *   - every master warehouse is on WAREHOUSE-CONTROL, every
      *     master vendor on VENDOR-MASTER and every master product
      *     on PRODUCT-MASTER
      *   - every active product has a REORDER-POINT row and a
      *     RETAIL-PRICE effective in or before the period
      *   - every line on OPEN-PO.TXT that is not closed names a
      *     known vendor, warehouse and product, and a key that is
      *     on the inventory master
      * Findings are written to a work file, sorted by category and
      * key and printed to INTEGRITY-AUDIT-period.TXT, one section
      * per category, followed by a summary of the count in every
      * category. Each category is either CRITICAL or WARNING. The
      * return code is 8 when any critical category is non-zero so
      * the scheduler can hold the batch, 4 when only warnings were
      * found and 0 when the files are clean.
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
          SELECT OPTIONAL WH-CONTROL-FILE
             ASSIGN TO 'WAREHOUSE-CONTROL.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL VENDOR-MASTER-FILE
             ASSIGN TO 'VENDOR-MASTER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PRODUCT-MASTER-FILE
             ASSIGN TO 'PRODUCT-MASTER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL REORDER-POINT-FILE
             ASSIGN TO 'REORDER-POINT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL RETAIL-PRICE-FILE
             ASSIGN TO 'RETAIL-PRICE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL OPEN-PO-FILE
             ASSIGN TO 'OPEN-PO.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT AUDIT-WORK-FILE
             ASSIGN TO 'AUDIT-WORK.TMP'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT AUDIT-SORT-FILE
             ASSIGN TO 'AUDIT-SORT.TMP'.
          SELECT AUDIT-SORTED-FILE
             ASSIGN TO 'AUDIT-SORTED.TMP'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT AUDIT-REPORT-FILE
             ASSIGN TO DYNAMIC AUDIT-REPORT-FILENAME
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

       FD  WH-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  WHC-RECORD.
           05  WHC-WAREHOUSE-ID            PIC X(4).
           05  FILLER                      PIC X.
           05  WHC-FILENAME                PIC X(40).
           05  WHC-FORMAT                  PIC X.
           05  FILLER                      PIC X(34).

       FD  VENDOR-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  VENDOR-MASTER-RECORD.
           05  VM-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  VM-VENDOR-NAME                PIC X(12).
           05  FILLER                       PIC X.
           05  VM-ADDRESS                   PIC X(24).
           05  FILLER                       PIC X.
           05  VM-CONTACT                   PIC X(16).
           05  FILLER                       PIC X.
           05  VM-REORDER-TERMS             PIC X(20).
           05  FILLER                       PIC X(3).

       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  PRODUCT-MASTER-RECORD.
           05  PM-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X.
           05  PM-SLOT                      PIC 9.
           05  FILLER                       PIC X.
           05  PM-OFFICIAL-NAME             PIC X(13).
           05  FILLER                       PIC X.
           05  PM-SIZE-CODE                 PIC A.
           05  FILLER                       PIC X.
           05  PM-TYPE-CODE                 PIC A.
           05  FILLER                       PIC X.
           05  PM-UNIT-OF-MEASURE           PIC X(4).
           05  FILLER                       PIC X.
           05  PM-ACTIVE-FLAG               PIC X.
           05  FILLER                       PIC X(50).

       FD  REORDER-POINT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REORDER-POINT-RECORD.
           05  RP-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X.
           05  RP-MIN-STOCK                 PIC 9(4).
           05  FILLER                       PIC X.
           05  RP-REORDER-QTY               PIC 9(4).
           05  FILLER                       PIC X(67).

       FD  RETAIL-PRICE-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RETAIL-PRICE-RECORD.
           05  RPF-PRODUCT-ID               PIC X(3).
           05  FILLER                       PIC X.
           05  RPF-EFF-DATE                 PIC 9(8).
           05  FILLER                       PIC X.
           05  RPF-RETAIL-PRICE             PIC 9(4)V99.
           05  FILLER                       PIC X(61).

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

       FD  AUDIT-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  AUDIT-WORK-RECORD.
           05  AW-CATEGORY                  PIC 9(2).
           05  FILLER                       PIC X.
           05  AW-WAREHOUSE-ID              PIC X(4).
           05  FILLER                       PIC X.
           05  AW-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  AW-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X.
           05  AW-SLOT                      PIC X.
           05  FILLER                       PIC X.
           05  AW-SEQUENCE                  PIC 9(5).
           05  FILLER                       PIC X.
           05  AW-SOURCE                    PIC X(20).
           05  FILLER                       PIC X.
           05  AW-UNITS                     PIC S9(5)
                                            SIGN LEADING SEPARATE.
           05  FILLER                       PIC X.
           05  AW-DETAIL                    PIC X(30).

       SD  AUDIT-SORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  AUDIT-SORT-RECORD.
           05  AS-CATEGORY                  PIC 9(2).
           05  FILLER                       PIC X.
           05  AS-WAREHOUSE-ID              PIC X(4).
           05  FILLER                       PIC X.
           05  AS-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  AS-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X.
           05  AS-SLOT                      PIC X.
           05  FILLER                       PIC X.
           05  AS-SEQUENCE                  PIC 9(5).
           05  FILLER                       PIC X(59).

       FD  AUDIT-SORTED-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  AUDIT-SORTED-RECORD.
           05  AD-CATEGORY                  PIC 9(2).
           05  FILLER                       PIC X.
           05  AD-WAREHOUSE-ID              PIC X(4).
           05  FILLER                       PIC X.
           05  AD-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  AD-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X.
           05  AD-SLOT                      PIC X.
           05  FILLER                       PIC X.
           05  AD-SEQUENCE                  PIC 9(5).
           05  FILLER                       PIC X.
           05  AD-SOURCE                    PIC X(20).
           05  FILLER                       PIC X.
           05  AD-UNITS                     PIC S9(5)
                                            SIGN LEADING SEPARATE.
           05  FILLER                       PIC X.
           05  AD-DETAIL                    PIC X(30).

       FD  AUDIT-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  AUDIT-REPORT-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.

       01 FLAGS-N-SWITCHES.
          05  RUN-CONTROL-EOF           PIC X       VALUE 'N'.
          05  INVENTORY-EOF             PIC X       VALUE 'N'.
          05  WH-CONTROL-EOF            PIC X       VALUE 'N'.
          05  VENDOR-EOF                PIC X       VALUE 'N'.
          05  PRODUCT-MASTER-EOF        PIC X       VALUE 'N'.
          05  REORDER-EOF               PIC X       VALUE 'N'.
          05  RETAIL-EOF                PIC X       VALUE 'N'.
          05  OPEN-PO-EOF               PIC X       VALUE 'N'.
          05  AUDIT-SORTED-EOF          PIC X       VALUE 'N'.
          05  FIRST-RECORD              PIC X(3)    VALUE 'YES'.
          05  SUB                       PIC 9       VALUE 1.
          05  CAT-SUB                   PIC 9(2)    VALUE 1.
          05  RUN-CONTROL-STATUS        PIC XX.
              88  RUN-CONTROL-OK                VALUE '00'.
          05  INVENTORY-STATUS          PIC XX.
              88  INVENTORY-OK                  VALUE '00'.
          05  WAREHOUSE-FOUND           PIC X       VALUE 'N'.
          05  VENDOR-FOUND              PIC X       VALUE 'N'.
          05  PRODUCT-FOUND             PIC X       VALUE 'N'.
          05  SLOT-FOUND                PIC X       VALUE 'N'.
          05  REORDER-FOUND             PIC X       VALUE 'N'.
          05  RETAIL-PRICE-FOUND        PIC X       VALUE 'N'.
          05  MASTER-KEY-FOUND          PIC X       VALUE 'N'.
          05  WAREHOUSES-LOADED         PIC X       VALUE 'N'.
          05  VENDORS-LOADED            PIC X       VALUE 'N'.
          05  PRODUCTS-LOADED           PIC X       VALUE 'N'.
          05  REORDERS-LOADED           PIC X       VALUE 'N'.
          05  RETAILS-LOADED            PIC X       VALUE 'N'.

       01 PARAMETER-FIELDS.
          05  ARG-REPORT-PERIOD         PIC X(6)    VALUE SPACES.
          05  REPORT-PERIOD             PIC X(6)    VALUE SPACES.
          05  TODAY-DATE                PIC 9(8)    VALUE 0.
          05  AUDIT-REPORT-FILENAME     PIC X(40).

       01 WAREHOUSE-TABLE-AREA.
          05  WAREHOUSE-COUNT           PIC 9(3)    VALUE 0.
          05  WAREHOUSE-TABLE OCCURS 1 TO 100 TIMES
                           DEPENDING ON WAREHOUSE-COUNT
                           INDEXED BY WH-IDX.
              10  WHT-WAREHOUSE-ID      PIC X(4).
       01  WAREHOUSE-SKIP-COUNT          PIC 9(5)    VALUE 0.

       01 VENDOR-TABLE-AREA.
          05  VENDOR-COUNT              PIC 9(3)    VALUE 0.
          05  VENDOR-TABLE OCCURS 1 TO 100 TIMES
                           DEPENDING ON VENDOR-COUNT
                           INDEXED BY VT-IDX.
              10  VT-VENDOR-ID          PIC X.
       01  VENDOR-SKIP-COUNT             PIC 9(5)    VALUE 0.

       01 PRODUCT-MASTER-TABLE-AREA.
          05  PM-COUNT                  PIC 9(4)    VALUE 0.
          05  PRODUCT-MASTER-TABLE OCCURS 1 TO 5000 TIMES
                         DEPENDING ON PM-COUNT.
              10  PMT-PRODUCT-ID        PIC X(3).
              10  PMT-SLOT              PIC 9.
              10  PMT-ACTIVE-FLAG       PIC X.
       01  PM-SUB                        PIC 9(4)    VALUE 1.
       01  PM-CHECK-SUB                  PIC 9(4)    VALUE 1.
       01  PM-SLOT-SUB                   PIC 9(4)    VALUE 1.
       01  PRODUCT-MASTER-SKIP-CNT       PIC 9(5)    VALUE 0.

       01 REORDER-TABLE-AREA.
          05  REORDER-COUNT             PIC 9(4)    VALUE 0.
          05  REORDER-TABLE OCCURS 1 TO 1000 TIMES
                         DEPENDING ON REORDER-COUNT
                         INDEXED BY RP-IDX.
              10  RPT-PRODUCT-ID        PIC X(3).
       01  REORDER-SKIP-COUNT            PIC 9(5)    VALUE 0.

       01 RETAIL-TABLE-AREA.
          05  RETAIL-COUNT              PIC 9(4)    VALUE 0.
          05  RETAIL-TABLE OCCURS 1 TO 1000 TIMES
                         DEPENDING ON RETAIL-COUNT.
              10  RTT-PRODUCT-ID        PIC X(3).
              10  RTT-EFF-DATE          PIC 9(8).
       01  RT-SUB                        PIC 9(4)    VALUE 1.
       01  RETAIL-ROW-FOUND              PIC X       VALUE 'N'.
       01  RETAIL-SKIP-COUNT             PIC 9(5)    VALUE 0.

       01 CATEGORY-NAME-VALUES.
          05                            PIC X(41)   VALUE
                 'CREFERENCE FILE MISSING OR EMPTY'.
          05                            PIC X(41)   VALUE
                 'CINACTIVE SLOT HOLDING STOCK'.
          05                            PIC X(41)   VALUE
                 'CUNDEFINED SLOT HOLDING STOCK'.
          05                            PIC X(41)   VALUE
                 'CMASTER WHSE NOT ON WAREHOUSE-CONTROL'.
          05                            PIC X(41)   VALUE
                 'CMASTER VENDOR NOT ON VENDOR-MASTER'.
          05                            PIC X(41)   VALUE
                 'CMASTER PRODUCT NOT ON PRODUCT-MASTER'.
          05                            PIC X(41)   VALUE
                 'WPRODUCT WITH NO REORDER-POINT ROW'.
          05                            PIC X(41)   VALUE
                 'WPRODUCT WITH NO CURRENT RETAIL-PRICE'.
          05                            PIC X(41)   VALUE
                 'COPEN PO WHSE NOT ON WAREHOUSE-CONTROL'.
          05                            PIC X(41)   VALUE
                 'COPEN PO VENDOR NOT ON VENDOR-MASTER'.
          05                            PIC X(41)   VALUE
                 'COPEN PO PRODUCT NOT ON PRODUCT-MASTER'.
          05                            PIC X(41)   VALUE
                 'WOPEN PO KEY NOT ON INVENTORY MASTER'.
       01 CATEGORY-NAME-TABLE REDEFINES CATEGORY-NAME-VALUES.
          05  CATEGORY-ENTRY            OCCURS 12 TIMES.
              10  CATEGORY-SEVERITY     PIC X.
              10  CATEGORY-NAME         PIC X(40).

       01 CATEGORY-COUNT-AREA.
          05  CATEGORY-COUNT            PIC 9(5)    OCCURS 12 TIMES.

       01 AUDIT-WORK-FIELDS.
          05  FINDING-CATEGORY          PIC 9(2)    VALUE 0.
          05  FINDING-WAREHOUSE-ID      PIC X(4)    VALUE SPACES.
          05  FINDING-VENDOR-ID         PIC X       VALUE SPACES.
          05  FINDING-PRODUCT-ID        PIC X(3)    VALUE SPACES.
          05  FINDING-SLOT              PIC X       VALUE SPACES.
          05  FINDING-SOURCE            PIC X(20)   VALUE SPACES.
          05  FINDING-UNITS             PIC S9(5)   VALUE +0.
          05  FINDING-DETAIL            PIC X(30)   VALUE SPACES.
          05  FINDING-SEQUENCE          PIC 9(5)    VALUE 0.
          05  RECORD-UNITS              PIC S9(5)   VALUE +0.
          05  SLOT-UNITS                PIC S9(5)   VALUE +0.
          05  CATEGORY-HOLD             PIC 9(2)    VALUE 0.
          05  OPEN-PO-LINE-NUMBER       PIC 9(5)    VALUE 0.
          05  OPEN-PO-LINE-EDIT         PIC ZZZZ9.
          05  MASTERS-READ              PIC 9(5)    VALUE 0.
          05  OPEN-PO-CHECKED           PIC 9(5)    VALUE 0.
          05  PRODUCTS-CHECKED          PIC 9(5)    VALUE 0.
          05  CRITICAL-TOTAL            PIC 9(5)    VALUE 0.
          05  WARNING-TOTAL             PIC 9(5)    VALUE 0.

      ************************ OUTPUT AREA **************************

       01  AUDIT-HEADER-L1.
           05  FILLER                   PIC X(25)   VALUE SPACES.
           05                           PIC X(27)
                            VALUE 'INVENTORY INTEGRITY AUDIT  '.
           05                           PIC X(7)    VALUE 'PERIOD '.
           05  AH-PERIOD                PIC X(6).
           05                           PIC X(6)    VALUE '  RUN '.
           05  AH-RUN-DATE              PIC 9(8).
           05  FILLER                   PIC X(21)   VALUE SPACES.

       01  AUDIT-CATEGORY-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(9)    VALUE 'CATEGORY '.
           05  ACL-CATEGORY             PIC 99.
           05                           PIC X(2)    VALUE SPACES.
           05  ACL-NAME                 PIC X(40).
           05                           PIC X(2)    VALUE SPACES.
           05  ACL-SEVERITY             PIC X(8).
           05  FILLER                   PIC X(35)   VALUE SPACES.

       01  AUDIT-COLUMNS-LINE.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05                           PIC X(6)    VALUE 'WHSE  '.
           05                           PIC X(3)    VALUE 'V  '.
           05                           PIC X(5)    VALUE 'PROD '.
           05                           PIC X(3)    VALUE 'S  '.
           05                           PIC X(22)   VALUE 'SOURCE'.
           05                           PIC X(7)    VALUE '  UNITS'.
           05                           PIC X(2)    VALUE SPACES.
           05                           PIC X(30)   VALUE 'DETAIL'.
           05  FILLER                   PIC X(18)   VALUE SPACES.

       01  AUDIT-DETAIL-LINE.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  ADL-WAREHOUSE-ID         PIC X(4).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-VENDOR-ID            PIC X.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-PRODUCT-ID           PIC X(3).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-SLOT                 PIC X.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-SOURCE               PIC X(20).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-UNITS                PIC -ZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-DETAIL               PIC X(30).
           05  FILLER                   PIC X(18)   VALUE SPACES.

       01  AUDIT-CATEGORY-TOTAL-LINE.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05                           PIC X(20)
                            VALUE 'FINDINGS IN CATEGORY'.
           05                           PIC X       VALUE SPACE.
           05  ACT-CATEGORY             PIC 99.
           05                           PIC X(2)    VALUE ': '.
           05  ACT-COUNT                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(65)   VALUE SPACES.

       01  AUDIT-SUMMARY-HEADER.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(16)
                            VALUE 'CATEGORY SUMMARY'.
           05  FILLER                   PIC X(82)   VALUE SPACES.

       01  AUDIT-SUMMARY-LINE.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  ASL-CATEGORY             PIC 99.
           05                           PIC X(2)    VALUE SPACES.
           05  ASL-NAME                 PIC X(40).
           05                           PIC X(2)    VALUE SPACES.
           05  ASL-SEVERITY             PIC X(8).
           05                           PIC X(2)    VALUE SPACES.
           05  ASL-COUNT                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(34)   VALUE SPACES.

       01  AUDIT-CHECKED-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(16)
                            VALUE 'MASTERS READ:   '.
           05  ACK-MASTERS              PIC ZZ,ZZ9.
           05                           PIC X(22)
                            VALUE '  PRODUCTS CHECKED:   '.
           05  ACK-PRODUCTS             PIC ZZ,ZZ9.
           05                           PIC X(22)
                            VALUE '  OPEN PO CHECKED:    '.
           05  ACK-OPEN-PO              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(20)   VALUE SPACES.

       01  AUDIT-RESULT-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(19)
                            VALUE 'CRITICAL FINDINGS: '.
           05  ARL-CRITICAL             PIC ZZ,ZZ9.
           05                           PIC X(13)
                            VALUE '  WARNINGS:  '.
           05  ARL-WARNING              PIC ZZ,ZZ9.
           05                           PIC X(16)
                            VALUE '  RETURN CODE:  '.
           05  ARL-RETURN-CODE          PIC Z9.
           05                           PIC X(2)    VALUE SPACES.
           05  ARL-ACTION               PIC X(20).
           05  FILLER                   PIC X(14)   VALUE SPACES.

       01  AUDIT-CLEAN-LINE.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05                           PIC X(30)
                            VALUE 'NO DISCREPANCIES FOUND'.
           05  FILLER                   PIC X(66)   VALUE SPACES.

       PROCEDURE DIVISION.

       001-MAIN-MODULE.
          PERFORM 050-INIT-PARAMETERS

          OPEN INPUT INVENTORY-MASTER-FILE
          IF NOT INVENTORY-OK
             DISPLAY 'INVENTORY MASTER NOT AVAILABLE - STATUS '
                INVENTORY-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN OUTPUT AUDIT-WORK-FILE

          PERFORM 100-LOAD-WAREHOUSE-TABLE
          PERFORM 110-LOAD-VENDOR-TABLE
          PERFORM 120-LOAD-PRODUCT-MASTER
          PERFORM 130-LOAD-REORDER-TABLE
          PERFORM 140-LOAD-RETAIL-TABLE

          PERFORM UNTIL INVENTORY-EOF = 'Y'
             READ INVENTORY-MASTER-FILE NEXT RECORD
                AT END
                   MOVE 'Y' TO INVENTORY-EOF
                NOT AT END
                   ADD 1 TO MASTERS-READ
                   PERFORM 200-AUDIT-ONE-MASTER
             END-READ
          END-PERFORM

          IF PRODUCTS-LOADED = 'Y'
             PERFORM 300-AUDIT-ONE-PRODUCT
                VARYING PM-SUB FROM 1 BY 1 UNTIL PM-SUB > PM-COUNT
          END-IF

          OPEN INPUT OPEN-PO-FILE
          PERFORM UNTIL OPEN-PO-EOF = 'Y'
             READ OPEN-PO-FILE
                AT END
                   MOVE 'Y' TO OPEN-PO-EOF
                NOT AT END
                   ADD 1 TO OPEN-PO-LINE-NUMBER
                   IF OP-VENDOR-ID NOT = SPACES
                      AND OP-STATUS NOT = 'C'
                      ADD 1 TO OPEN-PO-CHECKED
                      PERFORM 400-AUDIT-OPEN-PO-LINE
                   END-IF
             END-READ
          END-PERFORM
          CLOSE OPEN-PO-FILE
                INVENTORY-MASTER-FILE
                AUDIT-WORK-FILE

          SORT AUDIT-SORT-FILE
             ON ASCENDING KEY AS-CATEGORY
                              AS-WAREHOUSE-ID
                              AS-VENDOR-ID
                              AS-PRODUCT-ID
                              AS-SLOT
                              AS-SEQUENCE
             USING AUDIT-WORK-FILE
             GIVING AUDIT-SORTED-FILE

          OPEN OUTPUT AUDIT-REPORT-FILE
          PERFORM 500-WRITE-REPORT-HEADERS

          OPEN INPUT AUDIT-SORTED-FILE
          PERFORM UNTIL AUDIT-SORTED-EOF = 'Y'
             READ AUDIT-SORTED-FILE
                AT END
                   MOVE 'Y' TO AUDIT-SORTED-EOF
                NOT AT END
                   PERFORM 510-PRINT-ONE-FINDING
             END-READ
          END-PERFORM
          CLOSE AUDIT-SORTED-FILE

          IF FIRST-RECORD = 'NO'
             PERFORM 520-CATEGORY-BREAK
          ELSE
             MOVE AUDIT-CLEAN-LINE TO AUDIT-REPORT-RECORD
             WRITE AUDIT-REPORT-RECORD
             MOVE SPACES TO AUDIT-REPORT-RECORD
             WRITE AUDIT-REPORT-RECORD
          END-IF

          PERFORM 600-WRITE-SUMMARY

          CLOSE AUDIT-REPORT-FILE

          DISPLAY 'INTEGRITY-AUDIT CRITICAL: ' CRITICAL-TOTAL
             '  WARNINGS: ' WARNING-TOTAL
          DISPLAY 'INTEGRITY-AUDIT WRITTEN TO ' AUDIT-REPORT-FILENAME
          IF CRITICAL-TOTAL > 0
             DISPLAY 'CRITICAL DISCREPANCIES FOUND - HOLD PERIOD BATCH'
          END-IF
          STOP RUN
       .

       050-INIT-PARAMETERS.
          DISPLAY 1 UPON ARGUMENT-NUMBER
          ACCEPT ARG-REPORT-PERIOD FROM ARGUMENT-VALUE

          PERFORM 055-READ-RUN-CONTROL

          ACCEPT TODAY-DATE FROM DATE YYYYMMDD
          IF ARG-REPORT-PERIOD IS NUMERIC
             MOVE ARG-REPORT-PERIOD TO REPORT-PERIOD
          ELSE
             IF ARG-REPORT-PERIOD NOT = SPACES
                DISPLAY 'PERIOD ' ARG-REPORT-PERIOD
                   ' NOT YYYYMM - RUN-CONTROL PERIOD USED'
             END-IF
          END-IF
          IF REPORT-PERIOD = SPACES
             MOVE TODAY-DATE(1:6) TO REPORT-PERIOD
          END-IF

          MOVE SPACES TO AUDIT-REPORT-FILENAME
          STRING 'INTEGRITY-AUDIT-' DELIMITED BY SIZE
                 REPORT-PERIOD DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
              INTO AUDIT-REPORT-FILENAME
          END-STRING

          PERFORM VARYING CAT-SUB FROM 1 BY 1 UNTIL CAT-SUB > 12
             MOVE ZEROS TO CATEGORY-COUNT(CAT-SUB)
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
                      IF RC-KEYWORD = 'PERIOD'
                         MOVE RC-VALUE(1:6) TO REPORT-PERIOD
                      END-IF
                END-READ
             END-PERFORM
             CLOSE RUN-CONTROL-FILE
          END-IF
       .

       100-LOAD-WAREHOUSE-TABLE.
          OPEN INPUT WH-CONTROL-FILE
          PERFORM UNTIL WH-CONTROL-EOF = 'Y'
             READ WH-CONTROL-FILE
                AT END
                   MOVE 'Y' TO WH-CONTROL-EOF
                NOT AT END
                   IF WHC-WAREHOUSE-ID NOT = SPACES
                      IF WAREHOUSE-COUNT >= 100
                         ADD 1 TO WAREHOUSE-SKIP-COUNT
                      ELSE
                         ADD 1 TO WAREHOUSE-COUNT
                         MOVE WHC-WAREHOUSE-ID TO
                                 WHT-WAREHOUSE-ID(WAREHOUSE-COUNT)
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE WH-CONTROL-FILE
          IF WAREHOUSE-SKIP-COUNT > 0
             DISPLAY 'WARNING: WAREHOUSE TABLE FULL - '
                WAREHOUSE-SKIP-COUNT ' ROWS SKIPPED'
          END-IF

          IF WAREHOUSE-COUNT > 0
             MOVE 'Y' TO WAREHOUSES-LOADED
          ELSE
             MOVE 'WAREHOUSE-CONTROL.TXT' TO FINDING-SOURCE
             PERFORM 150-REPORT-MISSING-FILE
          END-IF
       .

       110-LOAD-VENDOR-TABLE.
          OPEN INPUT VENDOR-MASTER-FILE
          PERFORM UNTIL VENDOR-EOF = 'Y'
             READ VENDOR-MASTER-FILE
                AT END
                   MOVE 'Y' TO VENDOR-EOF
                NOT AT END
                   IF VM-VENDOR-ID NOT = SPACES
                      IF VENDOR-COUNT >= 100
                         ADD 1 TO VENDOR-SKIP-COUNT
                      ELSE
                         ADD 1 TO VENDOR-COUNT
                         MOVE VM-VENDOR-ID TO
                                 VT-VENDOR-ID(VENDOR-COUNT)
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE VENDOR-MASTER-FILE
          IF VENDOR-SKIP-COUNT > 0
             DISPLAY 'WARNING: VENDOR TABLE FULL - '
                VENDOR-SKIP-COUNT ' VENDOR ROWS SKIPPED'
          END-IF

          IF VENDOR-COUNT > 0
             MOVE 'Y' TO VENDORS-LOADED
          ELSE
             MOVE 'VENDOR-MASTER.TXT' TO FINDING-SOURCE
             PERFORM 150-REPORT-MISSING-FILE
          END-IF
       .

       120-LOAD-PRODUCT-MASTER.
          OPEN INPUT PRODUCT-MASTER-FILE
          PERFORM UNTIL PRODUCT-MASTER-EOF = 'Y'
             READ PRODUCT-MASTER-FILE
                AT END
                   MOVE 'Y' TO PRODUCT-MASTER-EOF
                NOT AT END
                   IF PM-PRODUCT-ID NOT = SPACES
                      IF PM-COUNT >= 5000
                         ADD 1 TO PRODUCT-MASTER-SKIP-CNT
                      ELSE
                         ADD 1 TO PM-COUNT
                         MOVE PM-PRODUCT-ID TO
                                 PMT-PRODUCT-ID(PM-COUNT)
                         MOVE PM-SLOT TO PMT-SLOT(PM-COUNT)
                         MOVE PM-ACTIVE-FLAG TO
                                 PMT-ACTIVE-FLAG(PM-COUNT)
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE PRODUCT-MASTER-FILE
          IF PRODUCT-MASTER-SKIP-CNT > 0
             DISPLAY 'WARNING: PRODUCT MASTER TABLE FULL - '
                PRODUCT-MASTER-SKIP-CNT ' ROWS SKIPPED'
          END-IF

          IF PM-COUNT > 0
             MOVE 'Y' TO PRODUCTS-LOADED
          ELSE
             MOVE 'PRODUCT-MASTER.TXT' TO FINDING-SOURCE
             PERFORM 150-REPORT-MISSING-FILE
          END-IF
       .

       130-LOAD-REORDER-TABLE.
          OPEN INPUT REORDER-POINT-FILE
          PERFORM UNTIL REORDER-EOF = 'Y'
             READ REORDER-POINT-FILE
                AT END
                   MOVE 'Y' TO REORDER-EOF
                NOT AT END
                   IF RP-PRODUCT-ID NOT = SPACES
                      IF REORDER-COUNT >= 1000
                         ADD 1 TO REORDER-SKIP-COUNT
                      ELSE
                         ADD 1 TO REORDER-COUNT
                         MOVE RP-PRODUCT-ID TO
                                 RPT-PRODUCT-ID(REORDER-COUNT)
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE REORDER-POINT-FILE
          IF REORDER-SKIP-COUNT > 0
             DISPLAY 'WARNING: REORDER TABLE FULL - '
                REORDER-SKIP-COUNT ' ROWS SKIPPED'
          END-IF

          IF REORDER-COUNT > 0
             MOVE 'Y' TO REORDERS-LOADED
          ELSE
             MOVE 'REORDER-POINT.TXT' TO FINDING-SOURCE
             PERFORM 150-REPORT-MISSING-FILE
          END-IF
       .

       140-LOAD-RETAIL-TABLE.
          OPEN INPUT RETAIL-PRICE-FILE
          PERFORM UNTIL RETAIL-EOF = 'Y'
             READ RETAIL-PRICE-FILE
                AT END
                   MOVE 'Y' TO RETAIL-EOF
                NOT AT END
                   IF RPF-PRODUCT-ID NOT = SPACES
                      AND RPF-EFF-DATE IS NUMERIC
                      IF RETAIL-COUNT >= 1000
                         ADD 1 TO RETAIL-SKIP-COUNT
                      ELSE
                         ADD 1 TO RETAIL-COUNT
                         MOVE RPF-PRODUCT-ID TO
                                 RTT-PRODUCT-ID(RETAIL-COUNT)
                         MOVE RPF-EFF-DATE TO
                                 RTT-EFF-DATE(RETAIL-COUNT)
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE RETAIL-PRICE-FILE
          IF RETAIL-SKIP-COUNT > 0
             DISPLAY 'WARNING: RETAIL PRICE TABLE FULL - '
                RETAIL-SKIP-COUNT ' ROWS SKIPPED'
          END-IF

          IF RETAIL-COUNT > 0
             MOVE 'Y' TO RETAILS-LOADED
          ELSE
             MOVE 'RETAIL-PRICE.TXT' TO FINDING-SOURCE
             PERFORM 150-REPORT-MISSING-FILE
          END-IF
       .

       150-REPORT-MISSING-FILE.
          MOVE 1 TO FINDING-CATEGORY
          MOVE SPACES TO FINDING-WAREHOUSE-ID FINDING-VENDOR-ID
                         FINDING-PRODUCT-ID FINDING-SLOT
          MOVE ZEROS TO FINDING-UNITS
          MOVE 'MISSING OR EMPTY - NOT CHECKED' TO FINDING-DETAIL
          PERFORM 450-WRITE-FINDING
       .

       200-AUDIT-ONE-MASTER.
          MOVE IM-WAREHOUSE-ID TO FINDING-WAREHOUSE-ID
          MOVE IM-VENDOR-ID    TO FINDING-VENDOR-ID
          MOVE IM-PRODUCT-ID   TO FINDING-PRODUCT-ID
          MOVE SPACES          TO FINDING-SLOT
          MOVE 'INVENTORY MASTER' TO FINDING-SOURCE

          MOVE ZEROS TO RECORD-UNITS
          PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF IM-PD-NAME(SUB) NOT = SPACES
                AND IM-PD-NUM-IN-STOCK(SUB) IS NUMERIC
                ADD IM-PD-NUM-IN-STOCK(SUB) TO RECORD-UNITS
             END-IF
          END-PERFORM
          MOVE RECORD-UNITS TO FINDING-UNITS

          IF WAREHOUSES-LOADED = 'Y'
             MOVE 'N' TO WAREHOUSE-FOUND
             SET WH-IDX TO 1
             SEARCH WAREHOUSE-TABLE
                AT END
                   CONTINUE
                WHEN WHT-WAREHOUSE-ID(WH-IDX) = IM-WAREHOUSE-ID
                   MOVE 'Y' TO WAREHOUSE-FOUND
             END-SEARCH
             IF WAREHOUSE-FOUND = 'N'
                MOVE 4 TO FINDING-CATEGORY
                MOVE 'NO FEED DEFINED FOR WAREHOUSE' TO FINDING-DETAIL
                PERFORM 450-WRITE-FINDING
             END-IF
          END-IF

          IF VENDORS-LOADED = 'Y'
             MOVE 'N' TO VENDOR-FOUND
             SET VT-IDX TO 1
             SEARCH VENDOR-TABLE
                AT END
                   CONTINUE
                WHEN VT-VENDOR-ID(VT-IDX) = IM-VENDOR-ID
                   MOVE 'Y' TO VENDOR-FOUND
             END-SEARCH
             IF VENDOR-FOUND = 'N'
                MOVE 5 TO FINDING-CATEGORY
                MOVE 'VENDOR ID NOT ON VENDOR FILE' TO FINDING-DETAIL
                PERFORM 450-WRITE-FINDING
             END-IF
          END-IF

          IF PRODUCTS-LOADED = 'Y'
             MOVE 'N' TO PRODUCT-FOUND
             PERFORM VARYING PM-SUB FROM 1 BY 1
                UNTIL PM-SUB > PM-COUNT OR PRODUCT-FOUND = 'Y'
                IF PMT-PRODUCT-ID(PM-SUB) = IM-PRODUCT-ID
                   MOVE 'Y' TO PRODUCT-FOUND
                END-IF
             END-PERFORM
             IF PRODUCT-FOUND = 'N'
                MOVE 6 TO FINDING-CATEGORY
                MOVE 'PRODUCT ID NOT ON PRODUCT FILE' TO FINDING-DETAIL
                PERFORM 450-WRITE-FINDING
             ELSE
                PERFORM 210-AUDIT-MASTER-SLOT
                   VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             END-IF
          END-IF
       .

       210-AUDIT-MASTER-SLOT.
          MOVE ZEROS TO SLOT-UNITS
          IF IM-PD-NAME(SUB) NOT = SPACES
             AND IM-PD-NUM-IN-STOCK(SUB) IS NUMERIC
             MOVE IM-PD-NUM-IN-STOCK(SUB) TO SLOT-UNITS
          END-IF

          IF SLOT-UNITS NOT = 0
             MOVE 'N' TO SLOT-FOUND
             PERFORM VARYING PM-SLOT-SUB FROM 1 BY 1
                UNTIL PM-SLOT-SUB > PM-COUNT OR SLOT-FOUND = 'Y'
                IF PMT-PRODUCT-ID(PM-SLOT-SUB) = IM-PRODUCT-ID
                   AND PMT-SLOT(PM-SLOT-SUB) = SUB
                   MOVE 'Y' TO SLOT-FOUND
                END-IF
             END-PERFORM
             SUBTRACT 1 FROM PM-SLOT-SUB

             MOVE SUB TO FINDING-SLOT
             MOVE SLOT-UNITS TO FINDING-UNITS
             EVALUATE TRUE
                WHEN SLOT-FOUND = 'N'
                   MOVE 3 TO FINDING-CATEGORY
                   MOVE 'NO PRODUCT-MASTER ROW FOR SLOT'
                      TO FINDING-DETAIL
                   PERFORM 450-WRITE-FINDING
                WHEN PMT-ACTIVE-FLAG(PM-SLOT-SUB) = 'D'
                   MOVE 2 TO FINDING-CATEGORY
                   MOVE SPACES TO FINDING-DETAIL
                   STRING 'SLOT FLAGGED D - ' DELIMITED BY SIZE
                          IM-PD-NAME(SUB) DELIMITED BY SIZE
                       INTO FINDING-DETAIL
                   END-STRING
                   PERFORM 450-WRITE-FINDING
             END-EVALUATE
             MOVE SPACES TO FINDING-SLOT
             MOVE RECORD-UNITS TO FINDING-UNITS
          END-IF
       .

       300-AUDIT-ONE-PRODUCT.
          MOVE 'N' TO PRODUCT-FOUND
          PERFORM VARYING PM-CHECK-SUB FROM 1 BY 1
             UNTIL PM-CHECK-SUB >= PM-SUB OR PRODUCT-FOUND = 'Y'
             IF PMT-PRODUCT-ID(PM-CHECK-SUB) = PMT-PRODUCT-ID(PM-SUB)
                MOVE 'Y' TO PRODUCT-FOUND
             END-IF
          END-PERFORM

          IF PRODUCT-FOUND = 'N'
             MOVE 'N' TO SLOT-FOUND
             PERFORM VARYING PM-SLOT-SUB FROM PM-SUB BY 1
                UNTIL PM-SLOT-SUB > PM-COUNT OR SLOT-FOUND = 'Y'
                IF PMT-PRODUCT-ID(PM-SLOT-SUB) = PMT-PRODUCT-ID(PM-SUB)
                   AND PMT-ACTIVE-FLAG(PM-SLOT-SUB) NOT = 'D'
                   MOVE 'Y' TO SLOT-FOUND
                END-IF
             END-PERFORM
             IF SLOT-FOUND = 'Y'
                ADD 1 TO PRODUCTS-CHECKED
                PERFORM 310-CHECK-PRODUCT-REFERENCES
             END-IF
          END-IF
       .

       310-CHECK-PRODUCT-REFERENCES.
          MOVE SPACES TO FINDING-WAREHOUSE-ID FINDING-VENDOR-ID
                         FINDING-SLOT
          MOVE PMT-PRODUCT-ID(PM-SUB) TO FINDING-PRODUCT-ID
          MOVE 'PRODUCT-MASTER' TO FINDING-SOURCE
          MOVE ZEROS TO FINDING-UNITS

          IF REORDERS-LOADED = 'Y'
             MOVE 'N' TO REORDER-FOUND
             SET RP-IDX TO 1
             SEARCH REORDER-TABLE
                AT END
                   CONTINUE
                WHEN RPT-PRODUCT-ID(RP-IDX) = PMT-PRODUCT-ID(PM-SUB)
                   MOVE 'Y' TO REORDER-FOUND
             END-SEARCH
             IF REORDER-FOUND = 'N'
                MOVE 7 TO FINDING-CATEGORY
                MOVE 'NO MIN STOCK OR REORDER QTY' TO FINDING-DETAIL
                PERFORM 450-WRITE-FINDING
             END-IF
          END-IF

          IF RETAILS-LOADED = 'Y'
             MOVE 'N' TO RETAIL-PRICE-FOUND RETAIL-ROW-FOUND
             PERFORM VARYING RT-SUB FROM 1 BY 1
                UNTIL RT-SUB > RETAIL-COUNT
                   OR RETAIL-PRICE-FOUND = 'Y'
                IF RTT-PRODUCT-ID(RT-SUB) = PMT-PRODUCT-ID(PM-SUB)
                   MOVE 'Y' TO RETAIL-ROW-FOUND
                   IF RTT-EFF-DATE(RT-SUB)(1:6) <= REPORT-PERIOD
                      MOVE 'Y' TO RETAIL-PRICE-FOUND
                   END-IF
                END-IF
             END-PERFORM
             IF RETAIL-PRICE-FOUND = 'N'
                MOVE 8 TO FINDING-CATEGORY
                IF RETAIL-ROW-FOUND = 'Y'
                   MOVE SPACES TO FINDING-DETAIL
                   STRING 'ONLY PRICED AFTER ' DELIMITED BY SIZE
                          REPORT-PERIOD DELIMITED BY SIZE
                       INTO FINDING-DETAIL
                   END-STRING
                ELSE
                   MOVE 'NO RETAIL PRICE ON FILE' TO FINDING-DETAIL
                END-IF
                PERFORM 450-WRITE-FINDING
             END-IF
          END-IF
       .

       400-AUDIT-OPEN-PO-LINE.
          MOVE OP-WAREHOUSE-ID TO FINDING-WAREHOUSE-ID
          MOVE OP-VENDOR-ID    TO FINDING-VENDOR-ID
          MOVE OP-PRODUCT-ID   TO FINDING-PRODUCT-ID
          MOVE SPACES          TO FINDING-SLOT
          MOVE OPEN-PO-LINE-NUMBER TO OPEN-PO-LINE-EDIT
          MOVE SPACES TO FINDING-SOURCE
          STRING 'OPEN-PO LINE ' DELIMITED BY SIZE
                 OPEN-PO-LINE-EDIT DELIMITED BY SIZE
              INTO FINDING-SOURCE
          END-STRING
          MOVE ZEROS TO FINDING-UNITS
          IF OP-ORDERED-QTY IS NUMERIC
             AND OP-RECEIVED-QTY IS NUMERIC
             AND OP-ORDERED-QTY > OP-RECEIVED-QTY
             COMPUTE FINDING-UNITS = OP-ORDERED-QTY - OP-RECEIVED-QTY
          END-IF

          IF WAREHOUSES-LOADED = 'Y'
             MOVE 'N' TO WAREHOUSE-FOUND
             SET WH-IDX TO 1
             SEARCH WAREHOUSE-TABLE
                AT END
                   CONTINUE
                WHEN WHT-WAREHOUSE-ID(WH-IDX) = OP-WAREHOUSE-ID
                   MOVE 'Y' TO WAREHOUSE-FOUND
             END-SEARCH
             IF WAREHOUSE-FOUND = 'N'
                MOVE 9 TO FINDING-CATEGORY
                MOVE 'SHIP-TO WAREHOUSE NOT DEFINED' TO FINDING-DETAIL
                PERFORM 450-WRITE-FINDING
             END-IF
          END-IF

          IF VENDORS-LOADED = 'Y'
             MOVE 'N' TO VENDOR-FOUND
             SET VT-IDX TO 1
             SEARCH VENDOR-TABLE
                AT END
                   CONTINUE
                WHEN VT-VENDOR-ID(VT-IDX) = OP-VENDOR-ID
                   MOVE 'Y' TO VENDOR-FOUND
             END-SEARCH
             IF VENDOR-FOUND = 'N'
                MOVE 10 TO FINDING-CATEGORY
                MOVE 'VENDOR ID NOT ON VENDOR FILE' TO FINDING-DETAIL
                PERFORM 450-WRITE-FINDING
             END-IF
          END-IF

          IF PRODUCTS-LOADED = 'Y'
             MOVE 'N' TO PRODUCT-FOUND
             PERFORM VARYING PM-SUB FROM 1 BY 1
                UNTIL PM-SUB > PM-COUNT OR PRODUCT-FOUND = 'Y'
                IF PMT-PRODUCT-ID(PM-SUB) = OP-PRODUCT-ID
                   MOVE 'Y' TO PRODUCT-FOUND
                END-IF
             END-PERFORM
             IF PRODUCT-FOUND = 'N'
                MOVE 11 TO FINDING-CATEGORY
                MOVE 'PRODUCT ID NOT ON PRODUCT FILE' TO FINDING-DETAIL
                PERFORM 450-WRITE-FINDING
             END-IF
          END-IF

          MOVE OP-WAREHOUSE-ID TO IM-WAREHOUSE-ID
          MOVE OP-VENDOR-ID    TO IM-VENDOR-ID
          MOVE OP-PRODUCT-ID   TO IM-PRODUCT-ID
          READ INVENTORY-MASTER-FILE
             INVALID KEY
                MOVE 'N' TO MASTER-KEY-FOUND
             NOT INVALID KEY
                MOVE 'Y' TO MASTER-KEY-FOUND
          END-READ
          IF MASTER-KEY-FOUND = 'N'
             MOVE 12 TO FINDING-CATEGORY
             MOVE 'NO STOCK RECORD FOR THIS KEY' TO FINDING-DETAIL
             PERFORM 450-WRITE-FINDING
          END-IF
       .

       450-WRITE-FINDING.
          ADD 1 TO FINDING-SEQUENCE
          ADD 1 TO CATEGORY-COUNT(FINDING-CATEGORY)

          MOVE SPACES TO AUDIT-WORK-RECORD
          MOVE FINDING-CATEGORY     TO AW-CATEGORY
          MOVE FINDING-WAREHOUSE-ID TO AW-WAREHOUSE-ID
          MOVE FINDING-VENDOR-ID    TO AW-VENDOR-ID
          MOVE FINDING-PRODUCT-ID   TO AW-PRODUCT-ID
          MOVE FINDING-SLOT         TO AW-SLOT
          MOVE FINDING-SEQUENCE     TO AW-SEQUENCE
          MOVE FINDING-SOURCE       TO AW-SOURCE
          MOVE FINDING-UNITS        TO AW-UNITS
          MOVE FINDING-DETAIL       TO AW-DETAIL
          WRITE AUDIT-WORK-RECORD
       .

       500-WRITE-REPORT-HEADERS.
          MOVE REPORT-PERIOD TO AH-PERIOD
          MOVE TODAY-DATE TO AH-RUN-DATE
          MOVE AUDIT-HEADER-L1 TO AUDIT-REPORT-RECORD
          WRITE AUDIT-REPORT-RECORD
          MOVE SPACES TO AUDIT-REPORT-RECORD
          WRITE AUDIT-REPORT-RECORD
       .

       510-PRINT-ONE-FINDING.
          EVALUATE TRUE
             WHEN FIRST-RECORD = 'YES'
                MOVE 'NO' TO FIRST-RECORD
                MOVE AD-CATEGORY TO CATEGORY-HOLD
                PERFORM 515-WRITE-CATEGORY-HEADING

             WHEN AD-CATEGORY NOT EQUAL CATEGORY-HOLD
                PERFORM 520-CATEGORY-BREAK
                MOVE AD-CATEGORY TO CATEGORY-HOLD
                PERFORM 515-WRITE-CATEGORY-HEADING
          END-EVALUATE

          MOVE AD-WAREHOUSE-ID TO ADL-WAREHOUSE-ID
          MOVE AD-VENDOR-ID    TO ADL-VENDOR-ID
          MOVE AD-PRODUCT-ID   TO ADL-PRODUCT-ID
          MOVE AD-SLOT         TO ADL-SLOT
          MOVE AD-SOURCE       TO ADL-SOURCE
          MOVE AD-UNITS        TO ADL-UNITS
          MOVE AD-DETAIL       TO ADL-DETAIL
          MOVE AUDIT-DETAIL-LINE TO AUDIT-REPORT-RECORD
          WRITE AUDIT-REPORT-RECORD
       .

       515-WRITE-CATEGORY-HEADING.
          MOVE CATEGORY-HOLD TO ACL-CATEGORY
          MOVE CATEGORY-NAME(CATEGORY-HOLD) TO ACL-NAME
          IF CATEGORY-SEVERITY(CATEGORY-HOLD) = 'C'
             MOVE 'CRITICAL' TO ACL-SEVERITY
          ELSE
             MOVE 'WARNING' TO ACL-SEVERITY
          END-IF
          MOVE AUDIT-CATEGORY-LINE TO AUDIT-REPORT-RECORD
          WRITE AUDIT-REPORT-RECORD
          MOVE AUDIT-COLUMNS-LINE TO AUDIT-REPORT-RECORD
          WRITE AUDIT-REPORT-RECORD
       .

       520-CATEGORY-BREAK.
          MOVE CATEGORY-HOLD TO ACT-CATEGORY
          MOVE CATEGORY-COUNT(CATEGORY-HOLD) TO ACT-COUNT
          MOVE AUDIT-CATEGORY-TOTAL-LINE TO AUDIT-REPORT-RECORD
          WRITE AUDIT-REPORT-RECORD
          MOVE SPACES TO AUDIT-REPORT-RECORD
          WRITE AUDIT-REPORT-RECORD
       .

       600-WRITE-SUMMARY.
          MOVE AUDIT-SUMMARY-HEADER TO AUDIT-REPORT-RECORD
          WRITE AUDIT-REPORT-RECORD

          PERFORM VARYING CAT-SUB FROM 1 BY 1 UNTIL CAT-SUB > 12
             MOVE CAT-SUB TO ASL-CATEGORY
             MOVE CATEGORY-NAME(CAT-SUB) TO ASL-NAME
             MOVE CATEGORY-COUNT(CAT-SUB) TO ASL-COUNT
             IF CATEGORY-SEVERITY(CAT-SUB) = 'C'
                MOVE 'CRITICAL' TO ASL-SEVERITY
                ADD CATEGORY-COUNT(CAT-SUB) TO CRITICAL-TOTAL
             ELSE
                MOVE 'WARNING' TO ASL-SEVERITY
                ADD CATEGORY-COUNT(CAT-SUB) TO WARNING-TOTAL
             END-IF
             MOVE AUDIT-SUMMARY-LINE TO AUDIT-REPORT-RECORD
             WRITE AUDIT-REPORT-RECORD
          END-PERFORM

          EVALUATE TRUE
             WHEN CRITICAL-TOTAL > 0
                MOVE 8 TO RETURN-CODE
                MOVE 'HOLD PERIOD BATCH' TO ARL-ACTION
             WHEN WARNING-TOTAL > 0
                MOVE 4 TO RETURN-CODE
                MOVE 'REVIEW WARNINGS' TO ARL-ACTION
             WHEN OTHER
                MOVE 0 TO RETURN-CODE
                MOVE 'BATCH MAY PROCEED' TO ARL-ACTION
          END-EVALUATE

          MOVE MASTERS-READ TO ACK-MASTERS
          MOVE PRODUCTS-CHECKED TO ACK-PRODUCTS
          MOVE OPEN-PO-CHECKED TO ACK-OPEN-PO
          MOVE SPACES TO AUDIT-REPORT-RECORD
          WRITE AUDIT-REPORT-RECORD
          MOVE AUDIT-CHECKED-LINE TO AUDIT-REPORT-RECORD
          WRITE AUDIT-REPORT-RECORD

          MOVE CRITICAL-TOTAL TO ARL-CRITICAL
          MOVE WARNING-TOTAL TO ARL-WARNING
          MOVE RETURN-CODE TO ARL-RETURN-CODE
          MOVE AUDIT-RESULT-LINE TO AUDIT-REPORT-RECORD
          WRITE AUDIT-REPORT-RECORD
       .
