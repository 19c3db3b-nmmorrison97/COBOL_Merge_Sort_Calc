       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSED-PERIOD-REPORT.
       AUTHOR. NICHOLAS-MORRISON.
      ****************************************************************
      * This program reports the ending inventory of a closed period
      * from the master snapshot PERIOD-CLOSE took when the period
      * was first closed, so the figures do not move however much
      * the live master has changed since. The period is argument 1
      * (default: RUN-CONTROL PRIOR-PERIOD, the last period closed)
      * and must be on PERIOD-CONTROL.TXT. For every vendor within
      * warehouse the units in the snapshot are valued at the last
      * feed price and at the weighted-average cost frozen with it,
      * with warehouse totals and a grand total; slots with no
      * average are valued at the last price on both sides and
      * counted. The heading shows when and by whom the period was
      * closed and, if it has since been reopened, who authorized
      * that. The total PROGRAM-4 reported for the period is printed
      * beside the snapshot total for comparison. The report is
      * written to ENDING-INVENTORY-period.TXT.
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
          SELECT OPTIONAL PERIOD-CONTROL-FILE
             ASSIGN TO 'PERIOD-CONTROL.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SNAPSHOT-FILE
             ASSIGN TO DYNAMIC SNAPSHOT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SNAPSHOT-STATUS.
          SELECT VENDOR-MASTER-FILE
             ASSIGN TO 'VENDOR-MASTER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ENDING-REPORT-FILE
             ASSIGN TO DYNAMIC ENDING-REPORT-FILENAME
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

       FD  PERIOD-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  PERIOD-CONTROL-RECORD.
           05  PC-PERIOD                    PIC X(6).
           05  FILLER                       PIC X.
           05  PC-STATUS                    PIC X.
           05  FILLER                       PIC X.
           05  PC-CLOSE-DATE                PIC 9(8).
           05  FILLER                       PIC X.
           05  PC-CLOSE-TIME                PIC 9(6).
           05  FILLER                       PIC X.
           05  PC-SNAPSHOT-COUNT            PIC 9(6).
           05  FILLER                       PIC X.
           05  PC-RUN-GRAND-TOTAL           PIC 9(9)V99.
           05  FILLER                       PIC X.
           05  PC-REOPEN-DATE               PIC X(8).
           05  FILLER                       PIC X.
           05  PC-REOPEN-BY                 PIC X(12).
           05  FILLER                       PIC X.
           05  PC-CLOSED-BY                 PIC X(12).
           05  FILLER                       PIC X(2).

       FD  SNAPSHOT-FILE
           RECORD CONTAINS 169 CHARACTERS.

       01  SNAPSHOT-RECORD.
           05  SN-RECORD-KEY.
               10  SN-WAREHOUSE-ID          PIC X(4).
               10  SN-VENDOR-ID             PIC X.
               10  SN-PRODUCT-ID            PIC X(3).
           05  SN-PRODUCT-DATA OCCURS 5 TIMES.
               10  SN-PD-NAME               PIC X(13).
               10  SN-PD-SIZE               PIC A.
               10  SN-PD-TYPE               PIC A.
               10  SN-PD-NUM-IN-STOCK       PIC S9(4).
               10  SN-PD-PRICE              PIC S999V99.
           05  SN-LAST-PERIOD               PIC X(6).
           05  SN-AVG-COST OCCURS 5 TIMES   PIC S999V9999.

       FD  VENDOR-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  VENDOR-MASTER-RECORD.
           05  VM-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  VM-VENDOR-NAME               PIC X(12).
           05  FILLER                       PIC X(66).

       FD  ENDING-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  ENDING-REPORT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.

       01 FLAGS-N-SWITCHES.
          05  RUN-CONTROL-EOF           PIC X       VALUE 'N'.
          05  PERIOD-CONTROL-EOF        PIC X       VALUE 'N'.
          05  SNAPSHOT-EOF              PIC X       VALUE 'N'.
          05  VENDOR-EOF                PIC X       VALUE 'N'.
          05  FIRST-RECORD              PIC X(3)    VALUE 'YES'.
          05  PERIOD-FOUND              PIC X       VALUE 'N'.
          05  SUB                       PIC 9       VALUE 1.
          05  VT-SUB                    PIC 9(3)    VALUE 0.
          05  RUN-CONTROL-STATUS        PIC XX.
              88  RUN-CONTROL-OK                VALUE '00'.
          05  SNAPSHOT-STATUS           PIC XX.
              88  SNAPSHOT-OK                   VALUE '00'.

       01 PARAMETER-FIELDS.
          05  ARG-PERIOD                PIC X(6)    VALUE SPACES.
          05  REPORT-PERIOD             PIC X(6)    VALUE SPACES.
          05  RUN-PRIOR-PERIOD          PIC X(6)    VALUE SPACES.
          05  VALUATION-BASIS           PIC X       VALUE 'L'.
          05  SNAPSHOT-FILENAME         PIC X(40).
          05  ENDING-REPORT-FILENAME    PIC X(40).

       01 PERIOD-CONTROL-HOLD.
          05  HOLD-STATUS               PIC X       VALUE SPACES.
          05  HOLD-CLOSE-DATE           PIC 9(8)    VALUE 0.
          05  HOLD-CLOSED-BY            PIC X(12)   VALUE SPACES.
          05  HOLD-SNAPSHOT-COUNT       PIC 9(6)    VALUE 0.
          05  HOLD-RUN-GRAND-TOTAL      PIC 9(9)V99 VALUE 0.
          05  HOLD-REOPEN-DATE          PIC X(8)    VALUE SPACES.
          05  HOLD-REOPEN-DATE-N REDEFINES HOLD-REOPEN-DATE
                                        PIC 9(8).
          05  HOLD-REOPEN-BY            PIC X(12)   VALUE SPACES.

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
          05  RECORDS-READ              PIC 9(6)    VALUE 0.
          05  SLOTS-NO-AVERAGE          PIC 9(5)    VALUE 0.

      ************************ OUTPUT AREA **************************

       01  ENDING-HEADER-L1.
           05  FILLER                   PIC X(20)   VALUE SPACES.
           05                           PIC X(37)
                  VALUE 'CLOSED PERIOD ENDING INVENTORY       '.
           05                           PIC X(7)
                  VALUE 'PERIOD '.
           05  EH-PERIOD                PIC X(6).

       01  ENDING-HEADER-L2.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(10)
                                  VALUE 'CLOSED ON '.
           05  EH-CLOSE-DATE            PIC 9999/99/99.
           05                           PIC X(4)    VALUE ' BY '.
           05  EH-CLOSED-BY             PIC X(12).
           05                           PIC X(12)
                                  VALUE '  SNAPSHOT '.
           05  EH-SNAPSHOT              PIC X(40).

       01  ENDING-REOPEN-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(19)
                                  VALUE 'PERIOD REOPENED ON '.
           05  ERL-REOPEN-DATE          PIC 9999/99/99.
           05                           PIC X(15)
                                  VALUE ' AUTHORIZED BY '.
           05  ERL-REOPEN-BY            PIC X(12).
           05                           PIC X(9)    VALUE ' STATUS: '.
           05  ERL-STATUS               PIC X(8).

       01  ENDING-COLUMNS-LINE.
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

       01  ENDING-DETAIL-LINE.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  EDL-WAREHOUSE-ID         PIC X(4).
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  EDL-VENDOR-ID            PIC X.
           05  FILLER                   PIC X       VALUE SPACES.
           05  EDL-VENDOR-NAME          PIC X(12).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EDL-UNITS                PIC Z,ZZZ,ZZ9-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EDL-LAST-VALUE           PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EDL-AVG-VALUE            PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EDL-DIFFERENCE           PIC $$$,$$$,$$9.99-.

       01  ENDING-WAREHOUSE-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(16)
                            VALUE 'TOTAL WAREHOUSE '.
           05  EWL-WAREHOUSE            PIC X(4).
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05  EWL-UNITS                PIC Z,ZZZ,ZZ9-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EWL-LAST-VALUE           PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EWL-AVG-VALUE            PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EWL-DIFFERENCE           PIC $$$,$$$,$$9.99-.

       01  ENDING-GRAND-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(26)
                            VALUE 'GRAND TOTAL'.
           05  EGL-UNITS                PIC Z,ZZZ,ZZ9-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EGL-LAST-VALUE           PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EGL-AVG-VALUE            PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EGL-DIFFERENCE           PIC $$$,$$$,$$9.99-.

       01  ENDING-NO-AVERAGE-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(42)
                  VALUE 'SLOTS WITH NO AVERAGE ON FILE (LAST PRICE)'.
           05                           PIC X(2)    VALUE ': '.
           05  ENL-COUNT                PIC ZZ,ZZ9.

       01  ENDING-RECORDS-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(42)
                  VALUE 'SNAPSHOT RECORDS READ / RECORDED AT CLOSE'.
           05                           PIC X(2)    VALUE ': '.
           05  ECL-READ                 PIC ZZZ,ZZ9.
           05                           PIC X(3)    VALUE ' / '.
           05  ECL-RECORDED             PIC ZZZ,ZZ9.

       01  ENDING-RUN-TOTAL-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(29)
                  VALUE 'PROGRAM-4 REPORTED TOTAL AT '.
           05  ETL-BASIS                PIC X(13).
           05                           PIC X(2)    VALUE ': '.
           05  ETL-RUN-TOTAL            PIC $$$,$$$,$$9.99-.
           05                           PIC X(16)
                  VALUE '   DIFFERENCE: '.
           05  ETL-DIFFERENCE           PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.

       001-MAIN-MODULE.
          PERFORM 050-INIT-PARAMETERS
          PERFORM 060-FIND-PERIOD-CONTROL

          IF PERIOD-FOUND = 'N'
             DISPLAY 'PERIOD ' REPORT-PERIOD
                ' HAS NOT BEEN CLOSED - NO SNAPSHOT TO REPORT'
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN INPUT SNAPSHOT-FILE
          IF NOT SNAPSHOT-OK
             DISPLAY 'SNAPSHOT ' SNAPSHOT-FILENAME
                ' NOT AVAILABLE - STATUS ' SNAPSHOT-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM 110-LOAD-VENDOR-TABLE

          OPEN OUTPUT ENDING-REPORT-FILE
          PERFORM 100-WRITE-REPORT-HEADERS

          PERFORM UNTIL SNAPSHOT-EOF = 'Y'
             READ SNAPSHOT-FILE
                AT END
                   MOVE 'Y' TO SNAPSHOT-EOF
                NOT AT END
                   PERFORM 200-VALUE-ONE-RECORD
             END-READ
          END-PERFORM

          IF FIRST-RECORD = 'NO'
             PERFORM 400-VENDOR-BREAK
             PERFORM 500-WAREHOUSE-BREAK
          END-IF

          PERFORM 600-WRITE-GRAND-TOTAL

          CLOSE SNAPSHOT-FILE
                ENDING-REPORT-FILE

          DISPLAY 'CLOSED-PERIOD-REPORT SNAPSHOT RECORDS READ: '
             RECORDS-READ
          DISPLAY 'CLOSED-PERIOD-REPORT WRITTEN TO '
             ENDING-REPORT-FILENAME
          STOP RUN
       .

       050-INIT-PARAMETERS.
          DISPLAY 1 UPON ARGUMENT-NUMBER
          ACCEPT ARG-PERIOD FROM ARGUMENT-VALUE

          PERFORM 055-READ-RUN-CONTROL

          IF ARG-PERIOD NOT = SPACES
             MOVE ARG-PERIOD TO REPORT-PERIOD
          ELSE
             MOVE RUN-PRIOR-PERIOD TO REPORT-PERIOD
          END-IF

          MOVE SPACES TO SNAPSHOT-FILENAME
          STRING 'MASTER-SNAPSHOT-' DELIMITED BY SIZE
                 REPORT-PERIOD DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
              INTO SNAPSHOT-FILENAME
          END-STRING

          MOVE SPACES TO ENDING-REPORT-FILENAME
          STRING 'ENDING-INVENTORY-' DELIMITED BY SIZE
                 REPORT-PERIOD DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
              INTO ENDING-REPORT-FILENAME
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
                      EVALUATE RC-KEYWORD
                         WHEN 'PRIOR-PERIOD'
                            MOVE RC-VALUE(1:6) TO RUN-PRIOR-PERIOD
                         WHEN 'VALUATION-BASIS'
                            IF RC-VALUE(1:1) = 'A'
                               MOVE 'A' TO VALUATION-BASIS
                            END-IF
                         WHEN OTHER
                            CONTINUE
                      END-EVALUATE
                END-READ
             END-PERFORM
             CLOSE RUN-CONTROL-FILE
          END-IF
       .

       060-FIND-PERIOD-CONTROL.
          OPEN INPUT PERIOD-CONTROL-FILE
          PERFORM UNTIL PERIOD-CONTROL-EOF = 'Y'
             READ PERIOD-CONTROL-FILE
                AT END
                   MOVE 'Y' TO PERIOD-CONTROL-EOF
                NOT AT END
                   IF PC-PERIOD = REPORT-PERIOD
                      MOVE 'Y' TO PERIOD-FOUND
                      MOVE PC-STATUS TO HOLD-STATUS
                      MOVE PC-CLOSE-DATE TO HOLD-CLOSE-DATE
                      MOVE PC-CLOSED-BY TO HOLD-CLOSED-BY
                      MOVE PC-SNAPSHOT-COUNT TO HOLD-SNAPSHOT-COUNT
                      MOVE PC-RUN-GRAND-TOTAL TO HOLD-RUN-GRAND-TOTAL
                      MOVE PC-REOPEN-DATE TO HOLD-REOPEN-DATE
                      MOVE PC-REOPEN-BY TO HOLD-REOPEN-BY
                   END-IF
             END-READ
          END-PERFORM
          CLOSE PERIOD-CONTROL-FILE
       .

       100-WRITE-REPORT-HEADERS.
          MOVE REPORT-PERIOD TO EH-PERIOD
          MOVE ENDING-HEADER-L1 TO ENDING-REPORT-RECORD
          WRITE ENDING-REPORT-RECORD

          MOVE HOLD-CLOSE-DATE TO EH-CLOSE-DATE
          MOVE HOLD-CLOSED-BY TO EH-CLOSED-BY
          MOVE SNAPSHOT-FILENAME TO EH-SNAPSHOT
          MOVE ENDING-HEADER-L2 TO ENDING-REPORT-RECORD
          WRITE ENDING-REPORT-RECORD

          IF HOLD-REOPEN-DATE NOT = SPACES
             IF HOLD-REOPEN-DATE IS NUMERIC
                MOVE HOLD-REOPEN-DATE-N TO ERL-REOPEN-DATE
             ELSE
                MOVE ZEROS TO ERL-REOPEN-DATE
             END-IF
             MOVE HOLD-REOPEN-BY TO ERL-REOPEN-BY
             IF HOLD-STATUS = 'C'
                MOVE 'RECLOSED' TO ERL-STATUS
             ELSE
                MOVE 'OPEN' TO ERL-STATUS
             END-IF
             MOVE ENDING-REOPEN-LINE TO ENDING-REPORT-RECORD
             WRITE ENDING-REPORT-RECORD
          END-IF

          MOVE SPACES TO ENDING-REPORT-RECORD
          WRITE ENDING-REPORT-RECORD
          MOVE ENDING-COLUMNS-LINE TO ENDING-REPORT-RECORD
          WRITE ENDING-REPORT-RECORD
          MOVE SPACES TO ENDING-REPORT-RECORD
          WRITE ENDING-REPORT-RECORD
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
                MOVE SN-WAREHOUSE-ID TO WAREHOUSE-HOLD
                MOVE SN-VENDOR-ID TO VENDOR-HOLD

             WHEN SN-WAREHOUSE-ID NOT EQUAL WAREHOUSE-HOLD
                PERFORM 400-VENDOR-BREAK
                PERFORM 500-WAREHOUSE-BREAK
                MOVE SN-WAREHOUSE-ID TO WAREHOUSE-HOLD
                MOVE SN-VENDOR-ID TO VENDOR-HOLD

             WHEN SN-VENDOR-ID NOT EQUAL VENDOR-HOLD
                PERFORM 400-VENDOR-BREAK
                MOVE SN-VENDOR-ID TO VENDOR-HOLD
          END-EVALUATE

          PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF SN-PD-NAME(SUB) NOT = SPACES
                AND SN-PD-NUM-IN-STOCK(SUB) IS NUMERIC
                AND SN-PD-PRICE(SUB) IS NUMERIC
                PERFORM 300-VALUE-ONE-SLOT
             END-IF
          END-PERFORM
       .

       300-VALUE-ONE-SLOT.
          COMPUTE SLOT-LAST-VALUE ROUNDED =
             SN-PD-NUM-IN-STOCK(SUB) * SN-PD-PRICE(SUB)

          MOVE SN-PD-PRICE(SUB) TO UNIT-COST-USED
          IF SN-AVG-COST(SUB) IS NUMERIC
             AND SN-AVG-COST(SUB) > 0
             MOVE SN-AVG-COST(SUB) TO UNIT-COST-USED
          ELSE
             ADD 1 TO SLOTS-NO-AVERAGE
          END-IF
          COMPUTE SLOT-AVG-VALUE ROUNDED =
             SN-PD-NUM-IN-STOCK(SUB) * UNIT-COST-USED

          ADD SN-PD-NUM-IN-STOCK(SUB) TO VENDOR-UNITS
          ADD SLOT-LAST-VALUE TO VENDOR-LAST-VALUE
          ADD SLOT-AVG-VALUE TO VENDOR-AVG-VALUE
       .

       400-VENDOR-BREAK.
          MOVE WAREHOUSE-HOLD TO EDL-WAREHOUSE-ID
          MOVE VENDOR-HOLD TO EDL-VENDOR-ID
          MOVE 'NOT ON FILE' TO EDL-VENDOR-NAME
          PERFORM VARYING VT-SUB FROM 1 BY 1
             UNTIL VT-SUB > VENDOR-COUNT
             IF VT-VENDOR-ID(VT-SUB) = VENDOR-HOLD
                MOVE VT-VENDOR-NAME(VT-SUB) TO EDL-VENDOR-NAME
             END-IF
          END-PERFORM

          COMPUTE DIFFERENCE-VALUE = VENDOR-AVG-VALUE
             - VENDOR-LAST-VALUE
          MOVE VENDOR-UNITS TO EDL-UNITS
          MOVE VENDOR-LAST-VALUE TO EDL-LAST-VALUE
          MOVE VENDOR-AVG-VALUE TO EDL-AVG-VALUE
          MOVE DIFFERENCE-VALUE TO EDL-DIFFERENCE
          MOVE ENDING-DETAIL-LINE TO ENDING-REPORT-RECORD
          WRITE ENDING-REPORT-RECORD

          ADD VENDOR-UNITS TO WAREHOUSE-UNITS
          ADD VENDOR-LAST-VALUE TO WAREHOUSE-LAST-VALUE
          ADD VENDOR-AVG-VALUE TO WAREHOUSE-AVG-VALUE
          MOVE ZEROS TO VENDOR-UNITS VENDOR-LAST-VALUE
                        VENDOR-AVG-VALUE
       .

       500-WAREHOUSE-BREAK.
          COMPUTE DIFFERENCE-VALUE = WAREHOUSE-AVG-VALUE
             - WAREHOUSE-LAST-VALUE
          MOVE WAREHOUSE-HOLD TO EWL-WAREHOUSE
          MOVE WAREHOUSE-UNITS TO EWL-UNITS
          MOVE WAREHOUSE-LAST-VALUE TO EWL-LAST-VALUE
          MOVE WAREHOUSE-AVG-VALUE TO EWL-AVG-VALUE
          MOVE DIFFERENCE-VALUE TO EWL-DIFFERENCE
          MOVE ENDING-WAREHOUSE-LINE TO ENDING-REPORT-RECORD
          WRITE ENDING-REPORT-RECORD
          MOVE SPACES TO ENDING-REPORT-RECORD
          WRITE ENDING-REPORT-RECORD

          ADD WAREHOUSE-UNITS TO GRAND-UNITS
          ADD WAREHOUSE-LAST-VALUE TO GRAND-LAST-VALUE
          ADD WAREHOUSE-AVG-VALUE TO GRAND-AVG-VALUE
          MOVE ZEROS TO WAREHOUSE-UNITS WAREHOUSE-LAST-VALUE
                        WAREHOUSE-AVG-VALUE
       .

       600-WRITE-GRAND-TOTAL.
          COMPUTE DIFFERENCE-VALUE = GRAND-AVG-VALUE
             - GRAND-LAST-VALUE
          MOVE GRAND-UNITS TO EGL-UNITS
          MOVE GRAND-LAST-VALUE TO EGL-LAST-VALUE
          MOVE GRAND-AVG-VALUE TO EGL-AVG-VALUE
          MOVE DIFFERENCE-VALUE TO EGL-DIFFERENCE
          MOVE ENDING-GRAND-LINE TO ENDING-REPORT-RECORD
          WRITE ENDING-REPORT-RECORD

          MOVE SLOTS-NO-AVERAGE TO ENL-COUNT
          MOVE ENDING-NO-AVERAGE-LINE TO ENDING-REPORT-RECORD
          WRITE ENDING-REPORT-RECORD

          MOVE RECORDS-READ TO ECL-READ
          MOVE HOLD-SNAPSHOT-COUNT TO ECL-RECORDED
          MOVE ENDING-RECORDS-LINE TO ENDING-REPORT-RECORD
          WRITE ENDING-REPORT-RECORD

          IF VALUATION-BASIS = 'A'
             MOVE 'AVERAGE COST' TO ETL-BASIS
             COMPUTE DIFFERENCE-VALUE = GRAND-AVG-VALUE
                - HOLD-RUN-GRAND-TOTAL
          ELSE
             MOVE 'LAST PRICE' TO ETL-BASIS
             COMPUTE DIFFERENCE-VALUE = GRAND-LAST-VALUE
                - HOLD-RUN-GRAND-TOTAL
          END-IF
          MOVE HOLD-RUN-GRAND-TOTAL TO ETL-RUN-TOTAL
          MOVE DIFFERENCE-VALUE TO ETL-DIFFERENCE
          MOVE ENDING-RUN-TOTAL-LINE TO ENDING-REPORT-RECORD
          WRITE ENDING-REPORT-RECORD
       .
