       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE.
       AUTHOR. NICHOLAS-MORRISON.
      ****************************************************************
      * This program closes an inventory period once PROGRAM-4 has
      * reported it, and reopens a closed period when a correction
      * has been authorized. Argument 1 is the action (C = close,
      * the default; R = reopen), argument 2 the period (default for
      * a close: RUN-CONTROL PERIOD), argument 3 the person closing
      * or authorizing the reopen and argument 4 the reason, which
      * a reopen must give.
      * A close is refused unless the period's latest RUN-HISTORY.TXT
      * entry is BALANCED and FEED-HOLD-period.TXT lists no slots
      * still held by the feed-versus-book check (release them and
      * rerun PROGRAM-4 first). The first close of a period is also
      * refused unless the period is the RUN-CONTROL PERIOD and the
      * latest IM-LAST-PERIOD on the inventory master - the last
      * period PROGRAM-4 reported into it - so the snapshot is the
      * master as that period left it. The first close then copies
      * every INVENTORY-MASTER.DAT record, with the slot average
      * costs from AVERAGE-COST.DAT, to the sequential snapshot
      * MASTER-SNAPSHOT-period.TXT, which is never replaced, and
      * records the period as closed (status C) in PERIOD-CONTROL.TXT.
      * RUN-CONTROL is then advanced: PRIOR-PERIOD becomes the closed
      * period and PERIOD the month after it. INV-POSTING, PROGRAM-4
      * and TRANSFER-ORDER refuse activity dated in a period with
      * status C.
      * A reopen sets the period to status O, which lets postings and
      * reruns through again, and keeps the name of whoever authorized
      * it. Closing a reopened period checks RUN-HISTORY again and
      * sets it back to C; the original snapshot, close date and run
      * total stay as they were.
      * Every close and reopen, done or refused, is appended to
      * PERIOD-CLOSE-LOG.TXT. CLOSED-PERIOD-REPORT prints a closed
      * period's ending inventory from its snapshot.
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
          SELECT OPTIONAL RUN-HISTORY-FILE
             ASSIGN TO 'RUN-HISTORY.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PERIOD-CONTROL-FILE
             ASSIGN TO 'PERIOD-CONTROL.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CLOSE-LOG-FILE
             ASSIGN TO 'PERIOD-CLOSE-LOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL FEED-HOLD-FILE
             ASSIGN TO DYNAMIC FEED-HOLD-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SNAPSHOT-FILE
             ASSIGN TO DYNAMIC SNAPSHOT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SNAPSHOT-STATUS.
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

       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RUN-HISTORY-RECORD.
           05  RH-PERIOD                    PIC X(6).
           05  FILLER                       PIC X.
           05  RH-RUN-DATE                  PIC 9(8).
           05  FILLER                       PIC X.
           05  RH-RUN-TIME                  PIC 9(6).
           05  FILLER                       PIC X.
           05  RH-RELEASED-COUNT            PIC 9(7).
           05  FILLER                       PIC X.
           05  RH-READ-COUNT                PIC 9(7).
           05  FILLER                       PIC X.
           05  RH-PRINTED-COUNT             PIC 9(7).
           05  FILLER                       PIC X.
           05  RH-ERROR-COUNT               PIC 9(5).
           05  FILLER                       PIC X.
           05  RH-RECON-COUNT               PIC 9(5).
           05  FILLER                       PIC X.
           05  RH-GRAND-TOTAL               PIC 9(9)V99.
           05  FILLER                       PIC X.
           05  RH-RUN-STATUS                PIC X(8).
           05  FILLER                       PIC X.

       FD  PERIOD-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  PERIOD-CONTROL-RECORD           PIC X(80).

       FD  CLOSE-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  CLOSE-LOG-RECORD.
           05  LG-LOG-DATE                  PIC 9(8).
           05  FILLER                       PIC X.
           05  LG-LOG-TIME                  PIC 9(6).
           05  FILLER                       PIC X.
           05  LG-ACTION                    PIC X(7).
           05  FILLER                       PIC X.
           05  LG-PERIOD                    PIC X(6).
           05  FILLER                       PIC X.
           05  LG-RESULT                    PIC X(7).
           05  FILLER                       PIC X.
           05  LG-USER                      PIC X(12).
           05  FILLER                       PIC X.
           05  LG-NOTE                      PIC X(40).
           05  FILLER                       PIC X(8).

       FD  FEED-HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  FEED-HOLD-RECORD.
           05  FH-WAREHOUSE-ID              PIC X(4).
           05  FILLER                       PIC X(76).

       FD  SNAPSHOT-FILE
           RECORD CONTAINS 169 CHARACTERS.

       01  SNAPSHOT-RECORD.
           05  SN-MASTER-IMAGE              PIC X(134).
           05  SN-AVG-COST OCCURS 5 TIMES   PIC S999V9999.

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
          05  RUN-CONTROL-EOF           PIC X       VALUE 'N'.
          05  RUN-HISTORY-EOF           PIC X       VALUE 'N'.
          05  PERIOD-CONTROL-EOF        PIC X       VALUE 'N'.
          05  INVENTORY-EOF             PIC X       VALUE 'N'.
          05  FEED-HOLD-EOF             PIC X       VALUE 'N'.
          05  HISTORY-FOUND             PIC X       VALUE 'N'.
          05  PERIOD-FOUND              PIC X       VALUE 'N'.
          05  PRIOR-LINE-FOUND          PIC X       VALUE 'N'.
          05  AVG-COST-AVAILABLE        PIC X       VALUE 'N'.
          05  ACTION-REFUSED            PIC X       VALUE 'N'.
          05  RUN-CONTROL-ADVANCED      PIC X       VALUE 'N'.
          05  SUB                       PIC 9       VALUE 1.
          05  RUN-CONTROL-STATUS        PIC XX.
              88  RUN-CONTROL-OK                VALUE '00'.
          05  SNAPSHOT-STATUS           PIC XX.
              88  SNAPSHOT-OK                   VALUE '00'.
          05  INVENTORY-STATUS          PIC XX.
              88  INVENTORY-OK                  VALUE '00'.
          05  AVERAGE-COST-STATUS       PIC XX.
              88  AVERAGE-COST-OK               VALUE '00'.

       01 PARAMETER-FIELDS.
          05  ARG-ACTION                PIC X       VALUE SPACES.
          05  ARG-PERIOD                PIC X(6)    VALUE SPACES.
          05  ARG-USER                  PIC X(12)   VALUE SPACES.
          05  ARG-REASON                PIC X(40)   VALUE SPACES.
          05  CLOSE-ACTION              PIC X       VALUE 'C'.
          05  CLOSE-PERIOD              PIC X(6)    VALUE SPACES.
          05  ACTION-NAME               PIC X(7)    VALUE SPACES.
          05  REFUSE-NOTE               PIC X(40)   VALUE SPACES.
          05  TODAY-DATE                PIC 9(8)    VALUE 0.
          05  TIME-RAW                  PIC 9(8)    VALUE 0.
          05  NOW-TIME                  PIC 9(6)    VALUE 0.
          05  SNAPSHOT-FILENAME         PIC X(40).
          05  FEED-HOLD-FILENAME        PIC X(40).

       01 RUN-CONTROL-FIELDS.
          05  RUN-PERIOD                PIC X(6)    VALUE SPACES.
          05  RUN-PRIOR-PERIOD          PIC X(6)    VALUE SPACES.
          05  NEXT-PERIOD               PIC X(6)    VALUE SPACES.
          05  PERIOD-SPLIT.
              10  PS-YEAR               PIC 9(4).
              10  PS-MONTH              PIC 9(2).

       01 RUN-CONTROL-TABLE-AREA.
          05  RCL-COUNT                 PIC 9(3)    VALUE 0.
          05  RUN-CONTROL-LINE OCCURS 1 TO 200 TIMES
                         DEPENDING ON RCL-COUNT
                                        PIC X(80).
       01  RCL-SUB                       PIC 9(3)    VALUE 0.

       01 HISTORY-FIELDS.
          05  HISTORY-RUN-STATUS        PIC X(8)    VALUE SPACES.
          05  HISTORY-GRAND-TOTAL       PIC 9(9)V99 VALUE 0.
          05  MASTER-LATEST-PERIOD      PIC X(6)    VALUE SPACES.
          05  FEED-HOLD-COUNT           PIC 9(5)    VALUE 0.

       01 PERIOD-CONTROL-WORK.
          05  PW-PERIOD                 PIC X(6).
          05  FILLER                    PIC X.
          05  PW-STATUS                 PIC X.
              88  PW-CLOSED                     VALUE 'C'.
              88  PW-REOPENED                   VALUE 'O'.
          05  FILLER                    PIC X.
          05  PW-CLOSE-DATE             PIC 9(8).
          05  FILLER                    PIC X.
          05  PW-CLOSE-TIME             PIC 9(6).
          05  FILLER                    PIC X.
          05  PW-SNAPSHOT-COUNT         PIC 9(6).
          05  FILLER                    PIC X.
          05  PW-RUN-GRAND-TOTAL        PIC 9(9)V99.
          05  FILLER                    PIC X.
          05  PW-REOPEN-DATE            PIC X(8).
          05  FILLER                    PIC X.
          05  PW-REOPEN-BY              PIC X(12).
          05  FILLER                    PIC X.
          05  PW-CLOSED-BY              PIC X(12).
          05  FILLER                    PIC X(2).

       01 PERIOD-TABLE-AREA.
          05  PERIOD-COUNT              PIC 9(3)    VALUE 0.
          05  PERIOD-TABLE OCCURS 1 TO 600 TIMES
                         DEPENDING ON PERIOD-COUNT.
              10  PT-PERIOD             PIC X(6).
              10  PT-CONTROL-DATA       PIC X(80).
       01  PT-SUB                        PIC 9(3)    VALUE 0.

       01 SNAPSHOT-COUNTS.
          05  SNAPSHOT-COUNT            PIC 9(6)    VALUE 0.
          05  SNAPSHOT-UNITS            PIC S9(9)   VALUE +0.
          05  SNAPSHOT-VALUE            PIC S9(9)V99 VALUE +0.

       01  LOG-NOTE-WORK                 PIC X(40)   VALUE SPACES.
       01  DISPLAY-VALUE                 PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.

       001-MAIN-MODULE.
          PERFORM 050-INIT-PARAMETERS
          PERFORM 100-LOAD-PERIOD-CONTROL

          IF ACTION-REFUSED = 'N'
             IF CLOSE-ACTION = 'R'
                PERFORM 300-REOPEN-PERIOD
             ELSE
                PERFORM 200-CLOSE-PERIOD
             END-IF
          END-IF

          PERFORM 800-WRITE-CLOSE-LOG

          IF ACTION-REFUSED = 'Y'
             DISPLAY 'PERIOD-CLOSE ' ACTION-NAME ' REFUSED FOR PERIOD '
                CLOSE-PERIOD ': ' REFUSE-NOTE
             MOVE 8 TO RETURN-CODE
          ELSE
             DISPLAY 'PERIOD-CLOSE ' ACTION-NAME ' DONE FOR PERIOD '
                CLOSE-PERIOD
             IF ACTION-NAME = 'CLOSE'
                MOVE SNAPSHOT-VALUE TO DISPLAY-VALUE
                DISPLAY 'PERIOD-CLOSE SNAPSHOT ' SNAPSHOT-FILENAME
                DISPLAY 'PERIOD-CLOSE SNAPSHOT RECORDS: '
                   SNAPSHOT-COUNT '  VALUE AT LAST PRICE: '
                   DISPLAY-VALUE
             END-IF
             IF RUN-CONTROL-ADVANCED = 'Y'
                DISPLAY 'PERIOD-CLOSE RUN-CONTROL ADVANCED TO PERIOD '
                   NEXT-PERIOD ' PRIOR-PERIOD ' CLOSE-PERIOD
             END-IF
          END-IF
          STOP RUN
       .

       050-INIT-PARAMETERS.
          DISPLAY 1 UPON ARGUMENT-NUMBER
          ACCEPT ARG-ACTION FROM ARGUMENT-VALUE
          DISPLAY 2 UPON ARGUMENT-NUMBER
          ACCEPT ARG-PERIOD FROM ARGUMENT-VALUE
          DISPLAY 3 UPON ARGUMENT-NUMBER
          ACCEPT ARG-USER FROM ARGUMENT-VALUE
          DISPLAY 4 UPON ARGUMENT-NUMBER
          ACCEPT ARG-REASON FROM ARGUMENT-VALUE

          ACCEPT TODAY-DATE FROM DATE YYYYMMDD
          ACCEPT TIME-RAW FROM TIME
          MOVE TIME-RAW(1:6) TO NOW-TIME

          PERFORM 055-READ-RUN-CONTROL

          EVALUATE ARG-ACTION
             WHEN SPACES
             WHEN 'C'
             WHEN 'c'
                MOVE 'C' TO CLOSE-ACTION
                MOVE 'CLOSE' TO ACTION-NAME
             WHEN 'R'
             WHEN 'r'
                MOVE 'R' TO CLOSE-ACTION
                MOVE 'REOPEN' TO ACTION-NAME
             WHEN OTHER
                MOVE ARG-ACTION TO ACTION-NAME
                MOVE 'Y' TO ACTION-REFUSED
                MOVE 'ACTION MUST BE C (CLOSE) OR R (REOPEN)'
                   TO REFUSE-NOTE
          END-EVALUATE

          IF ARG-PERIOD NOT = SPACES
             MOVE ARG-PERIOD TO CLOSE-PERIOD
          ELSE
             IF CLOSE-ACTION = 'C'
                MOVE RUN-PERIOD TO CLOSE-PERIOD
             END-IF
          END-IF

          MOVE CLOSE-PERIOD TO PERIOD-SPLIT
          IF ACTION-REFUSED = 'N'
             IF PERIOD-SPLIT IS NOT NUMERIC
                OR PS-MONTH < 1 OR PS-MONTH > 12
                MOVE 'Y' TO ACTION-REFUSED
                MOVE 'PERIOD MISSING OR NOT YYYYMM' TO REFUSE-NOTE
             END-IF
          END-IF

          IF ARG-USER = SPACES AND CLOSE-ACTION = 'C'
             MOVE 'BATCH' TO ARG-USER
          END-IF

          MOVE SPACES TO SNAPSHOT-FILENAME
          STRING 'MASTER-SNAPSHOT-' DELIMITED BY SIZE
                 CLOSE-PERIOD DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
              INTO SNAPSHOT-FILENAME
          END-STRING

          MOVE SPACES TO FEED-HOLD-FILENAME
          STRING 'FEED-HOLD-' DELIMITED BY SIZE
                 CLOSE-PERIOD DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
              INTO FEED-HOLD-FILENAME
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
                         WHEN 'PERIOD'
                            MOVE RC-VALUE(1:6) TO RUN-PERIOD
                         WHEN 'PRIOR-PERIOD'
                            MOVE RC-VALUE(1:6) TO RUN-PRIOR-PERIOD
                         WHEN OTHER
                            CONTINUE
                      END-EVALUATE
                END-READ
             END-PERFORM
             CLOSE RUN-CONTROL-FILE
          END-IF
       .

       100-LOAD-PERIOD-CONTROL.
          OPEN INPUT PERIOD-CONTROL-FILE
          PERFORM UNTIL PERIOD-CONTROL-EOF = 'Y'
             READ PERIOD-CONTROL-FILE INTO PERIOD-CONTROL-WORK
                AT END
                   MOVE 'Y' TO PERIOD-CONTROL-EOF
                NOT AT END
                   IF PW-PERIOD NOT = SPACES
                      IF PERIOD-COUNT >= 600
                         DISPLAY 'PERIOD CONTROL TABLE FULL - '
                            'ENTRY SKIPPED: ' PW-PERIOD
                      ELSE
                         ADD 1 TO PERIOD-COUNT
                         MOVE PW-PERIOD TO PT-PERIOD(PERIOD-COUNT)
                         MOVE PERIOD-CONTROL-WORK TO
                                 PT-CONTROL-DATA(PERIOD-COUNT)
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE PERIOD-CONTROL-FILE

          MOVE 'N' TO PERIOD-FOUND
          PERFORM VARYING PT-SUB FROM 1 BY 1
             UNTIL PT-SUB > PERIOD-COUNT OR PERIOD-FOUND = 'Y'
             IF PT-PERIOD(PT-SUB) = CLOSE-PERIOD
                MOVE 'Y' TO PERIOD-FOUND
             END-IF
          END-PERFORM
          IF PERIOD-FOUND = 'Y'
             SUBTRACT 1 FROM PT-SUB
             MOVE PT-CONTROL-DATA(PT-SUB) TO PERIOD-CONTROL-WORK
          ELSE
             MOVE SPACES TO PERIOD-CONTROL-WORK
          END-IF
       .

       150-WRITE-PERIOD-CONTROL.
          MOVE CLOSE-PERIOD TO PW-PERIOD
          IF PERIOD-FOUND = 'N'
             IF PERIOD-COUNT >= 600
                MOVE 'Y' TO ACTION-REFUSED
                MOVE 'PERIOD CONTROL TABLE FULL' TO REFUSE-NOTE
             ELSE
                ADD 1 TO PERIOD-COUNT
                MOVE PERIOD-COUNT TO PT-SUB
                MOVE 'Y' TO PERIOD-FOUND
             END-IF
          END-IF

          IF ACTION-REFUSED = 'N'
             MOVE CLOSE-PERIOD TO PT-PERIOD(PT-SUB)
             MOVE PERIOD-CONTROL-WORK TO PT-CONTROL-DATA(PT-SUB)
             OPEN OUTPUT PERIOD-CONTROL-FILE
             PERFORM VARYING PT-SUB FROM 1 BY 1
                UNTIL PT-SUB > PERIOD-COUNT
                MOVE PT-CONTROL-DATA(PT-SUB) TO PERIOD-CONTROL-RECORD
                WRITE PERIOD-CONTROL-RECORD
             END-PERFORM
             CLOSE PERIOD-CONTROL-FILE
          END-IF
       .

       200-CLOSE-PERIOD.
          IF PERIOD-FOUND = 'Y' AND PW-CLOSED
             MOVE 'Y' TO ACTION-REFUSED
             MOVE 'PERIOD IS ALREADY CLOSED' TO REFUSE-NOTE
          END-IF

          IF ACTION-REFUSED = 'N'
             AND NOT (PERIOD-FOUND = 'Y' AND PW-REOPENED)
             PERFORM 205-CHECK-CURRENT-PERIOD
          END-IF

          IF ACTION-REFUSED = 'N'
             PERFORM 210-CHECK-RUN-HISTORY
          END-IF

          IF ACTION-REFUSED = 'N'
             PERFORM 215-CHECK-FEED-HOLDS
          END-IF

          IF ACTION-REFUSED = 'N'
             IF PERIOD-FOUND = 'Y' AND PW-REOPENED
                MOVE 'RECLOSE' TO ACTION-NAME
                MOVE 'C' TO PW-STATUS
                PERFORM 150-WRITE-PERIOD-CONTROL
             ELSE
                PERFORM 220-TAKE-MASTER-SNAPSHOT
                IF ACTION-REFUSED = 'N'
                   MOVE SPACES TO PERIOD-CONTROL-WORK
                   MOVE SNAPSHOT-COUNT TO PW-SNAPSHOT-COUNT
                   PERFORM 260-MARK-PERIOD-CLOSED
                   PERFORM 150-WRITE-PERIOD-CONTROL
                END-IF
                IF ACTION-REFUSED = 'N'
                   AND CLOSE-PERIOD = RUN-PERIOD
                   PERFORM 270-ADVANCE-RUN-CONTROL
                END-IF
             END-IF
          END-IF

          IF ACTION-REFUSED = 'N'
             EVALUATE TRUE
                WHEN ACTION-NAME = 'RECLOSE'
                   MOVE 'RUN-HISTORY BALANCED - SNAPSHOT KEPT'
                      TO LOG-NOTE-WORK
                WHEN RUN-CONTROL-ADVANCED = 'Y'
                   MOVE SPACES TO LOG-NOTE-WORK
                   STRING 'SNAPSHOT ' DELIMITED BY SIZE
                          SNAPSHOT-COUNT DELIMITED BY SIZE
                          ' RECS - PERIOD NOW ' DELIMITED BY SIZE
                          NEXT-PERIOD DELIMITED BY SIZE
                       INTO LOG-NOTE-WORK
                   END-STRING
                WHEN OTHER
                   MOVE SPACES TO LOG-NOTE-WORK
                   STRING 'SNAPSHOT ' DELIMITED BY SIZE
                          SNAPSHOT-COUNT DELIMITED BY SIZE
                          ' RECS - RUN-CONTROL KEPT'
                             DELIMITED BY SIZE
                       INTO LOG-NOTE-WORK
                   END-STRING
             END-EVALUATE
          END-IF
       .

       205-CHECK-CURRENT-PERIOD.
          IF CLOSE-PERIOD NOT = RUN-PERIOD
             MOVE 'Y' TO ACTION-REFUSED
             MOVE SPACES TO REFUSE-NOTE
             IF RUN-PERIOD = SPACES
                MOVE 'NO PERIOD ON RUN-CONTROL' TO REFUSE-NOTE
             ELSE
                STRING 'RUN-CONTROL PERIOD IS ' DELIMITED BY SIZE
                       RUN-PERIOD DELIMITED BY SIZE
                   INTO REFUSE-NOTE
                END-STRING
             END-IF
          END-IF

          IF ACTION-REFUSED = 'N'
             OPEN INPUT INVENTORY-MASTER-FILE
             IF NOT INVENTORY-OK
                MOVE 'Y' TO ACTION-REFUSED
                MOVE SPACES TO REFUSE-NOTE
                STRING 'INVENTORY MASTER NOT AVAILABLE - STATUS '
                          DELIMITED BY SIZE
                       INVENTORY-STATUS DELIMITED BY SIZE
                   INTO REFUSE-NOTE
                END-STRING
             END-IF
          END-IF

          IF ACTION-REFUSED = 'N'
             MOVE SPACES TO MASTER-LATEST-PERIOD
             PERFORM UNTIL INVENTORY-EOF = 'Y'
                READ INVENTORY-MASTER-FILE NEXT RECORD
                   AT END
                      MOVE 'Y' TO INVENTORY-EOF
                   NOT AT END
                      IF IM-LAST-PERIOD IS NUMERIC
                         AND IM-LAST-PERIOD > MASTER-LATEST-PERIOD
                         MOVE IM-LAST-PERIOD TO MASTER-LATEST-PERIOD
                      END-IF
                END-READ
             END-PERFORM
             CLOSE INVENTORY-MASTER-FILE
             MOVE 'N' TO INVENTORY-EOF

             IF MASTER-LATEST-PERIOD NOT = CLOSE-PERIOD
                MOVE 'Y' TO ACTION-REFUSED
                MOVE SPACES TO REFUSE-NOTE
                IF MASTER-LATEST-PERIOD = SPACES
                   MOVE 'MASTER NOT YET REPORTED FOR ANY PERIOD'
                      TO REFUSE-NOTE
                ELSE
                   STRING 'MASTER LAST REPORTED FOR PERIOD '
                             DELIMITED BY SIZE
                          MASTER-LATEST-PERIOD DELIMITED BY SIZE
                      INTO REFUSE-NOTE
                   END-STRING
                END-IF
             END-IF
          END-IF
       .

       210-CHECK-RUN-HISTORY.
          MOVE 'N' TO HISTORY-FOUND
          OPEN INPUT RUN-HISTORY-FILE
          PERFORM UNTIL RUN-HISTORY-EOF = 'Y'
             READ RUN-HISTORY-FILE
                AT END
                   MOVE 'Y' TO RUN-HISTORY-EOF
                NOT AT END
                   IF RH-PERIOD = CLOSE-PERIOD
                      MOVE 'Y' TO HISTORY-FOUND
                      MOVE RH-RUN-STATUS TO HISTORY-RUN-STATUS
                      IF RH-GRAND-TOTAL IS NUMERIC
                         MOVE RH-GRAND-TOTAL TO HISTORY-GRAND-TOTAL
                      ELSE
                         MOVE ZEROS TO HISTORY-GRAND-TOTAL
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE RUN-HISTORY-FILE

          EVALUATE TRUE
             WHEN HISTORY-FOUND = 'N'
                MOVE 'Y' TO ACTION-REFUSED
                MOVE 'NO RUN-HISTORY ENTRY FOR PERIOD'
                   TO REFUSE-NOTE
             WHEN HISTORY-RUN-STATUS NOT = 'BALANCED'
                MOVE 'Y' TO ACTION-REFUSED
                MOVE SPACES TO REFUSE-NOTE
                STRING 'LAST PERIOD RUN IS ' DELIMITED BY SIZE
                       HISTORY-RUN-STATUS DELIMITED BY SPACE
                   INTO REFUSE-NOTE
                END-STRING
             WHEN OTHER
                CONTINUE
          END-EVALUATE
       .

       215-CHECK-FEED-HOLDS.
          MOVE ZEROS TO FEED-HOLD-COUNT
          OPEN INPUT FEED-HOLD-FILE
          PERFORM UNTIL FEED-HOLD-EOF = 'Y'
             READ FEED-HOLD-FILE
                AT END
                   MOVE 'Y' TO FEED-HOLD-EOF
                NOT AT END
                   IF FH-WAREHOUSE-ID NOT = SPACES
                      ADD 1 TO FEED-HOLD-COUNT
                   END-IF
             END-READ
          END-PERFORM
          CLOSE FEED-HOLD-FILE

          IF FEED-HOLD-COUNT > 0
             MOVE 'Y' TO ACTION-REFUSED
             MOVE SPACES TO REFUSE-NOTE
             STRING 'FEED-HOLD HAS ' DELIMITED BY SIZE
                    FEED-HOLD-COUNT DELIMITED BY SIZE
                    ' SLOTS STILL HELD' DELIMITED BY SIZE
                INTO REFUSE-NOTE
             END-STRING
          END-IF
       .

       220-TAKE-MASTER-SNAPSHOT.
          OPEN INPUT SNAPSHOT-FILE
          IF SNAPSHOT-OK
             CLOSE SNAPSHOT-FILE
             MOVE 'Y' TO ACTION-REFUSED
             MOVE 'SNAPSHOT FILE ALREADY EXISTS' TO REFUSE-NOTE
          END-IF

          IF ACTION-REFUSED = 'N'
             OPEN INPUT INVENTORY-MASTER-FILE
             IF NOT INVENTORY-OK
                MOVE 'Y' TO ACTION-REFUSED
                MOVE SPACES TO REFUSE-NOTE
                STRING 'INVENTORY MASTER NOT AVAILABLE - STATUS '
                          DELIMITED BY SIZE
                       INVENTORY-STATUS DELIMITED BY SIZE
                   INTO REFUSE-NOTE
                END-STRING
             END-IF
          END-IF

          IF ACTION-REFUSED = 'N'
             OPEN INPUT AVERAGE-COST-FILE
             IF AVERAGE-COST-OK
                MOVE 'Y' TO AVG-COST-AVAILABLE
             END-IF

             OPEN OUTPUT SNAPSHOT-FILE
             PERFORM UNTIL INVENTORY-EOF = 'Y'
                READ INVENTORY-MASTER-FILE NEXT RECORD
                   AT END
                      MOVE 'Y' TO INVENTORY-EOF
                   NOT AT END
                      PERFORM 230-WRITE-SNAPSHOT-RECORD
                END-READ
             END-PERFORM

             CLOSE SNAPSHOT-FILE
                   INVENTORY-MASTER-FILE
             IF AVG-COST-AVAILABLE = 'Y'
                CLOSE AVERAGE-COST-FILE
             END-IF
          END-IF
       .

       230-WRITE-SNAPSHOT-RECORD.
          MOVE INVENTORY-MASTER-RECORD TO SN-MASTER-IMAGE
          PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             MOVE ZEROS TO SN-AVG-COST(SUB)
          END-PERFORM

          IF AVG-COST-AVAILABLE = 'Y'
             MOVE IM-RECORD-KEY TO AC-RECORD-KEY
             READ AVERAGE-COST-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
                      IF AC-AVG-COST(SUB) IS NUMERIC
                         MOVE AC-AVG-COST(SUB) TO SN-AVG-COST(SUB)
                      END-IF
                   END-PERFORM
             END-READ
          END-IF

          WRITE SNAPSHOT-RECORD
          ADD 1 TO SNAPSHOT-COUNT

          PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF IM-PD-NAME(SUB) NOT = SPACES
                AND IM-PD-NUM-IN-STOCK(SUB) IS NUMERIC
                AND IM-PD-PRICE(SUB) IS NUMERIC
                ADD IM-PD-NUM-IN-STOCK(SUB) TO SNAPSHOT-UNITS
                COMPUTE SNAPSHOT-VALUE = SNAPSHOT-VALUE
                   + IM-PD-NUM-IN-STOCK(SUB) * IM-PD-PRICE(SUB)
             END-IF
          END-PERFORM
       .

       260-MARK-PERIOD-CLOSED.
          MOVE CLOSE-PERIOD TO PW-PERIOD
          MOVE 'C' TO PW-STATUS
          MOVE TODAY-DATE TO PW-CLOSE-DATE
          MOVE NOW-TIME TO PW-CLOSE-TIME
          MOVE HISTORY-GRAND-TOTAL TO PW-RUN-GRAND-TOTAL
          MOVE ARG-USER TO PW-CLOSED-BY
          IF PW-SNAPSHOT-COUNT IS NOT NUMERIC
             MOVE ZEROS TO PW-SNAPSHOT-COUNT
          END-IF
       .

       270-ADVANCE-RUN-CONTROL.
          MOVE CLOSE-PERIOD TO PERIOD-SPLIT
          IF PS-MONTH = 12
             MOVE 1 TO PS-MONTH
             ADD 1 TO PS-YEAR
          ELSE
             ADD 1 TO PS-MONTH
          END-IF
          MOVE PERIOD-SPLIT TO NEXT-PERIOD

          MOVE 'N' TO RUN-CONTROL-EOF
          OPEN INPUT RUN-CONTROL-FILE
          IF NOT RUN-CONTROL-OK
             DISPLAY 'WARNING: RUN-CONTROL NOT AVAILABLE - STATUS '
                RUN-CONTROL-STATUS ' - PERIOD NOT ADVANCED'
          ELSE
             PERFORM UNTIL RUN-CONTROL-EOF = 'Y'
                READ RUN-CONTROL-FILE
                   AT END
                      MOVE 'Y' TO RUN-CONTROL-EOF
                   NOT AT END
                      IF RCL-COUNT < 200
                         ADD 1 TO RCL-COUNT
                         MOVE RUN-CONTROL-RECORD TO
                                 RUN-CONTROL-LINE(RCL-COUNT)
                      END-IF
                END-READ
             END-PERFORM
             CLOSE RUN-CONTROL-FILE

             PERFORM VARYING RCL-SUB FROM 1 BY 1
                UNTIL RCL-SUB > RCL-COUNT
                MOVE RUN-CONTROL-LINE(RCL-SUB) TO RUN-CONTROL-RECORD
                EVALUATE RC-KEYWORD
                   WHEN 'PERIOD'
                      MOVE SPACES TO RC-VALUE
                      MOVE NEXT-PERIOD TO RC-VALUE(1:6)
                   WHEN 'PRIOR-PERIOD'
                      MOVE 'Y' TO PRIOR-LINE-FOUND
                      MOVE SPACES TO RC-VALUE
                      MOVE CLOSE-PERIOD TO RC-VALUE(1:6)
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE
                MOVE RUN-CONTROL-RECORD TO RUN-CONTROL-LINE(RCL-SUB)
             END-PERFORM

             IF PRIOR-LINE-FOUND = 'N' AND RCL-COUNT < 200
                MOVE SPACES TO RUN-CONTROL-RECORD
                MOVE 'PRIOR-PERIOD' TO RC-KEYWORD
                MOVE CLOSE-PERIOD TO RC-VALUE(1:6)
                ADD 1 TO RCL-COUNT
                MOVE RUN-CONTROL-RECORD TO RUN-CONTROL-LINE(RCL-COUNT)
             END-IF

             OPEN OUTPUT RUN-CONTROL-FILE
             PERFORM VARYING RCL-SUB FROM 1 BY 1
                UNTIL RCL-SUB > RCL-COUNT
                MOVE RUN-CONTROL-LINE(RCL-SUB) TO RUN-CONTROL-RECORD
                WRITE RUN-CONTROL-RECORD
             END-PERFORM
             CLOSE RUN-CONTROL-FILE
             MOVE 'Y' TO RUN-CONTROL-ADVANCED
          END-IF
       .

       300-REOPEN-PERIOD.
          EVALUATE TRUE
             WHEN PERIOD-FOUND = 'N'
                MOVE 'Y' TO ACTION-REFUSED
                MOVE 'PERIOD HAS NEVER BEEN CLOSED' TO REFUSE-NOTE
             WHEN NOT PW-CLOSED
                MOVE 'Y' TO ACTION-REFUSED
                MOVE 'PERIOD IS ALREADY OPEN' TO REFUSE-NOTE
             WHEN ARG-USER = SPACES
                MOVE 'Y' TO ACTION-REFUSED
                MOVE 'REOPEN NEEDS THE AUTHORIZING NAME'
                   TO REFUSE-NOTE
             WHEN ARG-REASON = SPACES
                MOVE 'Y' TO ACTION-REFUSED
                MOVE 'REOPEN NEEDS A REASON' TO REFUSE-NOTE
             WHEN OTHER
                MOVE 'O' TO PW-STATUS
                MOVE TODAY-DATE TO PW-REOPEN-DATE
                MOVE ARG-USER TO PW-REOPEN-BY
                PERFORM 150-WRITE-PERIOD-CONTROL
                MOVE ARG-REASON TO LOG-NOTE-WORK
          END-EVALUATE
       .

       800-WRITE-CLOSE-LOG.
          MOVE SPACES TO CLOSE-LOG-RECORD
          MOVE TODAY-DATE TO LG-LOG-DATE
          MOVE NOW-TIME TO LG-LOG-TIME
          MOVE ACTION-NAME TO LG-ACTION
          MOVE CLOSE-PERIOD TO LG-PERIOD
          MOVE ARG-USER TO LG-USER
          IF ACTION-REFUSED = 'Y'
             MOVE 'REFUSED' TO LG-RESULT
             MOVE REFUSE-NOTE TO LG-NOTE
          ELSE
             MOVE 'DONE' TO LG-RESULT
             MOVE LOG-NOTE-WORK TO LG-NOTE
          END-IF

          OPEN EXTEND CLOSE-LOG-FILE
          WRITE CLOSE-LOG-RECORD
          CLOSE CLOSE-LOG-FILE
       .
