       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-MAINT.
       AUTHOR. NICHOLAS-MORRISON.
      ****************************************************************
      * This program maintains the posting suspense file written by
      * INV-POSTING. A transaction file of CORRECT and CANCEL records
      * is applied against the suspended items by suspense id - a
      * correction replaces the transaction image so the next posting
      * run re-presents it, a cancel removes the item and writes it to
      * the purged suspense file with the note keyed by the clerk.
      * The transaction image is the whole 80-byte daily transaction,
      * lot number and expiry date included, so a correction is keyed
      * as the action, suspense id and the full image in columns
      * 10-89, with the note in columns 91-110.
      * Every maintenance transaction appears on an audit report with
      * the before and after image. The program then rewrites the
      * suspense file and prints the suspense aging report - every
      * open item with its reason, days in suspense and tries, totals
      * by age band, and a flag on items that will age out on the
      * next posting run (argument 1, default 10 days). The band
      * limits are held in the age band table. Items held as PERIOD
      * CLOSED are never aged out by INV-POSTING, so they are kept out
      * of the bands and listed in a section of their own.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC-COMPUTER.
       OBJECT-COMPUTER. WINDOWS-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL MAINT-TRANS-FILE
             ASSIGN TO 'SUSPENSE-MAINT-TRANS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL SUSPENSE-FILE
             ASSIGN TO 'SUSPENSE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL SUSPENSE-PURGE-FILE
             ASSIGN TO 'SUSPENSE-PURGED.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT MAINT-AUDIT-REPORT
             ASSIGN TO 'SUSPENSE-MAINT-AUDIT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT AGING-REPORT
             ASSIGN TO 'SUSPENSE-AGING.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  MAINT-TRANS-FILE
           RECORD CONTAINS 110 CHARACTERS.

       01  MAINT-TRANS-RECORD.
           05  TR-ACTION                    PIC X.
           05  FILLER                       PIC X.
           05  TR-SUSPENSE-ID               PIC 9(6).
           05  FILLER                       PIC X.
           05  TR-TRANS-DATA.
               10  TR-WAREHOUSE-ID          PIC X(4).
               10  FILLER                   PIC X.
               10  TR-VENDOR-ID             PIC X.
               10  FILLER                   PIC X.
               10  TR-PRODUCT-ID            PIC X(3).
               10  FILLER                   PIC X.
               10  TR-SLOT                  PIC 9.
               10  FILLER                   PIC X.
               10  TR-TRANS-TYPE            PIC X.
               10  FILLER                   PIC X.
               10  TR-QUANTITY              PIC 9(4).
               10  FILLER                   PIC X.
               10  TR-TRANS-DATE            PIC X(8).
               10  FILLER                   PIC X.
               10  TR-LOT-NUMBER            PIC X(12).
               10  FILLER                   PIC X.
               10  TR-EXPIRY-DATE           PIC X(8).
               10  FILLER                   PIC X(30).
           05  FILLER                       PIC X.
           05  TR-NOTE                      PIC X(20).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  SUSPENSE-RECORD.
           05  SU-SUSPENSE-ID               PIC 9(6).
           05  FILLER                       PIC X.
           05  SU-TRANS-DATA                PIC X(80).
           05  FILLER                       PIC X.
           05  SU-FIRST-REJECT-DATE         PIC 9(8).
           05  FILLER                       PIC X.
           05  SU-TRY-COUNT                 PIC 9(3).
           05  FILLER                       PIC X.
           05  SU-REASON                    PIC X(30).
           05  SU-DISPOSITION               PIC X.

       FD  SUSPENSE-PURGE-FILE
           RECORD CONTAINS 162 CHARACTERS.

       01  SUSPENSE-PURGE-RECORD.
           05  SP-SUSPENSE-DATA             PIC X(132).
           05  FILLER                       PIC X.
           05  SP-PURGE-DATE                PIC 9(8).
           05  FILLER                       PIC X.
           05  SP-PURGE-NOTE                PIC X(20).

       FD  MAINT-AUDIT-REPORT
           RECORD CONTAINS 140 CHARACTERS.

       01  MAINT-AUDIT-RECORD              PIC X(140).

       FD  AGING-REPORT
           RECORD CONTAINS 132 CHARACTERS.

       01  AGING-RECORD                    PIC X(132).

       WORKING-STORAGE SECTION.

       01 FLAGS-N-SWITCHES.
          05  TRANS-EOF                 PIC X       VALUE 'N'.
          05  SUSPENSE-EOF              PIC X       VALUE 'N'.
          05  TRANS-VALID               PIC X       VALUE 'N'.
          05  MATCH-FOUND               PIC X       VALUE 'N'.
          05  MATCH-SUB                 PIC 9(4)    VALUE 0.
          05  SUB                       PIC 9(4)    VALUE 1.

       01 TRANS-COUNTS.
          05  TRANS-READ-COUNT          PIC 9(5)    VALUE 0.
          05  TRANS-APPLIED-COUNT       PIC 9(5)    VALUE 0.
          05  TRANS-REJECTED-COUNT      PIC 9(5)    VALUE 0.

       01 REJECT-REASON                 PIC X(30)   VALUE SPACES.
       01 LOAD-SKIP-COUNT               PIC 9(5)    VALUE 0.
       01 BEFORE-IMAGE                  PIC X(124)  VALUE SPACES.
       01 TODAY-DATE                    PIC 9(8)    VALUE 0.

       01 PARAMETER-FIELDS.
          05  AGE-LIMIT-X               PIC X(3).
          05  SUSPENSE-AGE-LIMIT        PIC 9(3)    VALUE 10.
          05  LIMIT-WORK                PIC 9(3)    VALUE 0.
          05  LIMIT-SUB                 PIC 9       VALUE 1.
          05  LIMIT-DIGIT-X             PIC X.
          05  LIMIT-DIGIT REDEFINES LIMIT-DIGIT-X
                                        PIC 9.
          05  LIMIT-GIVEN               PIC X       VALUE 'N'.

       01 AGING-WORK-FIELDS.
          05  SUSPENSE-AGE-DAYS         PIC S9(5)   VALUE +0.
          05  BAND-SUB                  PIC 9       VALUE 1.
          05  DUE-TO-AGE-OUT-COUNT      PIC 9(5)    VALUE 0.
          05  TOTAL-ITEM-COUNT          PIC 9(5)    VALUE 0.
          05  TOTAL-UNIT-COUNT          PIC 9(7)    VALUE 0.
          05  CLOSED-ITEM-COUNT         PIC 9(5)    VALUE 0.
          05  CLOSED-UNIT-COUNT         PIC 9(7)    VALUE 0.

       01 AGE-BAND-TABLE.
          05  AGE-BAND OCCURS 4 TIMES.
              10  AB-ITEM-COUNT         PIC 9(5)    VALUE 0.
              10  AB-UNIT-COUNT         PIC 9(7)    VALUE 0.

       01 AGE-BAND-LIMIT-VALUES.
          05                            PIC 9(3)  VALUE 3.
          05                            PIC X(12) VALUE '0-2 DAYS'.
          05                            PIC 9(3)  VALUE 6.
          05                            PIC X(12) VALUE '3-5 DAYS'.
          05                            PIC 9(3)  VALUE 10.
          05                            PIC X(12) VALUE '6-9 DAYS'.
          05                            PIC 9(3)  VALUE 999.
          05                            PIC X(12) VALUE '10+ DAYS'.
       01 AGE-BAND-LIMITS REDEFINES AGE-BAND-LIMIT-VALUES.
          05  AGE-BAND-LIMIT OCCURS 4 TIMES.
              10  AB-UPPER-LIMIT        PIC 9(3).
              10  AB-NAME               PIC X(12).
       01 AGE-BAND-COUNT                PIC 9       VALUE 4.

       01 SUSPENSE-ITEM-WORK.
          05  SW-TRANS-DATA.
              10  SW-WAREHOUSE-ID       PIC X(4).
              10  FILLER                PIC X.
              10  SW-VENDOR-ID          PIC X.
              10  FILLER                PIC X.
              10  SW-PRODUCT-ID         PIC X(3).
              10  FILLER                PIC X.
              10  SW-SLOT               PIC 9.
              10  FILLER                PIC X.
              10  SW-TRANS-TYPE         PIC X.
              10  FILLER                PIC X.
              10  SW-QUANTITY           PIC 9(4).
              10  FILLER                PIC X.
              10  SW-TRANS-DATE         PIC X(8).
              10  FILLER                PIC X.
              10  SW-LOT-NUMBER         PIC X(12).
              10  FILLER                PIC X.
              10  SW-EXPIRY-DATE        PIC X(8).
              10  FILLER                PIC X(30).

       01 SUSPENSE-TABLE-AREA.
          05  SUSPENSE-COUNT            PIC 9(4)    VALUE 0.
          05  SUSPENSE-TABLE OCCURS 1 TO 2000 TIMES
                           DEPENDING ON SUSPENSE-COUNT.
              10  SUT-SUSPENSE-ID       PIC 9(6).
              10  SUT-TRANS-DATA        PIC X(80).
              10  SUT-FIRST-REJECT-DATE PIC 9(8).
              10  SUT-TRY-COUNT         PIC 9(3).
              10  SUT-REASON            PIC X(30).

      ************************ OUTPUT AREA **************************

       01  AUDIT-HEADER-L1.
           05  FILLER                   PIC X(40)   VALUE SPACES.
           05                           PIC X(33)
                         VALUE 'SUSPENSE MAINTENANCE AUDIT REPORT'.
           05  FILLER                   PIC X(67)   VALUE SPACES.

       01  AUDIT-TRANS-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  AL-ACTION                PIC X.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  AL-SUSPENSE-ID           PIC X(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  AL-STATUS                PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  AL-REASON                PIC X(30).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  AL-NOTE                  PIC X(20).
           05  FILLER                   PIC X(65)   VALUE SPACES.

       01  AUDIT-BEFORE-LINE.
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05                           PIC X(8)
                                            VALUE 'BEFORE: '.
           05  ABL-IMAGE                PIC X(124).
           05  FILLER                   PIC X(2)    VALUE SPACES.

       01  AUDIT-AFTER-LINE.
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05                           PIC X(8)
                                            VALUE 'AFTER:  '.
           05  AAL-IMAGE                PIC X(124).
           05  FILLER                   PIC X(2)    VALUE SPACES.

       01  AUDIT-TOTALS-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(6)
                                            VALUE 'READ: '.
           05  ATL-READ                 PIC ZZZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(9)
                                            VALUE 'APPLIED: '.
           05  ATL-APPLIED              PIC ZZZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(10)
                                            VALUE 'REJECTED: '.
           05  ATL-REJECTED             PIC ZZZZ9.
           05  FILLER                   PIC X(92)   VALUE SPACES.

       01  AGING-HEADER-L1.
           05  FILLER                   PIC X(45)   VALUE SPACES.
           05                           PIC X(22)
                            VALUE 'SUSPENSE AGING REPORT '.
           05  AH-DATE                  PIC 9999/99/99.
           05  FILLER                   PIC X(55)   VALUE SPACES.

       01  AGING-HEADER-L2.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(36)
                  VALUE 'ITEMS STILL FAILING AFTER MORE THAN '.
           05  AH-LIMIT                 PIC ZZ9.
           05                           PIC X(42)
                  VALUE ' DAYS ARE AGED OUT BY THE NEXT POSTING RUN'.
           05  FILLER                   PIC X(49)   VALUE SPACES.

       01  AGING-COLUMNS-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(8)
                                  VALUE 'SUSP ID '.
           05                           PIC X(7)
                                  VALUE 'WHSE   '.
           05                           PIC X(4)
                                  VALUE 'VND '.
           05                           PIC X(5)
                                  VALUE 'PROD '.
           05                           PIC X(5)
                                  VALUE 'SLOT '.
           05                           PIC X(3)
                                  VALUE 'TYP'.
           05                           PIC X(5)
                                  VALUE '  QTY'.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(8)
                                  VALUE 'TRANS DT'.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(8)
                                  VALUE 'FIRST RJ'.
           05                           PIC X(6)
                                  VALUE '  DAYS'.
           05                           PIC X(6)
                                  VALUE ' TRIES'.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(30)
                                  VALUE 'REASON'.
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05                           PIC X(26)
                                  VALUE 'ACTION'.

       01  AGING-DETAIL-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-SUSPENSE-ID          PIC 9(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-WAREHOUSE-ID         PIC X(4).
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  ADL-VENDOR-ID            PIC X.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  ADL-PRODUCT-ID           PIC X(3).
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  ADL-SLOT                 PIC X.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  ADL-TYPE                 PIC X.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-QTY                  PIC X(4).
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  ADL-TRANS-DATE           PIC X(8).
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  ADL-FIRST-DATE           PIC 9(8).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  ADL-DAYS                 PIC ZZZZ9.
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  ADL-TRIES                PIC ZZZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ADL-REASON               PIC X(30).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  ADL-ACTION               PIC X(26).

       01  AGING-BAND-LINE.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  ABD-NAME                 PIC X(12).
           05                           PIC X(7)
                                            VALUE 'ITEMS: '.
           05  ABD-ITEMS                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(7)
                                            VALUE 'UNITS: '.
           05  ABD-UNITS                PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(84)   VALUE SPACES.

       01  AGING-TOTALS-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(14)
                                            VALUE 'TOTAL OPEN    '.
           05                           PIC X(7)
                                            VALUE 'ITEMS: '.
           05  ATOT-ITEMS               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(7)
                                            VALUE 'UNITS: '.
           05  ATOT-UNITS               PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(25)
                                  VALUE 'DUE TO AGE OUT NEXT RUN: '.
           05  ATOT-DUE                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(50)   VALUE SPACES.

       01  AGING-CLOSED-HEADER-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(40)
                  VALUE 'HELD FOR A CLOSED PERIOD - NOT AGED OUT '.
           05                           PIC X(30)
                  VALUE 'UNTIL THE PERIOD IS REOPENED'.
           05  FILLER                   PIC X(60)   VALUE SPACES.

       01  AGING-CLOSED-TOTALS-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(14)
                                            VALUE 'TOTAL HELD    '.
           05                           PIC X(7)
                                            VALUE 'ITEMS: '.
           05  ACT-ITEMS                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05                           PIC X(7)
                                            VALUE 'UNITS: '.
           05  ACT-UNITS                PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(84)   VALUE SPACES.

       PROCEDURE DIVISION.

       001-MAIN-MODULE.
          PERFORM 050-INIT-PARAMETERS
          PERFORM 100-LOAD-SUSPENSE-TABLE

          OPEN INPUT MAINT-TRANS-FILE
               OUTPUT MAINT-AUDIT-REPORT
               EXTEND SUSPENSE-PURGE-FILE

          MOVE AUDIT-HEADER-L1 TO MAINT-AUDIT-RECORD
          WRITE MAINT-AUDIT-RECORD

          PERFORM UNTIL TRANS-EOF = 'Y'
             READ MAINT-TRANS-FILE
                AT END
                   MOVE 'Y' TO TRANS-EOF
                NOT AT END
                   ADD 1 TO TRANS-READ-COUNT
                   PERFORM 300-PROCESS-TRANSACTION
             END-READ
          END-PERFORM

          CLOSE MAINT-TRANS-FILE
                SUSPENSE-PURGE-FILE

          PERFORM 700-WRITE-SUSPENSE-FILE

          MOVE TRANS-READ-COUNT     TO ATL-READ
          MOVE TRANS-APPLIED-COUNT  TO ATL-APPLIED
          MOVE TRANS-REJECTED-COUNT TO ATL-REJECTED
          MOVE SPACES TO MAINT-AUDIT-RECORD
          WRITE MAINT-AUDIT-RECORD
          MOVE AUDIT-TOTALS-LINE TO MAINT-AUDIT-RECORD
          WRITE MAINT-AUDIT-RECORD

          CLOSE MAINT-AUDIT-REPORT

          PERFORM 800-PRINT-AGING-REPORT

          STOP RUN
       .

       050-INIT-PARAMETERS.
          DISPLAY 1 UPON ARGUMENT-NUMBER
          ACCEPT AGE-LIMIT-X FROM ARGUMENT-VALUE

          MOVE ZEROS TO LIMIT-WORK
          PERFORM VARYING LIMIT-SUB FROM 1 BY 1
             UNTIL LIMIT-SUB > 3
             MOVE AGE-LIMIT-X(LIMIT-SUB:1) TO LIMIT-DIGIT-X
             IF LIMIT-DIGIT-X IS NUMERIC
                MOVE 'Y' TO LIMIT-GIVEN
                COMPUTE LIMIT-WORK = LIMIT-WORK * 10 + LIMIT-DIGIT
             END-IF
          END-PERFORM
          IF LIMIT-GIVEN = 'Y'
             MOVE LIMIT-WORK TO SUSPENSE-AGE-LIMIT
          END-IF

          ACCEPT TODAY-DATE FROM DATE YYYYMMDD
       .

       100-LOAD-SUSPENSE-TABLE.
          OPEN INPUT SUSPENSE-FILE
          PERFORM UNTIL SUSPENSE-EOF = 'Y'
             READ SUSPENSE-FILE
                AT END
                   MOVE 'Y' TO SUSPENSE-EOF
                NOT AT END
                   IF SUSPENSE-COUNT >= 2000
                      ADD 1 TO LOAD-SKIP-COUNT
                   ELSE
                      ADD 1 TO SUSPENSE-COUNT
                      MOVE SU-SUSPENSE-ID TO
                              SUT-SUSPENSE-ID(SUSPENSE-COUNT)
                      MOVE SU-TRANS-DATA TO
                              SUT-TRANS-DATA(SUSPENSE-COUNT)
                      MOVE SU-FIRST-REJECT-DATE TO
                              SUT-FIRST-REJECT-DATE(SUSPENSE-COUNT)
                      MOVE SU-TRY-COUNT TO
                              SUT-TRY-COUNT(SUSPENSE-COUNT)
                      MOVE SU-REASON TO
                              SUT-REASON(SUSPENSE-COUNT)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE SUSPENSE-FILE
          IF LOAD-SKIP-COUNT > 0
             DISPLAY 'SUSPENSE TABLE FULL - ' LOAD-SKIP-COUNT
                ' ITEMS NOT LOADED - SUSPENSE FILE NOT REWRITTEN'
             STOP RUN
          END-IF
       .

       300-PROCESS-TRANSACTION.
          MOVE 'N' TO TRANS-VALID
          MOVE SPACES TO REJECT-REASON BEFORE-IMAGE

          PERFORM 410-FIND-SUSPENSE-ITEM

          EVALUATE TR-ACTION
             WHEN 'C'
                PERFORM 400-APPLY-CORRECTION
             WHEN 'X'
                PERFORM 500-APPLY-CANCEL
             WHEN OTHER
                MOVE 'INVALID ACTION CODE' TO REJECT-REASON
          END-EVALUATE

          PERFORM 600-WRITE-AUDIT-LINES
       .

       400-APPLY-CORRECTION.
          MOVE TR-TRANS-DATA TO SUSPENSE-ITEM-WORK
          EVALUATE TRUE
             WHEN MATCH-FOUND = 'N'
                MOVE 'UNKNOWN SUSPENSE ID ON CORRECT'
                   TO REJECT-REASON
             WHEN TR-TRANS-DATA = SPACES
                MOVE 'NO CORRECTED TRANSACTION GIVEN'
                   TO REJECT-REASON
             WHEN SW-TRANS-TYPE NOT = 'R' AND SW-TRANS-TYPE NOT = 'I'
                  AND SW-TRANS-TYPE NOT = 'S'
                MOVE 'INVALID TRANSACTION TYPE' TO REJECT-REASON
             WHEN SW-QUANTITY IS NOT NUMERIC
                MOVE 'QUANTITY NOT NUMERIC' TO REJECT-REASON
             WHEN SW-SLOT IS NOT NUMERIC
                  OR SW-SLOT < 1 OR SW-SLOT > 5
                MOVE 'SLOT NOT IN RANGE 1-5' TO REJECT-REASON
             WHEN SW-EXPIRY-DATE NOT = SPACES
                  AND SW-EXPIRY-DATE IS NOT NUMERIC
                MOVE 'EXPIRY DATE NOT YYYYMMDD' TO REJECT-REASON
             WHEN OTHER
                PERFORM 430-SAVE-SUSPENSE-IMAGE
                MOVE TR-TRANS-DATA TO SUT-TRANS-DATA(MATCH-SUB)
                MOVE 'CORRECTED - AWAITING POSTING'
                   TO SUT-REASON(MATCH-SUB)
                MOVE 'Y' TO TRANS-VALID
          END-EVALUATE
       .

       410-FIND-SUSPENSE-ITEM.
          MOVE 'N' TO MATCH-FOUND
          MOVE 0 TO MATCH-SUB
          PERFORM VARYING SUB FROM 1 BY 1
             UNTIL SUB > SUSPENSE-COUNT OR MATCH-FOUND = 'Y'
             IF SUT-SUSPENSE-ID(SUB) = TR-SUSPENSE-ID
                MOVE 'Y' TO MATCH-FOUND
                MOVE SUB TO MATCH-SUB
             END-IF
          END-PERFORM
       .

       430-SAVE-SUSPENSE-IMAGE.
          MOVE SPACES TO BEFORE-IMAGE
          STRING SUT-TRANS-DATA(MATCH-SUB)        DELIMITED BY SIZE
                 ' '                              DELIMITED BY SIZE
                 SUT-FIRST-REJECT-DATE(MATCH-SUB) DELIMITED BY SIZE
                 ' '                              DELIMITED BY SIZE
                 SUT-TRY-COUNT(MATCH-SUB)         DELIMITED BY SIZE
                 ' '                              DELIMITED BY SIZE
                 SUT-REASON(MATCH-SUB)            DELIMITED BY SIZE
              INTO BEFORE-IMAGE
          END-STRING
       .

       440-DELETE-SUSPENSE-ENTRY.
          PERFORM VARYING SUB FROM MATCH-SUB BY 1
             UNTIL SUB >= SUSPENSE-COUNT
             MOVE SUT-SUSPENSE-ID(SUB + 1) TO SUT-SUSPENSE-ID(SUB)
             MOVE SUT-TRANS-DATA(SUB + 1)  TO SUT-TRANS-DATA(SUB)
             MOVE SUT-FIRST-REJECT-DATE(SUB + 1)
                                      TO SUT-FIRST-REJECT-DATE(SUB)
             MOVE SUT-TRY-COUNT(SUB + 1)   TO SUT-TRY-COUNT(SUB)
             MOVE SUT-REASON(SUB + 1)      TO SUT-REASON(SUB)
          END-PERFORM
          SUBTRACT 1 FROM SUSPENSE-COUNT
       .

       500-APPLY-CANCEL.
          IF MATCH-FOUND = 'N'
             MOVE 'UNKNOWN SUSPENSE ID ON CANCEL' TO REJECT-REASON
          ELSE
             IF TR-NOTE = SPACES
                MOVE 'CANCEL NEEDS A NOTE' TO REJECT-REASON
             ELSE
                PERFORM 430-SAVE-SUSPENSE-IMAGE
                PERFORM 510-WRITE-PURGED-ITEM
                PERFORM 440-DELETE-SUSPENSE-ENTRY
                MOVE 'Y' TO TRANS-VALID
             END-IF
          END-IF
       .

       510-WRITE-PURGED-ITEM.
          MOVE SPACES TO SUSPENSE-RECORD
          MOVE SUT-SUSPENSE-ID(MATCH-SUB)       TO SU-SUSPENSE-ID
          MOVE SUT-TRANS-DATA(MATCH-SUB)        TO SU-TRANS-DATA
          MOVE SUT-FIRST-REJECT-DATE(MATCH-SUB) TO SU-FIRST-REJECT-DATE
          MOVE SUT-TRY-COUNT(MATCH-SUB)         TO SU-TRY-COUNT
          MOVE SUT-REASON(MATCH-SUB)            TO SU-REASON
          MOVE 'X'                              TO SU-DISPOSITION

          MOVE SPACES TO SUSPENSE-PURGE-RECORD
          MOVE SUSPENSE-RECORD TO SP-SUSPENSE-DATA
          MOVE TODAY-DATE      TO SP-PURGE-DATE
          MOVE TR-NOTE         TO SP-PURGE-NOTE
          WRITE SUSPENSE-PURGE-RECORD
       .

       600-WRITE-AUDIT-LINES.
          MOVE TR-ACTION      TO AL-ACTION
          MOVE TR-SUSPENSE-ID TO AL-SUSPENSE-ID
          MOVE TR-NOTE        TO AL-NOTE

          IF TRANS-VALID = 'Y'
             MOVE 'APPLIED' TO AL-STATUS
             MOVE SPACES TO AL-REASON
             ADD 1 TO TRANS-APPLIED-COUNT
          ELSE
             MOVE 'REJECTED' TO AL-STATUS
             MOVE REJECT-REASON TO AL-REASON
             ADD 1 TO TRANS-REJECTED-COUNT
          END-IF

          MOVE AUDIT-TRANS-LINE TO MAINT-AUDIT-RECORD
          WRITE MAINT-AUDIT-RECORD

          IF TRANS-VALID = 'Y'
             MOVE BEFORE-IMAGE TO ABL-IMAGE
             MOVE AUDIT-BEFORE-LINE TO MAINT-AUDIT-RECORD
             WRITE MAINT-AUDIT-RECORD
             IF TR-ACTION = 'C'
                MOVE TR-TRANS-DATA TO AAL-IMAGE
                MOVE AUDIT-AFTER-LINE TO MAINT-AUDIT-RECORD
                WRITE MAINT-AUDIT-RECORD
             END-IF
          END-IF
       .

       700-WRITE-SUSPENSE-FILE.
          OPEN OUTPUT SUSPENSE-FILE
          PERFORM VARYING SUB FROM 1 BY 1
             UNTIL SUB > SUSPENSE-COUNT
             MOVE SPACES TO SUSPENSE-RECORD
             MOVE SUT-SUSPENSE-ID(SUB)       TO SU-SUSPENSE-ID
             MOVE SUT-TRANS-DATA(SUB)        TO SU-TRANS-DATA
             MOVE SUT-FIRST-REJECT-DATE(SUB) TO SU-FIRST-REJECT-DATE
             MOVE SUT-TRY-COUNT(SUB)         TO SU-TRY-COUNT
             MOVE SUT-REASON(SUB)            TO SU-REASON
             WRITE SUSPENSE-RECORD
          END-PERFORM
          CLOSE SUSPENSE-FILE
       .

       800-PRINT-AGING-REPORT.
          OPEN OUTPUT AGING-REPORT

          MOVE TODAY-DATE TO AH-DATE
          MOVE AGING-HEADER-L1 TO AGING-RECORD
          WRITE AGING-RECORD
          MOVE SUSPENSE-AGE-LIMIT TO AH-LIMIT
          MOVE AGING-HEADER-L2 TO AGING-RECORD
          WRITE AGING-RECORD
          MOVE SPACES TO AGING-RECORD
          WRITE AGING-RECORD
          MOVE AGING-COLUMNS-LINE TO AGING-RECORD
          WRITE AGING-RECORD

          PERFORM VARYING SUB FROM 1 BY 1
             UNTIL SUB > SUSPENSE-COUNT
             IF SUT-REASON(SUB) = 'PERIOD CLOSED'
                ADD 1 TO CLOSED-ITEM-COUNT
             ELSE
                PERFORM 810-PRINT-AGING-DETAIL
             END-IF
          END-PERFORM

          MOVE SPACES TO AGING-RECORD
          WRITE AGING-RECORD
          PERFORM VARYING BAND-SUB FROM 1 BY 1
             UNTIL BAND-SUB > AGE-BAND-COUNT
             MOVE AB-NAME(BAND-SUB)       TO ABD-NAME
             MOVE AB-ITEM-COUNT(BAND-SUB) TO ABD-ITEMS
             MOVE AB-UNIT-COUNT(BAND-SUB) TO ABD-UNITS
             MOVE AGING-BAND-LINE TO AGING-RECORD
             WRITE AGING-RECORD
          END-PERFORM

          MOVE TOTAL-ITEM-COUNT     TO ATOT-ITEMS
          MOVE TOTAL-UNIT-COUNT     TO ATOT-UNITS
          MOVE DUE-TO-AGE-OUT-COUNT TO ATOT-DUE
          MOVE SPACES TO AGING-RECORD
          WRITE AGING-RECORD
          MOVE AGING-TOTALS-LINE TO AGING-RECORD
          WRITE AGING-RECORD

          IF CLOSED-ITEM-COUNT > 0
             MOVE SPACES TO AGING-RECORD
             WRITE AGING-RECORD
             MOVE AGING-CLOSED-HEADER-LINE TO AGING-RECORD
             WRITE AGING-RECORD
             MOVE SPACES TO AGING-RECORD
             WRITE AGING-RECORD
             MOVE AGING-COLUMNS-LINE TO AGING-RECORD
             WRITE AGING-RECORD
             PERFORM VARYING SUB FROM 1 BY 1
                UNTIL SUB > SUSPENSE-COUNT
                IF SUT-REASON(SUB) = 'PERIOD CLOSED'
                   PERFORM 820-PRINT-CLOSED-PERIOD-DETAIL
                END-IF
             END-PERFORM
             MOVE CLOSED-ITEM-COUNT TO ACT-ITEMS
             MOVE CLOSED-UNIT-COUNT TO ACT-UNITS
             MOVE SPACES TO AGING-RECORD
             WRITE AGING-RECORD
             MOVE AGING-CLOSED-TOTALS-LINE TO AGING-RECORD
             WRITE AGING-RECORD
          END-IF

          CLOSE AGING-REPORT
       .

       810-PRINT-AGING-DETAIL.
          PERFORM 815-BUILD-AGING-DETAIL

          PERFORM VARYING BAND-SUB FROM 1 BY 1
             UNTIL BAND-SUB >= AGE-BAND-COUNT
                OR SUSPENSE-AGE-DAYS < AB-UPPER-LIMIT(BAND-SUB)
             CONTINUE
          END-PERFORM

          ADD 1 TO AB-ITEM-COUNT(BAND-SUB) TOTAL-ITEM-COUNT
          IF SW-QUANTITY IS NUMERIC
             ADD SW-QUANTITY TO AB-UNIT-COUNT(BAND-SUB)
                                TOTAL-UNIT-COUNT
          END-IF

          IF SUSPENSE-AGE-DAYS >= SUSPENSE-AGE-LIMIT
             MOVE 'AGES OUT NEXT RUN' TO ADL-ACTION
             ADD 1 TO DUE-TO-AGE-OUT-COUNT
          ELSE
             MOVE SPACES TO ADL-ACTION
          END-IF

          MOVE AGING-DETAIL-LINE TO AGING-RECORD
          WRITE AGING-RECORD
       .

       815-BUILD-AGING-DETAIL.
          MOVE SUT-TRANS-DATA(SUB) TO SUSPENSE-ITEM-WORK

          MOVE 0 TO SUSPENSE-AGE-DAYS
          IF SUT-FIRST-REJECT-DATE(SUB) IS NUMERIC
             AND SUT-FIRST-REJECT-DATE(SUB) > 16010100
             AND SUT-FIRST-REJECT-DATE(SUB) <= TODAY-DATE
             COMPUTE SUSPENSE-AGE-DAYS =
                FUNCTION INTEGER-OF-DATE(TODAY-DATE)
              - FUNCTION INTEGER-OF-DATE(SUT-FIRST-REJECT-DATE(SUB))
          END-IF

          MOVE SPACES TO AGING-DETAIL-LINE
          MOVE SUT-SUSPENSE-ID(SUB)       TO ADL-SUSPENSE-ID
          MOVE SW-WAREHOUSE-ID            TO ADL-WAREHOUSE-ID
          MOVE SW-VENDOR-ID               TO ADL-VENDOR-ID
          MOVE SW-PRODUCT-ID              TO ADL-PRODUCT-ID
          MOVE SUT-TRANS-DATA(SUB)(12:1)  TO ADL-SLOT
          MOVE SW-TRANS-TYPE              TO ADL-TYPE
          MOVE SUT-TRANS-DATA(SUB)(16:4)  TO ADL-QTY
          MOVE SW-TRANS-DATE              TO ADL-TRANS-DATE
          MOVE SUT-FIRST-REJECT-DATE(SUB) TO ADL-FIRST-DATE
          MOVE SUSPENSE-AGE-DAYS          TO ADL-DAYS
          MOVE SUT-TRY-COUNT(SUB)         TO ADL-TRIES
          MOVE SUT-REASON(SUB)            TO ADL-REASON
       .

       820-PRINT-CLOSED-PERIOD-DETAIL.
          PERFORM 815-BUILD-AGING-DETAIL

          IF SW-QUANTITY IS NUMERIC
             ADD SW-QUANTITY TO CLOSED-UNIT-COUNT
          END-IF
          MOVE 'HELD UNTIL PERIOD REOPENED' TO ADL-ACTION

          MOVE AGING-DETAIL-LINE TO AGING-RECORD
          WRITE AGING-RECORD
       .
