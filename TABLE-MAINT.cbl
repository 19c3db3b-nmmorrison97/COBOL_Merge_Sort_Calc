       AUTHOR. NICHOLAS-MORRISON.
      ****************************************************************
      * This program applies a transaction file of ADD, CHANGE and
      * DELETE records against the vendor master, the size/type
      * lookup master and the GL account map used by GL-INTERFACE.
      * Every transaction is validated before it is applied - a
      * duplicate vendor id on an ADD, an unknown id on a CHANGE or
      * DELETE, a bad S/T table id on a lookup row, or an unknown
      * movement type or blank account on a GL map row is
      * rejected. The updated masters are rewritten and an audit
      * report shows the before and after image of every applied
      * transaction and the reason for every rejected one.
          SELECT SIZE-TYPE-FILE
             ASSIGN TO 'SIZE-TYPE-LOOKUP.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL GL-ACCOUNT-MAP-FILE
             ASSIGN TO 'GL-ACCOUNT-MAP.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT MAINT-AUDIT-REPORT
             ASSIGN TO 'TABLE-MAINT-AUDIT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
               10  FILLER                   PIC X.
               10  TR-DESCRIPTION           PIC X(11).
               10  FILLER                   PIC X(62).
           05  TR-GL-MAP-DATA REDEFINES TR-DATA.
               10  TR-GM-WAREHOUSE-ID       PIC X(4).
               10  FILLER                   PIC X.
               10  TR-GM-MOVEMENT-TYPE      PIC X(4).
               10  FILLER                   PIC X.
               10  TR-GM-DEBIT-ACCOUNT      PIC X(10).
               10  FILLER                   PIC X.
               10  TR-GM-CREDIT-ACCOUNT     PIC X(10).
               10  FILLER                   PIC X.
               10  TR-GM-DESCRIPTION        PIC X(20).
               10  FILLER                   PIC X(25).

       FD  VENDOR-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  FILLER                       PIC X.
           05  ST-DESCRIPTION               PIC X(11).

       FD  GL-ACCOUNT-MAP-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  GL-ACCOUNT-MAP-RECORD.
           05  GM-WAREHOUSE-ID              PIC X(4).
           05  FILLER                       PIC X.
           05  GM-MOVEMENT-TYPE             PIC X(4).
           05  FILLER                       PIC X.
           05  GM-DEBIT-ACCOUNT             PIC X(10).
           05  FILLER                       PIC X.
           05  GM-CREDIT-ACCOUNT            PIC X(10).
           05  FILLER                       PIC X.
           05  GM-DESCRIPTION               PIC X(20).
           05  FILLER                       PIC X(28).

       FD  MAINT-AUDIT-REPORT
           RECORD CONTAINS 132 CHARACTERS.

          05  TRANS-EOF                 PIC X       VALUE 'N'.
          05  VENDOR-EOF                PIC X       VALUE 'N'.
          05  SIZE-TYPE-EOF             PIC X       VALUE 'N'.
          05  GL-MAP-EOF                PIC X       VALUE 'N'.
          05  TRANS-VALID               PIC X       VALUE 'N'.
          05  MATCH-FOUND               PIC X       VALUE 'N'.
          05  MATCH-SUB                 PIC 9(3)    VALUE 0.
              10  STT-CODE              PIC X.
              10  STT-DESCRIPTION       PIC X(11).

       01 GL-MAP-TABLE-AREA.
          05  GL-MAP-COUNT              PIC 9(3)    VALUE 0.
          05  GL-MAP-TABLE OCCURS 1 TO 200 TIMES
                           DEPENDING ON GL-MAP-COUNT
                           INDEXED BY GM-IDX.
              10  GMT-WAREHOUSE-ID      PIC X(4).
              10  GMT-MOVEMENT-TYPE     PIC X(4).
              10  GMT-DEBIT-ACCOUNT     PIC X(10).
              10  GMT-CREDIT-ACCOUNT    PIC X(10).
              10  GMT-DESCRIPTION       PIC X(20).

      ************************ OUTPUT AREA **************************

       01  AUDIT-HEADER-L1.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  AL-TARGET                PIC X.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  AL-KEY                   PIC X(9).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  AL-STATUS                PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  AL-REASON                PIC X(30).
           05  FILLER                   PIC X(73)   VALUE SPACES.

       01  AUDIT-BEFORE-LINE.
           05  FILLER                   PIC X(6)    VALUE SPACES.
       001-MAIN-MODULE.
          PERFORM 100-LOAD-VENDOR-TABLE
          PERFORM 110-LOAD-SIZE-TYPE-TABLE
          PERFORM 120-LOAD-GL-MAP-TABLE

          OPEN INPUT MAINT-TRANS-FILE
               OUTPUT MAINT-AUDIT-REPORT

          PERFORM 700-WRITE-VENDOR-MASTER
          PERFORM 710-WRITE-SIZE-TYPE-MASTER
          PERFORM 720-WRITE-GL-MAP-MASTER

          MOVE TRANS-READ-COUNT     TO ATL-READ
          MOVE TRANS-APPLIED-COUNT  TO ATL-APPLIED
          END-IF
       .

       120-LOAD-GL-MAP-TABLE.
          OPEN INPUT GL-ACCOUNT-MAP-FILE
          PERFORM UNTIL GL-MAP-EOF = 'Y'
             READ GL-ACCOUNT-MAP-FILE
                AT END
                   MOVE 'Y' TO GL-MAP-EOF
                NOT AT END
                   IF GL-MAP-COUNT >= 200
                      ADD 1 TO LOAD-SKIP-COUNT
                   ELSE
                      ADD 1 TO GL-MAP-COUNT
                      MOVE GM-WAREHOUSE-ID TO
                              GMT-WAREHOUSE-ID(GL-MAP-COUNT)
                      MOVE GM-MOVEMENT-TYPE TO
                              GMT-MOVEMENT-TYPE(GL-MAP-COUNT)
                      MOVE GM-DEBIT-ACCOUNT TO
                              GMT-DEBIT-ACCOUNT(GL-MAP-COUNT)
                      MOVE GM-CREDIT-ACCOUNT TO
                              GMT-CREDIT-ACCOUNT(GL-MAP-COUNT)
                      MOVE GM-DESCRIPTION TO
                              GMT-DESCRIPTION(GL-MAP-COUNT)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE GL-ACCOUNT-MAP-FILE
          IF LOAD-SKIP-COUNT > 0
             DISPLAY 'WARNING: GL ACCOUNT MAP TABLE FULL - '
                LOAD-SKIP-COUNT ' ROWS SKIPPED'
             MOVE ZEROS TO LOAD-SKIP-COUNT
          END-IF
       .

       300-PROCESS-TRANSACTION.
          MOVE 'N' TO TRANS-VALID
          MOVE SPACES TO REJECT-REASON BEFORE-IMAGE
                PERFORM 400-APPLY-VENDOR-TRANS
             WHEN 'S'
                PERFORM 500-APPLY-SIZE-TYPE-TRANS
             WHEN 'G'
                PERFORM 800-APPLY-GL-MAP-TRANS
             WHEN OTHER
                MOVE 'INVALID TARGET CODE' TO REJECT-REASON
          END-EVALUATE
          MOVE TR-ACTION TO AL-ACTION
          MOVE TR-TARGET TO AL-TARGET
          MOVE SPACES TO AL-KEY
          EVALUATE TR-TARGET
             WHEN 'V'
                MOVE TR-VENDOR-ID TO AL-KEY
             WHEN 'G'
                STRING TR-GM-WAREHOUSE-ID  DELIMITED BY SIZE
                       '/'                 DELIMITED BY SIZE
                       TR-GM-MOVEMENT-TYPE DELIMITED BY SIZE
                    INTO AL-KEY
                END-STRING
             WHEN OTHER
                STRING TR-TABLE-ID DELIMITED BY SIZE
                       '/'         DELIMITED BY SIZE
                       TR-CODE     DELIMITED BY SIZE
                    INTO AL-KEY
                END-STRING
          END-EVALUATE

          IF TRANS-VALID = 'Y'
             MOVE 'APPLIED' TO AL-STATUS
          END-PERFORM
          CLOSE SIZE-TYPE-FILE
       .

       720-WRITE-GL-MAP-MASTER.
          OPEN OUTPUT GL-ACCOUNT-MAP-FILE
          PERFORM VARYING SUB FROM 1 BY 1
             UNTIL SUB > GL-MAP-COUNT
             MOVE SPACES TO GL-ACCOUNT-MAP-RECORD
             MOVE GMT-WAREHOUSE-ID(SUB)   TO GM-WAREHOUSE-ID
             MOVE GMT-MOVEMENT-TYPE(SUB)  TO GM-MOVEMENT-TYPE
             MOVE GMT-DEBIT-ACCOUNT(SUB)  TO GM-DEBIT-ACCOUNT
             MOVE GMT-CREDIT-ACCOUNT(SUB) TO GM-CREDIT-ACCOUNT
             MOVE GMT-DESCRIPTION(SUB)    TO GM-DESCRIPTION
             WRITE GL-ACCOUNT-MAP-RECORD
          END-PERFORM
          CLOSE GL-ACCOUNT-MAP-FILE
       .

       800-APPLY-GL-MAP-TRANS.
          EVALUATE TR-GM-MOVEMENT-TYPE
             WHEN 'PORC'
             WHEN 'RCPT'
             WHEN 'ISSU'
             WHEN 'SCRP'
             WHEN 'ADJC'
             WHEN 'REVL'
             WHEN 'FEED'
             WHEN 'RTVA'
             WHEN 'XFRO'
             WHEN 'XFRI'
             WHEN 'XFRL'
                CONTINUE
             WHEN OTHER
                MOVE 'INVALID GL MOVEMENT TYPE' TO REJECT-REASON
          END-EVALUATE

          IF REJECT-REASON = SPACES
             AND TR-GM-WAREHOUSE-ID = SPACES
             MOVE 'WAREHOUSE ID REQUIRED' TO REJECT-REASON
          END-IF

          IF REJECT-REASON = SPACES
             AND TR-ACTION NOT = 'D'
             AND (TR-GM-DEBIT-ACCOUNT = SPACES
                  OR TR-GM-CREDIT-ACCOUNT = SPACES)
             MOVE 'DEBIT/CREDIT ACCOUNT REQUIRED' TO REJECT-REASON
          END-IF

          IF REJECT-REASON = SPACES
             PERFORM 810-FIND-GL-MAP-ROW
             PERFORM 820-APPLY-GL-MAP-ACTION
          END-IF
       .

       810-FIND-GL-MAP-ROW.
          MOVE 'N' TO MATCH-FOUND
          MOVE 0 TO MATCH-SUB
          PERFORM VARYING SUB FROM 1 BY 1
             UNTIL SUB > GL-MAP-COUNT OR MATCH-FOUND = 'Y'
             IF GMT-WAREHOUSE-ID(SUB) = TR-GM-WAREHOUSE-ID
                AND GMT-MOVEMENT-TYPE(SUB) = TR-GM-MOVEMENT-TYPE
                MOVE 'Y' TO MATCH-FOUND
                MOVE SUB TO MATCH-SUB
             END-IF
          END-PERFORM
       .

       820-APPLY-GL-MAP-ACTION.
          EVALUATE TR-ACTION
             WHEN 'A'
                IF MATCH-FOUND = 'Y'
                   MOVE 'DUPLICATE GL MAP ROW ON ADD' TO REJECT-REASON
                ELSE
                   IF GL-MAP-COUNT >= 200
                      MOVE 'GL MAP TABLE FULL' TO REJECT-REASON
                   ELSE
                      ADD 1 TO GL-MAP-COUNT
                      MOVE GL-MAP-COUNT TO MATCH-SUB
                      PERFORM 830-MOVE-TRANS-TO-GL-MAP
                      MOVE 'Y' TO TRANS-VALID
                   END-IF
                END-IF

             WHEN 'C'
                IF MATCH-FOUND = 'N'
                   MOVE 'UNKNOWN GL MAP ROW ON CHANGE' TO REJECT-REASON
                ELSE
                   PERFORM 840-SAVE-GL-MAP-IMAGE
                   PERFORM 830-MOVE-TRANS-TO-GL-MAP
                   MOVE 'Y' TO TRANS-VALID
                END-IF

             WHEN 'D'
                IF MATCH-FOUND = 'N'
                   MOVE 'UNKNOWN GL MAP ROW ON DELETE' TO REJECT-REASON
                ELSE
                   PERFORM 840-SAVE-GL-MAP-IMAGE
                   PERFORM 850-DELETE-GL-MAP-ENTRY
                   MOVE 'Y' TO TRANS-VALID
                END-IF

             WHEN OTHER
                MOVE 'INVALID ACTION CODE' TO REJECT-REASON
          END-EVALUATE
       .

       830-MOVE-TRANS-TO-GL-MAP.
          MOVE TR-GM-WAREHOUSE-ID   TO GMT-WAREHOUSE-ID(MATCH-SUB)
          MOVE TR-GM-MOVEMENT-TYPE  TO GMT-MOVEMENT-TYPE(MATCH-SUB)
          MOVE TR-GM-DEBIT-ACCOUNT  TO GMT-DEBIT-ACCOUNT(MATCH-SUB)
          MOVE TR-GM-CREDIT-ACCOUNT TO GMT-CREDIT-ACCOUNT(MATCH-SUB)
          MOVE TR-GM-DESCRIPTION    TO GMT-DESCRIPTION(MATCH-SUB)
       .

       840-SAVE-GL-MAP-IMAGE.
          MOVE SPACES TO BEFORE-IMAGE
          STRING GMT-WAREHOUSE-ID(MATCH-SUB)   DELIMITED BY SIZE
                 ' '                           DELIMITED BY SIZE
                 GMT-MOVEMENT-TYPE(MATCH-SUB)  DELIMITED BY SIZE
                 ' '                           DELIMITED BY SIZE
                 GMT-DEBIT-ACCOUNT(MATCH-SUB)  DELIMITED BY SIZE
                 ' '                           DELIMITED BY SIZE
                 GMT-CREDIT-ACCOUNT(MATCH-SUB) DELIMITED BY SIZE
                 ' '                           DELIMITED BY SIZE
                 GMT-DESCRIPTION(MATCH-SUB)    DELIMITED BY SIZE
              INTO BEFORE-IMAGE
          END-STRING
       .

       850-DELETE-GL-MAP-ENTRY.
          PERFORM VARYING SUB FROM MATCH-SUB BY 1
             UNTIL SUB >= GL-MAP-COUNT
             MOVE GMT-WAREHOUSE-ID(SUB + 1)   TO GMT-WAREHOUSE-ID(SUB)
             MOVE GMT-MOVEMENT-TYPE(SUB + 1)  TO GMT-MOVEMENT-TYPE(SUB)
             MOVE GMT-DEBIT-ACCOUNT(SUB + 1)  TO GMT-DEBIT-ACCOUNT(SUB)
             MOVE GMT-CREDIT-ACCOUNT(SUB + 1) TO
                     GMT-CREDIT-ACCOUNT(SUB)
             MOVE GMT-DESCRIPTION(SUB + 1)    TO GMT-DESCRIPTION(SUB)
          END-PERFORM
          SUBTRACT 1 FROM GL-MAP-COUNT
       .
