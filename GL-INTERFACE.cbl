       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-INTERFACE.
       AUTHOR. NICHOLAS-MORRISON.
      ****************************************************************
      * This program turns the period's inventory value movements
      * into balanced general ledger journal entries. It values:
      *   PORC - PO receipts matched by PROGRAM-4 (PO-RECEIPTS.TXT)
      *   RCPT - receipts posted by INV-POSTING (POSTING-HISTORY.TXT)
      *   ISSU - issues posted by INV-POSTING
      *   SCRP - scrap posted by INV-POSTING
      *   ADJC - cycle-count adjustments applied to the master this
      *          period (the ADJUSTMENTS file of the prior period,
      *          which PROGRAM-4 applies when it loads this period's
      *          feeds)
      *   REVL - cost revaluation of units already on hand
      *   FEED - the rest of the feed quantity change not explained
      *          by PO receipts or adjustments (STOCK-HISTORY.TXT)
      *   RTVA - return-to-vendor authorizations (RTV-AUTH-period)
      *   XFRO - transfers shipped out of a warehouse by
      *          TRANSFER-ORDER (TRANSFER-HISTORY.TXT)
      *   XFRI - transfers received into a warehouse
      *   XFRL - transfer units lost in transit (shipped, not
      *          received), written off at the receiving warehouse
      * Amounts are summarized by warehouse and movement type and
      * given a debit and a credit account from GL-ACCOUNT-MAP.TXT,
      * which is kept by TABLE-MAINT. A row for a specific warehouse
      * is used when present, otherwise the **** default row for the
      * movement type. A negative amount reverses the two accounts.
      * The fixed-format extract (GL-EXTRACT-period.TXT) carries a
      * header, one debit and one credit line per entry, and a
      * trailer with the record count and debit/credit totals. The
      * control report (GL-CONTROL-period.TXT) lists every entry,
      * proves debits equal credits, and ties the net inventory
      * movement of the extract to the change in the WH-REPORT
      * totals between the prior period and this one, by warehouse
      * from the TOTALS files and in total from RUN-HISTORY.TXT.
      * RTV authorizations do not move units on the master and are
      * left out of the tie, as are transfer shortages, which are
      * already off the sending warehouse's master.
      * Arguments: 1 period, 2 prior period, 3 valuation basis (L or
      * A). Any argument left blank is taken from RUN-CONTROL.TXT.
      * RETURN-CODE is 8 when the entries do not balance or a
      * movement has no account mapping, 4 when the extract does not
      * tie to the WH-REPORT totals.
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
          SELECT OPTIONAL GL-ACCOUNT-MAP-FILE
             ASSIGN TO 'GL-ACCOUNT-MAP.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL STOCK-HISTORY-FILE
             ASSIGN TO 'STOCK-HISTORY.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL POSTING-HISTORY-FILE
             ASSIGN TO 'POSTING-HISTORY.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL TRANSFER-HISTORY-FILE
             ASSIGN TO 'TRANSFER-HISTORY.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PO-RECEIPT-FILE
             ASSIGN TO 'PO-RECEIPTS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ADJUSTMENT-FILE
             ASSIGN TO DYNAMIC ADJUSTMENT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ADJUSTMENT-STATUS.
          SELECT RTV-AUTH-FILE
             ASSIGN TO DYNAMIC RTV-AUTH-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RTV-AUTH-STATUS.
          SELECT PERIOD-TOTALS-FILE
             ASSIGN TO DYNAMIC PERIOD-TOTALS-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PERIOD-TOTALS-STATUS.
          SELECT OPTIONAL RUN-HISTORY-FILE
             ASSIGN TO 'RUN-HISTORY.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT GL-EXTRACT-FILE
             ASSIGN TO DYNAMIC GL-EXTRACT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT GL-CONTROL-REPORT
             ASSIGN TO DYNAMIC GL-CONTROL-FILENAME
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

       FD  STOCK-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  STOCK-HISTORY-RECORD.
           05  SH-PERIOD                    PIC X(6).
           05  FILLER                       PIC X.
           05  SH-WAREHOUSE-ID              PIC X(4).
           05  FILLER                       PIC X.
           05  SH-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  SH-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X.
           05  SH-SLOT                      PIC 9.
           05  FILLER                       PIC X.
           05  SH-PRIOR-UNITS               PIC S9(4).
           05  FILLER                       PIC X.
           05  SH-NEW-UNITS                 PIC S9(4).
           05  FILLER                       PIC X.
           05  SH-PRIOR-COST                PIC S999V99.
           05  FILLER                       PIC X.
           05  SH-NEW-COST                  PIC S999V99.
           05  FILLER                       PIC X.
           05  SH-PRIOR-AVG-COST            PIC S999V9999.
           05  FILLER                       PIC X.
           05  SH-NEW-AVG-COST              PIC S999V9999.
           05  FILLER                       PIC X(23).

       FD  POSTING-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  POSTING-HISTORY-RECORD.
           05  PH-TRANS-DATA.
               10  PH-WAREHOUSE-ID          PIC X(4).
               10  FILLER                   PIC X.
               10  PH-VENDOR-ID             PIC X.
               10  FILLER                   PIC X.
               10  PH-PRODUCT-ID            PIC X(3).
               10  FILLER                   PIC X.
               10  PH-SLOT                  PIC 9.
               10  FILLER                   PIC X.
               10  PH-TRANS-TYPE            PIC X.
               10  FILLER                   PIC X.
               10  PH-QUANTITY              PIC 9(4).
               10  FILLER                   PIC X.
               10  PH-TRANS-DATE            PIC X(8).
           05  FILLER                       PIC X.
           05  PH-POSTED-DATE               PIC 9(8).
           05  FILLER                       PIC X.
           05  PH-UNIT-COST                 PIC S999V99.
           05  FILLER                       PIC X.
           05  PH-AVG-COST                  PIC S999V9999.
           05  FILLER                       PIC X.
           05  PH-SOURCE                    PIC X(2).
           05  FILLER                       PIC X.
           05  PH-NEW-UNITS                 PIC S9(4).
           05  FILLER                       PIC X(21).

       FD  TRANSFER-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  TRANSFER-HISTORY-RECORD.
           05  TH-EVENT-DATE                PIC X(8).
           05  FILLER                       PIC X.
           05  TH-TRANSFER-NUMBER           PIC 9(6).
           05  FILLER                       PIC X.
           05  TH-EVENT                     PIC X.
           05  FILLER                       PIC X.
           05  TH-WAREHOUSE-ID              PIC X(4).
           05  FILLER                       PIC X.
           05  TH-OTHER-WAREHOUSE           PIC X(4).
           05  FILLER                       PIC X.
           05  TH-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  TH-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X.
           05  TH-SLOT                      PIC 9.
           05  FILLER                       PIC X.
           05  TH-QUANTITY                  PIC 9(4).
           05  FILLER                       PIC X.
           05  TH-UNIT-COST                 PIC S999V99.
           05  FILLER                       PIC X.
           05  TH-AVG-COST                  PIC S999V9999.
           05  FILLER                       PIC X(26).

       FD  PO-RECEIPT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  PO-RECEIPT-RECORD.
           05  PR-PERIOD                    PIC X(6).
           05  FILLER                       PIC X.
           05  PR-VENDOR-ID                 PIC X.
           05  FILLER                       PIC X.
           05  PR-WAREHOUSE-ID              PIC X(4).
           05  FILLER                       PIC X.
           05  PR-PRODUCT-ID                PIC X(3).
           05  FILLER                       PIC X.
           05  PR-RECEIVED-QTY              PIC 9(5).
           05  FILLER                       PIC X.
           05  PR-RECEIVED-VALUE            PIC 9(7)V99.
           05  FILLER                       PIC X.
           05  PR-ORDERED-QTY               PIC 9(5).
           05  FILLER                       PIC X.
           05  PR-TOTAL-RECEIVED            PIC 9(5).
           05  FILLER                       PIC X.
           05  PR-ORDER-PERIOD              PIC X(6).
           05  FILLER                       PIC X.
           05  PR-EXPECTED-PERIOD           PIC X(6).
           05  FILLER                       PIC X.
           05  PR-STATUS                    PIC X.
           05  FILLER                       PIC X(19).

       FD  ADJUSTMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  ADJUSTMENT-RECORD.
           05  ADJ-WAREHOUSE-ID             PIC X(4).
           05  FILLER                       PIC X.
           05  ADJ-VENDOR-ID                PIC X.
           05  FILLER                       PIC X.
           05  ADJ-PRODUCT-ID               PIC X(3).
           05  FILLER                       PIC X.
           05  ADJ-SLOT                     PIC 9.
           05  FILLER                       PIC X.
           05  ADJ-NEW-UNITS                PIC 9(4).
           05  FILLER                       PIC X.
           05  ADJ-COUNT-DATE               PIC X(8).
           05  FILLER                       PIC X.
           05  ADJ-BOOK-UNITS               PIC S9(4).
           05  FILLER                       PIC X.
           05  ADJ-UNIT-COST                PIC S999V99.
           05  FILLER                       PIC X(43).

       FD  RTV-AUTH-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RTV-AUTH-RECORD.
           05  RA-LEAD                      PIC X(7).
           05  RA-PRODUCT-ID                PIC X(3).
           05  RA-GAP                       PIC X(3).
           05  RA-REASON                    PIC X(24).
           05  FILLER                       PIC X(2).
           05  RA-UNITS                     PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(2).
           05  RA-VALUE                     PIC $$$,$$$,$$9.99.
           05  FILLER                       PIC X(16).

       FD  PERIOD-TOTALS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  PERIOD-TOTALS-RECORD.
           05  PT-TYPE                      PIC X.
           05  FILLER                       PIC X.
           05  PT-ID                        PIC X(12).
           05  FILLER                       PIC X.
           05  PT-TOTAL                     PIC 9(9)V99.
           05  FILLER                       PIC X.
           05  PT-WAREHOUSE-ID              PIC X(4).
           05  FILLER                       PIC X(38).

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

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  GL-EXTRACT-RECORD.
           05  GX-RECORD-TYPE               PIC X(3).
           05  FILLER                       PIC X.
           05  GX-PERIOD                    PIC X(6).
           05  FILLER                       PIC X.
           05  GX-ENTRY-NUMBER              PIC 9(5).
           05  FILLER                       PIC X.
           05  GX-ACCOUNT                   PIC X(10).
           05  FILLER                       PIC X.
           05  GX-DR-CR                     PIC X.
           05  FILLER                       PIC X.
           05  GX-AMOUNT                    PIC 9(9)V99.
           05  FILLER                       PIC X.
           05  GX-WAREHOUSE-ID              PIC X(4).
           05  FILLER                       PIC X.
           05  GX-MOVEMENT-TYPE             PIC X(4).
           05  FILLER                       PIC X.
           05  GX-DESCRIPTION               PIC X(20).
           05  FILLER                       PIC X(8).

       01  GL-EXTRACT-HEADER.
           05  GXH-RECORD-TYPE              PIC X(3).
           05  FILLER                       PIC X.
           05  GXH-PERIOD                   PIC X(6).
           05  FILLER                       PIC X.
           05  GXH-RUN-DATE                 PIC 9(8).
           05  FILLER                       PIC X.
           05  GXH-PRIOR-PERIOD             PIC X(6).
           05  FILLER                       PIC X.
           05  GXH-BASIS                    PIC X.
           05  FILLER                       PIC X(52).

       01  GL-EXTRACT-TRAILER.
           05  GXT-RECORD-TYPE              PIC X(3).
           05  FILLER                       PIC X.
           05  GXT-RECORD-COUNT             PIC 9(6).
           05  FILLER                       PIC X.
           05  GXT-TOTAL-DEBITS             PIC 9(9)V99.
           05  FILLER                       PIC X.
           05  GXT-TOTAL-CREDITS            PIC 9(9)V99.
           05  FILLER                       PIC X(46).

       FD  GL-CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.

       01  GL-CONTROL-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01 FLAGS-N-SWITCHES.
          05  RUN-CONTROL-EOF           PIC X       VALUE 'N'.
          05  GL-MAP-EOF                PIC X       VALUE 'N'.
          05  HISTORY-EOF               PIC X       VALUE 'N'.
          05  POSTING-EOF               PIC X       VALUE 'N'.
          05  TRANSFER-EOF              PIC X       VALUE 'N'.
          05  RECEIPT-EOF               PIC X       VALUE 'N'.
          05  ADJUSTMENT-EOF            PIC X       VALUE 'N'.
          05  RTV-AUTH-EOF              PIC X       VALUE 'N'.
          05  TOTALS-EOF                PIC X       VALUE 'N'.
          05  RUN-HISTORY-EOF           PIC X       VALUE 'N'.
          05  MAP-FOUND                 PIC X       VALUE 'N'.
          05  ENTRY-FOUND               PIC X       VALUE 'N'.
          05  WAREHOUSE-FOUND           PIC X       VALUE 'N'.
          05  PRIOR-HISTORY-FOUND       PIC X       VALUE 'N'.
          05  CURRENT-HISTORY-FOUND     PIC X       VALUE 'N'.
          05  LOADING-PRIOR-TOTALS      PIC X       VALUE 'N'.
          05  RUN-CONTROL-STATUS        PIC XX.
              88  RUN-CONTROL-OK                VALUE '00'.
          05  ADJUSTMENT-STATUS         PIC XX.
              88  ADJUSTMENT-OK                 VALUE '00'.
          05  RTV-AUTH-STATUS           PIC XX.
              88  RTV-AUTH-OK                   VALUE '00'.
          05  PERIOD-TOTALS-STATUS      PIC XX.
              88  PERIOD-TOTALS-OK              VALUE '00'.

       01 PARAMETER-FIELDS.
          05  GL-PERIOD                 PIC X(6)    VALUE SPACES.
          05  GL-PRIOR-PERIOD           PIC X(6)    VALUE SPACES.
          05  VALUATION-BASIS           PIC X       VALUE SPACES.
          05  ARG-PERIOD                PIC X(6)    VALUE SPACES.
          05  ARG-PRIOR-PERIOD          PIC X(6)    VALUE SPACES.
          05  ARG-BASIS                 PIC X       VALUE SPACES.
          05  PERIOD-SPLIT.
              10  PS-YEAR               PIC 9(4).
              10  PS-MONTH              PIC 9(2).
          05  TODAY-DATE                PIC 9(8)    VALUE 0.
          05  TIE-TOLERANCE             PIC 9V99    VALUE 1.00.

       01 DYNAMIC-FILENAMES.
          05  ADJUSTMENT-FILENAME       PIC X(40).
          05  RTV-AUTH-FILENAME         PIC X(40).
          05  PERIOD-TOTALS-FILENAME    PIC X(40).
          05  GL-EXTRACT-FILENAME       PIC X(40).
          05  GL-CONTROL-FILENAME       PIC X(40).

       01 SOURCE-COUNTS.
          05  HISTORY-USED-COUNT        PIC 9(6)    VALUE 0.
          05  POSTING-USED-COUNT        PIC 9(6)    VALUE 0.
          05  RECEIPT-USED-COUNT        PIC 9(6)    VALUE 0.
          05  ADJUSTMENT-USED-COUNT     PIC 9(6)    VALUE 0.
          05  ADJUSTMENT-SKIP-COUNT     PIC 9(6)    VALUE 0.
          05  RTV-USED-COUNT            PIC 9(6)    VALUE 0.
          05  TRANSFER-USED-COUNT       PIC 9(6)    VALUE 0.
          05  UNMAPPED-COUNT            PIC 9(5)    VALUE 0.
          05  TABLE-SKIP-COUNT          PIC 9(5)    VALUE 0.

       01 VALUATION-WORK-FIELDS.
          05  PRIOR-COST-USED           PIC S999V9999 VALUE +0.
          05  NEW-COST-USED             PIC S999V9999 VALUE +0.
          05  ISSUE-COST-USED           PIC S999V9999 VALUE +0.
          05  MOVEMENT-VALUE            PIC S9(9)V99 VALUE +0.
          05  QUANTITY-VALUE            PIC S9(9)V99 VALUE +0.
          05  RTV-LINE-VALUE            PIC 9(9)V99  VALUE 0.
          05  WORK-WAREHOUSE-ID         PIC X(4).
          05  WORK-MOVEMENT-TYPE        PIC X(4).
          05  INVENTORY-SIGN            PIC S9      VALUE +0.
          05  ENTRY-AMOUNT              PIC 9(9)V99 VALUE 0.
          05  ENTRY-DEBIT-ACCOUNT       PIC X(10).
          05  ENTRY-CREDIT-ACCOUNT      PIC X(10).
          05  ENTRY-DESCRIPTION         PIC X(20).
          05  ENTRY-NUMBER              PIC 9(5)    VALUE 0.

       01 CONTROL-TOTALS.
          05  TOTAL-DEBITS              PIC 9(9)V99 VALUE 0.
          05  TOTAL-CREDITS             PIC 9(9)V99 VALUE 0.
          05  EXTRACT-RECORD-COUNT      PIC 9(6)    VALUE 0.
          05  EXTRACT-NET-TOTAL         PIC S9(9)V99 VALUE +0.
          05  UNMAPPED-TOTAL            PIC S9(9)V99 VALUE +0.
          05  PRIOR-GRAND-TOTAL         PIC 9(9)V99 VALUE 0.
          05  CURRENT-GRAND-TOTAL       PIC 9(9)V99 VALUE 0.
          05  GRAND-CHANGE              PIC S9(9)V99 VALUE +0.
          05  TIE-DIFFERENCE            PIC S9(9)V99 VALUE +0.
          05  ENTRIES-BALANCED          PIC X       VALUE 'Y'.
          05  EXTRACT-TIED              PIC X       VALUE 'Y'.

       01 GL-MAP-TABLE-AREA.
          05  GL-MAP-COUNT              PIC 9(3)    VALUE 0.
          05  GL-MAP-TABLE OCCURS 1 TO 200 TIMES
                           DEPENDING ON GL-MAP-COUNT.
              10  GMT-WAREHOUSE-ID      PIC X(4).
              10  GMT-MOVEMENT-TYPE     PIC X(4).
              10  GMT-DEBIT-ACCOUNT     PIC X(10).
              10  GMT-CREDIT-ACCOUNT    PIC X(10).
              10  GMT-DESCRIPTION       PIC X(20).
       01  GM-SUB                       PIC 9(3)    VALUE 0.

       01 MOVEMENT-TABLE-AREA.
          05  MOVEMENT-COUNT            PIC 9(3)    VALUE 0.
          05  MOVEMENT-TABLE OCCURS 1 TO 400 TIMES
                           DEPENDING ON MOVEMENT-COUNT.
              10  MVT-WAREHOUSE-ID      PIC X(4).
              10  MVT-MOVEMENT-TYPE     PIC X(4).
              10  MVT-AMOUNT            PIC S9(9)V99.
       01  MV-SUB                       PIC 9(3)    VALUE 0.

       01 WAREHOUSE-TABLE-AREA.
          05  WAREHOUSE-COUNT           PIC 9(3)    VALUE 0.
          05  WAREHOUSE-TABLE OCCURS 1 TO 100 TIMES
                           DEPENDING ON WAREHOUSE-COUNT.
              10  WHT-WAREHOUSE-ID      PIC X(4).
              10  WHT-PRIOR-TOTAL       PIC 9(9)V99.
              10  WHT-CURRENT-TOTAL     PIC 9(9)V99.
              10  WHT-QUANTITY-VALUE    PIC S9(9)V99.
              10  WHT-EXTRACT-NET       PIC S9(9)V99.
       01  WH-SUB                       PIC 9(3)    VALUE 0.

      ************************ OUTPUT AREA **************************

       01  CONTROL-HEADER-L1.
           05  FILLER                   PIC X(30)   VALUE SPACES.
           05                           PIC X(35)
                  VALUE 'GL INTERFACE CONTROL REPORT PERIOD '.
           05  CH-PERIOD                PIC X(6).
           05                           PIC X(8)
                  VALUE '  PRIOR '.
           05  CH-PRIOR-PERIOD          PIC X(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CH-BASIS                 PIC X(18).
           05  FILLER                   PIC X(27)   VALUE SPACES.

       01  CONTROL-COLUMNS-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(7)    VALUE 'ENTRY'.
           05                           PIC X(6)    VALUE 'WH'.
           05                           PIC X(6)    VALUE 'TYPE'.
           05                           PIC X(22)   VALUE 'DESCRIPTION'.
           05                           PIC X(12)   VALUE 'DEBIT'.
           05                           PIC X(12)   VALUE 'CREDIT'.
           05                           PIC X(18)
                                 VALUE '            AMOUNT'.
           05  FILLER                   PIC X(47)   VALUE SPACES.

       01  CONTROL-ENTRY-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CEL-ENTRY-NUMBER         PIC ZZZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CEL-WAREHOUSE-ID         PIC X(4).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CEL-MOVEMENT-TYPE        PIC X(4).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CEL-DESCRIPTION          PIC X(20).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CEL-DEBIT-ACCOUNT        PIC X(10).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CEL-CREDIT-ACCOUNT       PIC X(10).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CEL-AMOUNT               PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CEL-NOTE                 PIC X(30).
           05  FILLER                   PIC X(19)   VALUE SPACES.

       01  CONTROL-UNMAPPED-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(22)
                  VALUE 'NO ACCOUNT MAPPING:   '.
           05  CUL-WAREHOUSE-ID         PIC X(4).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CUL-MOVEMENT-TYPE        PIC X(4).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CUL-AMOUNT               PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(81)   VALUE SPACES.

       01  CONTROL-TOTAL-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(16)
                  VALUE 'TOTAL DEBITS:   '.
           05  CTL-DEBITS               PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05                           PIC X(16)
                  VALUE 'TOTAL CREDITS:  '.
           05  CTL-CREDITS              PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  CTL-STATUS               PIC X(14).
           05  FILLER                   PIC X(48)   VALUE SPACES.

       01  CONTROL-COUNT-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(17)
                  VALUE 'EXTRACT RECORDS: '.
           05  CCL-RECORDS              PIC ZZZ,ZZ9.
           05                           PIC X(11)
                  VALUE '  ENTRIES: '.
           05  CCL-ENTRIES              PIC ZZ,ZZ9.
           05                           PIC X(13)
                  VALUE '  UNMAPPED: '.
           05  CCL-UNMAPPED             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(70)   VALUE SPACES.

       01  CONTROL-SOURCE-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(16)
                  VALUE 'SOURCE RECORDS: '.
           05                           PIC X(9)    VALUE 'HISTORY '.
           05  CSL-HISTORY              PIC ZZZ,ZZ9.
           05                           PIC X(11)   VALUE '  POSTINGS '.
           05  CSL-POSTINGS             PIC ZZZ,ZZ9.
           05                           PIC X(11)   VALUE '  RECEIPTS '.
           05  CSL-RECEIPTS             PIC ZZZ,ZZ9.
           05                           PIC X(10)   VALUE '  ADJUST '.
           05  CSL-ADJUSTMENTS          PIC ZZZ,ZZ9.
           05                           PIC X(11)   VALUE '  UNVALUED '.
           05  CSL-ADJ-SKIPPED          PIC ZZZ,ZZ9.
           05                           PIC X(6)    VALUE '  RTV '.
           05  CSL-RTV                  PIC ZZZ,ZZ9.
           05                           PIC X(7)    VALUE '  XFER '.
           05  CSL-TRANSFERS            PIC ZZZ,ZZ9.

       01  TIE-HEADER-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(34)
                  VALUE 'TIE OF EXTRACT INVENTORY MOVEMENT '.
           05                           PIC X(19)
                  VALUE 'TO WH-REPORT TOTALS'.
           05  FILLER                   PIC X(77)   VALUE SPACES.

       01  TIE-COLUMNS-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05                           PIC X(11)   VALUE 'WAREHOUSE'.
           05                           PIC X(17)
                                 VALUE '      PRIOR TOTAL'.
           05                           PIC X(17)
                                 VALUE '    CURRENT TOTAL'.
           05                           PIC X(17)
                                 VALUE '           CHANGE'.
           05                           PIC X(17)
                                 VALUE '      EXTRACT NET'.
           05                           PIC X(17)
                                 VALUE '       DIFFERENCE'.
           05  FILLER                   PIC X(34)   VALUE SPACES.

       01  TIE-DETAIL-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  TDL-WAREHOUSE-ID         PIC X(9).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  TDL-PRIOR-TOTAL          PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  TDL-CURRENT-TOTAL        PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  TDL-CHANGE               PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  TDL-EXTRACT-NET          PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  TDL-DIFFERENCE           PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  TDL-STATUS               PIC X(20).
           05  FILLER                   PIC X(14)   VALUE SPACES.

       01  TIE-NOTE-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  TNL-TEXT                 PIC X(80).
           05  FILLER                   PIC X(50)   VALUE SPACES.

       PROCEDURE DIVISION.

       001-MAIN-MODULE.
          PERFORM 050-INIT-PARAMETERS
          PERFORM 100-LOAD-GL-MAP-TABLE

          PERFORM 200-VALUE-STOCK-HISTORY
          PERFORM 210-VALUE-POSTING-HISTORY
          PERFORM 215-VALUE-TRANSFER-HISTORY
          PERFORM 220-VALUE-PO-RECEIPTS
          PERFORM 230-VALUE-ADJUSTMENTS
          PERFORM 240-VALUE-RTV-AUTHORIZATIONS
          PERFORM 250-DERIVE-FEED-MOVEMENT

          MOVE 'N' TO LOADING-PRIOR-TOTALS
          PERFORM 260-LOAD-WAREHOUSE-TOTALS
          MOVE 'Y' TO LOADING-PRIOR-TOTALS
          PERFORM 260-LOAD-WAREHOUSE-TOTALS
          PERFORM 270-LOAD-RUN-HISTORY-TOTALS

          OPEN OUTPUT GL-EXTRACT-FILE
                      GL-CONTROL-REPORT
          PERFORM 300-WRITE-HEADERS

          PERFORM VARYING MV-SUB FROM 1 BY 1
             UNTIL MV-SUB > MOVEMENT-COUNT
             IF MVT-AMOUNT(MV-SUB) NOT = 0
                PERFORM 400-WRITE-ONE-ENTRY
             END-IF
          END-PERFORM

          PERFORM 500-WRITE-CONTROL-TOTALS
          PERFORM 600-WRITE-TIE-SECTION

          CLOSE GL-EXTRACT-FILE
                GL-CONTROL-REPORT

          EVALUATE TRUE
             WHEN ENTRIES-BALANCED = 'N' OR UNMAPPED-COUNT > 0
                MOVE 8 TO RETURN-CODE
             WHEN EXTRACT-TIED = 'N'
                MOVE 4 TO RETURN-CODE
             WHEN OTHER
                MOVE 0 TO RETURN-CODE
          END-EVALUATE

          DISPLAY 'GL-INTERFACE PERIOD ' GL-PERIOD
             ' ENTRIES ' ENTRY-NUMBER
             ' UNMAPPED ' UNMAPPED-COUNT
          DISPLAY 'GL-INTERFACE WRITTEN TO ' GL-EXTRACT-FILENAME
          STOP RUN
       .

       050-INIT-PARAMETERS.
          DISPLAY 1 UPON ARGUMENT-NUMBER
          ACCEPT ARG-PERIOD FROM ARGUMENT-VALUE
          DISPLAY 2 UPON ARGUMENT-NUMBER
          ACCEPT ARG-PRIOR-PERIOD FROM ARGUMENT-VALUE
          DISPLAY 3 UPON ARGUMENT-NUMBER
          ACCEPT ARG-BASIS FROM ARGUMENT-VALUE

          PERFORM 055-READ-RUN-CONTROL

          IF ARG-PERIOD NOT = SPACES
             MOVE ARG-PERIOD TO GL-PERIOD
          END-IF
          IF ARG-PRIOR-PERIOD NOT = SPACES
             MOVE ARG-PRIOR-PERIOD TO GL-PRIOR-PERIOD
          END-IF
          IF ARG-BASIS NOT = SPACES
             MOVE ARG-BASIS TO VALUATION-BASIS
          END-IF
          IF VALUATION-BASIS = 'a'
             MOVE 'A' TO VALUATION-BASIS
          END-IF
          IF VALUATION-BASIS NOT = 'A'
             MOVE 'L' TO VALUATION-BASIS
          END-IF

          ACCEPT TODAY-DATE FROM DATE YYYYMMDD
          IF GL-PERIOD = SPACES
             MOVE TODAY-DATE(1:6) TO GL-PERIOD
          END-IF

          IF GL-PRIOR-PERIOD = SPACES
             MOVE GL-PERIOD TO PERIOD-SPLIT
             IF PS-MONTH = 1
                MOVE 12 TO PS-MONTH
                SUBTRACT 1 FROM PS-YEAR
             ELSE
                SUBTRACT 1 FROM PS-MONTH
             END-IF
             MOVE PERIOD-SPLIT TO GL-PRIOR-PERIOD
          END-IF

          MOVE SPACES TO ADJUSTMENT-FILENAME
          STRING 'ADJUSTMENTS-' DELIMITED BY SIZE
                 GL-PRIOR-PERIOD DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
              INTO ADJUSTMENT-FILENAME
          END-STRING

          MOVE SPACES TO RTV-AUTH-FILENAME
          STRING 'RTV-AUTH-' DELIMITED BY SIZE
                 GL-PERIOD DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
              INTO RTV-AUTH-FILENAME
          END-STRING

          MOVE SPACES TO GL-EXTRACT-FILENAME
          STRING 'GL-EXTRACT-' DELIMITED BY SIZE
                 GL-PERIOD DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
              INTO GL-EXTRACT-FILENAME
          END-STRING

          MOVE SPACES TO GL-CONTROL-FILENAME
          STRING 'GL-CONTROL-' DELIMITED BY SIZE
                 GL-PERIOD DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
              INTO GL-CONTROL-FILENAME
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
                            MOVE RC-VALUE(1:6) TO GL-PERIOD
                         WHEN 'PRIOR-PERIOD'
                            MOVE RC-VALUE(1:6) TO GL-PRIOR-PERIOD
                         WHEN 'VALUATION-BASIS'
                            MOVE RC-VALUE(1:1) TO VALUATION-BASIS
                         WHEN OTHER
                            CONTINUE
                      END-EVALUATE
                END-READ
             END-PERFORM
             CLOSE RUN-CONTROL-FILE
          END-IF
       .

       100-LOAD-GL-MAP-TABLE.
          OPEN INPUT GL-ACCOUNT-MAP-FILE
          PERFORM UNTIL GL-MAP-EOF = 'Y'
             READ GL-ACCOUNT-MAP-FILE
                AT END
                   MOVE 'Y' TO GL-MAP-EOF
                NOT AT END
                   IF GL-MAP-COUNT >= 200
                      ADD 1 TO TABLE-SKIP-COUNT
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
          IF TABLE-SKIP-COUNT > 0
             DISPLAY 'WARNING: GL ACCOUNT MAP TABLE FULL - '
                TABLE-SKIP-COUNT ' ROWS SKIPPED'
             MOVE ZEROS TO TABLE-SKIP-COUNT
          END-IF
       .

       200-VALUE-STOCK-HISTORY.
          OPEN INPUT STOCK-HISTORY-FILE
          PERFORM UNTIL HISTORY-EOF = 'Y'
             READ STOCK-HISTORY-FILE
                AT END
                   MOVE 'Y' TO HISTORY-EOF
                NOT AT END
                   IF SH-PERIOD = GL-PERIOD
                      AND SH-PRIOR-UNITS IS NUMERIC
                      AND SH-NEW-UNITS IS NUMERIC
                      PERFORM 205-VALUE-ONE-HISTORY-LINE
                   END-IF
             END-READ
          END-PERFORM
          CLOSE STOCK-HISTORY-FILE
       .

       205-VALUE-ONE-HISTORY-LINE.
          ADD 1 TO HISTORY-USED-COUNT
          MOVE ZEROS TO PRIOR-COST-USED NEW-COST-USED
          IF SH-PRIOR-COST IS NUMERIC
             MOVE SH-PRIOR-COST TO PRIOR-COST-USED
          END-IF
          IF SH-NEW-COST IS NUMERIC
             MOVE SH-NEW-COST TO NEW-COST-USED
          END-IF
          IF VALUATION-BASIS = 'A'
             IF SH-PRIOR-AVG-COST IS NUMERIC
                AND SH-PRIOR-AVG-COST > 0
                MOVE SH-PRIOR-AVG-COST TO PRIOR-COST-USED
             END-IF
             IF SH-NEW-AVG-COST IS NUMERIC
                AND SH-NEW-AVG-COST > 0
                MOVE SH-NEW-AVG-COST TO NEW-COST-USED
             END-IF
          END-IF

          MOVE SH-WAREHOUSE-ID TO WORK-WAREHOUSE-ID
          PERFORM 710-FIND-WAREHOUSE-ENTRY

          COMPUTE QUANTITY-VALUE ROUNDED =
             (SH-NEW-UNITS - SH-PRIOR-UNITS) * NEW-COST-USED
          ADD QUANTITY-VALUE TO WHT-QUANTITY-VALUE(WH-SUB)

          COMPUTE MOVEMENT-VALUE ROUNDED =
             SH-PRIOR-UNITS * (NEW-COST-USED - PRIOR-COST-USED)
          MOVE 'REVL' TO WORK-MOVEMENT-TYPE
          PERFORM 700-ADD-MOVEMENT
       .

       210-VALUE-POSTING-HISTORY.
          OPEN INPUT POSTING-HISTORY-FILE
          PERFORM UNTIL POSTING-EOF = 'Y'
             READ POSTING-HISTORY-FILE
                AT END
                   MOVE 'Y' TO POSTING-EOF
                NOT AT END
                   IF PH-TRANS-DATE(1:6) = GL-PERIOD
                      AND PH-QUANTITY IS NUMERIC
                      PERFORM 215-VALUE-ONE-POSTING
                   END-IF
             END-READ
          END-PERFORM
          CLOSE POSTING-HISTORY-FILE
       .

       215-VALUE-ONE-POSTING.
          MOVE ZEROS TO ISSUE-COST-USED
          IF PH-UNIT-COST IS NUMERIC
             MOVE PH-UNIT-COST TO ISSUE-COST-USED
          END-IF
          MOVE PH-WAREHOUSE-ID TO WORK-WAREHOUSE-ID

          EVALUATE PH-TRANS-TYPE
             WHEN 'R'
                MOVE 'RCPT' TO WORK-MOVEMENT-TYPE
             WHEN 'I'
                MOVE 'ISSU' TO WORK-MOVEMENT-TYPE
             WHEN 'S'
                MOVE 'SCRP' TO WORK-MOVEMENT-TYPE
             WHEN OTHER
                MOVE SPACES TO WORK-MOVEMENT-TYPE
          END-EVALUATE

          IF WORK-MOVEMENT-TYPE NOT = SPACES
             IF VALUATION-BASIS = 'A'
                AND PH-TRANS-TYPE NOT = 'R'
                AND PH-AVG-COST IS NUMERIC
                AND PH-AVG-COST > 0
                MOVE PH-AVG-COST TO ISSUE-COST-USED
             END-IF
             COMPUTE MOVEMENT-VALUE ROUNDED =
                PH-QUANTITY * ISSUE-COST-USED
             ADD 1 TO POSTING-USED-COUNT
             PERFORM 700-ADD-MOVEMENT
          END-IF
       .

       215-VALUE-TRANSFER-HISTORY.
          OPEN INPUT TRANSFER-HISTORY-FILE
          PERFORM UNTIL TRANSFER-EOF = 'Y'
             READ TRANSFER-HISTORY-FILE
                AT END
                   MOVE 'Y' TO TRANSFER-EOF
                NOT AT END
                   IF TH-EVENT-DATE(1:6) = GL-PERIOD
                      AND TH-QUANTITY IS NUMERIC
                      PERFORM 217-VALUE-ONE-TRANSFER
                   END-IF
             END-READ
          END-PERFORM
          CLOSE TRANSFER-HISTORY-FILE
       .

       217-VALUE-ONE-TRANSFER.
          MOVE ZEROS TO ISSUE-COST-USED
          IF TH-UNIT-COST IS NUMERIC
             MOVE TH-UNIT-COST TO ISSUE-COST-USED
          END-IF
          IF VALUATION-BASIS = 'A'
             AND TH-AVG-COST IS NUMERIC
             AND TH-AVG-COST > 0
             MOVE TH-AVG-COST TO ISSUE-COST-USED
          END-IF
          MOVE TH-WAREHOUSE-ID TO WORK-WAREHOUSE-ID

          EVALUATE TH-EVENT
             WHEN 'S'
                MOVE 'XFRO' TO WORK-MOVEMENT-TYPE
             WHEN 'R'
                MOVE 'XFRI' TO WORK-MOVEMENT-TYPE
             WHEN 'L'
                MOVE 'XFRL' TO WORK-MOVEMENT-TYPE
             WHEN OTHER
                MOVE SPACES TO WORK-MOVEMENT-TYPE
          END-EVALUATE

          IF WORK-MOVEMENT-TYPE NOT = SPACES
             COMPUTE MOVEMENT-VALUE ROUNDED =
                TH-QUANTITY * ISSUE-COST-USED
             ADD 1 TO TRANSFER-USED-COUNT
             PERFORM 700-ADD-MOVEMENT
          END-IF
       .

       220-VALUE-PO-RECEIPTS.
          OPEN INPUT PO-RECEIPT-FILE
          PERFORM UNTIL RECEIPT-EOF = 'Y'
             READ PO-RECEIPT-FILE
                AT END
                   MOVE 'Y' TO RECEIPT-EOF
                NOT AT END
                   IF PR-PERIOD = GL-PERIOD
                      AND PR-RECEIVED-VALUE IS NUMERIC
                      ADD 1 TO RECEIPT-USED-COUNT
                      MOVE PR-WAREHOUSE-ID TO WORK-WAREHOUSE-ID
                      MOVE 'PORC' TO WORK-MOVEMENT-TYPE
                      MOVE PR-RECEIVED-VALUE TO MOVEMENT-VALUE
                      PERFORM 700-ADD-MOVEMENT
                   END-IF
             END-READ
          END-PERFORM
          CLOSE PO-RECEIPT-FILE
       .

       230-VALUE-ADJUSTMENTS.
          OPEN INPUT ADJUSTMENT-FILE
          IF ADJUSTMENT-OK
             PERFORM UNTIL ADJUSTMENT-EOF = 'Y'
                READ ADJUSTMENT-FILE
                   AT END
                      MOVE 'Y' TO ADJUSTMENT-EOF
                   NOT AT END
                      PERFORM 235-VALUE-ONE-ADJUSTMENT
                END-READ
             END-PERFORM
             CLOSE ADJUSTMENT-FILE
          END-IF
       .

       235-VALUE-ONE-ADJUSTMENT.
          IF ADJ-NEW-UNITS IS NUMERIC
             AND ADJ-BOOK-UNITS IS NUMERIC
             AND ADJ-UNIT-COST IS NUMERIC
             ADD 1 TO ADJUSTMENT-USED-COUNT
             COMPUTE MOVEMENT-VALUE ROUNDED =
                (ADJ-NEW-UNITS - ADJ-BOOK-UNITS) * ADJ-UNIT-COST
             MOVE ADJ-WAREHOUSE-ID TO WORK-WAREHOUSE-ID
             MOVE 'ADJC' TO WORK-MOVEMENT-TYPE
             PERFORM 700-ADD-MOVEMENT
          ELSE
             ADD 1 TO ADJUSTMENT-SKIP-COUNT
          END-IF
       .

       240-VALUE-RTV-AUTHORIZATIONS.
          OPEN INPUT RTV-AUTH-FILE
          IF RTV-AUTH-OK
             PERFORM UNTIL RTV-AUTH-EOF = 'Y'
                READ RTV-AUTH-FILE
                   AT END
                      MOVE 'Y' TO RTV-AUTH-EOF
                   NOT AT END
                      IF RA-LEAD = SPACES
                         AND RA-PRODUCT-ID NOT = SPACES
                         AND RA-GAP = SPACES
                         AND RA-VALUE NOT = SPACES
                         MOVE RA-VALUE TO RTV-LINE-VALUE
                         MOVE RTV-LINE-VALUE TO MOVEMENT-VALUE
                         MOVE '****' TO WORK-WAREHOUSE-ID
                         MOVE 'RTVA' TO WORK-MOVEMENT-TYPE
                         ADD 1 TO RTV-USED-COUNT
                         PERFORM 700-ADD-MOVEMENT
                      END-IF
                END-READ
             END-PERFORM
             CLOSE RTV-AUTH-FILE
          END-IF
       .

       250-DERIVE-FEED-MOVEMENT.
      * The feed quantity change left after the PO receipts and the
      * count adjustments it already contains is usage or other
      * movement reported by the warehouse.
          PERFORM VARYING WH-SUB FROM 1 BY 1
             UNTIL WH-SUB > WAREHOUSE-COUNT
             MOVE WHT-QUANTITY-VALUE(WH-SUB) TO MOVEMENT-VALUE
             MOVE WHT-WAREHOUSE-ID(WH-SUB) TO WORK-WAREHOUSE-ID
             PERFORM VARYING MV-SUB FROM 1 BY 1
                UNTIL MV-SUB > MOVEMENT-COUNT
                IF MVT-WAREHOUSE-ID(MV-SUB) = WORK-WAREHOUSE-ID
                   AND (MVT-MOVEMENT-TYPE(MV-SUB) = 'PORC'
                        OR MVT-MOVEMENT-TYPE(MV-SUB) = 'ADJC')
                   SUBTRACT MVT-AMOUNT(MV-SUB) FROM MOVEMENT-VALUE
                END-IF
             END-PERFORM
             MOVE 'FEED' TO WORK-MOVEMENT-TYPE
             PERFORM 700-ADD-MOVEMENT
          END-PERFORM
       .

       260-LOAD-WAREHOUSE-TOTALS.
          MOVE SPACES TO PERIOD-TOTALS-FILENAME
          IF LOADING-PRIOR-TOTALS = 'Y'
             STRING 'TOTALS-' DELIMITED BY SIZE
                    GL-PRIOR-PERIOD DELIMITED BY SPACE
                    '.TXT' DELIMITED BY SIZE
                 INTO PERIOD-TOTALS-FILENAME
             END-STRING
          ELSE
             STRING 'TOTALS-' DELIMITED BY SIZE
                    GL-PERIOD DELIMITED BY SPACE
                    '.TXT' DELIMITED BY SIZE
                 INTO PERIOD-TOTALS-FILENAME
             END-STRING
          END-IF

          MOVE 'N' TO TOTALS-EOF
          OPEN INPUT PERIOD-TOTALS-FILE
          IF PERIOD-TOTALS-OK
             PERFORM UNTIL TOTALS-EOF = 'Y'
                READ PERIOD-TOTALS-FILE
                   AT END
                      MOVE 'Y' TO TOTALS-EOF
                   NOT AT END
                      IF PT-TYPE = 'W' AND PT-TOTAL IS NUMERIC
                         MOVE PT-WAREHOUSE-ID TO WORK-WAREHOUSE-ID
                         PERFORM 710-FIND-WAREHOUSE-ENTRY
                         IF LOADING-PRIOR-TOTALS = 'Y'
                            ADD PT-TOTAL TO WHT-PRIOR-TOTAL(WH-SUB)
                         ELSE
                            ADD PT-TOTAL TO WHT-CURRENT-TOTAL(WH-SUB)
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PERIOD-TOTALS-FILE
          ELSE
             DISPLAY 'GL-INTERFACE: ' PERIOD-TOTALS-FILENAME
                ' NOT AVAILABLE - STATUS ' PERIOD-TOTALS-STATUS
          END-IF
       .

       270-LOAD-RUN-HISTORY-TOTALS.
      * The last run recorded for a period is the one that counts.
          OPEN INPUT RUN-HISTORY-FILE
          PERFORM UNTIL RUN-HISTORY-EOF = 'Y'
             READ RUN-HISTORY-FILE
                AT END
                   MOVE 'Y' TO RUN-HISTORY-EOF
                NOT AT END
                   IF RH-GRAND-TOTAL IS NUMERIC
                      IF RH-PERIOD = GL-PERIOD
                         MOVE 'Y' TO CURRENT-HISTORY-FOUND
                         MOVE RH-GRAND-TOTAL TO CURRENT-GRAND-TOTAL
                      END-IF
                      IF RH-PERIOD = GL-PRIOR-PERIOD
                         MOVE 'Y' TO PRIOR-HISTORY-FOUND
                         MOVE RH-GRAND-TOTAL TO PRIOR-GRAND-TOTAL
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE RUN-HISTORY-FILE
       .

       300-WRITE-HEADERS.
          MOVE SPACES TO GL-EXTRACT-HEADER
          MOVE 'HDR'           TO GXH-RECORD-TYPE
          MOVE GL-PERIOD       TO GXH-PERIOD
          MOVE TODAY-DATE      TO GXH-RUN-DATE
          MOVE GL-PRIOR-PERIOD TO GXH-PRIOR-PERIOD
          MOVE VALUATION-BASIS TO GXH-BASIS
          WRITE GL-EXTRACT-HEADER
          ADD 1 TO EXTRACT-RECORD-COUNT

          MOVE GL-PERIOD TO CH-PERIOD
          MOVE GL-PRIOR-PERIOD TO CH-PRIOR-PERIOD
          IF VALUATION-BASIS = 'A'
             MOVE 'AT AVERAGE COST' TO CH-BASIS
          ELSE
             MOVE 'AT LAST PRICE' TO CH-BASIS
          END-IF
          MOVE CONTROL-HEADER-L1 TO GL-CONTROL-RECORD
          WRITE GL-CONTROL-RECORD
          MOVE SPACES TO GL-CONTROL-RECORD
          WRITE GL-CONTROL-RECORD
          MOVE CONTROL-COLUMNS-LINE TO GL-CONTROL-RECORD
          WRITE GL-CONTROL-RECORD
       .

       400-WRITE-ONE-ENTRY.
          MOVE MVT-WAREHOUSE-ID(MV-SUB) TO WORK-WAREHOUSE-ID
          MOVE MVT-MOVEMENT-TYPE(MV-SUB) TO WORK-MOVEMENT-TYPE
          PERFORM 720-FIND-ACCOUNT-MAPPING

          IF MAP-FOUND = 'N'
             ADD 1 TO UNMAPPED-COUNT
             ADD MVT-AMOUNT(MV-SUB) TO UNMAPPED-TOTAL
             MOVE WORK-WAREHOUSE-ID  TO CUL-WAREHOUSE-ID
             MOVE WORK-MOVEMENT-TYPE TO CUL-MOVEMENT-TYPE
             MOVE MVT-AMOUNT(MV-SUB) TO CUL-AMOUNT
             MOVE CONTROL-UNMAPPED-LINE TO GL-CONTROL-RECORD
             WRITE GL-CONTROL-RECORD
          ELSE
             ADD 1 TO ENTRY-NUMBER
             MOVE SPACES TO CEL-NOTE
             IF MVT-AMOUNT(MV-SUB) < 0
                COMPUTE ENTRY-AMOUNT = 0 - MVT-AMOUNT(MV-SUB)
                MOVE GMT-CREDIT-ACCOUNT(GM-SUB) TO ENTRY-DEBIT-ACCOUNT
                MOVE GMT-DEBIT-ACCOUNT(GM-SUB) TO ENTRY-CREDIT-ACCOUNT
                MOVE 'REVERSED - NEGATIVE MOVEMENT' TO CEL-NOTE
             ELSE
                MOVE MVT-AMOUNT(MV-SUB) TO ENTRY-AMOUNT
                MOVE GMT-DEBIT-ACCOUNT(GM-SUB) TO ENTRY-DEBIT-ACCOUNT
                MOVE GMT-CREDIT-ACCOUNT(GM-SUB) TO ENTRY-CREDIT-ACCOUNT
             END-IF
             MOVE GMT-DESCRIPTION(GM-SUB) TO ENTRY-DESCRIPTION

             MOVE SPACES TO GL-EXTRACT-RECORD
             MOVE 'JE '               TO GX-RECORD-TYPE
             MOVE GL-PERIOD           TO GX-PERIOD
             MOVE ENTRY-NUMBER        TO GX-ENTRY-NUMBER
             MOVE ENTRY-DEBIT-ACCOUNT TO GX-ACCOUNT
             MOVE 'D'                 TO GX-DR-CR
             MOVE ENTRY-AMOUNT        TO GX-AMOUNT
             MOVE WORK-WAREHOUSE-ID   TO GX-WAREHOUSE-ID
             MOVE WORK-MOVEMENT-TYPE  TO GX-MOVEMENT-TYPE
             MOVE ENTRY-DESCRIPTION   TO GX-DESCRIPTION
             WRITE GL-EXTRACT-RECORD
             ADD ENTRY-AMOUNT TO TOTAL-DEBITS

             MOVE ENTRY-CREDIT-ACCOUNT TO GX-ACCOUNT
             MOVE 'C'                  TO GX-DR-CR
             WRITE GL-EXTRACT-RECORD
             ADD ENTRY-AMOUNT TO TOTAL-CREDITS
             ADD 2 TO EXTRACT-RECORD-COUNT

             MOVE ENTRY-NUMBER         TO CEL-ENTRY-NUMBER
             MOVE WORK-WAREHOUSE-ID    TO CEL-WAREHOUSE-ID
             MOVE WORK-MOVEMENT-TYPE   TO CEL-MOVEMENT-TYPE
             MOVE ENTRY-DESCRIPTION    TO CEL-DESCRIPTION
             MOVE ENTRY-DEBIT-ACCOUNT  TO CEL-DEBIT-ACCOUNT
             MOVE ENTRY-CREDIT-ACCOUNT TO CEL-CREDIT-ACCOUNT
             MOVE ENTRY-AMOUNT         TO CEL-AMOUNT
             MOVE CONTROL-ENTRY-LINE TO GL-CONTROL-RECORD
             WRITE GL-CONTROL-RECORD

             PERFORM 730-SET-INVENTORY-SIGN
             IF INVENTORY-SIGN NOT = 0
                PERFORM 710-FIND-WAREHOUSE-ENTRY
                COMPUTE WHT-EXTRACT-NET(WH-SUB) =
                   WHT-EXTRACT-NET(WH-SUB)
                   + INVENTORY-SIGN * MVT-AMOUNT(MV-SUB)
                COMPUTE EXTRACT-NET-TOTAL = EXTRACT-NET-TOTAL
                   + INVENTORY-SIGN * MVT-AMOUNT(MV-SUB)
             END-IF
          END-IF
       .

       500-WRITE-CONTROL-TOTALS.
          ADD 1 TO EXTRACT-RECORD-COUNT
          MOVE SPACES TO GL-EXTRACT-TRAILER
          MOVE 'TRL'                TO GXT-RECORD-TYPE
          MOVE EXTRACT-RECORD-COUNT TO GXT-RECORD-COUNT
          MOVE TOTAL-DEBITS         TO GXT-TOTAL-DEBITS
          MOVE TOTAL-CREDITS        TO GXT-TOTAL-CREDITS
          WRITE GL-EXTRACT-TRAILER

          IF TOTAL-DEBITS = TOTAL-CREDITS
             MOVE 'BALANCED' TO CTL-STATUS
          ELSE
             MOVE 'N' TO ENTRIES-BALANCED
             MOVE 'OUT OF BALANCE' TO CTL-STATUS
          END-IF
          MOVE TOTAL-DEBITS  TO CTL-DEBITS
          MOVE TOTAL-CREDITS TO CTL-CREDITS
          MOVE SPACES TO GL-CONTROL-RECORD
          WRITE GL-CONTROL-RECORD
          MOVE CONTROL-TOTAL-LINE TO GL-CONTROL-RECORD
          WRITE GL-CONTROL-RECORD

          MOVE EXTRACT-RECORD-COUNT TO CCL-RECORDS
          MOVE ENTRY-NUMBER         TO CCL-ENTRIES
          MOVE UNMAPPED-COUNT       TO CCL-UNMAPPED
          MOVE CONTROL-COUNT-LINE TO GL-CONTROL-RECORD
          WRITE GL-CONTROL-RECORD

          MOVE HISTORY-USED-COUNT    TO CSL-HISTORY
          MOVE POSTING-USED-COUNT    TO CSL-POSTINGS
          MOVE RECEIPT-USED-COUNT    TO CSL-RECEIPTS
          MOVE ADJUSTMENT-USED-COUNT TO CSL-ADJUSTMENTS
          MOVE ADJUSTMENT-SKIP-COUNT TO CSL-ADJ-SKIPPED
          MOVE RTV-USED-COUNT        TO CSL-RTV
          MOVE TRANSFER-USED-COUNT   TO CSL-TRANSFERS
          MOVE CONTROL-SOURCE-LINE TO GL-CONTROL-RECORD
          WRITE GL-CONTROL-RECORD
       .

       600-WRITE-TIE-SECTION.
          MOVE SPACES TO GL-CONTROL-RECORD
          WRITE GL-CONTROL-RECORD
          MOVE TIE-HEADER-LINE TO GL-CONTROL-RECORD
          WRITE GL-CONTROL-RECORD
          MOVE TIE-COLUMNS-LINE TO GL-CONTROL-RECORD
          WRITE GL-CONTROL-RECORD

          PERFORM VARYING WH-SUB FROM 1 BY 1
             UNTIL WH-SUB > WAREHOUSE-COUNT
             PERFORM 610-WRITE-WAREHOUSE-TIE
          END-PERFORM

          MOVE SPACES TO GL-CONTROL-RECORD
          WRITE GL-CONTROL-RECORD
          MOVE 'RUN-HIST' TO TDL-WAREHOUSE-ID
          IF PRIOR-HISTORY-FOUND = 'Y' AND CURRENT-HISTORY-FOUND = 'Y'
             COMPUTE GRAND-CHANGE =
                CURRENT-GRAND-TOTAL - PRIOR-GRAND-TOTAL
             COMPUTE TIE-DIFFERENCE = GRAND-CHANGE - EXTRACT-NET-TOTAL
             MOVE PRIOR-GRAND-TOTAL   TO TDL-PRIOR-TOTAL
             MOVE CURRENT-GRAND-TOTAL TO TDL-CURRENT-TOTAL
             MOVE GRAND-CHANGE        TO TDL-CHANGE
             MOVE EXTRACT-NET-TOTAL   TO TDL-EXTRACT-NET
             MOVE TIE-DIFFERENCE      TO TDL-DIFFERENCE
             IF TIE-DIFFERENCE > TIE-TOLERANCE
                OR TIE-DIFFERENCE < (0 - TIE-TOLERANCE)
                MOVE 'N' TO EXTRACT-TIED
                MOVE 'NOT TIED' TO TDL-STATUS
             ELSE
                MOVE 'TIED' TO TDL-STATUS
             END-IF
             MOVE TIE-DETAIL-LINE TO GL-CONTROL-RECORD
             WRITE GL-CONTROL-RECORD
          ELSE
             MOVE 'N' TO EXTRACT-TIED
             MOVE SPACES TO TNL-TEXT
             STRING 'RUN-HISTORY.TXT HAS NO ENTRY FOR PERIOD '
                       DELIMITED BY SIZE
                    GL-PERIOD DELIMITED BY SIZE
                    ' OR ' DELIMITED BY SIZE
                    GL-PRIOR-PERIOD DELIMITED BY SIZE
                    ' - GRAND TOTAL NOT TIED' DELIMITED BY SIZE
                 INTO TNL-TEXT
             END-STRING
             MOVE TIE-NOTE-LINE TO GL-CONTROL-RECORD
             WRITE GL-CONTROL-RECORD
          END-IF

          IF UNMAPPED-COUNT > 0
             MOVE SPACES TO TNL-TEXT
             STRING 'UNMAPPED MOVEMENTS ARE LEFT OUT OF THE EXTRACT '
                       DELIMITED BY SIZE
                    '- ADD GL-ACCOUNT-MAP ROWS AND RERUN'
                       DELIMITED BY SIZE
                 INTO TNL-TEXT
             END-STRING
             MOVE TIE-NOTE-LINE TO GL-CONTROL-RECORD
             WRITE GL-CONTROL-RECORD
          END-IF
       .

       610-WRITE-WAREHOUSE-TIE.
          IF WHT-WAREHOUSE-ID(WH-SUB) NOT = '****'
             COMPUTE GRAND-CHANGE = WHT-CURRENT-TOTAL(WH-SUB)
                - WHT-PRIOR-TOTAL(WH-SUB)
             COMPUTE TIE-DIFFERENCE = GRAND-CHANGE
                - WHT-EXTRACT-NET(WH-SUB)
             MOVE WHT-WAREHOUSE-ID(WH-SUB)  TO TDL-WAREHOUSE-ID
             MOVE WHT-PRIOR-TOTAL(WH-SUB)   TO TDL-PRIOR-TOTAL
             MOVE WHT-CURRENT-TOTAL(WH-SUB) TO TDL-CURRENT-TOTAL
             MOVE GRAND-CHANGE              TO TDL-CHANGE
             MOVE WHT-EXTRACT-NET(WH-SUB)   TO TDL-EXTRACT-NET
             MOVE TIE-DIFFERENCE            TO TDL-DIFFERENCE
             IF TIE-DIFFERENCE > TIE-TOLERANCE
                OR TIE-DIFFERENCE < (0 - TIE-TOLERANCE)
                MOVE 'N' TO EXTRACT-TIED
                MOVE 'NOT TIED' TO TDL-STATUS
             ELSE
                MOVE 'TIED' TO TDL-STATUS
             END-IF
             MOVE TIE-DETAIL-LINE TO GL-CONTROL-RECORD
             WRITE GL-CONTROL-RECORD
          END-IF
       .

       700-ADD-MOVEMENT.
          MOVE 'N' TO ENTRY-FOUND
          PERFORM VARYING MV-SUB FROM 1 BY 1
             UNTIL MV-SUB > MOVEMENT-COUNT OR ENTRY-FOUND = 'Y'
             IF MVT-WAREHOUSE-ID(MV-SUB) = WORK-WAREHOUSE-ID
                AND MVT-MOVEMENT-TYPE(MV-SUB) = WORK-MOVEMENT-TYPE
                MOVE 'Y' TO ENTRY-FOUND
                ADD MOVEMENT-VALUE TO MVT-AMOUNT(MV-SUB)
             END-IF
          END-PERFORM

          IF ENTRY-FOUND = 'N'
             IF MOVEMENT-COUNT >= 400
                ADD 1 TO TABLE-SKIP-COUNT
                DISPLAY 'WARNING: GL MOVEMENT TABLE FULL - '
                   WORK-WAREHOUSE-ID ' ' WORK-MOVEMENT-TYPE
                   ' NOT EXTRACTED'
             ELSE
                ADD 1 TO MOVEMENT-COUNT
                MOVE WORK-WAREHOUSE-ID TO
                        MVT-WAREHOUSE-ID(MOVEMENT-COUNT)
                MOVE WORK-MOVEMENT-TYPE TO
                        MVT-MOVEMENT-TYPE(MOVEMENT-COUNT)
                MOVE MOVEMENT-VALUE TO MVT-AMOUNT(MOVEMENT-COUNT)
             END-IF
          END-IF
       .

       710-FIND-WAREHOUSE-ENTRY.
          MOVE 'N' TO WAREHOUSE-FOUND
          PERFORM VARYING WH-SUB FROM 1 BY 1
             UNTIL WH-SUB > WAREHOUSE-COUNT OR WAREHOUSE-FOUND = 'Y'
             IF WHT-WAREHOUSE-ID(WH-SUB) = WORK-WAREHOUSE-ID
                MOVE 'Y' TO WAREHOUSE-FOUND
             END-IF
          END-PERFORM

          IF WAREHOUSE-FOUND = 'Y'
             SUBTRACT 1 FROM WH-SUB
          ELSE
             IF WAREHOUSE-COUNT >= 100
                DISPLAY 'WARNING: GL WAREHOUSE TABLE FULL - '
                   WORK-WAREHOUSE-ID ' COMBINED WITH LAST ENTRY'
                MOVE WAREHOUSE-COUNT TO WH-SUB
             ELSE
                ADD 1 TO WAREHOUSE-COUNT
                MOVE WAREHOUSE-COUNT TO WH-SUB
                MOVE WORK-WAREHOUSE-ID TO WHT-WAREHOUSE-ID(WH-SUB)
                MOVE ZEROS TO WHT-PRIOR-TOTAL(WH-SUB)
                              WHT-CURRENT-TOTAL(WH-SUB)
                              WHT-QUANTITY-VALUE(WH-SUB)
                              WHT-EXTRACT-NET(WH-SUB)
             END-IF
          END-IF
       .

       720-FIND-ACCOUNT-MAPPING.
          MOVE 'N' TO MAP-FOUND
          PERFORM VARYING GM-SUB FROM 1 BY 1
             UNTIL GM-SUB > GL-MAP-COUNT OR MAP-FOUND = 'Y'
             IF GMT-WAREHOUSE-ID(GM-SUB) = WORK-WAREHOUSE-ID
                AND GMT-MOVEMENT-TYPE(GM-SUB) = WORK-MOVEMENT-TYPE
                MOVE 'Y' TO MAP-FOUND
             END-IF
          END-PERFORM

          IF MAP-FOUND = 'N'
             PERFORM VARYING GM-SUB FROM 1 BY 1
                UNTIL GM-SUB > GL-MAP-COUNT OR MAP-FOUND = 'Y'
                IF GMT-WAREHOUSE-ID(GM-SUB) = '****'
                   AND GMT-MOVEMENT-TYPE(GM-SUB) = WORK-MOVEMENT-TYPE
                   MOVE 'Y' TO MAP-FOUND
                END-IF
             END-PERFORM
          END-IF

          IF MAP-FOUND = 'Y'
             SUBTRACT 1 FROM GM-SUB
          END-IF
       .

       730-SET-INVENTORY-SIGN.
          EVALUATE WORK-MOVEMENT-TYPE
             WHEN 'PORC'
             WHEN 'RCPT'
             WHEN 'ADJC'
             WHEN 'REVL'
             WHEN 'FEED'
             WHEN 'XFRI'
                MOVE +1 TO INVENTORY-SIGN
             WHEN 'ISSU'
             WHEN 'SCRP'
             WHEN 'XFRO'
                MOVE -1 TO INVENTORY-SIGN
             WHEN OTHER
                MOVE 0 TO INVENTORY-SIGN
          END-EVALUATE
       .
