           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
             FILE STATUS IS RCCODE.
           SELECT COMM-REG-FILE ASSIGN TO COMMREG.
           SELECT RFP-SALE-FILE ASSIGN TO RFPSALE
             FILE STATUS IS SICODE.
           SELECT ORDER-RECON-FILE ASSIGN TO SALRECON.
           SELECT CHGBACK-FILE ASSIGN TO CHGBACK
             FILE STATUS IS CBCODE.
           SELECT CHGBK-REG-FILE ASSIGN TO CHGBKREG.
           SELECT GL-MAP-FILE ASSIGN TO GLMAP
             FILE STATUS IS GMCODE.
           SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL.
           SELECT GL-CONTROL-FILE ASSIGN TO GLCTL.
           SELECT CUST-MASTER-FILE ASSIGN TO CUSTMAST
             FILE STATUS IS CUCODE.
           SELECT CUST-PARM-FILE ASSIGN TO CUSTPARM
             FILE STATUS IS CPCODE.
           SELECT CUST-RPT-FILE ASSIGN TO CUSTRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE RECORDING MODE F.
      *** RECORD TYPE: SPACE/'S' = SALES, 'C' = CREDIT MEMO WHOSE
      *** QUARTERLY AMOUNTS NET OFF AGAINST THE REGION'S SALES
              10 REC-TYPE-I       PIC X(01)   VALUE SPACE.
      *** SALESPERSON CREDITED WITH THE SALE. A CREDIT MEMO CARRIES
      *** THE SALESPERSON OF THE SALE IT REVERSES. BLANK = HOUSE
              10 SALES-REP-I      PIC X(05)   VALUE SPACES.
      *** CUSTOMER WHO BOUGHT, FROM THE CUSTOMER MASTER. A CREDIT
      *** MEMO CARRIES THE CUSTOMER OF THE SALE IT REVERSES. BLANK =
      *** NO NAMED CUSTOMER (COUNTER AND CASH SALES)
              10 SALES-CUST-I     PIC X(08)   VALUE SPACES.
              10 FILLER           PIC X(32)   VALUE SPACES.

       FD  OUTPUT-FILE
           RECORDING MODE IS F
           DATA RECORD IS COMM-REG-RECORD.
       01  COMM-REG-RECORD     PIC X(80).

      *** ORDERS ACCEPTED AT THE FAVRFP ORDER DESK, BOOKED HERE AS
      *** ADDITIONAL SALES FOR THEIR REGION, YEAR AND QUARTER
       FD  RFP-SALE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY RFPSALE.

       FD  ORDER-RECON-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORDER-RECON-RECORD.
       01  ORDER-RECON-RECORD  PIC X(80).

      *** UNRECOVERED COMMISSION CHARGEBACKS BY REGION AND SALESPERSON.
      *** OPEN BALANCE IS WHAT WAS BROUGHT INTO CB-YEAR-IN; CLOSE
      *** BALANCE IS WHAT WAS STILL OWED AFTER THE LATEST RUN AND
      *** BECOMES NEXT YEAR'S OPEN BALANCE
       FD  CHGBACK-FILE RECORDING MODE F.
       01  CHGBACK-REC.
           05 CB-REGION-IN     PIC X(02).
           05 CB-SALES-REP-IN  PIC X(05).
           05 CB-YEAR-IN       PIC 9(4).
           05 CB-OPEN-BAL-IN   PIC 9(9)V99.
           05 CB-CLOSE-BAL-IN  PIC 9(9)V99.
           05 CB-RUN-DATE-IN   PIC X(08).
           05 FILLER           PIC X(39).

       FD  CHGBK-REG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHGBK-REG-RECORD.
       01  CHGBK-REG-RECORD    PIC X(80).

      *** GENERAL LEDGER ACCOUNT MAP. KEY TYPE 'R' KEYS A REGION CODE,
      *** 'D' A DIVISION NAME; A REGION ROW WINS OVER ITS DIVISION'S.
      *** ENTRY TYPES: GS GROSS SALES, CM CREDIT MEMOS, AJ SALESADJ
      *** ADJUSTMENTS, CA COMMISSION ACCRUAL. A POSITIVE AMOUNT POSTS
      *** DEBIT/CREDIT AS MAPPED, A NEGATIVE ONE THE OTHER WAY ROUND
       FD  GL-MAP-FILE RECORDING MODE F.
       01  GL-MAP-REC.
           05 GM-KEY-TYPE-IN   PIC X(01).
           05 GM-KEY-IN        PIC X(10).
           05 GM-ENTRY-TYPE-IN PIC X(02).
           05 GM-DEBIT-ACCT-IN PIC X(10).
           05 GM-CREDIT-ACCT-IN PIC X(10).
           05 FILLER           PIC X(47).

      *** JOURNAL ENTRIES FOR THE LEDGER, ONE LINE PER ACCOUNT SIDE.
      *** ONLY WRITTEN WHEN THE JOURNAL BALANCES
       FD  GL-JOURNAL-FILE RECORDING MODE F.
       01  GL-JOURNAL-REC.
           05 JE-PERIOD-YEAR   PIC 9(4).
           05 JE-PERIOD-QTR    PIC 9(1).
           05 JE-LINE-NBR      PIC 9(5).
           05 JE-ACCOUNT       PIC X(10).
           05 JE-DR-CR         PIC X(01).
           05 JE-AMOUNT        PIC 9(11)V99.
           05 JE-REGION        PIC X(02).
           05 JE-ENTRY-TYPE    PIC X(02).
           05 JE-SOURCE        PIC X(08).
           05 JE-RUN-DATE      PIC X(08).
           05 FILLER           PIC X(26).

       FD  GL-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GL-CONTROL-RECORD.
       01  GL-CONTROL-RECORD   PIC X(80).

      *** CUSTOMER MASTER. ABSENT MEANS CUSTOMER NUMBERS ARE NOT
      *** VALIDATED AND NO CUSTOMER DETAIL IS REPORTED
       FD  CUST-MASTER-FILE RECORDING MODE F.
           COPY CUSTMAST.

      *** TOP-CUSTOMER REPORT PARAMETERS. ABSENT OR ZERO FIELDS LEAVE
      *** THE STANDING DEFAULTS OF TOP 10 AND A 20 PERCENT DECLINE
       FD  CUST-PARM-FILE RECORDING MODE F.
       01  CUST-PARM-REC.
           05 CP-TOP-COUNT-IN  PIC 9(02).
           05 CP-DECLINE-PCT-IN PIC 9(03).
           05 FILLER           PIC X(75).

       FD  CUST-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CUST-RPT-RECORD.
       01  CUST-RPT-RECORD     PIC X(80).

       FD  BAL-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
              10 SALES-YEAR       PIC 9(4)    VALUE ZEROES.
              10 SALES-REC-TYPE   PIC X(01)   VALUE SPACE.
                 88 CREDIT-MEMO   VALUE 'C'.
              10 SALES-REP        PIC X(05)   VALUE SPACES.
              10 SALES-CUST       PIC X(08)   VALUE SPACES.
       01  WS-SALE-COUNT          PIC S9(4) COMP VALUE 0.
       01  WS-CURRENT-YEAR        PIC 9(4) VALUE 0.
       01  WS-PRIOR-YEAR          PIC 9(4) VALUE 0.
       01  WS-REGION-COMM-TOT      PIC 9(11)V99 VALUE 0.
       01  WS-BATCH-COMM-TOT       PIC 9(13)V99 VALUE 0.

      *** COMMISSION PAID PER REGION AND QUARTER, KEPT SO THE
      *** CHARGEBACKS CAN USE THE RATE THE SALES WERE PAID AT
       01  REGION-COMM-TABLE.
           05  REGION-COMM OCCURS 20 TIMES.
               10  RC-RATE-SW      PIC X(01).
                   88 RC-RATE-FOUND VALUE 'Y'.
               10  RC-BASE-RATE    PIC 9V999.
               10  RC-QTR OCCURS 4 TIMES.
                   15  RC-BASIS    PIC S9(15)V99.
                   15  RC-COMM     PIC 9(11)V99.

      *** SALES AND CREDIT MEMOS BY REGION AND SALESPERSON, AND EACH
      *** SALESPERSON'S CHARGEBACK POSITION FOR THE YEAR
       01  REP-TOTALS-TABLE.
           05  REP-TOTAL OCCURS 100 TIMES.
               10  RP-REGION       PIC X(02).
               10  RP-SALES-REP    PIC X(05).
               10  RP-GROSS        PIC 9(15)V99 OCCURS 4 TIMES.
               10  RP-CREDITS      PIC 9(15)V99 OCCURS 4 TIMES.
               10  RP-PRIOR-BAL    PIC 9(11)V99.
               10  RP-NEW-CB       PIC 9(11)V99.
               10  RP-RECOVERED    PIC 9(11)V99.
               10  RP-REMAINING    PIC 9(11)V99.
       01  WS-REP-COUNT            PIC 9(4) VALUE 0.
       01  WS-REP-SUB              PIC 9(4) VALUE 0.
       01  RP-FOUND-SW             PIC X(01) VALUE 'N'.
                88 RP-FOUND        VALUE 'Y'.
       01  WS-REP-REGION           PIC X(02) VALUE SPACES.
       01  WS-REP-CODE             PIC X(05) VALUE SPACES.
       01  WS-REP-AMOUNT           PIC 9(15)V99 VALUE 0.
       01  WS-REP-QTR              PIC 9(1) VALUE 0.
       01  WS-REP-COMM             PIC 9(11)V99 VALUE 0.
       01  WS-REP-CB               PIC 9(11)V99 VALUE 0.
       01  WS-REP-RECOVER          PIC 9(11)V99 VALUE 0.
       01  WS-CB-BALANCE           PIC 9(11)V99 VALUE 0.
       01  WS-CB-RGN-SUB           PIC 9(4) VALUE 0.
       01  WS-CB-RGN-GROSS         PIC 9(15)V99 VALUE 0.
       01  CBCODE                  PIC X(02) VALUE SPACES.
                88 CB-FILE-FOUND   VALUE '00'.
       01  SW-END-OF-CHGBACK       PIC X(01) VALUE SPACES.
                88 END-OF-CHGBACK  VALUE 'Y'.
       01  WS-CB-TOTALS.
           05  WS-CB-TOT-PRIOR     PIC 9(13)V99 VALUE 0.
           05  WS-CB-TOT-NEW       PIC 9(13)V99 VALUE 0.
           05  WS-CB-TOT-RECOVERED PIC 9(13)V99 VALUE 0.
           05  WS-CB-TOT-REMAINING PIC 9(13)V99 VALUE 0.
       01  WS-NET-COMM-PAYABLE     PIC 9(13)V99 VALUE 0.

       01  CHGBK-HEADER-LINE.
           05  FILLER             PIC X(25) VALUE SPACES.
           05  FILLER             PIC X(30) VALUE
               'COMMISSION CHARGEBACK REGISTER'.
           05  FILLER             PIC X(25) VALUE SPACES.

       01  CHGBK-COLUMN-LINE.
           05  FILLER             PIC X(40) VALUE
               'RG REP     PRIOR BALANCE NEW CHARGEBACK '.
           05  FILLER             PIC X(40) VALUE
               '    RECOVERED      REMAINING'.

       01  CHGBK-DETAIL-LINE.
           05  CBL-REGION         PIC X(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CBL-SALES-REP      PIC X(05).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CBL-PRIOR          PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CBL-NEW            PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CBL-RECOVERED      PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CBL-REMAINING      PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(11) VALUE SPACES.

       01  CHGBK-TOTAL-LINE.
           05  FILLER             PIC X(09) VALUE 'TOTALS   '.
           05  CKT-PRIOR          PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CKT-NEW            PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CKT-RECOVERED      PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CKT-REMAINING      PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(11) VALUE SPACES.

       01  COMM-RECOVERY-LINE.
           05  CRL-TEXT           PIC X(24).
           05  CRL-AMOUNT         PIC $$,$$$,$$$,$$9.99.
           05  FILLER             PIC X(39) VALUE SPACES.

      *** GENERAL LEDGER JOURNAL. THE PERIOD IS THE QUARTER OF THE
      *** BUSINESS DATE; ADJUSTMENTS POST TO THEIR OWN QUARTER
       01  GMCODE                  PIC X(02) VALUE SPACES.
                88 GM-FILE-FOUND   VALUE '00'.
       01  SW-END-OF-GLMAP         PIC X(01) VALUE SPACES.
                88 END-OF-GLMAP    VALUE 'Y'.
       01  GL-MAP-TABLE.
           05  GL-MAP-ENTRY OCCURS 100 TIMES.
               10  GMT-KEY-TYPE    PIC X(01).
               10  GMT-KEY         PIC X(10).
               10  GMT-ENTRY-TYPE  PIC X(02).
               10  GMT-DEBIT-ACCT  PIC X(10).
               10  GMT-CREDIT-ACCT PIC X(10).
       01  WS-GLMAP-COUNT          PIC 9(4) VALUE 0.
       01  WS-GLMAP-SUB            PIC 9(4) VALUE 0.
       01  WS-GLMAP-MATCH          PIC 9(4) VALUE 0.
       01  WS-GL-KEY-TYPE          PIC X(01) VALUE SPACE.
       01  WS-GL-KEY               PIC X(10) VALUE SPACES.

       01  ADJ-APPLIED-TABLE.
           05  ADJ-APPLIED-ENTRY OCCURS 100 TIMES.
               10  AAP-REGION      PIC X(02).
               10  AAP-YEAR        PIC 9(4).
               10  AAP-QUARTER     PIC 9(1).
               10  AAP-AMOUNT      PIC S9(7)V99.
       01  WS-AAP-COUNT            PIC 9(4) VALUE 0.
       01  WS-AAP-SUB              PIC 9(4) VALUE 0.

       01  GL-LINE-TABLE.
           05  GL-LINE-ENTRY OCCURS 500 TIMES.
               10  GLL-YEAR        PIC 9(4).
               10  GLL-QUARTER     PIC 9(1).
               10  GLL-ACCOUNT     PIC X(10).
               10  GLL-DR-CR       PIC X(01).
               10  GLL-AMOUNT      PIC 9(11)V99.
               10  GLL-REGION      PIC X(02).
               10  GLL-ENTRY-TYPE  PIC X(02).
       01  WS-GLL-COUNT            PIC 9(4) VALUE 0.
       01  WS-GLL-SUB              PIC 9(4) VALUE 0.

       01  GL-ACCT-TOTAL-TABLE.
           05  GL-ACCT-TOTAL OCCURS 100 TIMES.
               10  GAT-ACCOUNT     PIC X(10).
               10  GAT-DEBITS      PIC 9(13)V99.
               10  GAT-CREDITS     PIC 9(13)V99.
       01  WS-GAT-COUNT            PIC 9(4) VALUE 0.
       01  WS-GAT-SUB              PIC 9(4) VALUE 0.
       01  GAT-FOUND-SW            PIC X(01) VALUE 'N'.
                88 GAT-FOUND       VALUE 'Y'.

       01  GL-EXCEPTION-TABLE.
           05  GL-EXCEPTION OCCURS 50 TIMES.
               10  GLX-REGION      PIC X(02).
               10  GLX-ENTRY-TYPE  PIC X(02).
               10  GLX-AMOUNT      PIC S9(13)V99.
               10  GLX-NOTE        PIC X(20).
       01  WS-GLX-COUNT            PIC 9(4) VALUE 0.
       01  WS-GLX-SUB              PIC 9(4) VALUE 0.
       01  WS-GLX-NOTE             PIC X(20) VALUE SPACES.

       01  WS-GL-FIELDS.
           05  WS-GL-YEAR          PIC 9(4) VALUE 0.
           05  WS-GL-QTR           PIC 9(1) VALUE 0.
           05  WS-GL-MONTH         PIC 9(2) VALUE 0.
           05  WS-JE-YEAR          PIC 9(4) VALUE 0.
           05  WS-JE-QTR           PIC 9(1) VALUE 0.
           05  WS-JE-REGION        PIC X(02) VALUE SPACES.
           05  WS-JE-TYPE          PIC X(02) VALUE SPACES.
           05  WS-JE-AMOUNT        PIC S9(13)V99 VALUE 0.
           05  WS-JE-ABS-AMT       PIC 9(13)V99 VALUE 0.
           05  WS-JE-ACCOUNT       PIC X(10) VALUE SPACES.
           05  WS-JE-DR-CR         PIC X(01) VALUE SPACE.
           05  WS-JE-DR-ACCT       PIC X(10) VALUE SPACES.
           05  WS-JE-CR-ACCT       PIC X(10) VALUE SPACES.
           05  WS-GL-TOT-DEBITS    PIC 9(13)V99 VALUE 0.
           05  WS-GL-TOT-CREDITS   PIC 9(13)V99 VALUE 0.
           05  WS-GL-DIFFERENCE    PIC S9(13)V99 VALUE 0.
           05  WS-GL-OVERFLOW-SW   PIC X(01) VALUE 'N'.
                88 GL-OVERFLOW     VALUE 'Y'.
           05  WS-GL-DIVISION      PIC X(10) VALUE SPACES.

       01  GL-HEADER-LINE.
           05  FILLER             PIC X(24) VALUE SPACES.
           05  FILLER             PIC X(32) VALUE
               'GENERAL LEDGER JOURNAL CONTROL'.
           05  FILLER             PIC X(24) VALUE SPACES.

       01  GL-PERIOD-LINE.
           05  FILLER             PIC X(08) VALUE 'PERIOD: '.
           05  GPL-YEAR           PIC 9(4).
           05  FILLER             PIC X(02) VALUE ' Q'.
           05  GPL-QUARTER        PIC 9(1).
           05  FILLER             PIC X(13) VALUE '   RUN DATE: '.
           05  GPL-RUN-DATE       PIC X(08).
           05  FILLER             PIC X(44) VALUE SPACES.

       01  GL-COLUMN-LINE.
           05  FILLER             PIC X(40) VALUE
               'ACCOUNT                   DEBITS        '.
           05  FILLER             PIC X(40) VALUE
               '     CREDITS'.

       01  GL-ACCOUNT-LINE.
           05  GAL-ACCOUNT        PIC X(10).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  GAL-DEBITS         PIC $$$,$$$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  GAL-CREDITS        PIC $$$,$$$,$$$,$$9.99.
           05  FILLER             PIC X(28) VALUE SPACES.

       01  GL-TOTAL-LINE.
           05  GTL-TEXT           PIC X(14).
           05  GTL-DEBITS         PIC $$$,$$$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  GTL-CREDITS        PIC $$$,$$$,$$$,$$9.99.
           05  FILLER             PIC X(28) VALUE SPACES.

       01  GL-DIFFERENCE-LINE.
           05  FILLER             PIC X(14) VALUE 'DIFFERENCE    '.
           05  GDL-DIFFERENCE     PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER             PIC X(47) VALUE SPACES.

       01  GL-EXCEPTION-LINE.
           05  FILLER             PIC X(08) VALUE 'REGION '.
           05  GXL-REGION         PIC X(02).
           05  FILLER             PIC X(07) VALUE ' ENTRY '.
           05  GXL-ENTRY-TYPE     PIC X(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  GXL-AMOUNT         PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  GXL-NOTE           PIC X(20).
           05  FILLER             PIC X(19) VALUE SPACES.

       01  GL-STATUS-LINE.
           05  GSL-TEXT           PIC X(50).
           05  GSL-LINES          PIC ZZZZZ.
           05  FILLER             PIC X(25) VALUE SPACES.

       01  COMM-HEADER-LINE.
           05  FILLER             PIC X(25) VALUE SPACES.
           05  FILLER             PIC X(19) VALUE 'COMMISSION REGISTER'.
              88 WS-CLK-FOUND          VALUE 'Y'.
       01  WS-REGION-VALID-SW          PIC X(01) VALUE 'Y'.
           88 REGION-VALID             VALUE 'Y'.
       01  WS-CHK-REGION               PIC X(02) VALUE SPACES.
       01  WS-CUST-VALID-SW            PIC X(01) VALUE 'Y'.
           88 CUST-VALID               VALUE 'Y'.

      *** CUSTOMER MASTER, AND SALES AND CREDIT MEMOS BY REGION AND
      *** CUSTOMER. CT-PY-NET IS LAST YEAR'S SIGNED NET FOR THE SAME
      *** REGION AND QUARTER; CT-ACTIVE IS SET ONCE A CURRENT-YEAR
      *** RECORD POSTS, SO A CUSTOMER WHO BOUGHT ONLY LAST YEAR IS
      *** FLAGGED FOR DECLINE BUT NOT RANKED
       01  CUCODE                  PIC X(02) VALUE SPACES.
           88 CU-FILE-FOUND        VALUE '00'.
       01  SW-END-OF-CUSTMAST      PIC X(01) VALUE SPACES.
           88 END-OF-CUSTMAST      VALUE 'Y'.
       01  CPCODE                  PIC X(02) VALUE SPACES.
           88 CP-FILE-FOUND        VALUE '00'.
       01  SW-CUST-MASTER          PIC X(01) VALUE 'N'.
           88 CUST-MASTER-LOADED   VALUE 'Y'.
       01  CUST-MASTER-TABLE.
           05  CUST-MASTER-ENTRY OCCURS 500 TIMES.
               10  CMT-CUST-NO     PIC X(08).
               10  CMT-NAME        PIC X(30).
               10  CMT-HOME-REGION PIC X(02).
               10  CMT-CLASS       PIC X(02).
       01  WS-CMT-COUNT            PIC 9(4) VALUE 0.
       01  WS-CMT-SUB              PIC 9(4) VALUE 0.
       01  CMT-FOUND-SW            PIC X(01) VALUE 'N'.
           88 CMT-FOUND            VALUE 'Y'.

       01  CUST-TOTALS-TABLE.
           05  CUST-TOTAL OCCURS 500 TIMES.
               10  CT-REGION       PIC X(02).
               10  CT-CUST-NO      PIC X(08).
               10  CT-CMT-SUB      PIC 9(4).
               10  CT-GROSS        PIC 9(15)V99 OCCURS 4 TIMES.
               10  CT-CREDITS      PIC 9(15)V99 OCCURS 4 TIMES.
               10  CT-PY-NET       PIC S9(15)V99 OCCURS 4 TIMES.
               10  CT-ANNUAL       PIC S9(15)V99.
               10  CT-ACTIVE       PIC X(01).
               10  CT-DECLINE      PIC X(01).
               10  CT-PRINTED      PIC X(01).
       01  WS-CT-COUNT             PIC 9(4) VALUE 0.
       01  WS-CT-SUB               PIC 9(4) VALUE 0.
       01  CT-FOUND-SW             PIC X(01) VALUE 'N'.
           88 CT-FOUND             VALUE 'Y'.
       01  WS-CT-REGION            PIC X(02) VALUE SPACES.
       01  WS-CT-CUST-NO           PIC X(08) VALUE SPACES.

      *** THE SAME CUSTOMERS ROLLED UP ACROSS REGIONS FOR THE
      *** ALL-REGIONS RANKING
       01  CUST-RANK-TABLE.
           05  CUST-RANK-ENTRY OCCURS 500 TIMES.
               10  CK-CUST-NO      PIC X(08).
               10  CK-CMT-SUB      PIC 9(4).
               10  CK-ANNUAL       PIC S9(15)V99.
               10  CK-DECLINE      PIC X(01).
               10  CK-PRINTED      PIC X(01).
       01  WS-CK-COUNT             PIC 9(4) VALUE 0.
       01  WS-CK-SUB               PIC 9(4) VALUE 0.
       01  CK-FOUND-SW             PIC X(01) VALUE 'N'.
           88 CK-FOUND             VALUE 'Y'.

       01  WS-CUST-FIELDS.
           05 WS-CUST-TOP-COUNT    PIC 9(02) VALUE 10.
           05 WS-CUST-DECLINE-PCT  PIC 9(03) VALUE 20.
           05 WS-CUST-LAST-QTR     PIC 9(01) VALUE 0.
           05 WS-CUST-QTR          PIC 9(01) VALUE 0.
           05 WS-CUST-NET          PIC S9(15)V99 VALUE 0.
           05 WS-CUST-FLOOR        PIC S9(15)V99 VALUE 0.
           05 WS-CUST-KEEP-RATE    PIC S9(1)V99 VALUE 0.
           05 WS-CUST-CHG-PCT      PIC S9(5)V9 VALUE 0.
           05 WS-CUST-POS          PIC 9(4) VALUE 0.
           05 WS-CUST-BEST         PIC 9(4) VALUE 0.
           05 WS-CUST-BASE         PIC S9(15)V99 VALUE 0.
           05 WS-CUST-RGN-COUNT    PIC 9(4) VALUE 0.
           05 WS-CUST-DECLINES     PIC 9(4) VALUE 0.

       01  CUST-TITLE-LINE.
           05  FILLER             PIC X(29) VALUE SPACES.
           05  FILLER             PIC X(22) VALUE
               'TOP CUSTOMER REPORT'.
           05  FILLER             PIC X(29) VALUE SPACES.

       01  CUST-PARM-LINE.
           05  FILLER             PIC X(06) VALUE 'YEAR: '.
           05  CPL-YEAR           PIC 9(04).
           05  FILLER             PIC X(07) VALUE '   TOP '.
           05  CPL-TOP-COUNT      PIC Z9.
           05  FILLER             PIC X(24) VALUE
               '   DECLINE THRESHOLD: '.
           05  CPL-DECLINE-PCT    PIC ZZ9.
           05  FILLER             PIC X(01) VALUE '%'.
           05  FILLER             PIC X(13) VALUE
               '   THROUGH: Q'.
           05  CPL-LAST-QTR       PIC 9(01).
           05  FILLER             PIC X(19) VALUE SPACES.

       01  CUST-SECTION-LINE.
           05  CSL-TEXT           PIC X(60).
           05  FILLER             PIC X(20) VALUE SPACES.

       01  CUST-REGION-LINE.
           05  FILLER             PIC X(08) VALUE 'REGION: '.
           05  CRG-REGION         PIC X(02).
           05  FILLER             PIC X(13) VALUE '  NET SALES: '.
           05  CRG-NET            PIC $$,$$$,$$$,$99.99-.
           05  FILLER             PIC X(13) VALUE '  CUSTOMERS: '.
           05  CRG-COUNT          PIC ZZZ9.
           05  FILLER             PIC X(22) VALUE SPACES.

       01  CUST-COLUMN-LINE.
           05  FILLER             PIC X(04) VALUE 'RK  '.
           05  FILLER             PIC X(09) VALUE 'CUSTOMER '.
           05  FILLER             PIC X(21) VALUE 'NAME'.
           05  FILLER             PIC X(03) VALUE 'CL '.
           05  FILLER             PIC X(03) VALUE 'HR '.
           05  FILLER             PIC X(19) VALUE
               '         NET SALES '.
           05  FILLER             PIC X(08) VALUE ' SHARE  '.
           05  FILLER             PIC X(04) VALUE 'FLAG'.
           05  FILLER             PIC X(09) VALUE SPACES.

       01  CUST-DETAIL-LINE.
           05  CKL-RANK           PIC Z9.
           05  FILLER             PIC X(02) VALUE '. '.
           05  CKL-CUST-NO        PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CKL-NAME           PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CKL-CLASS          PIC X(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CKL-HOME           PIC X(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CKL-NET            PIC $$,$$$,$$$,$99.99-.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CKL-SHARE          PIC -ZZ9.9.
           05  FILLER             PIC X(02) VALUE '% '.
           05  CKL-FLAG           PIC X(04).
           05  FILLER             PIC X(09) VALUE SPACES.

       01  CUST-DECLINE-COLUMN-LINE.
           05  FILLER             PIC X(04) VALUE 'RG  '.
           05  FILLER             PIC X(09) VALUE 'CUSTOMER '.
           05  FILLER             PIC X(21) VALUE 'NAME'.
           05  FILLER             PIC X(05) VALUE 'QTR  '.
           05  FILLER             PIC X(13) VALUE
               '    LAST YEAR'.
           05  FILLER             PIC X(16) VALUE
               '       THIS YEAR'.
           05  FILLER             PIC X(09) VALUE '   CHANGE'.
           05  FILLER             PIC X(03) VALUE SPACES.

       01  CUST-DECLINE-LINE.
           05  CDX-REGION         PIC X(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CDX-CUST-NO        PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CDX-NAME           PIC X(20).
           05  FILLER             PIC X(02) VALUE ' Q'.
           05  CDX-QTR            PIC 9(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CDX-PRIOR          PIC $$$,$$$,$$9.99-.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CDX-CURRENT        PIC $$$,$$$,$$9.99-.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CDX-CHANGE         PIC ----9.9.
           05  FILLER             PIC X(01) VALUE '%'.
           05  FILLER             PIC X(02) VALUE SPACES.

      *** FAVRFP ORDER INTERFACE. NO FILE MEANS NO ORDERS ACCEPTED
      *** YET. EACH RECONCILIATION ROW IS ONE REGION/YEAR/QUARTER --
      *** OR, FOR AN ORDER WITH NO REGION, ITS SHIP-TO ZONE -- WITH
      *** THE DOLLARS FAVRFP SENT AND THE DOLLARS ABSORBED HERE
       01  SICODE                      PIC X(02) VALUE SPACES.
                88 SI-FILE-FOUND   VALUE '00'.
       01  SW-END-OF-RFPSALE           PIC X(01) VALUE SPACES.
                88 END-OF-RFPSALE  VALUE 'Y'.
       01  ORDER-RECON-TABLE.
           05  ORDER-RECON-ENTRY OCCURS 100 TIMES.
               10  RCN-REGION      PIC X(02).
               10  RCN-ZONE        PIC X(03).
               10  RCN-YEAR        PIC 9(4).
               10  RCN-QUARTER     PIC 9(1).
               10  RCN-NOTE        PIC X(20).
               10  RCN-ORDERS      PIC 9(5).
               10  RCN-FAV-AMT     PIC 9(11)V99.
               10  RCN-ABS-AMT     PIC 9(11)V99.
       01  WS-RCN-COUNT            PIC 9(3) VALUE 0.
       01  WS-RCN-SUB              PIC 9(3) VALUE 0.
       01  RCN-FOUND-SW            PIC X(01) VALUE 'N'.
                88 RCN-FOUND       VALUE 'Y'.
       01  WS-RCN-NOTE             PIC X(20) VALUE SPACES.
       01  WS-RCN-ABS-AMT          PIC 9(7)V99 VALUE 0.
       01  CTR-ORDERS-READ         PIC 9(7) VALUE 0.
       01  WS-ORDERS-FAV-TOT       PIC 9(13)V99 VALUE 0.
       01  WS-ORDERS-ABS-TOT       PIC 9(13)V99 VALUE 0.
       01  WS-ORDERS-NOT-ABS       PIC 9(13)V99 VALUE 0.

       01  RECON-HEADER-LINE.
           05  FILLER             PIC X(24) VALUE SPACES.
           05  FILLER             PIC X(32) VALUE
               'FAVRFP ORDER DESK RECONCILIATION'.
           05  FILLER             PIC X(24) VALUE SPACES.

       01  RECON-COLUMN-LINE.
           05  FILLER             PIC X(40) VALUE
               'RG ZONE YEAR QTR ORDERS  FAVRFP DOLLARS '.
           05  FILLER             PIC X(40) VALUE
               '     ABSORBED  NOTE'.

       01  RECON-DETAIL-LINE.
           05  RCL-REGION         PIC X(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RCL-ZONE           PIC X(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RCL-YEAR           PIC 9(4).
           05  FILLER             PIC X(02) VALUE ' Q'.
           05  RCL-QUARTER        PIC 9(1).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RCL-ORDERS         PIC ZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RCL-FAV-AMT        PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RCL-ABS-AMT        PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RCL-NOTE           PIC X(20).
           05  FILLER             PIC X(06) VALUE SPACES.

       01  RECON-TOTAL-LINE.
           05  RTL-TEXT           PIC X(22).
           05  RTL-ORDERS         PIC ZZZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RTL-AMOUNT         PIC $$$,$$$,$$$,$$9.99.
           05  FILLER             PIC X(32) VALUE SPACES.

       01  RECON-NO-ORDERS-LINE.
           05  FILLER             PIC X(40) VALUE
               'NO FAVRFP ORDERS ON THE INTERFACE FILE'.
           05  FILLER             PIC X(40) VALUE SPACES.

      *** QUARTER-CLOSE LOCK AND ADJUSTMENT WORK FIELDS
       01  CLOSED-QTR-TABLE.
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-PROCESS-TABLE-DATA.
           PERFORM 110-ABSORB-FAVRFP-ORDERS THRU 110-EXIT.
           PERFORM 115-PRINT-ORDER-RECON THRU 115-EXIT.
           PERFORM 128-VERIFY-CLOSED-QUARTERS.
           PERFORM 130-APPLY-ADJUSTMENTS.
           PERFORM 132-REFRESH-SNAPSHOT.
           PERFORM 150-PRINT-REGION-REPORT.
           PERFORM 160-PRINT-YOY-COMPARISON.
           PERFORM 172-PRINT-REGION-RANKING.
           PERFORM 174-PRINT-CUSTOMER-REPORT THRU 174-EXIT.
           PERFORM 175-PRINT-FORECAST.
           PERFORM 180-WRITE-COMMISSION-REGISTER.
           PERFORM 192-WRITE-GL-JOURNAL THRU 192-EXIT.
           PERFORM 190-WRITE-BAL-RECORD.
           PERFORM 900-WRAP-UP
           GOBACK.
           OPEN OUTPUT OUTPUT-FILE.
           OPEN OUTPUT REGION-CSV-FILE.
           OPEN OUTPUT COMM-REG-FILE.
           OPEN OUTPUT CHGBK-REG-FILE.
           OPEN OUTPUT CUST-RPT-FILE.

           OPEN INPUT REGION-MASTER-FILE.
           OPEN OUTPUT SALES-REJ-FILE.
           PERFORM 040-LOAD-REGION-MASTER THRU 040-EXIT.
           PERFORM 050-LOAD-CLOSED-QTRS THRU 050-EXIT.
           PERFORM 060-LOAD-QTR-SNAPSHOT THRU 060-EXIT.
           PERFORM 065-LOAD-CUST-MASTER THRU 065-EXIT.
           PERFORM 068-LOAD-CUST-PARMS THRU 068-EXIT.
           READ INPUT-FILE
           AT END MOVE 'Y' TO SW-END-OF-FILE
           END-READ.
      *** CLOSED QUARTERS ARE PROTECTED AT THE TOTALS LEVEL IN
      *** 128-VERIFY-CLOSED-QUARTERS, NOT BY REJECTING RECORDS --
      *** EVERY RECORD LEGITIMATELY RE-CARRIES CLOSED AMOUNTS
                MOVE SALES-REGION-I TO WS-CHK-REGION
                PERFORM 057-CHECK-REGION-CODE THRU 057-EXIT
                PERFORM 058-CHECK-CUSTOMER THRU 058-EXIT
                IF NOT REGION-VALID OR NOT CUST-VALID
                   MOVE SALE-TABLE-I TO REJ-DATA
                   IF NOT REGION-VALID
                      MOVE 'UNKNOWN REGION' TO REJ-REASON
                   ELSE
                      MOVE 'UNKNOWN CUSTOMER' TO REJ-REASON
                   END-IF
                   WRITE SALES-REJ-REC
                   ADD 1 TO CTR-REJECTED
                   SET SALE-IDX DOWN BY 1
                   MOVE Q4-SALES-I     TO Q4-SALES (SALE-IDX)
                   MOVE SALES-YEAR-I   TO SALES-YEAR (SALE-IDX)
                   MOVE REC-TYPE-I     TO SALES-REC-TYPE (SALE-IDX)
                   MOVE SALES-REP-I    TO SALES-REP (SALE-IDX)
                   MOVE SALES-CUST-I   TO SALES-CUST (SALE-IDX)
                   IF SALES-YEAR-I > WS-CURRENT-YEAR
                      MOVE SALES-YEAR-I TO WS-CURRENT-YEAR
                   END-IF
       062-EXIT.
           EXIT.

       065-LOAD-CUST-MASTER.
      *** LOAD THE CUSTOMER MASTER. ABSENT MEANS NO CUSTOMER NUMBER
      *** IS VALIDATED AND THE CUSTOMER REPORT SAYS SO
           OPEN INPUT CUST-MASTER-FILE.
           IF NOT CU-FILE-FOUND
              GO TO 065-EXIT
           END-IF.
           MOVE 'Y' TO SW-CUST-MASTER.
           READ CUST-MASTER-FILE
           AT END MOVE 'Y' TO SW-END-OF-CUSTMAST
           END-READ.
           PERFORM 066-LOAD-ONE-CUSTOMER THRU 066-EXIT
                   UNTIL END-OF-CUSTMAST.
           CLOSE CUST-MASTER-FILE.
       065-EXIT.
           EXIT.

       066-LOAD-ONE-CUSTOMER.
           IF WS-CMT-COUNT < 500
              ADD 1 TO WS-CMT-COUNT
              MOVE CU-CUST-NO     TO CMT-CUST-NO (WS-CMT-COUNT)
              MOVE CU-CUST-NAME   TO CMT-NAME (WS-CMT-COUNT)
              MOVE CU-HOME-REGION TO CMT-HOME-REGION (WS-CMT-COUNT)
              MOVE CU-ACCT-CLASS  TO CMT-CLASS (WS-CMT-COUNT)
           ELSE
              DISPLAY 'WARNING: CUST-MASTER-TABLE FULL - DROPPED '
                 CU-CUST-NO
           END-IF.
           READ CUST-MASTER-FILE
           AT END MOVE 'Y' TO SW-END-OF-CUSTMAST
           END-READ.
       066-EXIT.
           EXIT.

       068-LOAD-CUST-PARMS.
      *** ONE OPTIONAL CARD: HOW MANY CUSTOMERS TO RANK AND THE
      *** PERCENTAGE DROP FROM THE SAME QUARTER LAST YEAR TO FLAG
           OPEN INPUT CUST-PARM-FILE.
           IF NOT CP-FILE-FOUND
              GO TO 068-EXIT
           END-IF.
           READ CUST-PARM-FILE
             AT END GO TO 068-CLOSE
           END-READ.
           IF CP-TOP-COUNT-IN IS NUMERIC
              AND CP-TOP-COUNT-IN > 0
              MOVE CP-TOP-COUNT-IN TO WS-CUST-TOP-COUNT
           END-IF.
           IF CP-DECLINE-PCT-IN IS NUMERIC
              AND CP-DECLINE-PCT-IN > 0
              MOVE CP-DECLINE-PCT-IN TO WS-CUST-DECLINE-PCT
           END-IF.
       068-CLOSE.
           CLOSE CUST-PARM-FILE.
       068-EXIT.
           EXIT.

       057-CHECK-REGION-CODE.
      *** THE REGION CODE IN WS-CHK-REGION MUST EXIST IN THE
      *** SUITE-WIDE 'REGN' CODE SET
           MOVE '1' TO WS-CLK-REQUEST.
           MOVE 'REGN' TO WS-CLK-TABLE-TYPE.
           MOVE SPACES TO WS-CLK-CODE.
           MOVE WS-CHK-REGION TO WS-CLK-CODE (1:2).
           CALL 'CODELKP' USING WS-CLK-REQUEST,
                                WS-CLK-TABLE-TYPE,
                                WS-CLK-CODE,
       057-EXIT.
           EXIT.

       058-CHECK-CUSTOMER.
      *** A CUSTOMER NUMBER, WHEN PRESENT, MUST BE ON THE CUSTOMER
      *** MASTER. BLANK IS ALLOWED, AND NOTHING IS CHECKED WHEN NO
      *** MASTER WAS SUPPLIED
           MOVE 'Y' TO WS-CUST-VALID-SW.
           IF NOT CUST-MASTER-LOADED
              OR SALES-CUST-I = SPACES
              GO TO 058-EXIT
           END-IF.
           MOVE SALES-CUST-I TO WS-CT-CUST-NO.
           PERFORM 059-FIND-CUST-MASTER THRU 059-EXIT.
           IF NOT CMT-FOUND
              MOVE 'N' TO WS-CUST-VALID-SW
           END-IF.
       058-EXIT.
           EXIT.

       059-FIND-CUST-MASTER.
      *** LOOK UP WS-CT-CUST-NO ON THE CUSTOMER MASTER, LEAVING
      *** WS-CMT-SUB ON THE ROW WHEN FOUND
           MOVE 'N' TO CMT-FOUND-SW.
           PERFORM VARYING WS-CMT-SUB FROM 1 BY 1
                   UNTIL WS-CMT-SUB > WS-CMT-COUNT OR CMT-FOUND
              IF CMT-CUST-NO (WS-CMT-SUB) = WS-CT-CUST-NO
                 MOVE 'Y' TO CMT-FOUND-SW
              END-IF
           END-PERFORM.
           IF CMT-FOUND
              SUBTRACT 1 FROM WS-CMT-SUB
           END-IF.
       059-EXIT.
           EXIT.

       100-PROCESS-TABLE-DATA.
      ***
      ***  REPORT ALL Q1 SALES FOR ALL REGIONS
              ADD Q3-SALES (SALE-IDX) TO RT-Q3-SALES (RT-IDX)
              ADD Q4-SALES (SALE-IDX) TO RT-Q4-SALES (RT-IDX)
           END-IF.
           PERFORM 122-ACCUM-REP-TOTALS THRU 122-EXIT.
           PERFORM 126-ACCUM-CUST-TOTALS THRU 126-EXIT.
       120-EXIT.
           EXIT.

      ***
      ***  THE SAME AMOUNTS BY REGION AND SALESPERSON, FOR THE
      ***  COMMISSION CHARGEBACKS
      ***
       122-ACCUM-REP-TOTALS.
           MOVE SALES-REGION (SALE-IDX) TO WS-REP-REGION.
           MOVE SALES-REP (SALE-IDX)    TO WS-REP-CODE.
           PERFORM 123-FIND-REP THRU 123-EXIT.
           IF NOT RP-FOUND
              GO TO 122-EXIT
           END-IF.
           IF CREDIT-MEMO (SALE-IDX)
              ADD Q1-SALES (SALE-IDX) TO RP-CREDITS (WS-REP-SUB, 1)
              ADD Q2-SALES (SALE-IDX) TO RP-CREDITS (WS-REP-SUB, 2)
              ADD Q3-SALES (SALE-IDX) TO RP-CREDITS (WS-REP-SUB, 3)
              ADD Q4-SALES (SALE-IDX) TO RP-CREDITS (WS-REP-SUB, 4)
           ELSE
              ADD Q1-SALES (SALE-IDX) TO RP-GROSS (WS-REP-SUB, 1)
              ADD Q2-SALES (SALE-IDX) TO RP-GROSS (WS-REP-SUB, 2)
              ADD Q3-SALES (SALE-IDX) TO RP-GROSS (WS-REP-SUB, 3)
              ADD Q4-SALES (SALE-IDX) TO RP-GROSS (WS-REP-SUB, 4)
           END-IF.
       122-EXIT.
           EXIT.

       123-FIND-REP.
      *** FIND-OR-ADD WS-REP-REGION/WS-REP-CODE IN THE REP TOTALS.
      *** A SALE WITH NO SALESPERSON BELONGS TO THE HOUSE ACCOUNT
           IF WS-REP-CODE = SPACES
              MOVE 'HOUSE' TO WS-REP-CODE
           END-IF.
           MOVE 'N' TO RP-FOUND-SW.
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                   UNTIL WS-REP-SUB > WS-REP-COUNT OR RP-FOUND
              IF RP-REGION (WS-REP-SUB) = WS-REP-REGION
                 AND RP-SALES-REP (WS-REP-SUB) = WS-REP-CODE
                 MOVE 'Y' TO RP-FOUND-SW
              END-IF
           END-PERFORM.
           IF RP-FOUND
              SUBTRACT 1 FROM WS-REP-SUB
              GO TO 123-EXIT
           END-IF.
           IF WS-REP-COUNT < 100
              ADD 1 TO WS-REP-COUNT
              MOVE WS-REP-COUNT TO WS-REP-SUB
              INITIALIZE REP-TOTAL (WS-REP-SUB)
              MOVE WS-REP-REGION TO RP-REGION (WS-REP-SUB)
              MOVE WS-REP-CODE   TO RP-SALES-REP (WS-REP-SUB)
              MOVE 'Y' TO RP-FOUND-SW
           ELSE
              DISPLAY 'WARNING: REP-TOTALS-TABLE FULL - DROPPED '
                 WS-REP-REGION ' ' WS-REP-CODE
           END-IF.
       123-EXIT.
           EXIT.

      ***
      ***  BOOK THE ORDERS ACCEPTED AT THE FAVRFP ORDER DESK INTO THE
      ***  REGION TOTALS AS GROSS SALES FOR THE YEAR AND QUARTER OF
      ***  THE ACCEPTANCE. THE WHOLE INTERFACE FILE IS RE-READ EVERY
      ***  RUN, THE SAME WAY THE SALES FILE RE-CARRIES EVERY QUARTER,
      ***  SO A CLOSED QUARTER IS STILL GUARDED BY THE SNAPSHOT CHECK
      ***  IN 128-VERIFY-CLOSED-QUARTERS. AN ORDER IS NOT ABSORBED
      ***  WHEN ITS ZONE HAS NO REGION, THE REGION IS NOT A 'REGN'
      ***  CODE, OR ITS YEAR IS NEITHER THIS YEAR NOR LAST
      ***
       110-ABSORB-FAVRFP-ORDERS.
           OPEN INPUT RFP-SALE-FILE.
           IF NOT SI-FILE-FOUND
              GO TO 110-EXIT
           END-IF.
           READ RFP-SALE-FILE
           AT END MOVE 'Y' TO SW-END-OF-RFPSALE
           END-READ.
           PERFORM 112-ABSORB-ONE-ORDER THRU 112-EXIT
                   UNTIL END-OF-RFPSALE.
           CLOSE RFP-SALE-FILE.
       110-EXIT.
           EXIT.

       112-ABSORB-ONE-ORDER.
           ADD 1 TO CTR-ORDERS-READ.
           ADD SI-AMOUNT TO WS-ORDERS-FAV-TOT.
           MOVE SPACES TO WS-RCN-NOTE.
           MOVE 0 TO WS-RCN-ABS-AMT.
           MOVE 'Y' TO WS-REGION-VALID-SW.
           IF SI-REGION NOT = SPACES
              MOVE SI-REGION TO WS-CHK-REGION
              PERFORM 057-CHECK-REGION-CODE THRU 057-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN SI-REGION = SPACES
                 MOVE 'ZONE NOT MAPPED' TO WS-RCN-NOTE
              WHEN NOT REGION-VALID
                 MOVE 'UNKNOWN REGION' TO WS-RCN-NOTE
              WHEN SI-QUARTER NOT NUMERIC
                OR SI-QUARTER < 1 OR SI-QUARTER > 4
                 MOVE 'INVALID QUARTER' TO WS-RCN-NOTE
              WHEN SI-YEAR = WS-CURRENT-YEAR
                 MOVE 'C' TO WS-VER-TABLE
              WHEN SI-YEAR = WS-PRIOR-YEAR
                 MOVE 'P' TO WS-VER-TABLE
              WHEN OTHER
                 MOVE 'YEAR NOT REPORTED' TO WS-RCN-NOTE
           END-EVALUATE.
           IF WS-RCN-NOTE NOT = SPACES
              GO TO 112-POST
           END-IF.

           MOVE SI-REGION  TO WS-VER-REGION.
           MOVE SI-QUARTER TO WS-VER-QTR.
           PERFORM 128I-ADD-REGION-ROW THRU 128I-EXIT.
           IF NOT WS-VER-FOUND
              MOVE 'REGION TABLE FULL' TO WS-RCN-NOTE
              GO TO 112-POST
           END-IF.
           PERFORM 128G-GET-QUARTER-AMOUNT THRU 128G-EXIT.
           ADD SI-AMOUNT TO WS-VER-AMOUNT.
           PERFORM 128H-SET-QUARTER-AMOUNT THRU 128H-EXIT.
           IF WS-VER-TABLE = 'C'
              EVALUATE SI-QUARTER
                 WHEN 1 ADD SI-AMOUNT TO RT-Q1-GROSS (WS-VER-RT-SUB)
                 WHEN 2 ADD SI-AMOUNT TO RT-Q2-GROSS (WS-VER-RT-SUB)
                 WHEN 3 ADD SI-AMOUNT TO RT-Q3-GROSS (WS-VER-RT-SUB)
                 WHEN 4 ADD SI-AMOUNT TO RT-Q4-GROSS (WS-VER-RT-SUB)
              END-EVALUATE
           END-IF.
           MOVE SI-AMOUNT TO WS-RCN-ABS-AMT.
           ADD SI-AMOUNT TO WS-ORDERS-ABS-TOT.
      *** ORDER DESK SALES CARRY NO SALESPERSON -- HOUSE ACCOUNT
           IF WS-VER-TABLE = 'C'
              MOVE SI-REGION TO WS-REP-REGION
              MOVE SPACES    TO WS-REP-CODE
              PERFORM 123-FIND-REP THRU 123-EXIT
              IF RP-FOUND
                 ADD SI-AMOUNT TO RP-GROSS (WS-REP-SUB, SI-QUARTER)
              END-IF
           END-IF.
      *** A CLOSED QUARTER KEEPS ITS SNAPSHOT FIGURE -- ONLY ORDERS
      *** ALREADY IN IT STAND; ANY LATER ONE IS BACKED OUT ON SALESREJ
           PERFORM VARYING WS-CQ-SUB FROM 1 BY 1
                   UNTIL WS-CQ-SUB > WS-CQ-COUNT
              IF CQ-YEAR (WS-CQ-SUB) = SI-YEAR
                 AND CQ-QUARTER (WS-CQ-SUB) = SI-QUARTER
                 MOVE 'QUARTER CLOSED' TO WS-RCN-NOTE
              END-IF
           END-PERFORM.

       112-POST.
           PERFORM 114-POST-RECON-ROW THRU 114-EXIT.
           READ RFP-SALE-FILE
           AT END MOVE 'Y' TO SW-END-OF-RFPSALE
           END-READ.
       112-EXIT.
           EXIT.

       114-POST-RECON-ROW.
      *** AN ORDER WITH NO REGION IS KEPT UNDER ITS SHIP-TO ZONE SO
      *** EACH UNMAPPED ZONE SHOWS UP ON A LINE OF ITS OWN
           MOVE 'N' TO RCN-FOUND-SW.
           PERFORM VARYING WS-RCN-SUB FROM 1 BY 1
                   UNTIL WS-RCN-SUB > WS-RCN-COUNT OR RCN-FOUND
              IF RCN-REGION (WS-RCN-SUB) = SI-REGION
                 AND RCN-YEAR (WS-RCN-SUB) = SI-YEAR
                 AND RCN-QUARTER (WS-RCN-SUB) = SI-QUARTER
                 AND RCN-NOTE (WS-RCN-SUB) = WS-RCN-NOTE
                 AND (SI-REGION NOT = SPACES
                      OR RCN-ZONE (WS-RCN-SUB) = SI-SHIP-TO)
                 MOVE 'Y' TO RCN-FOUND-SW
              END-IF
           END-PERFORM.
           IF RCN-FOUND
              SUBTRACT 1 FROM WS-RCN-SUB
           ELSE
              IF WS-RCN-COUNT < 100
                 ADD 1 TO WS-RCN-COUNT
                 MOVE WS-RCN-COUNT TO WS-RCN-SUB
                 MOVE SI-REGION   TO RCN-REGION (WS-RCN-SUB)
                 MOVE SPACES      TO RCN-ZONE (WS-RCN-SUB)
                 IF SI-REGION = SPACES
                    MOVE SI-SHIP-TO TO RCN-ZONE (WS-RCN-SUB)
                 END-IF
                 MOVE SI-YEAR     TO RCN-YEAR (WS-RCN-SUB)
                 MOVE SI-QUARTER  TO RCN-QUARTER (WS-RCN-SUB)
                 MOVE WS-RCN-NOTE TO RCN-NOTE (WS-RCN-SUB)
                 MOVE 0 TO RCN-ORDERS (WS-RCN-SUB)
                           RCN-FAV-AMT (WS-RCN-SUB)
                           RCN-ABS-AMT (WS-RCN-SUB)
              ELSE
                 DISPLAY 'WARNING: ORDER-RECON-TABLE FULL - '
                    'QUOTE ' SI-QUOTE-NO ' IN TOTALS ONLY'
                 GO TO 114-EXIT
              END-IF
           END-IF.
           ADD 1              TO RCN-ORDERS (WS-RCN-SUB).
           ADD SI-AMOUNT      TO RCN-FAV-AMT (WS-RCN-SUB).
           ADD WS-RCN-ABS-AMT TO RCN-ABS-AMT (WS-RCN-SUB).
       114-EXIT.
           EXIT.

      ***
      ***  ORDER DESK RECONCILIATION: WHAT FAVRFP SENT AGAINST WHAT
      ***  WAS ABSORBED, WITH THE REASON FOR ANY DOLLARS LEFT OUT
      ***
       115-PRINT-ORDER-RECON.
           OPEN OUTPUT ORDER-RECON-FILE.
           MOVE RECON-HEADER-LINE TO ORDER-RECON-RECORD.
           WRITE ORDER-RECON-RECORD.
           MOVE BLANK-LINE TO ORDER-RECON-RECORD.
           WRITE ORDER-RECON-RECORD.
           IF CTR-ORDERS-READ = 0
              MOVE RECON-NO-ORDERS-LINE TO ORDER-RECON-RECORD
              WRITE ORDER-RECON-RECORD
              GO TO 115-CLOSE
           END-IF.
           MOVE RECON-COLUMN-LINE TO ORDER-RECON-RECORD.
           WRITE ORDER-RECON-RECORD.
           PERFORM VARYING WS-RCN-SUB FROM 1 BY 1
                   UNTIL WS-RCN-SUB > WS-RCN-COUNT
              MOVE RCN-REGION (WS-RCN-SUB)  TO RCL-REGION
              MOVE RCN-ZONE (WS-RCN-SUB)    TO RCL-ZONE
              MOVE RCN-YEAR (WS-RCN-SUB)    TO RCL-YEAR
              MOVE RCN-QUARTER (WS-RCN-SUB) TO RCL-QUARTER
              MOVE RCN-ORDERS (WS-RCN-SUB)  TO RCL-ORDERS
              MOVE RCN-FAV-AMT (WS-RCN-SUB) TO RCL-FAV-AMT
              MOVE RCN-ABS-AMT (WS-RCN-SUB) TO RCL-ABS-AMT
              MOVE RCN-NOTE (WS-RCN-SUB)    TO RCL-NOTE
              MOVE RECON-DETAIL-LINE TO ORDER-RECON-RECORD
              WRITE ORDER-RECON-RECORD
           END-PERFORM.
           MOVE BLANK-LINE TO ORDER-RECON-RECORD.
           WRITE ORDER-RECON-RECORD.
           COMPUTE WS-ORDERS-NOT-ABS =
                   WS-ORDERS-FAV-TOT - WS-ORDERS-ABS-TOT.
           MOVE 'FAVRFP ORDERS SENT:'  TO RTL-TEXT.
           MOVE CTR-ORDERS-READ        TO RTL-ORDERS.
           MOVE WS-ORDERS-FAV-TOT      TO RTL-AMOUNT.
           MOVE RECON-TOTAL-LINE TO ORDER-RECON-RECORD.
           WRITE ORDER-RECON-RECORD.
           MOVE 'ABSORBED BY SALES1:'  TO RTL-TEXT.
           MOVE 0                      TO RTL-ORDERS.
           MOVE WS-ORDERS-ABS-TOT      TO RTL-AMOUNT.
           MOVE RECON-TOTAL-LINE TO ORDER-RECON-RECORD.
           MOVE SPACES TO ORDER-RECON-RECORD (23:7).
           WRITE ORDER-RECON-RECORD.
           MOVE 'NOT ABSORBED:'        TO RTL-TEXT.
           MOVE WS-ORDERS-NOT-ABS      TO RTL-AMOUNT.
           MOVE RECON-TOTAL-LINE TO ORDER-RECON-RECORD.
           MOVE SPACES TO ORDER-RECON-RECORD (23:7).
           WRITE ORDER-RECON-RECORD.
       115-CLOSE.
           CLOSE ORDER-RECON-FILE.
       115-EXIT.
           EXIT.

      ***
      ***  SAME LINEAR-SEARCH-WITH-FLAG IDIOM AS 120-ACCUM-REGION-TOTALS,
      ***  BUT ACCUMULATING PRIOR-YEAR RECORDS FOR THE YOY COMPARISON
              ADD Q3-SALES (SALE-IDX) TO PY-Q3-SALES (PY-IDX)
              ADD Q4-SALES (SALE-IDX) TO PY-Q4-SALES (PY-IDX)
           END-IF.
           PERFORM 126-ACCUM-CUST-TOTALS THRU 126-EXIT.
       125-EXIT.
           EXIT.

      ***
      ***  THE SAME AMOUNTS BY REGION AND CUSTOMER, FOR THE TOP-
      ***  CUSTOMER REPORT. LAST YEAR'S RECORDS ONLY FEED THE SAME-
      ***  QUARTER DECLINE CHECK
      ***
       126-ACCUM-CUST-TOTALS.
           IF NOT CUST-MASTER-LOADED
              OR SALES-CUST (SALE-IDX) = SPACES
              GO TO 126-EXIT
           END-IF.
           MOVE SALES-REGION (SALE-IDX) TO WS-CT-REGION.
           MOVE SALES-CUST (SALE-IDX)   TO WS-CT-CUST-NO.
           PERFORM 127-FIND-CUST THRU 127-EXIT.
           IF NOT CT-FOUND
              GO TO 126-EXIT
           END-IF.
           IF SALES-YEAR (SALE-IDX) = WS-PRIOR-YEAR
              IF CREDIT-MEMO (SALE-IDX)
                 SUBTRACT Q1-SALES (SALE-IDX)
                     FROM CT-PY-NET (WS-CT-SUB, 1)
                 SUBTRACT Q2-SALES (SALE-IDX)
                     FROM CT-PY-NET (WS-CT-SUB, 2)
                 SUBTRACT Q3-SALES (SALE-IDX)
                     FROM CT-PY-NET (WS-CT-SUB, 3)
                 SUBTRACT Q4-SALES (SALE-IDX)
                     FROM CT-PY-NET (WS-CT-SUB, 4)
              ELSE
                 ADD Q1-SALES (SALE-IDX) TO CT-PY-NET (WS-CT-SUB, 1)
                 ADD Q2-SALES (SALE-IDX) TO CT-PY-NET (WS-CT-SUB, 2)
                 ADD Q3-SALES (SALE-IDX) TO CT-PY-NET (WS-CT-SUB, 3)
                 ADD Q4-SALES (SALE-IDX) TO CT-PY-NET (WS-CT-SUB, 4)
              END-IF
              GO TO 126-EXIT
           END-IF.
           MOVE 'Y' TO CT-ACTIVE (WS-CT-SUB).
           IF CREDIT-MEMO (SALE-IDX)
              ADD Q1-SALES (SALE-IDX) TO CT-CREDITS (WS-CT-SUB, 1)
              ADD Q2-SALES (SALE-IDX) TO CT-CREDITS (WS-CT-SUB, 2)
              ADD Q3-SALES (SALE-IDX) TO CT-CREDITS (WS-CT-SUB, 3)
              ADD Q4-SALES (SALE-IDX) TO CT-CREDITS (WS-CT-SUB, 4)
           ELSE
              ADD Q1-SALES (SALE-IDX) TO CT-GROSS (WS-CT-SUB, 1)
              ADD Q2-SALES (SALE-IDX) TO CT-GROSS (WS-CT-SUB, 2)
              ADD Q3-SALES (SALE-IDX) TO CT-GROSS (WS-CT-SUB, 3)
              ADD Q4-SALES (SALE-IDX) TO CT-GROSS (WS-CT-SUB, 4)
           END-IF.
       126-EXIT.
           EXIT.

       127-FIND-CUST.
      *** FIND-OR-ADD WS-CT-REGION/WS-CT-CUST-NO IN THE CUSTOMER
      *** TOTALS, KEEPING THE CUSTOMER MASTER ROW FOR THE REPORT
           MOVE 'N' TO CT-FOUND-SW.
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CT-COUNT OR CT-FOUND
              IF CT-REGION (WS-CT-SUB) = WS-CT-REGION
                 AND CT-CUST-NO (WS-CT-SUB) = WS-CT-CUST-NO
                 MOVE 'Y' TO CT-FOUND-SW
              END-IF
           END-PERFORM.
           IF CT-FOUND
              SUBTRACT 1 FROM WS-CT-SUB
              GO TO 127-EXIT
           END-IF.
           IF WS-CT-COUNT < 500
              PERFORM 059-FIND-CUST-MASTER THRU 059-EXIT
              ADD 1 TO WS-CT-COUNT
              MOVE WS-CT-COUNT TO WS-CT-SUB
              INITIALIZE CUST-TOTAL (WS-CT-SUB)
              MOVE WS-CT-REGION  TO CT-REGION (WS-CT-SUB)
              MOVE WS-CT-CUST-NO TO CT-CUST-NO (WS-CT-SUB)
              MOVE WS-CMT-SUB    TO CT-CMT-SUB (WS-CT-SUB)
              MOVE 'Y' TO CT-FOUND-SW
           ELSE
              DISPLAY 'WARNING: CUST-TOTALS-TABLE FULL - DROPPED '
                 WS-CT-REGION ' ' WS-CT-CUST-NO
           END-IF.
       127-EXIT.
           EXIT.

      ***
      ***  CLOSED-QUARTER PROTECTION. THE FIRST RUN AFTER A QUARTER
      ***  IS MARKED CLOSED SNAPSHOTS EACH REGION'S TOTAL FOR IT;
                    WS-VER-AMOUNT + WS-ADJ-SIGNED-AMT
                 PERFORM 128H-SET-QUARTER-AMOUNT THRU 128H-EXIT
                 MOVE WS-VER-AMOUNT TO WS-ADJ-AFTER
                 IF WS-AAP-COUNT < 100
                    ADD 1 TO WS-AAP-COUNT
                    MOVE ADJ-REGION-IN  TO AAP-REGION (WS-AAP-COUNT)
                    MOVE ADJ-YEAR-IN    TO AAP-YEAR (WS-AAP-COUNT)
                    MOVE ADJ-QUARTER-IN TO AAP-QUARTER (WS-AAP-COUNT)
                    MOVE WS-ADJ-SIGNED-AMT
                      TO AAP-AMOUNT (WS-AAP-COUNT)
                 ELSE
                    DISPLAY 'WARNING: ADJ-APPLIED-TABLE FULL - '
                       'ADJUSTMENT NOT JOURNALLED ' ADJ-REGION-IN
                    MOVE 'Y' TO WS-GL-OVERFLOW-SW
                 END-IF
                 MOVE ADJ-REGION-IN      TO AAL-REGION
                 MOVE ADJ-QUARTER-IN     TO AAL-QUARTER
                 MOVE ADJ-REASON-IN      TO AAL-REASON
              END-IF
           END-PERFORM.

      ***
      ***  TOP-CUSTOMER REPORT: THE LEADING CUSTOMERS BY CURRENT-YEAR
      ***  NET SALES ACROSS ALL REGIONS AND WITHIN EACH REGION, WITH
      ***  SHARE OF SALES, THEN EVERY CUSTOMER WHOSE NET FOR A QUARTER
      ***  FELL MORE THAN THE THRESHOLD BELOW THE SAME QUARTER LAST
      ***  YEAR. ONLY QUARTERS UP TO THE LATEST ONE WITH CUSTOMER
      ***  ACTIVITY THIS YEAR ARE COMPARED
      ***
       174-PRINT-CUSTOMER-REPORT.
           MOVE CUST-TITLE-LINE TO CUST-RPT-RECORD.
           WRITE CUST-RPT-RECORD.
           MOVE BLANK-LINE      TO CUST-RPT-RECORD.
           WRITE CUST-RPT-RECORD.
           IF NOT CUST-MASTER-LOADED
              MOVE 'CUSTOMER MASTER NOT SUPPLIED - NO CUSTOMER DETAIL'
                TO CSL-TEXT
              MOVE CUST-SECTION-LINE TO CUST-RPT-RECORD
              WRITE CUST-RPT-RECORD
              GO TO 174-EXIT
           END-IF.

      *** A QUARTER IS DOWN WHEN ITS NET IS BELOW THIS FRACTION OF
      *** THE SAME QUARTER LAST YEAR
           COMPUTE WS-CUST-KEEP-RATE =
              (100 - WS-CUST-DECLINE-PCT) / 100.
           MOVE 0 TO WS-CUST-LAST-QTR.
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CT-COUNT
              PERFORM VARYING WS-CUST-QTR FROM 1 BY 1
                      UNTIL WS-CUST-QTR > 4
                 IF (CT-GROSS (WS-CT-SUB, WS-CUST-QTR) > 0
                     OR CT-CREDITS (WS-CT-SUB, WS-CUST-QTR) > 0)
                    AND WS-CUST-QTR > WS-CUST-LAST-QTR
                    MOVE WS-CUST-QTR TO WS-CUST-LAST-QTR
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM 174A-SET-CUST-TOTALS THRU 174A-EXIT
                   VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CT-COUNT.

           MOVE WS-CURRENT-YEAR     TO CPL-YEAR.
           MOVE WS-CUST-TOP-COUNT   TO CPL-TOP-COUNT.
           MOVE WS-CUST-DECLINE-PCT TO CPL-DECLINE-PCT.
           MOVE WS-CUST-LAST-QTR    TO CPL-LAST-QTR.
           MOVE CUST-PARM-LINE TO CUST-RPT-RECORD.
           WRITE CUST-RPT-RECORD.

      *** ALL REGIONS -- SHARE IS OF THE ALL-REGION NET
           MOVE BLANK-LINE TO CUST-RPT-RECORD.
           WRITE CUST-RPT-RECORD.
           MOVE 'TOP CUSTOMERS - ALL REGIONS' TO CSL-TEXT.
           MOVE CUST-SECTION-LINE TO CUST-RPT-RECORD.
           WRITE CUST-RPT-RECORD.
           MOVE CUST-COLUMN-LINE TO CUST-RPT-RECORD.
           WRITE CUST-RPT-RECORD.
           MOVE 0 TO WS-CUST-BASE.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-REGION-COUNT
              COMPUTE WS-CUST-BASE = WS-CUST-BASE +
                 RT-Q1-SALES (RT-IDX) + RT-Q2-SALES (RT-IDX) +
                 RT-Q3-SALES (RT-IDX) + RT-Q4-SALES (RT-IDX)
           END-PERFORM.
           IF WS-CK-COUNT = 0
              MOVE '  NO CUSTOMER SALES THIS YEAR' TO CSL-TEXT
              MOVE CUST-SECTION-LINE TO CUST-RPT-RECORD
              WRITE CUST-RPT-RECORD
           END-IF.
           PERFORM 174B-PRINT-TOP-OVERALL THRU 174B-EXIT
                   VARYING WS-CUST-POS FROM 1 BY 1
                   UNTIL WS-CUST-POS > WS-CUST-TOP-COUNT.

      *** EACH REGION -- SHARE IS OF THAT REGION'S NET
           MOVE BLANK-LINE TO CUST-RPT-RECORD.
           WRITE CUST-RPT-RECORD.
           MOVE 'TOP CUSTOMERS BY REGION' TO CSL-TEXT.
           MOVE CUST-SECTION-LINE TO CUST-RPT-RECORD.
           WRITE CUST-RPT-RECORD.
           PERFORM 174C-PRINT-REGION-CUSTOMERS THRU 174C-EXIT
                   VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-REGION-COUNT.

      *** SAME-QUARTER DECLINES
           MOVE BLANK-LINE TO CUST-RPT-RECORD.
           WRITE CUST-RPT-RECORD.
           MOVE 'CUSTOMERS DOWN FROM THE SAME QUARTER LAST YEAR'
             TO CSL-TEXT.
           MOVE CUST-SECTION-LINE TO CUST-RPT-RECORD.
           WRITE CUST-RPT-RECORD.
           MOVE CUST-DECLINE-COLUMN-LINE TO CUST-RPT-RECORD.
           WRITE CUST-RPT-RECORD.
           MOVE 0 TO WS-CUST-DECLINES.
           PERFORM 174E-PRINT-CUST-DECLINES THRU 174E-EXIT
                   VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CT-COUNT.
           IF WS-CUST-DECLINES = 0
              MOVE '  NONE' TO CSL-TEXT
              MOVE CUST-SECTION-LINE TO CUST-RPT-RECORD
              WRITE CUST-RPT-RECORD
           END-IF.
       174-EXIT.
           EXIT.

       174A-SET-CUST-TOTALS.
      *** ANNUAL NET AND DECLINE FLAG FOR ONE REGION/CUSTOMER ROW,
      *** THEN ROLL AN ACTIVE ROW INTO THE ALL-REGIONS RANKING
           MOVE 'N' TO CT-PRINTED (WS-CT-SUB).
           MOVE 'N' TO CT-DECLINE (WS-CT-SUB).
           MOVE 0   TO CT-ANNUAL (WS-CT-SUB).
           PERFORM VARYING WS-CUST-QTR FROM 1 BY 1
                   UNTIL WS-CUST-QTR > 4
              COMPUTE WS-CUST-NET =
                 CT-GROSS (WS-CT-SUB, WS-CUST-QTR) -
                 CT-CREDITS (WS-CT-SUB, WS-CUST-QTR)
              ADD WS-CUST-NET TO CT-ANNUAL (WS-CT-SUB)
              COMPUTE WS-CUST-FLOOR ROUNDED =
                 CT-PY-NET (WS-CT-SUB, WS-CUST-QTR) * WS-CUST-KEEP-RATE
              IF WS-CUST-QTR NOT > WS-CUST-LAST-QTR
                 AND CT-PY-NET (WS-CT-SUB, WS-CUST-QTR) > 0
                 AND WS-CUST-NET < WS-CUST-FLOOR
                 MOVE 'Y' TO CT-DECLINE (WS-CT-SUB)
              END-IF
           END-PERFORM.
           IF CT-ACTIVE (WS-CT-SUB) NOT = 'Y'
              GO TO 174A-EXIT
           END-IF.
           MOVE 'N' TO CK-FOUND-SW.
           PERFORM VARYING WS-CK-SUB FROM 1 BY 1
                   UNTIL WS-CK-SUB > WS-CK-COUNT OR CK-FOUND
              IF CK-CUST-NO (WS-CK-SUB) = CT-CUST-NO (WS-CT-SUB)
                 MOVE 'Y' TO CK-FOUND-SW
              END-IF
           END-PERFORM.
           IF CK-FOUND
              SUBTRACT 1 FROM WS-CK-SUB
           ELSE
              ADD 1 TO WS-CK-COUNT
              MOVE WS-CK-COUNT TO WS-CK-SUB
              MOVE CT-CUST-NO (WS-CT-SUB) TO CK-CUST-NO (WS-CK-SUB)
              MOVE CT-CMT-SUB (WS-CT-SUB) TO CK-CMT-SUB (WS-CK-SUB)
              MOVE 0   TO CK-ANNUAL (WS-CK-SUB)
              MOVE 'N' TO CK-DECLINE (WS-CK-SUB)
              MOVE 'N' TO CK-PRINTED (WS-CK-SUB)
           END-IF.
           ADD CT-ANNUAL (WS-CT-SUB) TO CK-ANNUAL (WS-CK-SUB).
           IF CT-DECLINE (WS-CT-SUB) = 'Y'
              MOVE 'Y' TO CK-DECLINE (WS-CK-SUB)
           END-IF.
       174A-EXIT.
           EXIT.

       174B-PRINT-TOP-OVERALL.
      *** PRINT THE NEXT-LARGEST CUSTOMER NOT YET PRINTED
           MOVE 0 TO WS-CUST-BEST.
           PERFORM VARYING WS-CK-SUB FROM 1 BY 1
                   UNTIL WS-CK-SUB > WS-CK-COUNT
              IF CK-PRINTED (WS-CK-SUB) NOT = 'Y'
                 IF WS-CUST-BEST = 0
                    OR CK-ANNUAL (WS-CK-SUB) >
                       CK-ANNUAL (WS-CUST-BEST)
                    MOVE WS-CK-SUB TO WS-CUST-BEST
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-CUST-BEST = 0
              GO TO 174B-EXIT
           END-IF.
           MOVE 'Y' TO CK-PRINTED (WS-CUST-BEST).
           MOVE CK-CMT-SUB (WS-CUST-BEST) TO WS-CMT-SUB.
           MOVE CK-ANNUAL (WS-CUST-BEST)  TO WS-CUST-NET.
           MOVE CK-DECLINE (WS-CUST-BEST) TO CKL-FLAG.
           PERFORM 174F-WRITE-CUST-LINE THRU 174F-EXIT.
       174B-EXIT.
           EXIT.

       174C-PRINT-REGION-CUSTOMERS.
           MOVE RT-REGION-CODE (RT-IDX) TO WS-CT-REGION.
           COMPUTE WS-CUST-BASE =
              RT-Q1-SALES (RT-IDX) + RT-Q2-SALES (RT-IDX) +
              RT-Q3-SALES (RT-IDX) + RT-Q4-SALES (RT-IDX).
           MOVE 0 TO WS-CUST-RGN-COUNT.
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CT-COUNT
              IF CT-REGION (WS-CT-SUB) = WS-CT-REGION
                 AND CT-ACTIVE (WS-CT-SUB) = 'Y'
                 ADD 1 TO WS-CUST-RGN-COUNT
              END-IF
           END-PERFORM.
           MOVE BLANK-LINE TO CUST-RPT-RECORD.
           WRITE CUST-RPT-RECORD.
           MOVE WS-CT-REGION      TO CRG-REGION.
           MOVE WS-CUST-BASE      TO CRG-NET.
           MOVE WS-CUST-RGN-COUNT TO CRG-COUNT.
           MOVE CUST-REGION-LINE TO CUST-RPT-RECORD.
           WRITE CUST-RPT-RECORD.
           IF WS-CUST-RGN-COUNT = 0
              GO TO 174C-EXIT
           END-IF.
           MOVE CUST-COLUMN-LINE TO CUST-RPT-RECORD.
           WRITE CUST-RPT-RECORD.
           PERFORM 174D-PRINT-TOP-IN-REGION THRU 174D-EXIT
                   VARYING WS-CUST-POS FROM 1 BY 1
                   UNTIL WS-CUST-POS > WS-CUST-TOP-COUNT.
       174C-EXIT.
           EXIT.

       174D-PRINT-TOP-IN-REGION.
           MOVE 0 TO WS-CUST-BEST.
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CT-COUNT
              IF CT-REGION (WS-CT-SUB) = WS-CT-REGION
                 AND CT-ACTIVE (WS-CT-SUB) = 'Y'
                 AND CT-PRINTED (WS-CT-SUB) NOT = 'Y'
                 IF WS-CUST-BEST = 0
                    OR CT-ANNUAL (WS-CT-SUB) >
                       CT-ANNUAL (WS-CUST-BEST)
                    MOVE WS-CT-SUB TO WS-CUST-BEST
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-CUST-BEST = 0
              GO TO 174D-EXIT
           END-IF.
           MOVE 'Y' TO CT-PRINTED (WS-CUST-BEST).
           MOVE CT-CMT-SUB (WS-CUST-BEST) TO WS-CMT-SUB.
           MOVE CT-ANNUAL (WS-CUST-BEST)  TO WS-CUST-NET.
           MOVE CT-DECLINE (WS-CUST-BEST) TO CKL-FLAG.
           PERFORM 174F-WRITE-CUST-LINE THRU 174F-EXIT.
       174D-EXIT.
           EXIT.

       174E-PRINT-CUST-DECLINES.
      *** ONE LINE PER QUARTER THAT FELL PAST THE THRESHOLD
           IF CT-DECLINE (WS-CT-SUB) NOT = 'Y'
              GO TO 174E-EXIT
           END-IF.
           MOVE CT-CMT-SUB (WS-CT-SUB) TO WS-CMT-SUB.
           PERFORM VARYING WS-CUST-QTR FROM 1 BY 1
                   UNTIL WS-CUST-QTR > WS-CUST-LAST-QTR
              COMPUTE WS-CUST-NET =
                 CT-GROSS (WS-CT-SUB, WS-CUST-QTR) -
                 CT-CREDITS (WS-CT-SUB, WS-CUST-QTR)
              COMPUTE WS-CUST-FLOOR ROUNDED =
                 CT-PY-NET (WS-CT-SUB, WS-CUST-QTR) * WS-CUST-KEEP-RATE
              IF CT-PY-NET (WS-CT-SUB, WS-CUST-QTR) > 0
                 AND WS-CUST-NET < WS-CUST-FLOOR
                 COMPUTE WS-CUST-CHG-PCT ROUNDED =
                    (WS-CUST-NET - CT-PY-NET (WS-CT-SUB, WS-CUST-QTR))
                    / CT-PY-NET (WS-CT-SUB, WS-CUST-QTR) * 100
                    ON SIZE ERROR MOVE -9999.9 TO WS-CUST-CHG-PCT
                 END-COMPUTE
                 MOVE CT-REGION (WS-CT-SUB)  TO CDX-REGION
                 MOVE CT-CUST-NO (WS-CT-SUB) TO CDX-CUST-NO
                 MOVE CMT-NAME (WS-CMT-SUB)  TO CDX-NAME
                 MOVE WS-CUST-QTR            TO CDX-QTR
                 MOVE CT-PY-NET (WS-CT-SUB, WS-CUST-QTR) TO CDX-PRIOR
                 MOVE WS-CUST-NET            TO CDX-CURRENT
                 MOVE WS-CUST-CHG-PCT        TO CDX-CHANGE
                 MOVE CUST-DECLINE-LINE TO CUST-RPT-RECORD
                 WRITE CUST-RPT-RECORD
                 ADD 1 TO WS-CUST-DECLINES
              END-IF
           END-PERFORM.
       174E-EXIT.
           EXIT.

       174F-WRITE-CUST-LINE.
      *** ONE RANKED LINE FOR THE CUSTOMER AT WS-CMT-SUB WITH NET
      *** WS-CUST-NET, SHARE OF WS-CUST-BASE
           MOVE WS-CUST-POS TO CKL-RANK.
           MOVE CMT-CUST-NO (WS-CMT-SUB)     TO CKL-CUST-NO.
           MOVE CMT-NAME (WS-CMT-SUB)        TO CKL-NAME.
           MOVE CMT-CLASS (WS-CMT-SUB)       TO CKL-CLASS.
           MOVE CMT-HOME-REGION (WS-CMT-SUB) TO CKL-HOME.
           MOVE WS-CUST-NET TO CKL-NET.
           IF WS-CUST-BASE > 0
              COMPUTE WS-SHARE-PCT ROUNDED =
                 (WS-CUST-NET / WS-CUST-BASE) * 100
                 ON SIZE ERROR MOVE 999.9 TO WS-SHARE-PCT
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-SHARE-PCT
           END-IF.
           MOVE WS-SHARE-PCT TO CKL-SHARE.
           IF CKL-FLAG = 'Y'
              MOVE 'DOWN' TO CKL-FLAG
           ELSE
              MOVE SPACES TO CKL-FLAG
           END-IF.
           MOVE CUST-DETAIL-LINE TO CUST-RPT-RECORD.
           WRITE CUST-RPT-RECORD.
       174F-EXIT.
           EXIT.

      ***
      ***  NEXT-QUARTER PROJECTION PER REGION FOR THE PLANNING DESK.
      ***  WITH PRIOR-YEAR DATA THE NEXT Q1 IS LAST YEAR'S Q1 SCALED
           MOVE COMM-BATCH-TOTAL-LINE TO COMM-REG-RECORD.
           WRITE COMM-REG-RECORD.

      *** CREDIT MEMOS CLAW BACK THE COMMISSION PAID ON THE SALES
      *** THEY REVERSE; RECOVERIES COME OFF WHAT IS PAID OUT
           PERFORM 186-LOAD-CHARGEBACK-BALANCES THRU 186-EXIT.
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                   UNTIL WS-REP-SUB > WS-REP-COUNT
              PERFORM 187-CHARGEBACK-ONE-REP THRU 187-EXIT
           END-PERFORM.
           MOVE 'CHARGEBACKS RECOVERED: ' TO CRL-TEXT.
           MOVE WS-CB-TOT-RECOVERED       TO CRL-AMOUNT.
           MOVE COMM-RECOVERY-LINE TO COMM-REG-RECORD.
           WRITE COMM-REG-RECORD.
           COMPUTE WS-NET-COMM-PAYABLE =
                   WS-BATCH-COMM-TOT - WS-CB-TOT-RECOVERED.
           MOVE 'NET COMMISSION PAYABLE:' TO CRL-TEXT.
           MOVE WS-NET-COMM-PAYABLE       TO CRL-AMOUNT.
           MOVE COMM-RECOVERY-LINE TO COMM-REG-RECORD.
           WRITE COMM-REG-RECORD.
           PERFORM 188-WRITE-CHARGEBACK-REGISTER.
           PERFORM 189-SAVE-CHARGEBACK-BALANCES THRU 189-EXIT.

       185-COMMISSION-ONE-REGION.
           SET WS-REGION-SUB TO RT-IDX.
           MOVE 'N' TO RC-RATE-SW (WS-REGION-SUB).
           MOVE 'N' TO CR-FOUND-SW.
           MOVE 0 TO WS-CR-MATCH.
           PERFORM VARYING WS-CR-SUB FROM 1 BY 1
              MOVE COMM-NO-RATE-LINE TO COMM-REG-RECORD
              WRITE COMM-REG-RECORD
           ELSE
              MOVE 'Y' TO RC-RATE-SW (WS-REGION-SUB)
              MOVE CRT-RATE (WS-CR-MATCH)
                TO RC-BASE-RATE (WS-REGION-SUB)
              MOVE 0 TO WS-REGION-COMM-TOT
      *** COMMISSION IS PAID ON THE QUARTER'S SALES BEFORE CREDIT
      *** MEMOS (NET PLUS CREDITS, SO ADJUSTMENTS STILL COUNT); THE
      *** CREDIT MEMOS COME BACK AS CHARGEBACKS IN 187
              PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                      UNTIL WS-QTR-SUB > 4
                 EVALUATE WS-QTR-SUB
                    WHEN 1 COMPUTE WS-QTR-SALES = RT-Q1-SALES (RT-IDX)
                                 + RT-Q1-CREDITS (RT-IDX)
                           MOVE 'Q1' TO CDL-QUARTER
                    WHEN 2 COMPUTE WS-QTR-SALES = RT-Q2-SALES (RT-IDX)
                                 + RT-Q2-CREDITS (RT-IDX)
                           MOVE 'Q2' TO CDL-QUARTER
                    WHEN 3 COMPUTE WS-QTR-SALES = RT-Q3-SALES (RT-IDX)
                                 + RT-Q3-CREDITS (RT-IDX)
                           MOVE 'Q3' TO CDL-QUARTER
                    WHEN 4 COMPUTE WS-QTR-SALES = RT-Q4-SALES (RT-IDX)
                                 + RT-Q4-CREDITS (RT-IDX)
                           MOVE 'Q4' TO CDL-QUARTER
                 END-EVALUATE
      *** A NEGATIVE ADJUSTMENT CAN TAKE THE QUARTER BELOW ZERO --
      *** NOBODY EARNS COMMISSION ON NEGATIVE SALES, SO IT PAYS ZERO
                 EVALUATE TRUE
                    WHEN WS-QTR-SALES <= 0
                       MOVE 0 TO WS-COMM-AMT
                          WS-QTR-SALES * CRT-RATE (WS-CR-MATCH)
                       MOVE CRT-RATE (WS-CR-MATCH) TO CDL-RATE
                 END-EVALUATE
                 MOVE WS-QTR-SALES
                   TO RC-BASIS (WS-REGION-SUB, WS-QTR-SUB)
                 MOVE WS-COMM-AMT
                   TO RC-COMM (WS-REGION-SUB, WS-QTR-SUB)
                 ADD WS-COMM-AMT TO WS-REGION-COMM-TOT
                 ADD WS-COMM-AMT TO WS-BATCH-COMM-TOT
                 MOVE RT-REGION-CODE (RT-IDX) TO CDL-REGION
       185-EXIT.
           EXIT.

      ***
      ***  BRING IN THE UNRECOVERED CHARGEBACKS. A ROW FOR THIS YEAR
      ***  SUPPLIES THE BALANCE BROUGHT INTO THE YEAR, SO RE-RUNS OF
      ***  THE SAME YEAR START FROM THE SAME POINT; A ROW FROM AN
      ***  EARLIER YEAR CARRIES ITS CLOSING BALANCE INTO THIS ONE
      ***
       186-LOAD-CHARGEBACK-BALANCES.
           OPEN INPUT CHGBACK-FILE.
           IF NOT CB-FILE-FOUND
              GO TO 186-EXIT
           END-IF.
           READ CHGBACK-FILE
           AT END MOVE 'Y' TO SW-END-OF-CHGBACK
           END-READ.
           PERFORM 186A-LOAD-ONE-BALANCE THRU 186A-EXIT
                   UNTIL END-OF-CHGBACK.
           CLOSE CHGBACK-FILE.
       186-EXIT.
           EXIT.

       186A-LOAD-ONE-BALANCE.
           MOVE CB-REGION-IN    TO WS-REP-REGION.
           MOVE CB-SALES-REP-IN TO WS-REP-CODE.
           PERFORM 123-FIND-REP THRU 123-EXIT.
           IF RP-FOUND
              IF CB-YEAR-IN < WS-CURRENT-YEAR
                 MOVE CB-CLOSE-BAL-IN TO RP-PRIOR-BAL (WS-REP-SUB)
              ELSE
                 MOVE CB-OPEN-BAL-IN  TO RP-PRIOR-BAL (WS-REP-SUB)
              END-IF
           END-IF.
           READ CHGBACK-FILE
           AT END MOVE 'Y' TO SW-END-OF-CHGBACK
           END-READ.
       186A-EXIT.
           EXIT.

      ***
      ***  WALK THE SALESPERSON'S YEAR A QUARTER AT A TIME. THEIR
      ***  COMMISSION IS THEIR SHARE OF THE REGION'S SALES BEFORE
      ***  CREDITS; THEIR CREDIT MEMOS ARE CHARGED BACK AT THE RATE
      ***  THE REGION'S SALES WERE PAID AT THAT QUARTER (THE BASE
      ***  RATE IF NOTHING WAS SOLD). THE RUNNING BALANCE IS
      ***  RECOVERED OUT OF EACH QUARTER'S COMMISSION AS FAR AS IT
      ***  GOES, AND WHATEVER IS LEFT CARRIES FORWARD
      ***
       187-CHARGEBACK-ONE-REP.
           MOVE 0 TO WS-CB-RGN-SUB.
           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                   UNTIL WS-REGION-SUB > WS-REGION-COUNT
                      OR WS-CB-RGN-SUB > 0
              IF RT-REGION-CODE (WS-REGION-SUB) =
                 RP-REGION (WS-REP-SUB)
                 MOVE WS-REGION-SUB TO WS-CB-RGN-SUB
              END-IF
           END-PERFORM.
           MOVE RP-PRIOR-BAL (WS-REP-SUB) TO WS-CB-BALANCE.
           IF WS-CB-RGN-SUB = 0
              GO TO 187-TOTALS
           END-IF.
           IF NOT RC-RATE-FOUND (WS-CB-RGN-SUB)
              GO TO 187-TOTALS
           END-IF.
           PERFORM VARYING WS-REP-QTR FROM 1 BY 1
                   UNTIL WS-REP-QTR > 4
              EVALUATE WS-REP-QTR
                 WHEN 1 MOVE RT-Q1-GROSS (WS-CB-RGN-SUB)
                          TO WS-CB-RGN-GROSS
                 WHEN 2 MOVE RT-Q2-GROSS (WS-CB-RGN-SUB)
                          TO WS-CB-RGN-GROSS
                 WHEN 3 MOVE RT-Q3-GROSS (WS-CB-RGN-SUB)
                          TO WS-CB-RGN-GROSS
                 WHEN 4 MOVE RT-Q4-GROSS (WS-CB-RGN-SUB)
                          TO WS-CB-RGN-GROSS
              END-EVALUATE
              MOVE 0 TO WS-REP-COMM, WS-REP-CB, WS-REP-RECOVER
              IF WS-CB-RGN-GROSS > 0
                 COMPUTE WS-REP-COMM ROUNDED =
                    RC-COMM (WS-CB-RGN-SUB, WS-REP-QTR) *
                    RP-GROSS (WS-REP-SUB, WS-REP-QTR) / WS-CB-RGN-GROSS
              END-IF
              IF RC-BASIS (WS-CB-RGN-SUB, WS-REP-QTR) > 0
                 COMPUTE WS-REP-CB ROUNDED =
                    RP-CREDITS (WS-REP-SUB, WS-REP-QTR) *
                    RC-COMM (WS-CB-RGN-SUB, WS-REP-QTR) /
                    RC-BASIS (WS-CB-RGN-SUB, WS-REP-QTR)
              ELSE
                 COMPUTE WS-REP-CB ROUNDED =
                    RP-CREDITS (WS-REP-SUB, WS-REP-QTR) *
                    RC-BASE-RATE (WS-CB-RGN-SUB)
              END-IF
              ADD WS-REP-CB TO WS-CB-BALANCE
              ADD WS-REP-CB TO RP-NEW-CB (WS-REP-SUB)
              IF WS-REP-COMM < WS-CB-BALANCE
                 MOVE WS-REP-COMM   TO WS-REP-RECOVER
              ELSE
                 MOVE WS-CB-BALANCE TO WS-REP-RECOVER
              END-IF
              SUBTRACT WS-REP-RECOVER FROM WS-CB-BALANCE
              ADD WS-REP-RECOVER TO RP-RECOVERED (WS-REP-SUB)
           END-PERFORM.
       187-TOTALS.
           MOVE WS-CB-BALANCE TO RP-REMAINING (WS-REP-SUB).
           ADD RP-PRIOR-BAL (WS-REP-SUB)  TO WS-CB-TOT-PRIOR.
           ADD RP-NEW-CB (WS-REP-SUB)     TO WS-CB-TOT-NEW.
           ADD RP-RECOVERED (WS-REP-SUB)  TO WS-CB-TOT-RECOVERED.
           ADD RP-REMAINING (WS-REP-SUB)  TO WS-CB-TOT-REMAINING.
       187-EXIT.
           EXIT.

       188-WRITE-CHARGEBACK-REGISTER.
           MOVE CHGBK-HEADER-LINE TO CHGBK-REG-RECORD.
           WRITE CHGBK-REG-RECORD.
           MOVE BLANK-LINE TO CHGBK-REG-RECORD.
           WRITE CHGBK-REG-RECORD.
           MOVE CHGBK-COLUMN-LINE TO CHGBK-REG-RECORD.
           WRITE CHGBK-REG-RECORD.
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                   UNTIL WS-REP-SUB > WS-REP-COUNT
              MOVE RP-REGION (WS-REP-SUB)    TO CBL-REGION
              MOVE RP-SALES-REP (WS-REP-SUB) TO CBL-SALES-REP
              MOVE RP-PRIOR-BAL (WS-REP-SUB) TO CBL-PRIOR
              MOVE RP-NEW-CB (WS-REP-SUB)    TO CBL-NEW
              MOVE RP-RECOVERED (WS-REP-SUB) TO CBL-RECOVERED
              MOVE RP-REMAINING (WS-REP-SUB) TO CBL-REMAINING
              MOVE CHGBK-DETAIL-LINE TO CHGBK-REG-RECORD
              WRITE CHGBK-REG-RECORD
           END-PERFORM.
           MOVE BLANK-LINE TO CHGBK-REG-RECORD.
           WRITE CHGBK-REG-RECORD.
           MOVE WS-CB-TOT-PRIOR     TO CKT-PRIOR.
           MOVE WS-CB-TOT-NEW       TO CKT-NEW.
           MOVE WS-CB-TOT-RECOVERED TO CKT-RECOVERED.
           MOVE WS-CB-TOT-REMAINING TO CKT-REMAINING.
           MOVE CHGBK-TOTAL-LINE TO CHGBK-REG-RECORD.
           WRITE CHGBK-REG-RECORD.

       189-SAVE-CHARGEBACK-BALANCES.
      *** REWRITE THE BALANCE FILE FOR THIS YEAR. NOTHING IS WRITTEN
      *** WHEN NO SALES YEAR WAS READ, SO AN EMPTY RUN CANNOT LOSE
      *** THE BALANCES
           IF WS-CURRENT-YEAR = 0
              GO TO 189-EXIT
           END-IF.
           PERFORM 195-GET-BUSINESS-DATE.
           OPEN OUTPUT CHGBACK-FILE.
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                   UNTIL WS-REP-SUB > WS-REP-COUNT
              IF RP-PRIOR-BAL (WS-REP-SUB) > 0
                 OR RP-REMAINING (WS-REP-SUB) > 0
                 MOVE SPACES TO CHGBACK-REC
                 MOVE RP-REGION (WS-REP-SUB)    TO CB-REGION-IN
                 MOVE RP-SALES-REP (WS-REP-SUB) TO CB-SALES-REP-IN
                 MOVE WS-CURRENT-YEAR           TO CB-YEAR-IN
                 MOVE RP-PRIOR-BAL (WS-REP-SUB) TO CB-OPEN-BAL-IN
                 MOVE RP-REMAINING (WS-REP-SUB) TO CB-CLOSE-BAL-IN
                 MOVE WS-BUSINESS-DATE          TO CB-RUN-DATE-IN
                 WRITE CHGBACK-REC
              END-IF
           END-PERFORM.
           CLOSE CHGBACK-FILE.
       189-EXIT.
           EXIT.

      ***
      ***  GENERAL LEDGER JOURNAL. GROSS SALES, CREDIT MEMOS AND THE
      ***  COMMISSION ACCRUAL FOR EACH REGION FOR THE QUARTER OF THE
      ***  BUSINESS DATE, PLUS EVERY SALESADJ ADJUSTMENT APPLIED THIS
      ***  RUN IN ITS OWN QUARTER. THE FILE IS RELEASED ONLY WHEN
      ***  DEBITS EQUAL CREDITS AND EVERY AMOUNT FOUND ITS ACCOUNTS;
      ***  OTHERWISE IT IS LEFT EMPTY AND THE STEP ENDS RC 8
      ***
       192-WRITE-GL-JOURNAL.
           PERFORM 195-GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE (1:4) TO WS-GL-YEAR.
           MOVE WS-BUSINESS-DATE (5:2) TO WS-GL-MONTH.
           COMPUTE WS-GL-QTR = (WS-GL-MONTH + 2) / 3.
           PERFORM 193-LOAD-GL-MAP THRU 193-EXIT.

           IF WS-GL-YEAR = WS-CURRENT-YEAR
              MOVE WS-GL-YEAR TO WS-JE-YEAR
              MOVE WS-GL-QTR  TO WS-JE-QTR
              PERFORM VARYING RT-IDX FROM 1 BY 1
                      UNTIL RT-IDX > WS-REGION-COUNT
                 SET WS-REGION-SUB TO RT-IDX
                 MOVE RT-REGION-CODE (RT-IDX) TO WS-JE-REGION
                 EVALUATE WS-GL-QTR
                    WHEN 1 MOVE RT-Q1-GROSS (RT-IDX)   TO WS-JE-AMOUNT
                    WHEN 2 MOVE RT-Q2-GROSS (RT-IDX)   TO WS-JE-AMOUNT
                    WHEN 3 MOVE RT-Q3-GROSS (RT-IDX)   TO WS-JE-AMOUNT
                    WHEN 4 MOVE RT-Q4-GROSS (RT-IDX)   TO WS-JE-AMOUNT
                 END-EVALUATE
                 MOVE 'GS' TO WS-JE-TYPE
                 PERFORM 194-POST-ENTRY THRU 194-EXIT
                 EVALUATE WS-GL-QTR
                    WHEN 1 MOVE RT-Q1-CREDITS (RT-IDX) TO WS-JE-AMOUNT
                    WHEN 2 MOVE RT-Q2-CREDITS (RT-IDX) TO WS-JE-AMOUNT
                    WHEN 3 MOVE RT-Q3-CREDITS (RT-IDX) TO WS-JE-AMOUNT
                    WHEN 4 MOVE RT-Q4-CREDITS (RT-IDX) TO WS-JE-AMOUNT
                 END-EVALUATE
                 MOVE 'CM' TO WS-JE-TYPE
                 PERFORM 194-POST-ENTRY THRU 194-EXIT
                 IF RC-RATE-FOUND (WS-REGION-SUB)
                    MOVE RC-COMM (WS-REGION-SUB, WS-GL-QTR)
                      TO WS-JE-AMOUNT
                    MOVE 'CA' TO WS-JE-TYPE
                    PERFORM 194-POST-ENTRY THRU 194-EXIT
                 END-IF
              END-PERFORM
           END-IF.

           PERFORM VARYING WS-AAP-SUB FROM 1 BY 1
                   UNTIL WS-AAP-SUB > WS-AAP-COUNT
              MOVE AAP-REGION (WS-AAP-SUB)  TO WS-JE-REGION
              MOVE AAP-YEAR (WS-AAP-SUB)    TO WS-JE-YEAR
              MOVE AAP-QUARTER (WS-AAP-SUB) TO WS-JE-QTR
              MOVE AAP-AMOUNT (WS-AAP-SUB)  TO WS-JE-AMOUNT
              MOVE 'AJ' TO WS-JE-TYPE
              PERFORM 194-POST-ENTRY THRU 194-EXIT
           END-PERFORM.

           PERFORM 196-WRITE-GL-CONTROL.
           PERFORM 197-RELEASE-GL-JOURNAL.
       192-EXIT.
           EXIT.

       193-LOAD-GL-MAP.
      *** NO MAP FILE LEAVES EVERY AMOUNT UNMAPPED, SO NOTHING IS
      *** RELEASED
           OPEN INPUT GL-MAP-FILE.
           IF NOT GM-FILE-FOUND
              GO TO 193-EXIT
           END-IF.
           READ GL-MAP-FILE
           AT END MOVE 'Y' TO SW-END-OF-GLMAP
           END-READ.
           PERFORM 193A-LOAD-ONE-GL-MAP THRU 193A-EXIT
                   UNTIL END-OF-GLMAP.
           CLOSE GL-MAP-FILE.
       193-EXIT.
           EXIT.

       193A-LOAD-ONE-GL-MAP.
           IF WS-GLMAP-COUNT < 100
              ADD 1 TO WS-GLMAP-COUNT
              MOVE GM-KEY-TYPE-IN
                TO GMT-KEY-TYPE (WS-GLMAP-COUNT)
              MOVE GM-KEY-IN
                TO GMT-KEY (WS-GLMAP-COUNT)
              MOVE GM-ENTRY-TYPE-IN
                TO GMT-ENTRY-TYPE (WS-GLMAP-COUNT)
              MOVE GM-DEBIT-ACCT-IN
                TO GMT-DEBIT-ACCT (WS-GLMAP-COUNT)
              MOVE GM-CREDIT-ACCT-IN
                TO GMT-CREDIT-ACCT (WS-GLMAP-COUNT)
           ELSE
              DISPLAY 'WARNING: GL-MAP-TABLE FULL - DROPPED '
                 GM-KEY-TYPE-IN ' ' GM-KEY-IN ' ' GM-ENTRY-TYPE-IN
           END-IF.
           READ GL-MAP-FILE
           AT END MOVE 'Y' TO SW-END-OF-GLMAP
           END-READ.
       193A-EXIT.
           EXIT.

       194-POST-ENTRY.
      *** MAP WS-JE-REGION/WS-JE-TYPE TO ITS ACCOUNTS -- THE REGION'S
      *** OWN ROW FIRST, THEN ITS DIVISION'S -- AND POST BOTH SIDES
           IF WS-JE-AMOUNT = 0
              GO TO 194-EXIT
           END-IF.
           MOVE 'R' TO WS-GL-KEY-TYPE.
           MOVE SPACES TO WS-GL-KEY.
           MOVE WS-JE-REGION TO WS-GL-KEY (1:2).
           PERFORM 194A-FIND-GL-MAP.
           IF WS-GLMAP-MATCH = 0
              MOVE SPACES TO WS-GL-DIVISION
              PERFORM VARYING WS-RDM-SUB FROM 1 BY 1
                      UNTIL WS-RDM-SUB > WS-RDM-COUNT
                 IF RDM-REGION (WS-RDM-SUB) = WS-JE-REGION
                    MOVE RDM-DIVISION (WS-RDM-SUB) TO WS-GL-DIVISION
                 END-IF
              END-PERFORM
              IF WS-GL-DIVISION NOT = SPACES
                 MOVE 'D' TO WS-GL-KEY-TYPE
                 MOVE WS-GL-DIVISION TO WS-GL-KEY
                 PERFORM 194A-FIND-GL-MAP
              END-IF
           END-IF.
           IF WS-GLMAP-MATCH = 0
              MOVE 'NO ACCOUNT MAPPING' TO WS-GLX-NOTE
              PERFORM 194C-ADD-EXCEPTION
              GO TO 194-EXIT
           END-IF.
           IF WS-JE-AMOUNT > 0
              MOVE WS-JE-AMOUNT TO WS-JE-ABS-AMT
              MOVE GMT-DEBIT-ACCT (WS-GLMAP-MATCH)  TO WS-JE-DR-ACCT
              MOVE GMT-CREDIT-ACCT (WS-GLMAP-MATCH) TO WS-JE-CR-ACCT
           ELSE
              COMPUTE WS-JE-ABS-AMT = 0 - WS-JE-AMOUNT
              MOVE GMT-CREDIT-ACCT (WS-GLMAP-MATCH) TO WS-JE-DR-ACCT
              MOVE GMT-DEBIT-ACCT (WS-GLMAP-MATCH)  TO WS-JE-CR-ACCT
           END-IF.
           IF WS-JE-DR-ACCT = SPACES
              MOVE 'NO DEBIT ACCOUNT' TO WS-GLX-NOTE
              PERFORM 194C-ADD-EXCEPTION
           ELSE
              MOVE WS-JE-DR-ACCT TO WS-JE-ACCOUNT
              MOVE 'D' TO WS-JE-DR-CR
              PERFORM 194B-ADD-GL-LINE
           END-IF.
           IF WS-JE-CR-ACCT = SPACES
              MOVE 'NO CREDIT ACCOUNT' TO WS-GLX-NOTE
              PERFORM 194C-ADD-EXCEPTION
           ELSE
              MOVE WS-JE-CR-ACCT TO WS-JE-ACCOUNT
              MOVE 'C' TO WS-JE-DR-CR
              PERFORM 194B-ADD-GL-LINE
           END-IF.
       194-EXIT.
           EXIT.

       194A-FIND-GL-MAP.
           MOVE 0 TO WS-GLMAP-MATCH.
           PERFORM VARYING WS-GLMAP-SUB FROM 1 BY 1
                   UNTIL WS-GLMAP-SUB > WS-GLMAP-COUNT
                      OR WS-GLMAP-MATCH > 0
              IF GMT-KEY-TYPE (WS-GLMAP-SUB) = WS-GL-KEY-TYPE
                 AND GMT-KEY (WS-GLMAP-SUB) = WS-GL-KEY
                 AND GMT-ENTRY-TYPE (WS-GLMAP-SUB) = WS-JE-TYPE
                 MOVE WS-GLMAP-SUB TO WS-GLMAP-MATCH
              END-IF
           END-PERFORM.

       194B-ADD-GL-LINE.
           IF WS-GLL-COUNT NOT < 500
              DISPLAY 'WARNING: GL-LINE-TABLE FULL - JOURNAL '
                 'NOT RELEASED'
              MOVE 'Y' TO WS-GL-OVERFLOW-SW
           ELSE
              ADD 1 TO WS-GLL-COUNT
              MOVE WS-JE-YEAR    TO GLL-YEAR (WS-GLL-COUNT)
              MOVE WS-JE-QTR     TO GLL-QUARTER (WS-GLL-COUNT)
              MOVE WS-JE-ACCOUNT TO GLL-ACCOUNT (WS-GLL-COUNT)
              MOVE WS-JE-DR-CR   TO GLL-DR-CR (WS-GLL-COUNT)
              MOVE WS-JE-ABS-AMT TO GLL-AMOUNT (WS-GLL-COUNT)
              MOVE WS-JE-REGION  TO GLL-REGION (WS-GLL-COUNT)
              MOVE WS-JE-TYPE    TO GLL-ENTRY-TYPE (WS-GLL-COUNT)
           END-IF.
           IF WS-JE-DR-CR = 'D'
              ADD WS-JE-ABS-AMT TO WS-GL-TOT-DEBITS
           ELSE
              ADD WS-JE-ABS-AMT TO WS-GL-TOT-CREDITS
           END-IF.
           MOVE 'N' TO GAT-FOUND-SW.
           PERFORM VARYING WS-GAT-SUB FROM 1 BY 1
                   UNTIL WS-GAT-SUB > WS-GAT-COUNT OR GAT-FOUND
              IF GAT-ACCOUNT (WS-GAT-SUB) = WS-JE-ACCOUNT
                 MOVE 'Y' TO GAT-FOUND-SW
              END-IF
           END-PERFORM.
           IF GAT-FOUND
              SUBTRACT 1 FROM WS-GAT-SUB
           ELSE
              IF WS-GAT-COUNT < 100
                 ADD 1 TO WS-GAT-COUNT
                 MOVE WS-GAT-COUNT TO WS-GAT-SUB
                 MOVE WS-JE-ACCOUNT TO GAT-ACCOUNT (WS-GAT-SUB)
                 MOVE 0 TO GAT-DEBITS (WS-GAT-SUB)
                           GAT-CREDITS (WS-GAT-SUB)
              ELSE
                 DISPLAY 'WARNING: GL-ACCT-TOTAL-TABLE FULL - '
                    WS-JE-ACCOUNT ' NOT LISTED'
                 MOVE 0 TO WS-GAT-SUB
              END-IF
           END-IF.
           IF WS-GAT-SUB > 0
              IF WS-JE-DR-CR = 'D'
                 ADD WS-JE-ABS-AMT TO GAT-DEBITS (WS-GAT-SUB)
              ELSE
                 ADD WS-JE-ABS-AMT TO GAT-CREDITS (WS-GAT-SUB)
              END-IF
           END-IF.

       194C-ADD-EXCEPTION.
           IF WS-GLX-COUNT < 50
              ADD 1 TO WS-GLX-COUNT
              MOVE WS-GLX-NOTE     TO GLX-NOTE (WS-GLX-COUNT)
              MOVE WS-JE-REGION   TO GLX-REGION (WS-GLX-COUNT)
              MOVE WS-JE-TYPE     TO GLX-ENTRY-TYPE (WS-GLX-COUNT)
              MOVE WS-JE-AMOUNT   TO GLX-AMOUNT (WS-GLX-COUNT)
           ELSE
              DISPLAY 'WARNING: GL-EXCEPTION-TABLE FULL - '
                 WS-JE-REGION ' ' WS-JE-TYPE
              MOVE 'Y' TO WS-GL-OVERFLOW-SW
           END-IF.

       196-WRITE-GL-CONTROL.
           OPEN OUTPUT GL-CONTROL-FILE.
           MOVE GL-HEADER-LINE TO GL-CONTROL-RECORD.
           WRITE GL-CONTROL-RECORD.
           MOVE BLANK-LINE TO GL-CONTROL-RECORD.
           WRITE GL-CONTROL-RECORD.
           MOVE WS-GL-YEAR       TO GPL-YEAR.
           MOVE WS-GL-QTR        TO GPL-QUARTER.
           MOVE WS-BUSINESS-DATE TO GPL-RUN-DATE.
           MOVE GL-PERIOD-LINE TO GL-CONTROL-RECORD.
           WRITE GL-CONTROL-RECORD.
           MOVE BLANK-LINE TO GL-CONTROL-RECORD.
           WRITE GL-CONTROL-RECORD.
           MOVE GL-COLUMN-LINE TO GL-CONTROL-RECORD.
           WRITE GL-CONTROL-RECORD.
           PERFORM VARYING WS-GAT-SUB FROM 1 BY 1
                   UNTIL WS-GAT-SUB > WS-GAT-COUNT
              MOVE GAT-ACCOUNT (WS-GAT-SUB) TO GAL-ACCOUNT
              MOVE GAT-DEBITS (WS-GAT-SUB)  TO GAL-DEBITS
              MOVE GAT-CREDITS (WS-GAT-SUB) TO GAL-CREDITS
              MOVE GL-ACCOUNT-LINE TO GL-CONTROL-RECORD
              WRITE GL-CONTROL-RECORD
           END-PERFORM.
           MOVE BLANK-LINE TO GL-CONTROL-RECORD.
           WRITE GL-CONTROL-RECORD.
           MOVE 'TOTALS'          TO GTL-TEXT.
           MOVE WS-GL-TOT-DEBITS  TO GTL-DEBITS.
           MOVE WS-GL-TOT-CREDITS TO GTL-CREDITS.
           MOVE GL-TOTAL-LINE TO GL-CONTROL-RECORD.
           WRITE GL-CONTROL-RECORD.
           COMPUTE WS-GL-DIFFERENCE =
                   WS-GL-TOT-DEBITS - WS-GL-TOT-CREDITS.
           MOVE WS-GL-DIFFERENCE TO GDL-DIFFERENCE.
           MOVE GL-DIFFERENCE-LINE TO GL-CONTROL-RECORD.
           WRITE GL-CONTROL-RECORD.
           IF WS-GLX-COUNT > 0
              MOVE BLANK-LINE TO GL-CONTROL-RECORD
              WRITE GL-CONTROL-RECORD
              PERFORM VARYING WS-GLX-SUB FROM 1 BY 1
                      UNTIL WS-GLX-SUB > WS-GLX-COUNT
                 MOVE GLX-REGION (WS-GLX-SUB)     TO GXL-REGION
                 MOVE GLX-ENTRY-TYPE (WS-GLX-SUB) TO GXL-ENTRY-TYPE
                 MOVE GLX-AMOUNT (WS-GLX-SUB)     TO GXL-AMOUNT
                 MOVE GLX-NOTE (WS-GLX-SUB)       TO GXL-NOTE
                 MOVE GL-EXCEPTION-LINE TO GL-CONTROL-RECORD
                 WRITE GL-CONTROL-RECORD
              END-PERFORM
           END-IF.
           MOVE BLANK-LINE TO GL-CONTROL-RECORD.
           WRITE GL-CONTROL-RECORD.
           EVALUATE TRUE
              WHEN WS-GL-DIFFERENCE NOT = 0
                 MOVE '*** JOURNAL OUT OF BALANCE - NOT RELEASED ***'
                   TO GSL-TEXT
                 MOVE 0 TO GSL-LINES
              WHEN WS-GLX-COUNT > 0
                 MOVE '*** UNPOSTED AMOUNTS - JOURNAL NOT RELEASED ***'
                   TO GSL-TEXT
                 MOVE 0 TO GSL-LINES
              WHEN GL-OVERFLOW
                 MOVE '*** TABLE OVERFLOW - JOURNAL NOT RELEASED ***'
                   TO GSL-TEXT
                 MOVE 0 TO GSL-LINES
              WHEN OTHER
                 MOVE 'JOURNAL BALANCED - LINES RELEASED:' TO GSL-TEXT
                 MOVE WS-GLL-COUNT TO GSL-LINES
           END-EVALUATE.
           MOVE GL-STATUS-LINE TO GL-CONTROL-RECORD.
           WRITE GL-CONTROL-RECORD.
           CLOSE GL-CONTROL-FILE.

       197-RELEASE-GL-JOURNAL.
      *** THE JOURNAL FILE IS ALWAYS REWRITTEN SO A PRIOR RUN'S
      *** ENTRIES CAN NEVER BE PICKED UP A SECOND TIME
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF WS-GL-DIFFERENCE = 0 AND WS-GLX-COUNT = 0
              AND NOT GL-OVERFLOW
              PERFORM VARYING WS-GLL-SUB FROM 1 BY 1
                      UNTIL WS-GLL-SUB > WS-GLL-COUNT
                 MOVE SPACES TO GL-JOURNAL-REC
                 MOVE GLL-YEAR (WS-GLL-SUB)       TO JE-PERIOD-YEAR
                 MOVE GLL-QUARTER (WS-GLL-SUB)    TO JE-PERIOD-QTR
                 MOVE WS-GLL-SUB                  TO JE-LINE-NBR
                 MOVE GLL-ACCOUNT (WS-GLL-SUB)    TO JE-ACCOUNT
                 MOVE GLL-DR-CR (WS-GLL-SUB)      TO JE-DR-CR
                 MOVE GLL-AMOUNT (WS-GLL-SUB)     TO JE-AMOUNT
                 MOVE GLL-REGION (WS-GLL-SUB)     TO JE-REGION
                 MOVE GLL-ENTRY-TYPE (WS-GLL-SUB) TO JE-ENTRY-TYPE
                 MOVE 'SALES1'                    TO JE-SOURCE
                 MOVE WS-BUSINESS-DATE            TO JE-RUN-DATE
                 WRITE GL-JOURNAL-REC
              END-PERFORM
           ELSE
              DISPLAY 'SALES1: GL JOURNAL NOT RELEASED - SEE GLCTL'
              MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE GL-JOURNAL-FILE.

      ***
      ***  STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK
      ***

       900-WRAP-UP.
           CLOSE INPUT-FILE, OUTPUT-FILE, REGION-CSV-FILE,
                 COMM-RATE-FILE, COMM-REG-FILE, CHGBK-REG-FILE,
                 REGION-MASTER-FILE, SALES-REJ-FILE, CUST-RPT-FILE.
