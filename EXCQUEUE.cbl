       IDENTIFICATION DIVISION.
      ***
      *** NIGHTLY CONSOLIDATED EXCEPTION QUEUE. EVERY PROGRAM IN THE
      *** SUITE REJECTS RECORDS TO ITS OWN FILE IN ITS OWN LAYOUT;
      *** THIS PROGRAM FOLDS THE NIGHT'S REJECTS INTO ONE QUEUE FILE
      *** (EXCQUEUE) SO EVERY EXCEPTION HAS AN OWNER AND AN AGE:
      ***   - EACH REJECT IS NORMALISED TO SOURCE PROGRAM, KEY AND
      ***     REASON, AND GIVEN A SEVERITY AND OWNING DEPARTMENT FROM
      ***     THE RULE TABLE BELOW. A KEY ALREADY OPEN FOR THE SAME
      ***     REASON IS NOT QUEUED TWICE -- ITS LAST-SEEN DATE AND
      ***     NIGHTS-SEEN COUNT MOVE ON INSTEAD
      ***   - AN OPEN EXCEPTION CLOSES BY ITSELF THE FIRST NIGHT ITS
      ***     KEY IS ON THE SOURCE PROGRAM'S INPUT BUT NOT ON ITS
      ***     REJECT FILE, I.E. THE RECORD WENT THROUGH CLEANLY
      ***   - NOTHING IS CLOSED FOR A CNTRLBRK RUN LIMITED BY ACCTPARM
      ***     SELECTION CARDS, SINCE IT ONLY RE-EDITED THE TERMS IT
      ***     SELECTED
      ***   - A SOURCE IS ONLY LOOKED AT WHEN IT WROTE ITS BALFILE
      ***     RECORD FOR TONIGHT'S BUSINESS DATE, SO LAST NIGHT'S
      ***     FILES FROM A PROGRAM THAT DID NOT RUN ARE NEVER COUNTED
      ***     AGAIN AND NOTHING OF ITS IS CLOSED
      ***   - THE REPORT (EXCQRPT) LISTS EVERY OPEN EXCEPTION BY OWNER,
      ***     OLDEST FIRST, AGED IN BUSINESS DAYS ON THE SHARED
      ***     CALENDAR (BDAYLKP), WITH AN AGING SUMMARY BY OWNER AND
      ***     THE EXCEPTIONS THAT CLOSED TONIGHT
      *** CLOSED EXCEPTIONS STAY ON THE QUEUE FOR 30 DAYS AFTER THEY
      *** CLOSE AND ARE THEN DROPPED. RETURN CODE 4 WHEN A REJECT
      *** COULD NOT BE QUEUED OR A SOURCE THAT RAN LEFT NO REJECT FILE.
      *** RETURN CODE 16, WITH THE QUEUE LEFT AS IT WAS, WHEN LAST
      *** NIGHT'S QUEUE IS TOO BIG FOR THE TABLE
      ***
       PROGRAM-ID. EXCQUEUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXC-QUEUE-FILE ASSIGN TO EXCQUEUE
             FILE STATUS IS EQCODE.
           SELECT EXC-REPORT ASSIGN TO EXCQRPT.
           SELECT BAL-CONTROL-FILE ASSIGN TO BALFILE
             FILE STATUS IS BLCODE.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
             FILE STATUS IS RCCODE.
      *** EACH SOURCE'S REJECT FILE AND THE INPUT ITS KEYS CAME FROM.
      *** ANY OF THEM MAY BE ABSENT, SO THEY SHARE ONE STATUS FIELD
           SELECT ACCTREJ-FILE ASSIGN TO ACCTREJ
             FILE STATUS IS SRCODE.
           SELECT ACCTWORK-FILE ASSIGN TO ACCTWORK
             FILE STATUS IS SRCODE.
           SELECT COURERR-FILE ASSIGN TO COURERR
             FILE STATUS IS SRCODE.
           SELECT COURIN-FILE ASSIGN TO COURIN
             FILE STATUS IS SRCODE.
           SELECT RFPERR-FILE ASSIGN TO RFPERR
             FILE STATUS IS SRCODE.
           SELECT RFPIN-FILE ASSIGN TO RFPIN
             FILE STATUS IS SRCODE.
           SELECT ERRFILE-FILE ASSIGN TO ERRFILE
             FILE STATUS IS SRCODE.
           SELECT HOSPIN-FILE ASSIGN TO HOSPIN
             FILE STATUS IS SRCODE.
           SELECT SALESREJ-FILE ASSIGN TO SALESREJ
             FILE STATUS IS SRCODE.
           SELECT SALES-FILE ASSIGN TO SALES
             FILE STATUS IS SRCODE.
           SELECT WERROR-FILE ASSIGN TO WERROR
             FILE STATUS IS SRCODE.
           SELECT WEATHER-FILE ASSIGN TO WEATHER
             FILE STATUS IS SRCODE.
           SELECT INQNF-FILE ASSIGN TO INQNF
             FILE STATUS IS SRCODE.
           SELECT INQRQST-FILE ASSIGN TO INQRQST
             FILE STATUS IS SRCODE.
      *** CNTRLBRK'S SELECTION CARDS -- A SELECTIVE RUN ONLY EDITS
      *** THE TERMS IT SELECTS
           SELECT ACCT-PARM-FILE ASSIGN TO ACCTPARM
             FILE STATUS IS APCODE.
       DATA DIVISION.
       FILE SECTION.
       FD  EXC-QUEUE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY EXCQREC.

       FD  EXC-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXC-REPORT-RECORD.
       01  EXC-REPORT-RECORD            PIC X(132).

       FD  BAL-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY BALREC.

      *** COMMON RUN-CONTROL CARD CARRYING THE BUSINESS DATE
       FD  RUN-CTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-CTL-REC.
       01  RUN-CTL-REC.
           05 RC-BUSINESS-DATE          PIC 9(8).
           05 FILLER                    PIC X(72).

       FD  ACCTREJ-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 88 CHARACTERS.
       01  ACCTREJ-REC             PIC X(088).

       FD  ACCTWORK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 170 CHARACTERS.
       01  ACCTWORK-REC            PIC X(170).

       FD  COURERR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  COURERR-REC             PIC X(132).

       FD  COURIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  COURIN-REC              PIC X(150).

       FD  RFPERR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  RFPERR-REC              PIC X(132).

       FD  RFPIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  RFPIN-REC               PIC X(120).

       FD  ERRFILE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ERRFILE-REC             PIC X(100).

       FD  HOSPIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  HOSPIN-REC              PIC X(100).

       FD  SALESREJ-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  SALESREJ-REC            PIC X(100).

       FD  SALES-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SALES-REC               PIC X(080).

       FD  WERROR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  WERROR-REC              PIC X(132).

       FD  WEATHER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  WEATHER-REC             PIC X(020).

       FD  INQNF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  INQNF-REC               PIC X(080).

       FD  INQRQST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  INQRQST-REC             PIC X(080).

       FD  ACCT-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCT-PARM-REC.
           05 PARM-TYPE                PIC X(1).
              88 PARM-SELECTION-CARD   VALUE 'S' 'Y'.
           05 FILLER                   PIC X(79).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 EQCODE                   PIC X(2) VALUE SPACES.
              88 EQ-FILE-FOUND         VALUE '00'.
           05 SRCODE                   PIC X(2) VALUE SPACES.
              88 SR-FILE-FOUND         VALUE '00'.
           05 BLCODE                   PIC X(2) VALUE SPACES.
              88 BL-FILE-FOUND         VALUE '00'.
           05 RCCODE                   PIC X(2) VALUE SPACES.
              88 RC-FILE-FOUND         VALUE '00'.
           05 APCODE                   PIC X(2) VALUE SPACES.
              88 AP-FILE-FOUND         VALUE '00'.

       01  SWITCHES.
           05 EQ-EOF                   PIC X(1) VALUE SPACE.
              88 EQ-END-OF-FILE        VALUE 'Y'.
           05 SR-EOF                   PIC X(1) VALUE SPACE.
              88 SR-END-OF-FILE        VALUE 'Y'.
           05 BL-EOF                   PIC X(1) VALUE SPACE.
              88 BL-END-OF-FILE        VALUE 'Y'.
           05 RC-EOF                   PIC X(1) VALUE SPACE.
              88 RC-END-OF-FILE        VALUE 'Y'.
           05 WS-REJECTED-SW           PIC X(1) VALUE 'N'.
              88 KEY-REJECTED-TONIGHT  VALUE 'Y'.
           05 AP-EOF                   PIC X(1) VALUE SPACE.
              88 AP-END-OF-FILE        VALUE 'Y'.
           05 WS-SELECTIVE-SW          PIC X(1) VALUE 'N'.
              88 SOURCE-RUN-SELECTIVE  VALUE 'Y'.
           05 WS-LOAD-FULL-SW          PIC X(1) VALUE 'N'.
              88 QUEUE-FULL-ON-LOAD    VALUE 'Y'.

      *** BUSINESS DATE FROM THE RUNCTL CARD, FALLING BACK TO THE
      *** SYSTEM DATE. IT DATES EVERY QUEUE ENTRY OPENED OR CLOSED
       01  WS-BUSINESS-DATE            PIC X(8)  VALUE SPACES.
       01  WS-BUSINESS-DATE-N          PIC 9(8)  VALUE 0.
       01  WS-DATE-EDIT.
           05  WS-DE-MM                PIC X(2).
           05  FILLER                  PIC X(1)  VALUE '/'.
           05  WS-DE-DD                PIC X(2).
           05  FILLER                  PIC X(1)  VALUE '/'.
           05  WS-DE-YYYY              PIC X(4).
       01  WS-EDIT-DATE                PIC 9(8)  VALUE 0.

      *** CLOSED EXCEPTIONS ARE KEPT THIS MANY CALENDAR DAYS AFTER
      *** THEY CLOSE, THEN LEFT OFF THE REWRITTEN QUEUE
       01  WS-PURGE-DAYS               PIC 9(3)  VALUE 30.
       01  WS-TODAY-INT                PIC 9(7)  VALUE 0.
       01  WS-CLOSED-INT               PIC 9(7)  VALUE 0.

      *** THE SOURCES: PROGRAM (AS IT SIGNS ITS BALFILE RECORD), THE
      *** DD OF ITS REJECT FILE AND THE DD OF THE INPUT THE REJECTED
      *** KEYS CAME FROM. A NEW SOURCE NEEDS AN ENTRY HERE, TWO
      *** SELECT/FDS AND A LINE IN EACH OF 500-550 AND 320/350
       01  SOURCE-VALUES.
           05 FILLER                   PIC X(24) VALUE
               'CNTRLBRKACCTREJ ACCTWORK'.
           05 FILLER                   PIC X(24) VALUE
               'COURSES COURERR COURIN  '.
           05 FILLER                   PIC X(24) VALUE
               'FAVRFP  RFPERR  RFPIN   '.
           05 FILLER                   PIC X(24) VALUE
               'HOSPEDITERRFILE HOSPIN  '.
           05 FILLER                   PIC X(24) VALUE
               'SALES1  SALESREJSALES   '.
           05 FILLER                   PIC X(24) VALUE
               'WEATHER WERROR  WEATHER '.
           05 FILLER                   PIC X(24) VALUE
               'PRESINQ INQNF   INQRQST '.
       01  SOURCE-TABLE REDEFINES SOURCE-VALUES.
           05 SOURCE-ENTRY OCCURS 7 TIMES.
              10 SRC-PROGRAM           PIC X(8).
              10 SRC-REJECT-DD         PIC X(8).
              10 SRC-INPUT-DD          PIC X(8).
       01  WS-SOURCE-COUNT             PIC 9(2)  VALUE 7.
       01  WS-SRC-SUB                  PIC 9(2)  VALUE 0.

      *** WHAT HAPPENED TO EACH SOURCE TONIGHT
       01  SOURCE-STATUS-TABLE.
           05 SOURCE-STATUS OCCURS 7 TIMES.
              10 SS-RAN-SW             PIC X(1).
                 88 SS-RAN-TONIGHT     VALUE 'Y'.
              10 SS-RESULT             PIC X(24).
              10 SS-REJECTS            PIC 9(5).
              10 SS-OPENED             PIC 9(5).
              10 SS-CLOSED             PIC 9(5).

      *** SEVERITY AND OWNING DEPARTMENT BY SOURCE AND REASON. THE
      *** FIRST RULE FOR THE SOURCE WHOSE REASON TEXT MATCHES THE
      *** START OF THE REJECT REASON (FOR THE GIVEN LENGTH) WINS; A
      *** LENGTH OF 00 MATCHES ANY REASON. SEVERITY H = MONEY, GRADES
      *** OR PATIENT ACCOUNTS ARE WRONG UNTIL FIXED, M = A RECORD IS
      *** HELD BACK, L = INFORMATIONAL
       01  SEVERITY-RULE-VALUES.
           05 FILLER                   PIC X(47) VALUE
               'COURSES INVALID GRADE       13HREGISTRAR       '.
           05 FILLER                   PIC X(47) VALUE
               'COURSES                     00MREGISTRAR       '.
           05 FILLER                   PIC X(47) VALUE
               'FAVRFP  BAD CREDIT          10HCREDIT CONTROL  '.
           05 FILLER                   PIC X(47) VALUE
               'FAVRFP                      00MORDER DESK      '.
           05 FILLER                   PIC X(47) VALUE
               'HOSPEDIT                    00HPATIENT ACCOUNTS'.
           05 FILLER                   PIC X(47) VALUE
               'SALES1  UNKNOWN REGION      14HFINANCE         '.
           05 FILLER                   PIC X(47) VALUE
               'SALES1                      00MSALES ADMIN     '.
           05 FILLER                   PIC X(47) VALUE
               'WEATHER                     00LWEATHER DESK    '.
           05 FILLER                   PIC X(47) VALUE
               'CNTRLBRK                    00LHISTORY DEPT    '.
           05 FILLER                   PIC X(47) VALUE
               'PRESINQ                     00LHISTORY DEPT    '.
       01  SEVERITY-RULE-TABLE REDEFINES SEVERITY-RULE-VALUES.
           05 SEVERITY-RULE OCCURS 10 TIMES.
              10 SR-PROGRAM            PIC X(8).
              10 SR-REASON             PIC X(20).
              10 SR-REASON-LEN         PIC 9(2).
              10 SR-SEVERITY           PIC X(1).
              10 SR-OWNER              PIC X(16).
       01  WS-RULE-COUNT               PIC 9(2)  VALUE 10.
       01  WS-RULE-SUB                 PIC 9(2)  VALUE 0.
       01  WS-DEFAULT-SEVERITY         PIC X(1)  VALUE 'M'.
       01  WS-DEFAULT-OWNER            PIC X(16) VALUE 'DATA CONTROL'.

      *** THE QUEUE, HELD IN STORAGE FOR THE RUN AND REWRITTEN AT
      *** THE END. QE-SEEN-SW MARKS ENTRIES REJECTED AGAIN TONIGHT
       01  WS-QUEUE-MAX                PIC 9(4)  VALUE 2000.
       01  WS-QUEUE-COUNT              PIC 9(4)  VALUE 0.
       01  WS-QUEUE-SUB                PIC 9(4)  VALUE 0.
       01  WS-FOUND-SUB                PIC 9(4)  VALUE 0.
       01  QUEUE-TABLE.
           05 QUEUE-ENTRY OCCURS 2000 TIMES.
              10 QE-SOURCE-PGM         PIC X(8).
              10 QE-SOURCE-DD          PIC X(8).
              10 QE-KEY                PIC X(40).
              10 QE-REASON             PIC X(40).
              10 QE-SEVERITY           PIC X(1).
                 88 QE-SEV-HIGH        VALUE 'H'.
              10 QE-OWNER              PIC X(16).
              10 QE-STATUS             PIC X(1).
                 88 QE-OPEN            VALUE 'O'.
                 88 QE-CLOSED          VALUE 'C'.
              10 QE-FIRST-DATE         PIC 9(8).
              10 QE-LAST-DATE          PIC 9(8).
              10 QE-CLOSED-DATE        PIC 9(8).
              10 QE-TIMES-SEEN         PIC 9(4).
              10 QE-SEEN-SW            PIC X(1).
                 88 QE-SEEN-TONIGHT    VALUE 'Y'.
              10 QE-DAYS               PIC 9(5).

      *** ONE REJECT OR INPUT RECORD, WHICHEVER SOURCE IT CAME FROM
       01  WS-REJECT-AREA              PIC X(132) VALUE SPACES.
       01  WS-INPUT-AREA               PIC X(170) VALUE SPACES.
       01  WS-NEW-KEY                  PIC X(40)  VALUE SPACES.
       01  WS-NEW-REASON               PIC X(40)  VALUE SPACES.
       01  WS-RAW-REASON               PIC X(60)  VALUE SPACES.
       01  WS-LEAD-SPACES              PIC 9(2)   VALUE 0.
       01  WS-SLOT-SUB                 PIC 9(2)   VALUE 0.
       01  WS-SLOT-POS                 PIC 9(3)   VALUE 0.

      *** PARAMETERS FOR THE BDAYLKP BUSINESS CALENDAR -- EXCEPTIONS
      *** AGE ONLY ON DAYS THE OWNING DEPARTMENTS ARE OPEN
       01  WS-BDAYLKP-FIELDS.
           05 WS-BDY-REQUEST            PIC X(01) VALUE '3'.
           05 WS-BDY-DATE-1             PIC 9(08) VALUE 0.
           05 WS-BDY-DATE-2             PIC 9(08) VALUE 0.
           05 WS-BDY-DAYS               PIC S9(05) VALUE 0.
           05 WS-BDY-DESC               PIC X(30) VALUE SPACES.
           05 WS-BDY-RESULT-SW          PIC X(01) VALUE 'N'.
              88 WS-BDY-RESULT-OK       VALUE 'Y'.

      *** OPEN EXCEPTIONS IN REPORT ORDER: OWNER, THEN OLDEST FIRST
       01  WS-ORDER-COUNT              PIC 9(4)  VALUE 0.
       01  WS-ORDER-I                  PIC 9(4)  VALUE 0.
       01  WS-ORDER-J                  PIC 9(4)  VALUE 0.
       01  WS-ORDER-NEXT               PIC 9(4)  VALUE 0.
       01  WS-ORDER-SWAP-SW            PIC X(1)  VALUE 'N'.
           88 WS-ORDER-SWAP            VALUE 'Y'.
       01  REPORT-ORDER-TABLE.
           05 ORDER-TAB OCCURS 2000 TIMES.
              10 RO-OWNER              PIC X(16).
              10 RO-DAYS               PIC 9(5).
              10 RO-SUB                PIC 9(4).
       01  WS-ORDER-HOLD               PIC X(25).
       01  WS-PREV-OWNER               PIC X(16) VALUE SPACES.
       01  WS-OWNER-OPEN               PIC 9(5)  VALUE 0.
       01  WS-CLOSED-LISTED            PIC 9(5)  VALUE 0.

      *** AGING BUCKETS IN BUSINESS DAYS: 0-1, 2-5, 6-20, OVER 20
       01  WS-BUCKET                   PIC 9(1)  VALUE 0.
       01  WS-OWNER-MAX                PIC 9(2)  VALUE 30.
       01  WS-OWNER-COUNT              PIC 9(2)  VALUE 0.
       01  WS-OWNER-SUB                PIC 9(2)  VALUE 0.
       01  OWNER-SUMMARY-TABLE.
           05 OWNER-SUMMARY OCCURS 30 TIMES.
              10 OS-OWNER              PIC X(16).
              10 OS-BUCKET             PIC 9(5) OCCURS 4 TIMES.
              10 OS-TOTAL              PIC 9(5).
              10 OS-HIGH               PIC 9(5).
       01  GRAND-SUMMARY.
           05 GS-BUCKET                PIC 9(5) OCCURS 4 TIMES.
           05 GS-TOTAL                 PIC 9(5) VALUE 0.
           05 GS-HIGH                  PIC 9(5) VALUE 0.

       01  COUNTERS.
           05 CTR-QUEUE-READ           PIC 9(7) VALUE 0.
           05 CTR-REJECTS-READ         PIC 9(7) VALUE 0.
           05 CTR-REJECTS-QUEUED       PIC 9(7) VALUE 0.
           05 CTR-PASSED-OVER          PIC 9(7) VALUE 0.
           05 CTR-QUEUE-FULL           PIC 9(7) VALUE 0.
           05 CTR-LOAD-FULL            PIC 9(7) VALUE 0.
           05 CTR-OPENED               PIC 9(7) VALUE 0.
           05 CTR-REPEATED             PIC 9(7) VALUE 0.
           05 CTR-CLOSED               PIC 9(7) VALUE 0.
           05 CTR-PURGED               PIC 9(7) VALUE 0.
           05 CTR-QUEUE-WRITTEN        PIC 9(7) VALUE 0.
           05 CTR-OPEN-AT-END          PIC 9(7) VALUE 0.
           05 CTR-SOURCES-NOT-RUN      PIC 9(3) VALUE 0.
           05 CTR-NO-REJECT-FILE       PIC 9(3) VALUE 0.

       01  BLANK-LINE                  PIC X(132) VALUE SPACES.

       01  HEADER-LINE1.
           05  FILLER                  PIC X(40) VALUE
               'OPEN EXCEPTIONS QUEUE BY OWNER AND AGE'.
           05  FILLER                  PIC X(15) VALUE
               'BUSINESS DATE: '.
           05  HL1-BUSINESS-DATE       PIC X(10).
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  SECTION-LINE.
           05  SL-TITLE                PIC X(60).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  DETAIL-HEADER.
           05  FILLER                  PIC X(18) VALUE 'OWNER'.
           05  FILLER                  PIC X(3)  VALUE 'S'.
           05  FILLER                  PIC X(10) VALUE 'SOURCE'.
           05  FILLER                  PIC X(42) VALUE 'KEY'.
           05  FILLER                  PIC X(37) VALUE 'REASON'.
           05  FILLER                  PIC X(11) VALUE 'OPENED'.
           05  FILLER                  PIC X(5)  VALUE 'SEEN'.
           05  FILLER                  PIC X(6)  VALUE '  DAYS'.

       01  DETAIL-LINE.
           05  DL-OWNER                PIC X(16).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-SEVERITY             PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-SOURCE               PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-KEY                  PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-REASON               PIC X(36).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-OPENED               PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-SEEN                 PIC ZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-DAYS                 PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.

       01  OWNER-TOTAL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               'TOTAL OPEN FOR '.
           05  OTL-OWNER               PIC X(16).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  OTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  SUMMARY-HEADER.
           05  FILLER                  PIC X(18) VALUE 'OWNER'.
           05  FILLER                  PIC X(8)  VALUE '     0-1'.
           05  FILLER                  PIC X(8)  VALUE '     2-5'.
           05  FILLER                  PIC X(8)  VALUE '    6-20'.
           05  FILLER                  PIC X(8)  VALUE ' OVER 20'.
           05  FILLER                  PIC X(8)  VALUE '   TOTAL'.
           05  FILLER                  PIC X(8)  VALUE '    HIGH'.
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  SUMMARY-LINE.
           05  SML-OWNER               PIC X(16).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  SML-BUCKET-1            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SML-BUCKET-2            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SML-BUCKET-3            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SML-BUCKET-4            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SML-TOTAL               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SML-HIGH                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  SOURCE-LINE.
           05  SCL-PROGRAM             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SCL-REJECT-DD           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SCL-RESULT              PIC X(24).
           05  FILLER                  PIC X(10) VALUE
               '  REJECTS '.
           05  SCL-REJECTS             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(9)  VALUE
               '  OPENED '.
           05  SCL-OPENED              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(9)  VALUE
               '  CLOSED '.
           05  SCL-CLOSED              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  FOOTER-COUNT-LINE.
           05  FCL-LABEL               PIC X(40).
           05  FCL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-HOUSEKEEPING THRU 100-EXIT.
           PERFORM 200-LOAD-QUEUE THRU 200-EXIT.
           PERFORM 250-FIND-SOURCES-RUN THRU 250-EXIT.
           PERFORM 300-PROCESS-SOURCE THRU 300-EXIT
                   VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SOURCE-COUNT.
           PERFORM 600-REWRITE-QUEUE THRU 600-EXIT.
           PERFORM 700-WRITE-OPEN-EXCEPTIONS THRU 700-EXIT.
           PERFORM 760-WRITE-AGING-SUMMARY THRU 760-EXIT.
           PERFORM 780-WRITE-CLOSED-TONIGHT THRU 780-EXIT.
           PERFORM 800-WRITE-FOOTER THRU 800-EXIT.
           PERFORM 870-WRITE-BAL-RECORD THRU 870-EXIT.
           PERFORM 900-CLOSE-FILES THRU 900-EXIT.
           DISPLAY 'EXCQUEUE: ' WS-BUSINESS-DATE
              ' OPENED ' CTR-OPENED
              ' CLOSED ' CTR-CLOSED
              ' STILL OPEN ' CTR-OPEN-AT-END.
           IF QUEUE-FULL-ON-LOAD
              MOVE 16 TO RETURN-CODE
           ELSE
              IF CTR-QUEUE-FULL > 0
                 OR CTR-NO-REJECT-FILE > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 050-GET-BUSINESS-DATE THRU 050-EXIT.
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-N.
           MOVE WS-BUSINESS-DATE (5:2) TO WS-DE-MM.
           MOVE WS-BUSINESS-DATE (7:2) TO WS-DE-DD.
           MOVE WS-BUSINESS-DATE (1:4) TO WS-DE-YYYY.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE-N).
           INITIALIZE QUEUE-TABLE, SOURCE-STATUS-TABLE,
                      OWNER-SUMMARY-TABLE, GRAND-SUMMARY.
           OPEN OUTPUT EXC-REPORT.
           MOVE WS-DATE-EDIT TO HL1-BUSINESS-DATE.
           MOVE HEADER-LINE1 TO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD.
           MOVE BLANK-LINE TO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD.
       100-EXIT.
           EXIT.

       050-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT RUN-CTL-FILE.
           IF RC-FILE-FOUND
              READ RUN-CTL-FILE
                AT END MOVE 'Y' TO RC-EOF
              END-READ
              IF NOT RC-END-OF-FILE
                 IF RC-BUSINESS-DATE IS NUMERIC
                    AND RC-BUSINESS-DATE > 0
                    AND RC-BUSINESS-DATE (5:2) >= '01'
                    AND RC-BUSINESS-DATE (5:2) <= '12'
                    AND RC-BUSINESS-DATE (7:2) >= '01'
                    AND RC-BUSINESS-DATE (7:2) <= '31'
                    MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
                 END-IF
              END-IF
              CLOSE RUN-CTL-FILE
           END-IF.
       050-EXIT.
           EXIT.

       200-LOAD-QUEUE.
      *** NO QUEUE FILE YET MEANS AN EMPTY QUEUE (THE FIRST NIGHT)
           OPEN INPUT EXC-QUEUE-FILE.
           IF NOT EQ-FILE-FOUND
              DISPLAY 'EXCQUEUE: NO EXISTING QUEUE - STARTING EMPTY'
              GO TO 200-EXIT
           END-IF.
           PERFORM 210-READ-QUEUE THRU 210-EXIT.
           PERFORM 220-LOAD-ONE-ENTRY THRU 220-EXIT
                   UNTIL EQ-END-OF-FILE.
           CLOSE EXC-QUEUE-FILE.
       200-EXIT.
           EXIT.

       210-READ-QUEUE.
           READ EXC-QUEUE-FILE
             AT END MOVE 'Y' TO EQ-EOF
           END-READ.
       210-EXIT.
           EXIT.

       220-LOAD-ONE-ENTRY.
           IF EXC-QUEUE-REC = SPACES
              GO TO 220-READ-NEXT
           END-IF.
           ADD 1 TO CTR-QUEUE-READ.
           IF WS-QUEUE-COUNT >= WS-QUEUE-MAX
              DISPLAY 'EXCQUEUE: QUEUE TABLE FULL - CANNOT HOLD '
                 EQ-SOURCE-PGM ' ' EQ-KEY
              ADD 1 TO CTR-LOAD-FULL
              MOVE 'Y' TO WS-LOAD-FULL-SW
              GO TO 220-READ-NEXT
           END-IF.
           ADD 1 TO WS-QUEUE-COUNT.
           MOVE EQ-SOURCE-PGM  TO QE-SOURCE-PGM (WS-QUEUE-COUNT).
           MOVE EQ-SOURCE-DD   TO QE-SOURCE-DD (WS-QUEUE-COUNT).
           MOVE EQ-KEY         TO QE-KEY (WS-QUEUE-COUNT).
           MOVE EQ-REASON      TO QE-REASON (WS-QUEUE-COUNT).
           MOVE EQ-SEVERITY    TO QE-SEVERITY (WS-QUEUE-COUNT).
           MOVE EQ-OWNER       TO QE-OWNER (WS-QUEUE-COUNT).
           MOVE EQ-STATUS      TO QE-STATUS (WS-QUEUE-COUNT).
           MOVE EQ-FIRST-DATE  TO QE-FIRST-DATE (WS-QUEUE-COUNT).
           MOVE EQ-LAST-DATE   TO QE-LAST-DATE (WS-QUEUE-COUNT).
           MOVE EQ-CLOSED-DATE TO QE-CLOSED-DATE (WS-QUEUE-COUNT).
           MOVE EQ-TIMES-SEEN  TO QE-TIMES-SEEN (WS-QUEUE-COUNT).
           MOVE 'N'            TO QE-SEEN-SW (WS-QUEUE-COUNT).
       220-READ-NEXT.
           PERFORM 210-READ-QUEUE THRU 210-EXIT.
       220-EXIT.
           EXIT.

       250-FIND-SOURCES-RUN.
      *** A SOURCE RAN TONIGHT WHEN IT HAS A BALFILE RECORD FOR THE
      *** BUSINESS DATE
           OPEN INPUT BAL-CONTROL-FILE.
           IF NOT BL-FILE-FOUND
              DISPLAY 'EXCQUEUE: NO BALFILE - NO SOURCE HAS RUN'
              GO TO 250-EXIT
           END-IF.
           PERFORM 255-READ-BAL-RECORD THRU 255-EXIT.
           PERFORM 252-CHECK-BAL-RECORD THRU 252-EXIT
                   UNTIL BL-END-OF-FILE.
           CLOSE BAL-CONTROL-FILE.
       250-EXIT.
           EXIT.

       252-CHECK-BAL-RECORD.
           IF BAL-RUN-DATE = WS-BUSINESS-DATE-N
              PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                      UNTIL WS-SRC-SUB > WS-SOURCE-COUNT
                 IF BAL-PROGRAM = SRC-PROGRAM (WS-SRC-SUB)
                    MOVE 'Y' TO SS-RAN-SW (WS-SRC-SUB)
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM 255-READ-BAL-RECORD THRU 255-EXIT.
       252-EXIT.
           EXIT.

       255-READ-BAL-RECORD.
           READ BAL-CONTROL-FILE
             AT END MOVE 'Y' TO BL-EOF
           END-READ.
       255-EXIT.
           EXIT.

       300-PROCESS-SOURCE.
      *** QUEUE THE SOURCE'S REJECTS FIRST, SO EVERY KEY REJECTED
      *** TONIGHT IS MARKED BEFORE THE INPUT IS SCANNED FOR CLEAN KEYS
           IF NOT SS-RAN-TONIGHT (WS-SRC-SUB)
              MOVE 'DID NOT RUN TONIGHT' TO SS-RESULT (WS-SRC-SUB)
              ADD 1 TO CTR-SOURCES-NOT-RUN
              GO TO 300-EXIT
           END-IF.
           MOVE SPACE TO SR-EOF.
           PERFORM 500-OPEN-REJECT-FILE THRU 500-EXIT.
           IF NOT SR-FILE-FOUND
              DISPLAY 'EXCQUEUE: ' SRC-PROGRAM (WS-SRC-SUB)
                 ' RAN BUT ' SRC-REJECT-DD (WS-SRC-SUB)
                 ' IS MISSING - NOTHING CLOSED'
              MOVE 'RAN - NO REJECT FILE' TO SS-RESULT (WS-SRC-SUB)
              ADD 1 TO CTR-NO-REJECT-FILE
              GO TO 300-EXIT
           END-IF.
           PERFORM 510-READ-REJECT-FILE THRU 510-EXIT.
           PERFORM 320-QUEUE-ONE-REJECT THRU 320-EXIT
                   UNTIL SR-END-OF-FILE.
           PERFORM 520-CLOSE-REJECT-FILE THRU 520-EXIT.

      *** A SOURCE THAT ONLY EDITED PART OF ITS INPUT TONIGHT CANNOT
      *** PROVE ANY KEY CLEAN, SO NOTHING OF ITS IS CLOSED
           PERFORM 560-CHECK-SELECTIVE-RUN THRU 560-EXIT.
           IF SOURCE-RUN-SELECTIVE
              MOVE 'SELECTIVE - NONE CLOSED' TO SS-RESULT (WS-SRC-SUB)
              GO TO 300-EXIT
           END-IF.
           MOVE SPACE TO SR-EOF.
           PERFORM 530-OPEN-INPUT-FILE THRU 530-EXIT.
           IF NOT SR-FILE-FOUND
              MOVE 'NO INPUT - NONE CLOSED' TO SS-RESULT (WS-SRC-SUB)
              GO TO 300-EXIT
           END-IF.
           PERFORM 540-READ-INPUT-FILE THRU 540-EXIT.
           PERFORM 350-CHECK-ONE-INPUT THRU 350-EXIT
                   UNTIL SR-END-OF-FILE.
           PERFORM 550-CLOSE-INPUT-FILE THRU 550-EXIT.
           MOVE 'PROCESSED' TO SS-RESULT (WS-SRC-SUB).
       300-EXIT.
           EXIT.

       320-QUEUE-ONE-REJECT.
      *** NORMALISE THE REJECT TO A KEY AND A REASON. EACH KEY IS
      *** BUILT THE SAME WAY 350 BUILDS IT FROM THE SOURCE'S INPUT
           ADD 1 TO CTR-REJECTS-READ.
           ADD 1 TO SS-REJECTS (WS-SRC-SUB).
           IF WS-REJECT-AREA = SPACES
              ADD 1 TO CTR-PASSED-OVER
              GO TO 320-READ-NEXT
           END-IF.
           MOVE SPACES TO WS-NEW-KEY, WS-RAW-REASON.
           EVALUATE WS-SRC-SUB
      *** ACCTREJ: TERM (YEAR-IN/YEAR-OUT) AND LAST NAME. THE REASON
      *** IS ALWAYS THE ONE CNTRLBRK CHECK
              WHEN 1
                 STRING WS-REJECT-AREA (51:8) ' '
                        WS-REJECT-AREA (1:20)
                   DELIMITED BY SIZE INTO WS-NEW-KEY
                 END-STRING
                 MOVE WS-REJECT-AREA (59:30) TO WS-RAW-REASON
                 IF WS-RAW-REASON = SPACES
                    MOVE 'YEAR-OUT NOT AFTER YEAR-IN' TO WS-RAW-REASON
                 END-IF
      *** COURERR: STUDENT NAME AND COURSE, THEN THE MESSAGE
              WHEN 2
                 MOVE WS-REJECT-AREA (1:28)  TO WS-NEW-KEY
                 MOVE WS-REJECT-AREA (81:52) TO WS-RAW-REASON
      *** RFPERR: ACCOUNT AND MUSICIAN, THEN THE REASON
              WHEN 3
                 STRING WS-REJECT-AREA (1:8) ' '
                        WS-REJECT-AREA (18:15) ' '
                        WS-REJECT-AREA (33:15)
                   DELIMITED BY SIZE INTO WS-NEW-KEY
                 END-STRING
                 MOVE WS-REJECT-AREA (121:12) TO WS-RAW-REASON
      *** ERRFILE: PATIENT NUMBER, THEN THE ERROR MESSAGE
              WHEN 4
                 MOVE WS-REJECT-AREA (1:5)   TO WS-NEW-KEY
                 MOVE WS-REJECT-AREA (79:15) TO WS-RAW-REASON
      *** SALESREJ: REGION, YEAR, RECORD TYPE, REP AND CUSTOMER. THE
      *** CLOSED-QUARTER RESTATEMENT LINES ARE AN AUDIT TRAIL, NOT
      *** REJECTED RECORDS, AND ARE NOT QUEUED
              WHEN 5
                 IF WS-REJECT-AREA (81:20) = 'CLOSED QTR RESTATED'
                    ADD 1 TO CTR-PASSED-OVER
                    GO TO 320-READ-NEXT
                 END-IF
                 STRING WS-REJECT-AREA (1:2) ' '
                        WS-REJECT-AREA (31:4) ' '
                        WS-REJECT-AREA (35:1) ' '
                        WS-REJECT-AREA (36:5) ' '
                        WS-REJECT-AREA (41:8)
                   DELIMITED BY SIZE INTO WS-NEW-KEY
                 END-STRING
                 MOVE WS-REJECT-AREA (81:20) TO WS-RAW-REASON
      *** WERROR: DAY AND TIME OF THE READING, THEN THE REASON
              WHEN 6
                 STRING WS-REJECT-AREA (1:1) ' '
                        WS-REJECT-AREA (2:7)
                   DELIMITED BY SIZE INTO WS-NEW-KEY
                 END-STRING
                 MOVE WS-REJECT-AREA (23:58) TO WS-RAW-REASON
      *** INQNF: REQUESTED TERM AND LAST NAME, THEN THE REASON
              WHEN 7
                 STRING WS-REJECT-AREA (1:8) ' '
                        WS-REJECT-AREA (11:20)
                   DELIMITED BY SIZE INTO WS-NEW-KEY
                 END-STRING
                 MOVE WS-REJECT-AREA (31:30) TO WS-RAW-REASON
           END-EVALUATE.
           PERFORM 330-LEFT-JUSTIFY-REASON THRU 330-EXIT.
           PERFORM 340-FIND-OPEN-ENTRY THRU 340-EXIT.
           IF WS-FOUND-SUB > 0
              PERFORM 345-UPDATE-ENTRY THRU 345-EXIT
           ELSE
              PERFORM 347-ADD-ENTRY THRU 347-EXIT
           END-IF.
       320-READ-NEXT.
           PERFORM 510-READ-REJECT-FILE THRU 510-EXIT.
       320-EXIT.
           EXIT.

       330-LEFT-JUSTIFY-REASON.
      *** SEVERAL SOURCES INDENT THEIR MESSAGES -- QUEUE THE TEXT
           MOVE 0 TO WS-LEAD-SPACES.
           INSPECT WS-RAW-REASON TALLYING WS-LEAD-SPACES
                   FOR LEADING SPACES.
           IF WS-LEAD-SPACES = 0 OR WS-LEAD-SPACES >= 60
              MOVE WS-RAW-REASON TO WS-NEW-REASON
           ELSE
              MOVE WS-RAW-REASON (WS-LEAD-SPACES + 1:) TO WS-NEW-REASON
           END-IF.
       330-EXIT.
           EXIT.

       340-FIND-OPEN-ENTRY.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
                   UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
                      OR WS-FOUND-SUB > 0
              IF QE-OPEN (WS-QUEUE-SUB)
                 AND QE-SOURCE-PGM (WS-QUEUE-SUB) =
                     SRC-PROGRAM (WS-SRC-SUB)
                 AND QE-KEY (WS-QUEUE-SUB) = WS-NEW-KEY
                 AND QE-REASON (WS-QUEUE-SUB) = WS-NEW-REASON
                 MOVE WS-QUEUE-SUB TO WS-FOUND-SUB
              END-IF
           END-PERFORM.
       340-EXIT.
           EXIT.

       345-UPDATE-ENTRY.
      *** SEEN AGAIN: A RERUN OF THE SAME BUSINESS DATE, OR A SECOND
      *** REJECT OF THE SAME KEY TONIGHT, DOES NOT COUNT AS ANOTHER
      *** NIGHT
           ADD 1 TO CTR-REJECTS-QUEUED.
           MOVE 'Y' TO QE-SEEN-SW (WS-FOUND-SUB).
           IF QE-LAST-DATE (WS-FOUND-SUB) < WS-BUSINESS-DATE-N
              MOVE WS-BUSINESS-DATE-N TO QE-LAST-DATE (WS-FOUND-SUB)
              ADD 1 TO QE-TIMES-SEEN (WS-FOUND-SUB)
              ADD 1 TO CTR-REPEATED
           END-IF.
       345-EXIT.
           EXIT.

       347-ADD-ENTRY.
           IF WS-QUEUE-COUNT >= WS-QUEUE-MAX
              DISPLAY 'EXCQUEUE: QUEUE TABLE FULL - NOT QUEUED '
                 SRC-PROGRAM (WS-SRC-SUB) ' ' WS-NEW-KEY
              ADD 1 TO CTR-QUEUE-FULL
              ADD 1 TO CTR-PASSED-OVER
              GO TO 347-EXIT
           END-IF.
           ADD 1 TO CTR-REJECTS-QUEUED.
           ADD 1 TO CTR-OPENED.
           ADD 1 TO SS-OPENED (WS-SRC-SUB).
           ADD 1 TO WS-QUEUE-COUNT.
           MOVE SRC-PROGRAM (WS-SRC-SUB)
             TO QE-SOURCE-PGM (WS-QUEUE-COUNT).
           MOVE SRC-REJECT-DD (WS-SRC-SUB)
             TO QE-SOURCE-DD (WS-QUEUE-COUNT).
           MOVE WS-NEW-KEY         TO QE-KEY (WS-QUEUE-COUNT).
           MOVE WS-NEW-REASON      TO QE-REASON (WS-QUEUE-COUNT).
           MOVE 'O'                TO QE-STATUS (WS-QUEUE-COUNT).
           MOVE WS-BUSINESS-DATE-N TO QE-FIRST-DATE (WS-QUEUE-COUNT).
           MOVE WS-BUSINESS-DATE-N TO QE-LAST-DATE (WS-QUEUE-COUNT).
           MOVE 0                  TO QE-CLOSED-DATE (WS-QUEUE-COUNT).
           MOVE 1                  TO QE-TIMES-SEEN (WS-QUEUE-COUNT).
           MOVE 'Y'                TO QE-SEEN-SW (WS-QUEUE-COUNT).
           MOVE WS-DEFAULT-SEVERITY TO QE-SEVERITY (WS-QUEUE-COUNT).
           MOVE WS-DEFAULT-OWNER   TO QE-OWNER (WS-QUEUE-COUNT).
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
                      OR WS-FOUND-SUB > 0
              IF SR-PROGRAM (WS-RULE-SUB) = SRC-PROGRAM (WS-SRC-SUB)
                 IF SR-REASON-LEN (WS-RULE-SUB) = 0
                    MOVE WS-RULE-SUB TO WS-FOUND-SUB
                 ELSE
                    IF WS-NEW-REASON (1:SR-REASON-LEN (WS-RULE-SUB))
                       = SR-REASON (WS-RULE-SUB)
                         (1:SR-REASON-LEN (WS-RULE-SUB))
                       MOVE WS-RULE-SUB TO WS-FOUND-SUB
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-FOUND-SUB > 0
              MOVE SR-SEVERITY (WS-FOUND-SUB)
                TO QE-SEVERITY (WS-QUEUE-COUNT)
              MOVE SR-OWNER (WS-FOUND-SUB)
                TO QE-OWNER (WS-QUEUE-COUNT)
           END-IF.
       347-EXIT.
           EXIT.

       350-CHECK-ONE-INPUT.
      *** EVERY KEY ON THE SOURCE'S INPUT TONIGHT. COURIN CARRIES UP
      *** TO EIGHT COURSES PER STUDENT, EACH ITS OWN KEY
           EVALUATE WS-SRC-SUB
              WHEN 1
                 MOVE SPACES TO WS-NEW-KEY
                 STRING WS-INPUT-AREA (1:8) ' '
                        WS-INPUT-AREA (27:20)
                   DELIMITED BY SIZE INTO WS-NEW-KEY
                 END-STRING
                 PERFORM 370-CLOSE-CLEAN-KEY THRU 370-EXIT
              WHEN 2
                 PERFORM 360-CHECK-COURSE-SLOT THRU 360-EXIT
                         VARYING WS-SLOT-SUB FROM 1 BY 1
                         UNTIL WS-SLOT-SUB > 8
              WHEN 3
                 MOVE SPACES TO WS-NEW-KEY
                 STRING WS-INPUT-AREA (1:8) ' '
                        WS-INPUT-AREA (18:15) ' '
                        WS-INPUT-AREA (33:15)
                   DELIMITED BY SIZE INTO WS-NEW-KEY
                 END-STRING
                 PERFORM 370-CLOSE-CLEAN-KEY THRU 370-EXIT
              WHEN 4
                 MOVE WS-INPUT-AREA (1:5) TO WS-NEW-KEY
                 PERFORM 370-CLOSE-CLEAN-KEY THRU 370-EXIT
              WHEN 5
                 MOVE SPACES TO WS-NEW-KEY
                 STRING WS-INPUT-AREA (1:2) ' '
                        WS-INPUT-AREA (31:4) ' '
                        WS-INPUT-AREA (35:1) ' '
                        WS-INPUT-AREA (36:5) ' '
                        WS-INPUT-AREA (41:8)
                   DELIMITED BY SIZE INTO WS-NEW-KEY
                 END-STRING
                 PERFORM 370-CLOSE-CLEAN-KEY THRU 370-EXIT
              WHEN 6
                 MOVE SPACES TO WS-NEW-KEY
                 STRING WS-INPUT-AREA (1:1) ' '
                        WS-INPUT-AREA (2:7)
                   DELIMITED BY SIZE INTO WS-NEW-KEY
                 END-STRING
                 PERFORM 370-CLOSE-CLEAN-KEY THRU 370-EXIT
              WHEN 7
                 MOVE SPACES TO WS-NEW-KEY
                 STRING WS-INPUT-AREA (1:8) ' '
                        WS-INPUT-AREA (11:20)
                   DELIMITED BY SIZE INTO WS-NEW-KEY
                 END-STRING
                 PERFORM 370-CLOSE-CLEAN-KEY THRU 370-EXIT
           END-EVALUATE.
           PERFORM 540-READ-INPUT-FILE THRU 540-EXIT.
       350-EXIT.
           EXIT.

       360-CHECK-COURSE-SLOT.
           COMPUTE WS-SLOT-POS = 21 + (WS-SLOT-SUB - 1) * 10.
           IF WS-INPUT-AREA (WS-SLOT-POS:7) = SPACES
              GO TO 360-EXIT
           END-IF.
           MOVE SPACES TO WS-NEW-KEY.
           STRING WS-INPUT-AREA (1:20) ' '
                  WS-INPUT-AREA (WS-SLOT-POS:7)
             DELIMITED BY SIZE INTO WS-NEW-KEY
           END-STRING.
           PERFORM 370-CLOSE-CLEAN-KEY THRU 370-EXIT.
       360-EXIT.
           EXIT.

       370-CLOSE-CLEAN-KEY.
      *** THE KEY WENT THROUGH TONIGHT. UNLESS IT WAS ALSO REJECTED
      *** TONIGHT (FOR ANY REASON), EVERY OPEN EXCEPTION ON IT CLOSES
           IF WS-NEW-KEY = SPACES
              GO TO 370-EXIT
           END-IF.
           MOVE 'N' TO WS-REJECTED-SW.
           PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
                   UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
                      OR KEY-REJECTED-TONIGHT
              IF QE-SEEN-TONIGHT (WS-QUEUE-SUB)
                 AND QE-SOURCE-PGM (WS-QUEUE-SUB) =
                     SRC-PROGRAM (WS-SRC-SUB)
                 AND QE-KEY (WS-QUEUE-SUB) = WS-NEW-KEY
                 MOVE 'Y' TO WS-REJECTED-SW
              END-IF
           END-PERFORM.
           IF KEY-REJECTED-TONIGHT
              GO TO 370-EXIT
           END-IF.
           PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
                   UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
              IF QE-OPEN (WS-QUEUE-SUB)
                 AND QE-SOURCE-PGM (WS-QUEUE-SUB) =
                     SRC-PROGRAM (WS-SRC-SUB)
                 AND QE-KEY (WS-QUEUE-SUB) = WS-NEW-KEY
                 MOVE 'C' TO QE-STATUS (WS-QUEUE-SUB)
                 MOVE WS-BUSINESS-DATE-N
                   TO QE-CLOSED-DATE (WS-QUEUE-SUB)
                 ADD 1 TO CTR-CLOSED
                 ADD 1 TO SS-CLOSED (WS-SRC-SUB)
              END-IF
           END-PERFORM.
       370-EXIT.
           EXIT.

       500-OPEN-REJECT-FILE.
           EVALUATE WS-SRC-SUB
              WHEN 1  OPEN INPUT ACCTREJ-FILE
              WHEN 2  OPEN INPUT COURERR-FILE
              WHEN 3  OPEN INPUT RFPERR-FILE
              WHEN 4  OPEN INPUT ERRFILE-FILE
              WHEN 5  OPEN INPUT SALESREJ-FILE
              WHEN 6  OPEN INPUT WERROR-FILE
              WHEN 7  OPEN INPUT INQNF-FILE
           END-EVALUATE.
       500-EXIT.
           EXIT.

       510-READ-REJECT-FILE.
           MOVE SPACES TO WS-REJECT-AREA.
           EVALUATE WS-SRC-SUB
              WHEN 1
                 READ ACCTREJ-FILE INTO WS-REJECT-AREA
                   AT END MOVE 'Y' TO SR-EOF
                 END-READ
              WHEN 2
                 READ COURERR-FILE INTO WS-REJECT-AREA
                   AT END MOVE 'Y' TO SR-EOF
                 END-READ
              WHEN 3
                 READ RFPERR-FILE INTO WS-REJECT-AREA
                   AT END MOVE 'Y' TO SR-EOF
                 END-READ
              WHEN 4
                 READ ERRFILE-FILE INTO WS-REJECT-AREA
                   AT END MOVE 'Y' TO SR-EOF
                 END-READ
              WHEN 5
                 READ SALESREJ-FILE INTO WS-REJECT-AREA
                   AT END MOVE 'Y' TO SR-EOF
                 END-READ
              WHEN 6
                 READ WERROR-FILE INTO WS-REJECT-AREA
                   AT END MOVE 'Y' TO SR-EOF
                 END-READ
              WHEN 7
                 READ INQNF-FILE INTO WS-REJECT-AREA
                   AT END MOVE 'Y' TO SR-EOF
                 END-READ
           END-EVALUATE.
       510-EXIT.
           EXIT.

       520-CLOSE-REJECT-FILE.
           EVALUATE WS-SRC-SUB
              WHEN 1  CLOSE ACCTREJ-FILE
              WHEN 2  CLOSE COURERR-FILE
              WHEN 3  CLOSE RFPERR-FILE
              WHEN 4  CLOSE ERRFILE-FILE
              WHEN 5  CLOSE SALESREJ-FILE
              WHEN 6  CLOSE WERROR-FILE
              WHEN 7  CLOSE INQNF-FILE
           END-EVALUATE.
       520-EXIT.
           EXIT.

       530-OPEN-INPUT-FILE.
           EVALUATE WS-SRC-SUB
              WHEN 1  OPEN INPUT ACCTWORK-FILE
              WHEN 2  OPEN INPUT COURIN-FILE
              WHEN 3  OPEN INPUT RFPIN-FILE
              WHEN 4  OPEN INPUT HOSPIN-FILE
              WHEN 5  OPEN INPUT SALES-FILE
              WHEN 6  OPEN INPUT WEATHER-FILE
              WHEN 7  OPEN INPUT INQRQST-FILE
           END-EVALUATE.
       530-EXIT.
           EXIT.

       540-READ-INPUT-FILE.
           MOVE SPACES TO WS-INPUT-AREA.
           EVALUATE WS-SRC-SUB
              WHEN 1
                 READ ACCTWORK-FILE INTO WS-INPUT-AREA
                   AT END MOVE 'Y' TO SR-EOF
                 END-READ
              WHEN 2
                 READ COURIN-FILE INTO WS-INPUT-AREA
                   AT END MOVE 'Y' TO SR-EOF
                 END-READ
              WHEN 3
                 READ RFPIN-FILE INTO WS-INPUT-AREA
                   AT END MOVE 'Y' TO SR-EOF
                 END-READ
              WHEN 4
                 READ HOSPIN-FILE INTO WS-INPUT-AREA
                   AT END MOVE 'Y' TO SR-EOF
                 END-READ
              WHEN 5
                 READ SALES-FILE INTO WS-INPUT-AREA
                   AT END MOVE 'Y' TO SR-EOF
                 END-READ
              WHEN 6
                 READ WEATHER-FILE INTO WS-INPUT-AREA
                   AT END MOVE 'Y' TO SR-EOF
                 END-READ
              WHEN 7
                 READ INQRQST-FILE INTO WS-INPUT-AREA
                   AT END MOVE 'Y' TO SR-EOF
                 END-READ
           END-EVALUATE.
       540-EXIT.
           EXIT.

       550-CLOSE-INPUT-FILE.
           EVALUATE WS-SRC-SUB
              WHEN 1  CLOSE ACCTWORK-FILE
              WHEN 2  CLOSE COURIN-FILE
              WHEN 3  CLOSE RFPIN-FILE
              WHEN 4  CLOSE HOSPIN-FILE
              WHEN 5  CLOSE SALES-FILE
              WHEN 6  CLOSE WEATHER-FILE
              WHEN 7  CLOSE INQRQST-FILE
           END-EVALUATE.
       550-EXIT.
           EXIT.

       560-CHECK-SELECTIVE-RUN.
      *** CNTRLBRK APPLIES ITS REJECT EDIT ONLY TO THE TERMS ITS
      *** ACCTPARM 'S' (STATE) AND 'Y' (YEAR RANGE) CARDS SELECT; ANY
      *** SUCH CARD MAKES THE RUN SELECTIVE. A 'C' CARD ONLY ADDS A
      *** REPORT COLUMN. THE OTHER SOURCES ALWAYS EDIT THEIR WHOLE
      *** INPUT
           MOVE 'N' TO WS-SELECTIVE-SW.
           IF WS-SRC-SUB NOT = 1
              GO TO 560-EXIT
           END-IF.
           OPEN INPUT ACCT-PARM-FILE.
           IF NOT AP-FILE-FOUND
              GO TO 560-EXIT
           END-IF.
           MOVE SPACE TO AP-EOF.
           PERFORM 565-READ-ACCT-PARM THRU 565-EXIT
                   UNTIL AP-END-OF-FILE OR SOURCE-RUN-SELECTIVE.
           CLOSE ACCT-PARM-FILE.
       560-EXIT.
           EXIT.

       565-READ-ACCT-PARM.
           READ ACCT-PARM-FILE
             AT END MOVE 'Y' TO AP-EOF
           END-READ.
           IF NOT AP-END-OF-FILE AND PARM-SELECTION-CARD
              MOVE 'Y' TO WS-SELECTIVE-SW
           END-IF.
       565-EXIT.
           EXIT.

       600-REWRITE-QUEUE.
      *** OPEN EXCEPTIONS AND THOSE CLOSED IN THE LAST WS-PURGE-DAYS
      *** DAYS GO BACK ON THE QUEUE; OLDER CLOSED ONES DROP OFF.
      *** IF LAST NIGHT'S QUEUE DID NOT FIT IN THE TABLE, WRITING IT
      *** BACK WOULD LOSE THE ENTRIES LEFT OUT, SO IT IS KEPT AS IT
      *** WAS AND THE STEP ENDS WITH RC 16
           IF QUEUE-FULL-ON-LOAD
              DISPLAY 'EXCQUEUE: QUEUE TABLE FULL - EXCQUEUE NOT '
                 'REWRITTEN'
              GO TO 600-EXIT
           END-IF.
           OPEN OUTPUT EXC-QUEUE-FILE.
           PERFORM 610-WRITE-ONE-ENTRY THRU 610-EXIT
                   VARYING WS-QUEUE-SUB FROM 1 BY 1
                   UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT.
           CLOSE EXC-QUEUE-FILE.
       600-EXIT.
           EXIT.

       610-WRITE-ONE-ENTRY.
           IF QE-CLOSED (WS-QUEUE-SUB)
              AND QE-CLOSED-DATE (WS-QUEUE-SUB) IS NUMERIC
              AND QE-CLOSED-DATE (WS-QUEUE-SUB) > 0
              COMPUTE WS-CLOSED-INT = FUNCTION INTEGER-OF-DATE
                      (QE-CLOSED-DATE (WS-QUEUE-SUB))
              IF WS-TODAY-INT - WS-CLOSED-INT > WS-PURGE-DAYS
                 ADD 1 TO CTR-PURGED
                 GO TO 610-EXIT
              END-IF
           END-IF.
           IF QE-OPEN (WS-QUEUE-SUB)
              ADD 1 TO CTR-OPEN-AT-END
           END-IF.
           MOVE SPACES TO EXC-QUEUE-REC.
           MOVE QE-SOURCE-PGM (WS-QUEUE-SUB)  TO EQ-SOURCE-PGM.
           MOVE QE-SOURCE-DD (WS-QUEUE-SUB)   TO EQ-SOURCE-DD.
           MOVE QE-KEY (WS-QUEUE-SUB)         TO EQ-KEY.
           MOVE QE-REASON (WS-QUEUE-SUB)      TO EQ-REASON.
           MOVE QE-SEVERITY (WS-QUEUE-SUB)    TO EQ-SEVERITY.
           MOVE QE-OWNER (WS-QUEUE-SUB)       TO EQ-OWNER.
           MOVE QE-STATUS (WS-QUEUE-SUB)      TO EQ-STATUS.
           MOVE QE-FIRST-DATE (WS-QUEUE-SUB)  TO EQ-FIRST-DATE.
           MOVE QE-LAST-DATE (WS-QUEUE-SUB)   TO EQ-LAST-DATE.
           MOVE QE-CLOSED-DATE (WS-QUEUE-SUB) TO EQ-CLOSED-DATE.
           MOVE QE-TIMES-SEEN (WS-QUEUE-SUB)  TO EQ-TIMES-SEEN.
           WRITE EXC-QUEUE-REC.
           ADD 1 TO CTR-QUEUE-WRITTEN.
       610-EXIT.
           EXIT.

       700-WRITE-OPEN-EXCEPTIONS.
      *** AGE EVERY OPEN EXCEPTION, ORDER THEM BY OWNER AND OLDEST
      *** FIRST, AND LIST THEM WITH A COUNT AT EACH CHANGE OF OWNER
           MOVE 0 TO WS-ORDER-COUNT.
           PERFORM 710-AGE-ONE-ENTRY THRU 710-EXIT
                   VARYING WS-QUEUE-SUB FROM 1 BY 1
                   UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT.
           PERFORM 720-SORT-OPEN-EXCEPTIONS THRU 720-EXIT.
           MOVE 'OPEN EXCEPTIONS -- DAYS ARE BUSINESS DAYS OUTSTANDING'
             TO SL-TITLE.
           MOVE SECTION-LINE TO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD.
           MOVE DETAIL-HEADER TO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD.
           IF WS-ORDER-COUNT = 0
              MOVE '    NO OPEN EXCEPTIONS' TO SL-TITLE
              MOVE SECTION-LINE TO EXC-REPORT-RECORD
              WRITE EXC-REPORT-RECORD
              GO TO 700-EXIT
           END-IF.
           MOVE RO-OWNER (1) TO WS-PREV-OWNER.
           MOVE 0 TO WS-OWNER-OPEN.
           PERFORM 730-WRITE-ONE-OPEN THRU 730-EXIT
                   VARYING WS-ORDER-I FROM 1 BY 1
                   UNTIL WS-ORDER-I > WS-ORDER-COUNT.
           PERFORM 740-WRITE-OWNER-TOTAL THRU 740-EXIT.
       700-EXIT.
           EXIT.

       710-AGE-ONE-ENTRY.
           IF NOT QE-OPEN (WS-QUEUE-SUB)
              GO TO 710-EXIT
           END-IF.
           MOVE QE-FIRST-DATE (WS-QUEUE-SUB) TO WS-BDY-DATE-1.
           MOVE WS-BUSINESS-DATE-N           TO WS-BDY-DATE-2.
           PERFORM 715-CALL-BDAYLKP THRU 715-EXIT.
           MOVE WS-BDY-DAYS TO QE-DAYS (WS-QUEUE-SUB).
           ADD 1 TO WS-ORDER-COUNT.
           MOVE QE-OWNER (WS-QUEUE-SUB) TO RO-OWNER (WS-ORDER-COUNT).
           MOVE WS-BDY-DAYS             TO RO-DAYS (WS-ORDER-COUNT).
           MOVE WS-QUEUE-SUB            TO RO-SUB (WS-ORDER-COUNT).
       710-EXIT.
           EXIT.

       715-CALL-BDAYLKP.
           MOVE '3' TO WS-BDY-REQUEST.
           CALL 'BDAYLKP' USING WS-BDY-REQUEST,
                                WS-BDY-DATE-1,
                                WS-BDY-DATE-2,
                                WS-BDY-DAYS,
                                WS-BDY-DESC,
                                WS-BDY-RESULT-SW.
           IF NOT WS-BDY-RESULT-OK OR WS-BDY-DAYS < 0
              MOVE 0 TO WS-BDY-DAYS
           END-IF.
       715-EXIT.
           EXIT.

       720-SORT-OPEN-EXCEPTIONS.
      *** SIMPLE EXCHANGE SORT: OWNER ASCENDING, THEN DAYS DESCENDING
           IF WS-ORDER-COUNT < 2
              GO TO 720-EXIT
           END-IF.
           PERFORM VARYING WS-ORDER-I FROM 1 BY 1
                   UNTIL WS-ORDER-I >= WS-ORDER-COUNT
              PERFORM VARYING WS-ORDER-J FROM 1 BY 1
                      UNTIL WS-ORDER-J >= WS-ORDER-COUNT
                 MOVE WS-ORDER-J TO WS-ORDER-NEXT
                 ADD 1 TO WS-ORDER-NEXT
                 MOVE 'N' TO WS-ORDER-SWAP-SW
                 IF RO-OWNER (WS-ORDER-J) > RO-OWNER (WS-ORDER-NEXT)
                    MOVE 'Y' TO WS-ORDER-SWAP-SW
                 END-IF
                 IF RO-OWNER (WS-ORDER-J) = RO-OWNER (WS-ORDER-NEXT)
                    AND RO-DAYS (WS-ORDER-J) < RO-DAYS (WS-ORDER-NEXT)
                    MOVE 'Y' TO WS-ORDER-SWAP-SW
                 END-IF
                 IF WS-ORDER-SWAP
                    MOVE ORDER-TAB (WS-ORDER-J) TO WS-ORDER-HOLD
                    MOVE ORDER-TAB (WS-ORDER-NEXT)
                      TO ORDER-TAB (WS-ORDER-J)
                    MOVE WS-ORDER-HOLD TO ORDER-TAB (WS-ORDER-NEXT)
                 END-IF
              END-PERFORM
           END-PERFORM.
       720-EXIT.
           EXIT.

       730-WRITE-ONE-OPEN.
           IF RO-OWNER (WS-ORDER-I) NOT = WS-PREV-OWNER
              PERFORM 740-WRITE-OWNER-TOTAL THRU 740-EXIT
              MOVE RO-OWNER (WS-ORDER-I) TO WS-PREV-OWNER
              MOVE 0 TO WS-OWNER-OPEN
           END-IF.
           MOVE RO-SUB (WS-ORDER-I) TO WS-QUEUE-SUB.
           ADD 1 TO WS-OWNER-OPEN.
           PERFORM 750-ADD-TO-SUMMARY THRU 750-EXIT.
           MOVE QE-DAYS (WS-QUEUE-SUB) TO DL-DAYS.
           PERFORM 790-FORMAT-DETAIL THRU 790-EXIT.
       730-EXIT.
           EXIT.

       740-WRITE-OWNER-TOTAL.
           MOVE WS-PREV-OWNER TO OTL-OWNER.
           MOVE WS-OWNER-OPEN TO OTL-COUNT.
           MOVE OWNER-TOTAL-LINE TO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD.
           MOVE BLANK-LINE TO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD.
       740-EXIT.
           EXIT.

       750-ADD-TO-SUMMARY.
      *** BUCKET THE ENTRY AND ADD IT TO ITS OWNER'S AGING LINE
           EVALUATE TRUE
              WHEN QE-DAYS (WS-QUEUE-SUB) <= 1
                 MOVE 1 TO WS-BUCKET
              WHEN QE-DAYS (WS-QUEUE-SUB) <= 5
                 MOVE 2 TO WS-BUCKET
              WHEN QE-DAYS (WS-QUEUE-SUB) <= 20
                 MOVE 3 TO WS-BUCKET
              WHEN OTHER
                 MOVE 4 TO WS-BUCKET
           END-EVALUATE.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-OWNER-SUB FROM 1 BY 1
                   UNTIL WS-OWNER-SUB > WS-OWNER-COUNT
                      OR WS-FOUND-SUB > 0
              IF OS-OWNER (WS-OWNER-SUB) = QE-OWNER (WS-QUEUE-SUB)
                 MOVE WS-OWNER-SUB TO WS-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-FOUND-SUB = 0 AND WS-OWNER-COUNT < WS-OWNER-MAX
              ADD 1 TO WS-OWNER-COUNT
              MOVE WS-OWNER-COUNT TO WS-FOUND-SUB
              MOVE QE-OWNER (WS-QUEUE-SUB) TO OS-OWNER (WS-FOUND-SUB)
           END-IF.
           IF WS-FOUND-SUB > 0
              ADD 1 TO OS-BUCKET (WS-FOUND-SUB, WS-BUCKET)
              ADD 1 TO OS-TOTAL (WS-FOUND-SUB)
              IF QE-SEV-HIGH (WS-QUEUE-SUB)
                 ADD 1 TO OS-HIGH (WS-FOUND-SUB)
              END-IF
           END-IF.
           ADD 1 TO GS-BUCKET (WS-BUCKET).
           ADD 1 TO GS-TOTAL.
           IF QE-SEV-HIGH (WS-QUEUE-SUB)
              ADD 1 TO GS-HIGH
           END-IF.
       750-EXIT.
           EXIT.

       760-WRITE-AGING-SUMMARY.
           MOVE 'AGING SUMMARY BY OWNER -- BUSINESS DAYS OUTSTANDING'
             TO SL-TITLE.
           MOVE SECTION-LINE TO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD.
           MOVE SUMMARY-HEADER TO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD.
           PERFORM 765-WRITE-OWNER-SUMMARY THRU 765-EXIT
                   VARYING WS-OWNER-SUB FROM 1 BY 1
                   UNTIL WS-OWNER-SUB > WS-OWNER-COUNT.
           MOVE 'ALL OWNERS'   TO SML-OWNER.
           MOVE GS-BUCKET (1)  TO SML-BUCKET-1.
           MOVE GS-BUCKET (2)  TO SML-BUCKET-2.
           MOVE GS-BUCKET (3)  TO SML-BUCKET-3.
           MOVE GS-BUCKET (4)  TO SML-BUCKET-4.
           MOVE GS-TOTAL       TO SML-TOTAL.
           MOVE GS-HIGH        TO SML-HIGH.
           MOVE SUMMARY-LINE TO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD.
           MOVE BLANK-LINE TO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD.
       760-EXIT.
           EXIT.

       765-WRITE-OWNER-SUMMARY.
           MOVE OS-OWNER (WS-OWNER-SUB)      TO SML-OWNER.
           MOVE OS-BUCKET (WS-OWNER-SUB, 1)  TO SML-BUCKET-1.
           MOVE OS-BUCKET (WS-OWNER-SUB, 2)  TO SML-BUCKET-2.
           MOVE OS-BUCKET (WS-OWNER-SUB, 3)  TO SML-BUCKET-3.
           MOVE OS-BUCKET (WS-OWNER-SUB, 4)  TO SML-BUCKET-4.
           MOVE OS-TOTAL (WS-OWNER-SUB)      TO SML-TOTAL.
           MOVE OS-HIGH (WS-OWNER-SUB)       TO SML-HIGH.
           MOVE SUMMARY-LINE TO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD.
       765-EXIT.
           EXIT.

       780-WRITE-CLOSED-TONIGHT.
      *** WHAT CLEARED ON THIS BUSINESS DATE (A RERUN LISTS THE SAME
      *** ONES AGAIN); DAYS ARE HOW LONG EACH WAS OPEN
           MOVE 'EXCEPTIONS CLOSED TONIGHT -- PROCESSED CLEANLY'
             TO SL-TITLE.
           MOVE SECTION-LINE TO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD.
           MOVE DETAIL-HEADER TO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD.
           MOVE 0 TO WS-CLOSED-LISTED.
           PERFORM 785-WRITE-ONE-CLOSED THRU 785-EXIT
                   VARYING WS-QUEUE-SUB FROM 1 BY 1
                   UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT.
           IF WS-CLOSED-LISTED = 0
              MOVE '    NONE CLOSED TONIGHT' TO SL-TITLE
              MOVE SECTION-LINE TO EXC-REPORT-RECORD
              WRITE EXC-REPORT-RECORD
           END-IF.
       780-EXIT.
           EXIT.

       785-WRITE-ONE-CLOSED.
           IF NOT QE-CLOSED (WS-QUEUE-SUB)
              OR QE-CLOSED-DATE (WS-QUEUE-SUB) NOT = WS-BUSINESS-DATE-N
              GO TO 785-EXIT
           END-IF.
           ADD 1 TO WS-CLOSED-LISTED.
           MOVE QE-FIRST-DATE (WS-QUEUE-SUB) TO WS-BDY-DATE-1.
           MOVE WS-BUSINESS-DATE-N           TO WS-BDY-DATE-2.
           PERFORM 715-CALL-BDAYLKP THRU 715-EXIT.
           MOVE WS-BDY-DAYS TO DL-DAYS.
           PERFORM 790-FORMAT-DETAIL THRU 790-EXIT.
       785-EXIT.
           EXIT.

       790-FORMAT-DETAIL.
           MOVE QE-OWNER (WS-QUEUE-SUB)      TO DL-OWNER.
           MOVE QE-SEVERITY (WS-QUEUE-SUB)   TO DL-SEVERITY.
           MOVE QE-SOURCE-PGM (WS-QUEUE-SUB) TO DL-SOURCE.
           MOVE QE-KEY (WS-QUEUE-SUB)        TO DL-KEY.
           MOVE QE-REASON (WS-QUEUE-SUB)     TO DL-REASON.
           MOVE QE-FIRST-DATE (WS-QUEUE-SUB) TO WS-EDIT-DATE.
           MOVE SPACES TO DL-OPENED.
           STRING WS-EDIT-DATE (5:2) '/' WS-EDIT-DATE (7:2) '/'
                  WS-EDIT-DATE (1:4)
             DELIMITED BY SIZE INTO DL-OPENED
           END-STRING.
           MOVE QE-TIMES-SEEN (WS-QUEUE-SUB) TO DL-SEEN.
           MOVE DETAIL-LINE TO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD.
       790-EXIT.
           EXIT.

       800-WRITE-FOOTER.
           MOVE BLANK-LINE TO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD.
           MOVE 'SOURCES TONIGHT' TO SL-TITLE.
           MOVE SECTION-LINE TO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD.
           PERFORM 810-WRITE-SOURCE-LINE THRU 810-EXIT
                   VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SOURCE-COUNT.
           MOVE BLANK-LINE TO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD.
           MOVE 'QUEUE ENTRIES CARRIED IN:'        TO FCL-LABEL.
           MOVE CTR-QUEUE-READ                     TO FCL-COUNT.
           PERFORM 820-WRITE-COUNT-LINE THRU 820-EXIT.
           MOVE 'REJECT RECORDS READ:'             TO FCL-LABEL.
           MOVE CTR-REJECTS-READ                   TO FCL-COUNT.
           PERFORM 820-WRITE-COUNT-LINE THRU 820-EXIT.
           MOVE 'REJECT RECORDS NOT QUEUED:'       TO FCL-LABEL.
           MOVE CTR-PASSED-OVER                    TO FCL-COUNT.
           PERFORM 820-WRITE-COUNT-LINE THRU 820-EXIT.
           MOVE 'NEW EXCEPTIONS OPENED:'           TO FCL-LABEL.
           MOVE CTR-OPENED                         TO FCL-COUNT.
           PERFORM 820-WRITE-COUNT-LINE THRU 820-EXIT.
           MOVE 'OPEN EXCEPTIONS REJECTED AGAIN:'  TO FCL-LABEL.
           MOVE CTR-REPEATED                       TO FCL-COUNT.
           PERFORM 820-WRITE-COUNT-LINE THRU 820-EXIT.
           MOVE 'EXCEPTIONS CLOSED TONIGHT:'       TO FCL-LABEL.
           MOVE CTR-CLOSED                         TO FCL-COUNT.
           PERFORM 820-WRITE-COUNT-LINE THRU 820-EXIT.
           MOVE 'CLOSED EXCEPTIONS PURGED:'        TO FCL-LABEL.
           MOVE CTR-PURGED                         TO FCL-COUNT.
           PERFORM 820-WRITE-COUNT-LINE THRU 820-EXIT.
           MOVE 'QUEUE ENTRIES WRITTEN:'           TO FCL-LABEL.
           MOVE CTR-QUEUE-WRITTEN                  TO FCL-COUNT.
           PERFORM 820-WRITE-COUNT-LINE THRU 820-EXIT.
           MOVE 'OPEN EXCEPTIONS ON QUEUE:'        TO FCL-LABEL.
           MOVE CTR-OPEN-AT-END                    TO FCL-COUNT.
           PERFORM 820-WRITE-COUNT-LINE THRU 820-EXIT.
           IF CTR-QUEUE-FULL > 0
              MOVE 'QUEUE FULL - REJECTS NOT QUEUED:' TO FCL-LABEL
              MOVE CTR-QUEUE-FULL                  TO FCL-COUNT
              PERFORM 820-WRITE-COUNT-LINE THRU 820-EXIT
           END-IF.
           IF QUEUE-FULL-ON-LOAD
              MOVE 'QUEUE FULL - NOT LOADED, NOT REWRITTEN:'
                                                   TO FCL-LABEL
              MOVE CTR-LOAD-FULL                   TO FCL-COUNT
              PERFORM 820-WRITE-COUNT-LINE THRU 820-EXIT
           END-IF.
       800-EXIT.
           EXIT.

       810-WRITE-SOURCE-LINE.
           MOVE SRC-PROGRAM (WS-SRC-SUB)   TO SCL-PROGRAM.
           MOVE SRC-REJECT-DD (WS-SRC-SUB) TO SCL-REJECT-DD.
           MOVE SS-RESULT (WS-SRC-SUB)     TO SCL-RESULT.
           MOVE SS-REJECTS (WS-SRC-SUB)    TO SCL-REJECTS.
           MOVE SS-OPENED (WS-SRC-SUB)     TO SCL-OPENED.
           MOVE SS-CLOSED (WS-SRC-SUB)     TO SCL-CLOSED.
           MOVE SOURCE-LINE TO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD.
       810-EXIT.
           EXIT.

       820-WRITE-COUNT-LINE.
           MOVE FOOTER-COUNT-LINE TO EXC-REPORT-RECORD.
           WRITE EXC-REPORT-RECORD.
       820-EXIT.
           EXIT.

       870-WRITE-BAL-RECORD.
      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK:
      *** EVERY REJECT RECORD READ IS EITHER QUEUED (AS A NEW OR A
      *** REPEATED EXCEPTION) OR PASSED OVER
           OPEN EXTEND BAL-CONTROL-FILE.
           IF NOT BL-FILE-FOUND
              OPEN OUTPUT BAL-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BAL-CONTROL-REC.
           MOVE 'EXCQUEUE'           TO BAL-PROGRAM.
           MOVE WS-BUSINESS-DATE     TO BAL-RUN-DATE.
           MOVE CTR-REJECTS-READ     TO BAL-IN-COUNT.
           MOVE CTR-REJECTS-QUEUED   TO BAL-OUT-COUNT.
           MOVE CTR-PASSED-OVER      TO BAL-ERR-COUNT.
           WRITE BAL-CONTROL-REC.
           CLOSE BAL-CONTROL-FILE.
       870-EXIT.
           EXIT.

       900-CLOSE-FILES.
           CLOSE EXC-REPORT.
       900-EXIT.
           EXIT.
