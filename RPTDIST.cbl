       IDENTIFICATION DIVISION.
      ***
      *** NIGHTLY REPORT DISTRIBUTION AND BURSTING. RUNS AFTER THE
      *** SUITE'S NIGHTLY STEPS AND SPLITS EACH REPORT AND EXCEPTION
      *** FILE THEY PRODUCED INTO ONE PACKET PER RECIPIENT, AS LAID
      *** DOWN ON THE DISTRIBUTION MASTER (DISTMAST):
      ***   - EVERY COPY OF A PACKET STARTS WITH A BANNER PAGE SHOWING
      ***     THE PACKET NUMBER, RECIPIENT, DELIVERY POINT, REPORT AND
      ***     BUSINESS DATE, AND THE REPORT ITSELF STARTS ON A NEW PAGE
      ***   - PACKETS COME OUT GROUPED BY RECIPIENT, SO THE PRINT ROOM
      ***     CAN HAND EACH STACK OVER AS IT COMES OFF THE PRINTER
      ***   - SENSITIVE PACKETS GO TO THE SECURE PRINT FILE (BURSTSEC)
      ***     INSTEAD OF THE GENERAL ONE (BURSTOUT). REPORTS CARRYING
      ***     PATIENT DETAIL ALWAYS GO SECURE WHATEVER THE MASTER SAYS
      ***   - THE MANIFEST (DISTMAN) LISTS EVERY PACKET WITH ITS PAGE
      ***     COUNT AND RECIPIENT, FLAGS EVERY REPORT EXPECTED TONIGHT
      ***     THAT WAS NOT PRODUCED, AND LISTS EVERY MASTER ENTRY THAT
      ***     COULD NOT BE SENT AND WHY
      *** AN EMPTY FILE WAS PRODUCED WITH NOTHING TO REPORT (A CLEAN
      *** NIGHT FOR AN EXCEPTION FILE) AND IS NOT FLAGGED; A FILE THAT
      *** IS NOT THERE AT ALL WAS NOT PRODUCED, AND SO IS ONE LEFT
      *** OVER FROM AN EARLIER NIGHT BY A PROGRAM THAT HAS NO BALFILE
      *** RECORD FOR THE BUSINESS DATE. RETURN CODE 4 WHEN
      *** ANYTHING IS FLAGGED, SO THE STREAM CARRIES ON TO BALCHK
      ***
       PROGRAM-ID. RPTDIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-MASTER-FILE ASSIGN TO DISTMAST
             FILE STATUS IS DMCODE.
           SELECT DIST-MANIFEST ASSIGN TO DISTMAN.
           SELECT BURST-OUTPUT ASSIGN TO BURSTOUT.
           SELECT BURST-SECURE ASSIGN TO BURSTSEC.
           SELECT BAL-CONTROL-FILE ASSIGN TO BALFILE
             FILE STATUS IS BLCODE.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
             FILE STATUS IS RCCODE.
      *** THE NIGHTLY OUTPUTS THAT CAN BE DISTRIBUTED, ONE DD EACH.
      *** ANY OF THEM MAY BE ABSENT, SO THEY SHARE ONE STATUS FIELD
           SELECT PRTLINE-FILE ASSIGN TO PRTLINE
             FILE STATUS IS RDCODE.
           SELECT ACCTREJ-FILE ASSIGN TO ACCTREJ
             FILE STATUS IS RDCODE.
           SELECT COUROUT-FILE ASSIGN TO COUROUT
             FILE STATUS IS RDCODE.
           SELECT COURERR-FILE ASSIGN TO COURERR
             FILE STATUS IS RDCODE.
           SELECT COURHRPT-FILE ASSIGN TO COURHRPT
             FILE STATUS IS RDCODE.
           SELECT COURCONF-FILE ASSIGN TO COURCONF
             FILE STATUS IS RDCODE.
           SELECT RFPOUT-FILE ASSIGN TO RFPOUT
             FILE STATUS IS RDCODE.
           SELECT RFPERR-FILE ASSIGN TO RFPERR
             FILE STATUS IS RDCODE.
           SELECT RFPDUPR-FILE ASSIGN TO RFPDUPR
             FILE STATUS IS RDCODE.
           SELECT RFPRTNR-FILE ASSIGN TO RFPRTNR
             FILE STATUS IS RDCODE.
           SELECT PAYREG-FILE ASSIGN TO PAYREG
             FILE STATUS IS RDCODE.
           SELECT DELQRPT-FILE ASSIGN TO DELQRPT
             FILE STATUS IS RDCODE.
           SELECT PAYERR-FILE ASSIGN TO PAYERR
             FILE STATUS IS RDCODE.
           SELECT SALRPT-FILE ASSIGN TO SALRPT
             FILE STATUS IS RDCODE.
           SELECT SALESREJ-FILE ASSIGN TO SALESREJ
             FILE STATUS IS RDCODE.
           SELECT COMMREG-FILE ASSIGN TO COMMREG
             FILE STATUS IS RDCODE.
           SELECT CHGBKREG-FILE ASSIGN TO CHGBKREG
             FILE STATUS IS RDCODE.
           SELECT CUSTRPT-FILE ASSIGN TO CUSTRPT
             FILE STATUS IS RDCODE.
           SELECT SALRECON-FILE ASSIGN TO SALRECON
             FILE STATUS IS RDCODE.
           SELECT RPTFILE-FILE ASSIGN TO RPTFILE
             FILE STATUS IS RDCODE.
           SELECT ERRFILE-FILE ASSIGN TO ERRFILE
             FILE STATUS IS RDCODE.
           SELECT CLMREG-FILE ASSIGN TO CLMREG
             FILE STATUS IS RDCODE.
           SELECT CLMEXC-FILE ASSIGN TO CLMEXC
             FILE STATUS IS RDCODE.
           SELECT REVRPT-FILE ASSIGN TO REVRPT
             FILE STATUS IS RDCODE.
           SELECT CASEMIX-FILE ASSIGN TO CASEMIX
             FILE STATUS IS RDCODE.
           SELECT RPTDEID-FILE ASSIGN TO RPTDEID
             FILE STATUS IS RDCODE.
           SELECT ERRDEID-FILE ASSIGN TO ERRDEID
             FILE STATUS IS RDCODE.
           SELECT CLMRDEID-FILE ASSIGN TO CLMRDEID
             FILE STATUS IS RDCODE.
           SELECT CLMXDEID-FILE ASSIGN TO CLMXDEID
             FILE STATUS IS RDCODE.
           SELECT REVDEID-FILE ASSIGN TO REVDEID
             FILE STATUS IS RDCODE.
           SELECT WREPORT-FILE ASSIGN TO WREPORT
             FILE STATUS IS RDCODE.
           SELECT WERROR-FILE ASSIGN TO WERROR
             FILE STATUS IS RDCODE.
           SELECT WQCRPT-FILE ASSIGN TO WQCRPT
             FILE STATUS IS RDCODE.
           SELECT EXCQRPT-FILE ASSIGN TO EXCQRPT
             FILE STATUS IS RDCODE.
       DATA DIVISION.
       FILE SECTION.
       FD  DIST-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY DISTMAST.

       FD  DIST-MANIFEST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DIST-MANIFEST-RECORD.
       01  DIST-MANIFEST-RECORD         PIC X(80).

      *** PRINT FILES FOR THE PACKETS: 133 BYTES, THE WIDEST REPORT
       FD  BURST-OUTPUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BURST-OUTPUT-RECORD.
       01  BURST-OUTPUT-RECORD          PIC X(133).

       FD  BURST-SECURE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BURST-SECURE-RECORD.
       01  BURST-SECURE-RECORD          PIC X(133).

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

       FD  PRTLINE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  PRTLINE-REC             PIC X(133).

       FD  ACCTREJ-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 88 CHARACTERS.
       01  ACCTREJ-REC             PIC X(088).

       FD  COUROUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  COUROUT-REC             PIC X(080).

       FD  COURERR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  COURERR-REC             PIC X(132).

       FD  COURHRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  COURHRPT-REC            PIC X(080).

       FD  COURCONF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  COURCONF-REC            PIC X(132).

       FD  RFPOUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RFPOUT-REC              PIC X(080).

       FD  RFPERR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  RFPERR-REC              PIC X(132).

       FD  RFPDUPR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RFPDUPR-REC             PIC X(080).

       FD  RFPRTNR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RFPRTNR-REC             PIC X(080).

       FD  PAYREG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PAYREG-REC              PIC X(080).

       FD  DELQRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DELQRPT-REC             PIC X(080).

       FD  PAYERR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 92 CHARACTERS.
       01  PAYERR-REC              PIC X(092).

       FD  SALRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SALRPT-REC              PIC X(080).

       FD  SALESREJ-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  SALESREJ-REC            PIC X(100).

       FD  COMMREG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  COMMREG-REC             PIC X(080).

       FD  CHGBKREG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CHGBKREG-REC            PIC X(080).

       FD  CUSTRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CUSTRPT-REC             PIC X(080).

       FD  SALRECON-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SALRECON-REC            PIC X(080).

       FD  RPTFILE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  RPTFILE-REC             PIC X(132).

       FD  ERRFILE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ERRFILE-REC             PIC X(100).

       FD  CLMREG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  CLMREG-REC              PIC X(132).

       FD  CLMEXC-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  CLMEXC-REC              PIC X(132).

       FD  REVRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REVRPT-REC              PIC X(132).

       FD  CASEMIX-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  CASEMIX-REC             PIC X(132).

       FD  RPTDEID-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  RPTDEID-REC             PIC X(132).

       FD  ERRDEID-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ERRDEID-REC             PIC X(100).

       FD  CLMRDEID-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  CLMRDEID-REC            PIC X(132).

       FD  CLMXDEID-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  CLMXDEID-REC            PIC X(132).

       FD  REVDEID-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REVDEID-REC             PIC X(132).

       FD  WREPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  WREPORT-REC             PIC X(132).

       FD  WERROR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  WERROR-REC              PIC X(132).

       FD  WQCRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  WQCRPT-REC              PIC X(132).

       FD  EXCQRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCQRPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 DMCODE                   PIC X(2) VALUE SPACES.
              88 DM-FILE-FOUND         VALUE '00'.
           05 RDCODE                   PIC X(2) VALUE SPACES.
              88 RD-FILE-FOUND         VALUE '00'.
           05 BLCODE                   PIC X(2) VALUE SPACES.
              88 BL-FILE-FOUND         VALUE '00'.
           05 RCCODE                   PIC X(2) VALUE SPACES.
              88 RC-FILE-FOUND         VALUE '00'.

       01  SWITCHES.
           05 DM-EOF                   PIC X(1) VALUE SPACE.
              88 DM-END-OF-FILE        VALUE 'Y'.
           05 RC-EOF                   PIC X(1) VALUE SPACE.
              88 RC-END-OF-FILE        VALUE 'Y'.
           05 BL-EOF                   PIC X(1) VALUE SPACE.
              88 BL-END-OF-FILE        VALUE 'Y'.
           05 RDS-EOF                  PIC X(1) VALUE SPACE.
              88 RDS-END-OF-REPORT     VALUE 'Y'.
           05 WS-NO-MASTER-SW          PIC X(1) VALUE 'N'.
              88 NO-DIST-MASTER        VALUE 'Y'.
           05 WS-SECURE-SW             PIC X(1) VALUE 'N'.
              88 PACKET-SECURE         VALUE 'Y'.
           05 WS-FORCED-SW             PIC X(1) VALUE 'N'.
              88 PACKET-FORCED-SECURE  VALUE 'Y'.
           05 WS-COPIES-SW             PIC X(1) VALUE 'Y'.
              88 COPIES-VALID          VALUE 'Y'.
           05 WS-DUPLICATE-SW          PIC X(1) VALUE 'N'.
              88 ENTRY-DUPLICATED      VALUE 'Y'.

      *** BUSINESS DATE FROM THE RUNCTL CARD, FALLING BACK TO THE
      *** SYSTEM DATE -- IT IS PRINTED ON EVERY BANNER PAGE
       01  WS-BUSINESS-DATE            PIC X(8)  VALUE SPACES.
       01  WS-DATE-EDIT.
           05  WS-DE-MM                PIC X(2).
           05  FILLER                  PIC X(1)  VALUE '/'.
           05  WS-DE-DD                PIC X(2).
           05  FILLER                  PIC X(1)  VALUE '/'.
           05  WS-DE-YYYY              PIC X(4).

      *** EVERY OUTPUT THIS PROGRAM KNOWS HOW TO READ: DD NAME, THE
      *** PROGRAM THAT PRODUCES IT, ITS RECORD LENGTH, WHETHER IT
      *** CARRIES PATIENT DETAIL (ALWAYS SECURE) AND ITS TITLE. A NEW
      *** REPORT NEEDS AN ENTRY HERE, A SELECT/FD AND A LINE IN EACH
      *** OF 500, 510 AND 520 BEFORE IT CAN GO ON THE MASTER
       01  REPORT-CATALOG-VALUES.
           05 FILLER                   PIC X(20) VALUE
               'PRTLINE CNTRLBRK133N'.
           05 FILLER                   PIC X(30) VALUE
               'PRESIDENTS BY STATE'.
           05 FILLER                   PIC X(20) VALUE
               'ACCTREJ CNTRLBRK088N'.
           05 FILLER                   PIC X(30) VALUE
               'PRESIDENT RECORD REJECTS'.
           05 FILLER                   PIC X(20) VALUE
               'COUROUT COURSES 080N'.
           05 FILLER                   PIC X(30) VALUE
               'COURSE ENROLLMENT REPORT'.
           05 FILLER                   PIC X(20) VALUE
               'COURERR COURSES 132N'.
           05 FILLER                   PIC X(30) VALUE
               'COURSE ENROLLMENT ERRORS'.
           05 FILLER                   PIC X(20) VALUE
               'COURHRPTCOURSES 080N'.
           05 FILLER                   PIC X(30) VALUE
               'REGISTRATION HOLDS'.
           05 FILLER                   PIC X(20) VALUE
               'COURCONFCOURSES 132N'.
           05 FILLER                   PIC X(30) VALUE
               'SCHEDULE CONFLICTS'.
           05 FILLER                   PIC X(20) VALUE
               'RFPOUT  FAVRFP  080N'.
           05 FILLER                   PIC X(30) VALUE
               'RFP ORDER REPORT'.
           05 FILLER                   PIC X(20) VALUE
               'RFPERR  FAVRFP  132N'.
           05 FILLER                   PIC X(30) VALUE
               'RFP ERRORS'.
           05 FILLER                   PIC X(20) VALUE
               'RFPDUPR FAVRFP  080N'.
           05 FILLER                   PIC X(30) VALUE
               'DUPLICATE RFP REPORT'.
           05 FILLER                   PIC X(20) VALUE
               'RFPRTNR FAVRFP  080N'.
           05 FILLER                   PIC X(30) VALUE
               'RETURNS AND RMA REGISTER'.
           05 FILLER                   PIC X(20) VALUE
               'PAYREG  FAVPAY  080N'.
           05 FILLER                   PIC X(30) VALUE
               'INSTALLMENT PAYMENT REGISTER'.
           05 FILLER                   PIC X(20) VALUE
               'DELQRPT FAVPAY  080N'.
           05 FILLER                   PIC X(30) VALUE
               'INSTALLMENT DELINQUENCY'.
           05 FILLER                   PIC X(20) VALUE
               'PAYERR  FAVPAY  092N'.
           05 FILLER                   PIC X(30) VALUE
               'PAYMENT POSTING ERRORS'.
           05 FILLER                   PIC X(20) VALUE
               'SALRPT  SALES1  080N'.
           05 FILLER                   PIC X(30) VALUE
               'REGIONAL SALES REPORT'.
           05 FILLER                   PIC X(20) VALUE
               'SALESREJSALES1  100N'.
           05 FILLER                   PIC X(30) VALUE
               'SALES ADJUSTMENT REJECTS'.
           05 FILLER                   PIC X(20) VALUE
               'COMMREG SALES1  080N'.
           05 FILLER                   PIC X(30) VALUE
               'COMMISSION REGISTER'.
           05 FILLER                   PIC X(20) VALUE
               'CHGBKREGSALES1  080N'.
           05 FILLER                   PIC X(30) VALUE
               'COMMISSION CHARGEBACKS'.
           05 FILLER                   PIC X(20) VALUE
               'CUSTRPT SALES1  080N'.
           05 FILLER                   PIC X(30) VALUE
               'TOP CUSTOMER REPORT'.
           05 FILLER                   PIC X(20) VALUE
               'SALRECONSALES1  080N'.
           05 FILLER                   PIC X(30) VALUE
               'RFP SALES RECONCILIATION'.
           05 FILLER                   PIC X(20) VALUE
               'RPTFILE HOSPEDIT132Y'.
           05 FILLER                   PIC X(30) VALUE
               'PATIENT ADMISSIONS REPORT'.
           05 FILLER                   PIC X(20) VALUE
               'ERRFILE HOSPEDIT100Y'.
           05 FILLER                   PIC X(30) VALUE
               'ADMISSION EDIT ERRORS'.
           05 FILLER                   PIC X(20) VALUE
               'CLMREG  HOSPEDIT132Y'.
           05 FILLER                   PIC X(30) VALUE
               'INSURANCE CLAIM REGISTER'.
           05 FILLER                   PIC X(20) VALUE
               'CLMEXC  HOSPEDIT132Y'.
           05 FILLER                   PIC X(30) VALUE
               'INSURANCE CLAIM EXCEPTIONS'.
           05 FILLER                   PIC X(20) VALUE
               'REVRPT  HOSPEDIT132Y'.
           05 FILLER                   PIC X(30) VALUE
               'REVENUE BY DEPARTMENT'.
           05 FILLER                   PIC X(20) VALUE
               'CASEMIX HOSPEDIT132N'.
           05 FILLER                   PIC X(30) VALUE
               'DRG CASE-MIX REPORT'.
           05 FILLER                   PIC X(20) VALUE
               'RPTDEID HOSPEDIT132N'.
           05 FILLER                   PIC X(30) VALUE
               'ADMISSIONS - DE-IDENTIFIED'.
           05 FILLER                   PIC X(20) VALUE
               'ERRDEID HOSPEDIT100N'.
           05 FILLER                   PIC X(30) VALUE
               'EDIT ERRORS - DE-IDENTIFIED'.
           05 FILLER                   PIC X(20) VALUE
               'CLMRDEIDHOSPEDIT132N'.
           05 FILLER                   PIC X(30) VALUE
               'CLAIM REGISTER - DE-IDENTIFIED'.
           05 FILLER                   PIC X(20) VALUE
               'CLMXDEIDHOSPEDIT132N'.
           05 FILLER                   PIC X(30) VALUE
               'CLAIM EXCEPTIONS - DE-IDENT'.
           05 FILLER                   PIC X(20) VALUE
               'REVDEID HOSPEDIT132N'.
           05 FILLER                   PIC X(30) VALUE
               'REVENUE - DE-IDENTIFIED'.
           05 FILLER                   PIC X(20) VALUE
               'WREPORT WEATHER 132N'.
           05 FILLER                   PIC X(30) VALUE
               'DAILY WEATHER REPORT'.
           05 FILLER                   PIC X(20) VALUE
               'WERROR  WEATHER 132N'.
           05 FILLER                   PIC X(30) VALUE
               'WEATHER READING ERRORS'.
           05 FILLER                   PIC X(20) VALUE
               'WQCRPT  WEATHER 132N'.
           05 FILLER                   PIC X(30) VALUE
               'SENSOR QUALITY CONTROL'.
           05 FILLER                   PIC X(20) VALUE
               'EXCQRPT EXCQUEUE132Y'.
           05 FILLER                   PIC X(30) VALUE
               'OPEN EXCEPTIONS BY OWNER'.
       01  REPORT-CATALOG-TABLE REDEFINES REPORT-CATALOG-VALUES.
           05 CATALOG-ENTRY OCCURS 34 TIMES.
              10 CAT-REPORT-ID         PIC X(8).
              10 CAT-PROGRAM           PIC X(8).
              10 CAT-RECORD-LENGTH     PIC 9(3).
              10 CAT-SECURE-SW         PIC X(1).
                 88 CAT-ALWAYS-SECURE  VALUE 'Y'.
              10 CAT-TITLE             PIC X(30).
       01  WS-CATALOG-COUNT            PIC 9(2) VALUE 34.

      *** WHAT WAS FOUND FOR EACH CATALOG REPORT TONIGHT. ONLY REPORTS
      *** WITH AT LEAST ONE RECIPIENT ON THE MASTER ARE LOOKED FOR
       01  REPORT-STATUS-TABLE.
           05 REPORT-STATUS-ENTRY OCCURS 34 TIMES.
              10 RS-STATUS             PIC X(1).
                 88 RS-NOT-CHECKED     VALUE SPACE.
                 88 RS-PRODUCED        VALUE 'P'.
                 88 RS-EMPTY           VALUE 'E'.
                 88 RS-MISSING         VALUE 'M'.
              10 RS-EXPECTED-SW        PIC X(1).
                 88 RS-EXPECTED        VALUE 'Y'.
              10 RS-RAN-SW             PIC X(1).
                 88 RS-PROGRAM-RAN     VALUE 'Y'.
              10 RS-RECIPIENTS         PIC 9(3).
              10 RS-LINES              PIC 9(7).
              10 RS-PAGES              PIC 9(5).

      *** THE DISTRIBUTION MASTER IN FILE ORDER
       01  DIST-TABLE.
           05 DIST-ENTRY OCCURS 200 TIMES.
              10 DE-REPORT-ID          PIC X(8).
              10 DE-RECIPIENT-ID       PIC X(8).
              10 DE-RECIPIENT-NAME     PIC X(24).
              10 DE-DELIVER-TO         PIC X(20).
              10 DE-COPIES             PIC 9(2).
              10 DE-SENSITIVE-SW       PIC X(1).
                 88 DE-SENSITIVE       VALUE 'Y'.
              10 DE-FREQUENCY          PIC X(1).
                 88 DE-ON-REQUEST      VALUE 'R'.
              10 DE-CAT-SUB            PIC 9(2).
              10 DE-DISPOSITION        PIC X(1).
                 88 DE-PENDING         VALUE SPACE.
                 88 DE-SENT            VALUE 'P'.
                 88 DE-NOT-SENT        VALUE 'N'.
              10 DE-REASON             PIC X(24).
       01  WS-DIST-MAX                 PIC 9(3) VALUE 200.
       01  WS-DIST-COUNT               PIC 9(3) VALUE 0.
       01  WS-DIST-SUB                 PIC 9(3) VALUE 0.
       01  WS-DIST-SUB2                PIC 9(3) VALUE 0.
       01  WS-FIND-SUB                 PIC 9(3) VALUE 0.
       01  WS-CAT-SUB                  PIC 9(2) VALUE 0.
       01  WS-FOUND-SUB                PIC 9(2) VALUE 0.
       01  WS-CURRENT-RECIPIENT        PIC X(8) VALUE SPACES.
       01  WS-REJECT-REASON            PIC X(24) VALUE SPACES.

      *** PAGES ARE COUNTED AT 60 LINES. THE BANNER AND THE LAST PAGE
      *** OF EACH COPY ARE FILLED OUT WITH BLANK LINES SO EVERY BANNER
      *** AND EVERY REPORT STARTS AT THE TOP OF A PAGE
       01  WS-LINES-PER-PAGE           PIC 9(3) VALUE 60.
       01  WS-PACKET-WORK.
           05 WS-PAGE-LINE             PIC 9(3) VALUE 0.
           05 WS-COPY-NO               PIC 9(2) VALUE 0.
           05 WS-PACKET-PAGES          PIC 9(5) VALUE 0.
           05 WS-PACKET-TOTAL          PIC 9(7) VALUE 0.
       01  RDS-REPORT-LINE             PIC X(133) VALUE SPACES.
       01  WS-OUT-LINE                 PIC X(133) VALUE SPACES.

       01  DIST-COUNTERS.
           05 CTR-ENTRIES-READ         PIC 9(5) VALUE 0.
           05 CTR-ENTRIES-REJECTED     PIC 9(5) VALUE 0.
           05 CTR-ENTRIES-NOT-SENT     PIC 9(5) VALUE 0.
           05 CTR-PACKETS              PIC 9(5) VALUE 0.
           05 CTR-PACKETS-SECURE       PIC 9(5) VALUE 0.
           05 CTR-PAGES-GENERAL        PIC 9(7) VALUE 0.
           05 CTR-PAGES-SECURE         PIC 9(7) VALUE 0.
           05 CTR-NOT-PRODUCED         PIC 9(3) VALUE 0.
           05 CTR-EXCEPTION-LINES      PIC 9(5) VALUE 0.

      *** BANNER PAGE LINES
       01  BANNER-STAR-LINE            PIC X(133) VALUE ALL '*'.
       01  BANNER-TEXT-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  BNL-LABEL               PIC X(16).
           05  BNL-TEXT                PIC X(80).
           05  FILLER                  PIC X(32) VALUE SPACES.
       01  BANNER-SECURE-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(37) VALUE
               '*** CONFIDENTIAL - DELIVER SEALED TO '.
           05  FILLER                  PIC X(29) VALUE
               'THE NAMED RECIPIENT ONLY ***'.
           05  FILLER                  PIC X(62) VALUE SPACES.
       01  WS-PACKET-EDIT              PIC ZZZ9.
       01  WS-COPY-EDIT                PIC Z9.
       01  WS-COPIES-EDIT              PIC Z9.
       01  WS-PAGES-EDIT               PIC ZZZZ9.

      *** MANIFEST LINES
       01  BLANK-LINE                  PIC X(80) VALUE SPACES.

       01  HEADER-LINE1.
           05  FILLER                  PIC X(30) VALUE
               'REPORT DISTRIBUTION MANIFEST'.
           05  FILLER                  PIC X(15) VALUE
               'BUSINESS DATE: '.
           05  HL1-BUSINESS-DATE       PIC X(10).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  HEADER-LINE2.
           05  FILLER                  PIC X(6)  VALUE ' PKT'.
           05  FILLER                  PIC X(30) VALUE 'RECIPIENT'.
           05  FILLER                  PIC X(9)  VALUE 'REPORT'.
           05  FILLER                  PIC X(4)  VALUE 'CPY'.
           05  FILLER                  PIC X(6)  VALUE 'PAGES'.
           05  FILLER                  PIC X(7)  VALUE ' TOTAL'.
           05  FILLER                  PIC X(18) VALUE 'OUTPUT'.

       01  DETAIL-LINE1.
           05  DL1-PACKET              PIC ZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL1-RECIPIENT-ID        PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL1-RECIPIENT-NAME      PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL1-REPORT-ID           PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL1-COPIES              PIC Z9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL1-PAGES               PIC ZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL1-TOTAL               PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL1-OUTPUT              PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL1-NOTE                PIC X(9).

       01  SECTION-LINE.
           05  SL-TEXT                 PIC X(50).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  NOT-PRODUCED-LINE.
           05  FILLER                  PIC X(6)  VALUE '  *** '.
           05  NPL-REPORT-ID           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  NPL-PROGRAM             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  NPL-TITLE               PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  NPL-RECIPIENTS          PIC ZZ9.
           05  FILLER                  PIC X(19) VALUE ' RECIPIENT(S)'.

       01  NOT-SENT-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  NSL-REPORT-ID           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  NSL-RECIPIENT-ID        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  NSL-RECIPIENT-NAME      PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  NSL-REASON              PIC X(24).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  NONE-LINE.
           05  FILLER                  PIC X(8)  VALUE '  NONE'.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  FOOTER-COUNT-LINE.
           05  FCL-LABEL               PIC X(30).
           05  FCL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-HOUSEKEEPING THRU 100-EXIT.
           PERFORM 200-LOAD-DIST-MASTER THRU 200-EXIT.
           PERFORM 300-CHECK-ONE-REPORT THRU 300-EXIT
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CATALOG-COUNT.
           PERFORM 400-BURST-RECIPIENT THRU 400-EXIT
                   VARYING WS-DIST-SUB FROM 1 BY 1
                   UNTIL WS-DIST-SUB > WS-DIST-COUNT.
           PERFORM 600-WRITE-EXCEPTIONS THRU 600-EXIT.
           PERFORM 800-WRITE-FOOTER THRU 800-EXIT.
           PERFORM 870-WRITE-BAL-RECORD THRU 870-EXIT.
           PERFORM 900-CLOSE-FILES THRU 900-EXIT.
           DISPLAY 'RPTDIST: ' WS-BUSINESS-DATE
              ' PACKETS ' CTR-PACKETS
              ' NOT PRODUCED ' CTR-NOT-PRODUCED
              ' NOT SENT ' CTR-ENTRIES-NOT-SENT.
           IF NO-DIST-MASTER
              OR CTR-NOT-PRODUCED > 0
              OR CTR-ENTRIES-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 050-GET-BUSINESS-DATE THRU 050-EXIT.
           MOVE WS-BUSINESS-DATE (5:2) TO WS-DE-MM.
           MOVE WS-BUSINESS-DATE (7:2) TO WS-DE-DD.
           MOVE WS-BUSINESS-DATE (1:4) TO WS-DE-YYYY.
           INITIALIZE DIST-TABLE, REPORT-STATUS-TABLE.
           PERFORM 150-FIND-PROGRAMS-RUN THRU 150-EXIT.
           OPEN OUTPUT DIST-MANIFEST, BURST-OUTPUT, BURST-SECURE.
           MOVE WS-DATE-EDIT TO HL1-BUSINESS-DATE.
           MOVE HEADER-LINE1 TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
           MOVE BLANK-LINE TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
           MOVE HEADER-LINE2 TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
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

       150-FIND-PROGRAMS-RUN.
      *** A REPORT'S PROGRAM RAN TONIGHT WHEN IT HAS A BALFILE RECORD
      *** FOR THE BUSINESS DATE. ANYTHING FROM A PROGRAM THAT DID NOT
      *** RUN IS LAST NIGHT'S FILE AND COUNTS AS NOT PRODUCED
           OPEN INPUT BAL-CONTROL-FILE.
           IF NOT BL-FILE-FOUND
              DISPLAY 'RPTDIST: NO BALFILE - NO PROGRAM HAS RUN'
              GO TO 150-EXIT
           END-IF.
           PERFORM 155-READ-BAL-RECORD THRU 155-EXIT.
           PERFORM 152-CHECK-BAL-RECORD THRU 152-EXIT
                   UNTIL BL-END-OF-FILE.
           CLOSE BAL-CONTROL-FILE.
       150-EXIT.
           EXIT.

       152-CHECK-BAL-RECORD.
           IF BAL-RUN-DATE = WS-BUSINESS-DATE
              PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                      UNTIL WS-CAT-SUB > WS-CATALOG-COUNT
                 IF BAL-PROGRAM = CAT-PROGRAM (WS-CAT-SUB)
                    MOVE 'Y' TO RS-RAN-SW (WS-CAT-SUB)
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM 155-READ-BAL-RECORD THRU 155-EXIT.
       152-EXIT.
           EXIT.

       155-READ-BAL-RECORD.
           READ BAL-CONTROL-FILE
             AT END MOVE 'Y' TO BL-EOF
           END-READ.
       155-EXIT.
           EXIT.

       200-LOAD-DIST-MASTER.
           OPEN INPUT DIST-MASTER-FILE.
           IF NOT DM-FILE-FOUND
              DISPLAY 'RPTDIST: NO DISTRIBUTION MASTER FOUND'
              MOVE 'Y' TO WS-NO-MASTER-SW
              GO TO 200-EXIT
           END-IF.
           PERFORM 210-READ-DIST-MASTER THRU 210-EXIT.
           PERFORM 220-LOAD-ONE-ENTRY THRU 220-EXIT
                   UNTIL DM-END-OF-FILE.
           CLOSE DIST-MASTER-FILE.
       200-EXIT.
           EXIT.

       210-READ-DIST-MASTER.
           READ DIST-MASTER-FILE
             AT END MOVE 'Y' TO DM-EOF
           END-READ.
       210-EXIT.
           EXIT.

       220-LOAD-ONE-ENTRY.
           IF DIST-MASTER-REC (1:1) = '*'
              OR DIST-MASTER-REC = SPACES
              GO TO 220-READ-NEXT
           END-IF.
           ADD 1 TO CTR-ENTRIES-READ.
           IF WS-DIST-COUNT >= WS-DIST-MAX
              DISPLAY 'RPTDIST: DISTRIBUTION TABLE FULL - IGNORED '
                 DM-REPORT-ID ' ' DM-RECIPIENT-ID
              ADD 1 TO CTR-ENTRIES-REJECTED
              ADD 1 TO CTR-ENTRIES-NOT-SENT
              GO TO 220-READ-NEXT
           END-IF.
           ADD 1 TO WS-DIST-COUNT.
           MOVE DM-REPORT-ID      TO DE-REPORT-ID (WS-DIST-COUNT).
           MOVE DM-RECIPIENT-ID   TO DE-RECIPIENT-ID (WS-DIST-COUNT).
           MOVE DM-RECIPIENT-NAME TO DE-RECIPIENT-NAME (WS-DIST-COUNT).
           MOVE DM-DELIVER-TO     TO DE-DELIVER-TO (WS-DIST-COUNT).
           MOVE DM-SENSITIVE-SW   TO DE-SENSITIVE-SW (WS-DIST-COUNT).
           MOVE DM-FREQUENCY      TO DE-FREQUENCY (WS-DIST-COUNT).
           MOVE 'Y' TO WS-COPIES-SW.
      *** A SINGLE DIGIT MAY BE KEYED IN EITHER COLUMN
           EVALUATE TRUE
              WHEN DM-COPIES-X = SPACES
                 MOVE 1 TO DE-COPIES (WS-DIST-COUNT)
              WHEN DM-COPIES IS NUMERIC AND DM-COPIES > 0
                 MOVE DM-COPIES TO DE-COPIES (WS-DIST-COUNT)
              WHEN DM-COPIES-X (2:1) = SPACE
               AND DM-COPIES-X (1:1) IS NUMERIC
               AND DM-COPIES-X (1:1) NOT = '0'
                 MOVE DM-COPIES-X (1:1) TO DE-COPIES (WS-DIST-COUNT)
              WHEN DM-COPIES-X (1:1) = SPACE
               AND DM-COPIES-X (2:1) IS NUMERIC
               AND DM-COPIES-X (2:1) NOT = '0'
                 MOVE DM-COPIES-X (2:1) TO DE-COPIES (WS-DIST-COUNT)
              WHEN OTHER
                 MOVE 'N' TO WS-COPIES-SW
           END-EVALUATE.
           PERFORM 230-FIND-CATALOG-ENTRY THRU 230-EXIT.
           PERFORM 240-CHECK-DUPLICATE THRU 240-EXIT.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
              WHEN DM-RECIPIENT-ID = SPACES
                 MOVE 'NO RECIPIENT' TO WS-REJECT-REASON
              WHEN WS-FOUND-SUB = 0
                 MOVE 'UNKNOWN REPORT' TO WS-REJECT-REASON
              WHEN NOT COPIES-VALID
                 MOVE 'BAD COPY COUNT' TO WS-REJECT-REASON
              WHEN NOT DM-SENSITIVE-VALID
                 MOVE 'BAD SENSITIVE FLAG' TO WS-REJECT-REASON
              WHEN NOT DM-NIGHTLY AND NOT DM-ON-REQUEST
                 MOVE 'BAD FREQUENCY' TO WS-REJECT-REASON
              WHEN ENTRY-DUPLICATED
                 MOVE 'DUPLICATE ENTRY' TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
              MOVE 'N' TO DE-DISPOSITION (WS-DIST-COUNT)
              MOVE WS-REJECT-REASON TO DE-REASON (WS-DIST-COUNT)
              ADD 1 TO CTR-ENTRIES-REJECTED
              ADD 1 TO CTR-ENTRIES-NOT-SENT
              GO TO 220-READ-NEXT
           END-IF.
           MOVE WS-FOUND-SUB TO DE-CAT-SUB (WS-DIST-COUNT).
           ADD 1 TO RS-RECIPIENTS (WS-FOUND-SUB).
           IF DM-NIGHTLY
              MOVE 'Y' TO RS-EXPECTED-SW (WS-FOUND-SUB)
           END-IF.
       220-READ-NEXT.
           PERFORM 210-READ-DIST-MASTER THRU 210-EXIT.
       220-EXIT.
           EXIT.

       230-FIND-CATALOG-ENTRY.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CATALOG-COUNT
                      OR WS-FOUND-SUB > 0
              IF CAT-REPORT-ID (WS-CAT-SUB) = DM-REPORT-ID
                 MOVE WS-CAT-SUB TO WS-FOUND-SUB
              END-IF
           END-PERFORM.
       230-EXIT.
           EXIT.

       240-CHECK-DUPLICATE.
      *** THE SAME REPORT TWICE FOR ONE RECIPIENT IS A KEYING SLIP --
      *** MORE COPIES ARE ASKED FOR ON THE ONE ENTRY
           MOVE 'N' TO WS-DUPLICATE-SW.
           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB >= WS-DIST-COUNT
                      OR ENTRY-DUPLICATED
              IF DE-REPORT-ID (WS-FIND-SUB) = DM-REPORT-ID
                 AND DE-RECIPIENT-ID (WS-FIND-SUB) = DM-RECIPIENT-ID
                 AND NOT DE-NOT-SENT (WS-FIND-SUB)
                 MOVE 'Y' TO WS-DUPLICATE-SW
              END-IF
           END-PERFORM.
       240-EXIT.
           EXIT.

       300-CHECK-ONE-REPORT.
      *** READ EACH REPORT SOMEONE IS TO RECEIVE ONCE THROUGH TO SEE
      *** WHETHER IT WAS PRODUCED AND HOW MANY PAGES IT RUNS TO
           IF RS-RECIPIENTS (WS-CAT-SUB) = 0
              GO TO 300-EXIT
           END-IF.
           IF NOT RS-PROGRAM-RAN (WS-CAT-SUB)
              MOVE 'M' TO RS-STATUS (WS-CAT-SUB)
              IF RS-EXPECTED (WS-CAT-SUB)
                 ADD 1 TO CTR-NOT-PRODUCED
              END-IF
              GO TO 300-EXIT
           END-IF.
           PERFORM 500-OPEN-REPORT THRU 500-EXIT.
           IF NOT RD-FILE-FOUND
              MOVE 'M' TO RS-STATUS (WS-CAT-SUB)
              IF RS-EXPECTED (WS-CAT-SUB)
                 ADD 1 TO CTR-NOT-PRODUCED
              END-IF
              GO TO 300-EXIT
           END-IF.
           MOVE SPACE TO RDS-EOF.
           PERFORM 510-READ-REPORT THRU 510-EXIT.
           PERFORM 310-COUNT-ONE-LINE THRU 310-EXIT
                   UNTIL RDS-END-OF-REPORT.
           PERFORM 520-CLOSE-REPORT THRU 520-EXIT.
           IF RS-LINES (WS-CAT-SUB) = 0
              MOVE 'E' TO RS-STATUS (WS-CAT-SUB)
           ELSE
              MOVE 'P' TO RS-STATUS (WS-CAT-SUB)
              COMPUTE RS-PAGES (WS-CAT-SUB) =
                 (RS-LINES (WS-CAT-SUB) + WS-LINES-PER-PAGE - 1)
                 / WS-LINES-PER-PAGE
           END-IF.
       300-EXIT.
           EXIT.

       310-COUNT-ONE-LINE.
           ADD 1 TO RS-LINES (WS-CAT-SUB).
           PERFORM 510-READ-REPORT THRU 510-EXIT.
       310-EXIT.
           EXIT.

       400-BURST-RECIPIENT.
      *** THE FIRST ENTRY NOT YET DEALT WITH STARTS THE NEXT
      *** RECIPIENT; ALL OF THAT RECIPIENT'S ENTRIES GO OUT TOGETHER
      *** IN MASTER ORDER
           IF NOT DE-PENDING (WS-DIST-SUB)
              GO TO 400-EXIT
           END-IF.
           MOVE DE-RECIPIENT-ID (WS-DIST-SUB) TO WS-CURRENT-RECIPIENT.
           PERFORM 410-BURST-ENTRY THRU 410-EXIT
                   VARYING WS-DIST-SUB2 FROM WS-DIST-SUB BY 1
                   UNTIL WS-DIST-SUB2 > WS-DIST-COUNT.
       400-EXIT.
           EXIT.

       410-BURST-ENTRY.
           IF NOT DE-PENDING (WS-DIST-SUB2)
              OR DE-RECIPIENT-ID (WS-DIST-SUB2)
                 NOT = WS-CURRENT-RECIPIENT
              GO TO 410-EXIT
           END-IF.
           MOVE DE-CAT-SUB (WS-DIST-SUB2) TO WS-CAT-SUB.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
              WHEN RS-MISSING (WS-CAT-SUB)
               AND DE-ON-REQUEST (WS-DIST-SUB2)
                 MOVE 'NOT REQUESTED TONIGHT' TO WS-REJECT-REASON
              WHEN RS-MISSING (WS-CAT-SUB)
                 MOVE 'REPORT NOT PRODUCED' TO WS-REJECT-REASON
              WHEN RS-EMPTY (WS-CAT-SUB)
                 MOVE 'NOTHING TO REPORT' TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
              MOVE 'N' TO DE-DISPOSITION (WS-DIST-SUB2)
              MOVE WS-REJECT-REASON TO DE-REASON (WS-DIST-SUB2)
              ADD 1 TO CTR-ENTRIES-NOT-SENT
              GO TO 410-EXIT
           END-IF.
           PERFORM 450-WRITE-PACKET THRU 450-EXIT.
       410-EXIT.
           EXIT.

       450-WRITE-PACKET.
           ADD 1 TO CTR-PACKETS.
           MOVE 'N' TO WS-SECURE-SW, WS-FORCED-SW.
           IF DE-SENSITIVE (WS-DIST-SUB2)
              MOVE 'Y' TO WS-SECURE-SW
           ELSE
              IF CAT-ALWAYS-SECURE (WS-CAT-SUB)
                 MOVE 'Y' TO WS-SECURE-SW, WS-FORCED-SW
              END-IF
           END-IF.
           COMPUTE WS-PACKET-PAGES = RS-PAGES (WS-CAT-SUB) + 1.
           MOVE 0 TO WS-PAGE-LINE.
           PERFORM 460-WRITE-ONE-COPY THRU 460-EXIT
                   VARYING WS-COPY-NO FROM 1 BY 1
                   UNTIL WS-COPY-NO > DE-COPIES (WS-DIST-SUB2).
           COMPUTE WS-PACKET-TOTAL =
              WS-PACKET-PAGES * DE-COPIES (WS-DIST-SUB2).
           IF PACKET-SECURE
              ADD 1 TO CTR-PACKETS-SECURE
              ADD WS-PACKET-TOTAL TO CTR-PAGES-SECURE
              MOVE 'BURSTSEC' TO DL1-OUTPUT
           ELSE
              ADD WS-PACKET-TOTAL TO CTR-PAGES-GENERAL
              MOVE 'BURSTOUT' TO DL1-OUTPUT
           END-IF.
           IF PACKET-FORCED-SECURE
              MOVE 'PATIENT' TO DL1-NOTE
           ELSE
              MOVE SPACES TO DL1-NOTE
           END-IF.
           MOVE 'P' TO DE-DISPOSITION (WS-DIST-SUB2).
           MOVE CTR-PACKETS TO DL1-PACKET.
           MOVE DE-RECIPIENT-ID (WS-DIST-SUB2)   TO DL1-RECIPIENT-ID.
           MOVE DE-RECIPIENT-NAME (WS-DIST-SUB2) TO DL1-RECIPIENT-NAME.
           MOVE DE-REPORT-ID (WS-DIST-SUB2)      TO DL1-REPORT-ID.
           MOVE DE-COPIES (WS-DIST-SUB2)         TO DL1-COPIES.
           MOVE WS-PACKET-PAGES                  TO DL1-PAGES.
           MOVE WS-PACKET-TOTAL                  TO DL1-TOTAL.
           MOVE DETAIL-LINE1 TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
       450-EXIT.
           EXIT.

       460-WRITE-ONE-COPY.
           PERFORM 470-WRITE-BANNER-PAGE THRU 470-EXIT.
           PERFORM 500-OPEN-REPORT THRU 500-EXIT.
           IF NOT RD-FILE-FOUND
              DISPLAY 'RPTDIST: ' CAT-REPORT-ID (WS-CAT-SUB)
                 ' COULD NOT BE REOPENED, STATUS ' RDCODE
              GO TO 460-EXIT
           END-IF.
           MOVE SPACE TO RDS-EOF.
           PERFORM 510-READ-REPORT THRU 510-EXIT.
           PERFORM 465-COPY-ONE-LINE THRU 465-EXIT
                   UNTIL RDS-END-OF-REPORT.
           PERFORM 520-CLOSE-REPORT THRU 520-EXIT.
           PERFORM 480-FILL-PAGE THRU 480-EXIT.
       460-EXIT.
           EXIT.

       465-COPY-ONE-LINE.
           MOVE RDS-REPORT-LINE TO WS-OUT-LINE.
           PERFORM 590-WRITE-OUT-LINE THRU 590-EXIT.
           PERFORM 510-READ-REPORT THRU 510-EXIT.
       465-EXIT.
           EXIT.

       470-WRITE-BANNER-PAGE.
           MOVE BANNER-STAR-LINE TO WS-OUT-LINE.
           PERFORM 590-WRITE-OUT-LINE THRU 590-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM 590-WRITE-OUT-LINE THRU 590-EXIT.
           MOVE CTR-PACKETS TO WS-PACKET-EDIT.
           MOVE WS-COPY-NO TO WS-COPY-EDIT.
           MOVE DE-COPIES (WS-DIST-SUB2) TO WS-COPIES-EDIT.
           MOVE 'PACKET:' TO BNL-LABEL.
           MOVE SPACES TO BNL-TEXT.
           STRING WS-PACKET-EDIT '   COPY ' WS-COPY-EDIT
                  ' OF ' WS-COPIES-EDIT
                  DELIMITED BY SIZE INTO BNL-TEXT
           END-STRING.
           PERFORM 475-WRITE-BANNER-TEXT THRU 475-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM 590-WRITE-OUT-LINE THRU 590-EXIT.
           MOVE 'RECIPIENT:' TO BNL-LABEL.
           MOVE SPACES TO BNL-TEXT.
           STRING DE-RECIPIENT-ID (WS-DIST-SUB2) '  '
                  DE-RECIPIENT-NAME (WS-DIST-SUB2)
                  DELIMITED BY SIZE INTO BNL-TEXT
           END-STRING.
           PERFORM 475-WRITE-BANNER-TEXT THRU 475-EXIT.
           MOVE 'DELIVER TO:' TO BNL-LABEL.
           MOVE DE-DELIVER-TO (WS-DIST-SUB2) TO BNL-TEXT.
           PERFORM 475-WRITE-BANNER-TEXT THRU 475-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM 590-WRITE-OUT-LINE THRU 590-EXIT.
           MOVE 'REPORT:' TO BNL-LABEL.
           MOVE SPACES TO BNL-TEXT.
           STRING CAT-REPORT-ID (WS-CAT-SUB) '  '
                  CAT-TITLE (WS-CAT-SUB)
                  DELIMITED BY SIZE INTO BNL-TEXT
           END-STRING.
           PERFORM 475-WRITE-BANNER-TEXT THRU 475-EXIT.
           MOVE 'PRODUCED BY:' TO BNL-LABEL.
           MOVE CAT-PROGRAM (WS-CAT-SUB) TO BNL-TEXT.
           PERFORM 475-WRITE-BANNER-TEXT THRU 475-EXIT.
           MOVE 'BUSINESS DATE:' TO BNL-LABEL.
           MOVE WS-DATE-EDIT TO BNL-TEXT.
           PERFORM 475-WRITE-BANNER-TEXT THRU 475-EXIT.
           MOVE RS-PAGES (WS-CAT-SUB) TO WS-PAGES-EDIT.
           MOVE 'REPORT PAGES:' TO BNL-LABEL.
           MOVE WS-PAGES-EDIT TO BNL-TEXT.
           PERFORM 475-WRITE-BANNER-TEXT THRU 475-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM 590-WRITE-OUT-LINE THRU 590-EXIT.
           IF PACKET-SECURE
              MOVE BANNER-SECURE-LINE TO WS-OUT-LINE
              PERFORM 590-WRITE-OUT-LINE THRU 590-EXIT
              MOVE SPACES TO WS-OUT-LINE
              PERFORM 590-WRITE-OUT-LINE THRU 590-EXIT
           END-IF.
           MOVE BANNER-STAR-LINE TO WS-OUT-LINE.
           PERFORM 590-WRITE-OUT-LINE THRU 590-EXIT.
           PERFORM 480-FILL-PAGE THRU 480-EXIT.
       470-EXIT.
           EXIT.

       475-WRITE-BANNER-TEXT.
           MOVE BANNER-TEXT-LINE TO WS-OUT-LINE.
           PERFORM 590-WRITE-OUT-LINE THRU 590-EXIT.
       475-EXIT.
           EXIT.

       480-FILL-PAGE.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM 590-WRITE-OUT-LINE THRU 590-EXIT
                   UNTIL WS-PAGE-LINE = 0.
       480-EXIT.
           EXIT.

      *** ONE DD PER CATALOG REPORT, CHOSEN BY THE CATALOG ENTRY IN
      *** WS-CAT-SUB. EACH LINE IS READ INTO A 133-BYTE AREA, SO A
      *** SHORTER RECORD COMES OUT BLANK-FILLED
       500-OPEN-REPORT.
           MOVE SPACES TO RDCODE.
           EVALUATE CAT-REPORT-ID (WS-CAT-SUB)
              WHEN 'PRTLINE'
                 OPEN INPUT PRTLINE-FILE
              WHEN 'ACCTREJ'
                 OPEN INPUT ACCTREJ-FILE
              WHEN 'COUROUT'
                 OPEN INPUT COUROUT-FILE
              WHEN 'COURERR'
                 OPEN INPUT COURERR-FILE
              WHEN 'COURHRPT'
                 OPEN INPUT COURHRPT-FILE
              WHEN 'COURCONF'
                 OPEN INPUT COURCONF-FILE
              WHEN 'RFPOUT'
                 OPEN INPUT RFPOUT-FILE
              WHEN 'RFPERR'
                 OPEN INPUT RFPERR-FILE
              WHEN 'RFPDUPR'
                 OPEN INPUT RFPDUPR-FILE
              WHEN 'RFPRTNR'
                 OPEN INPUT RFPRTNR-FILE
              WHEN 'PAYREG'
                 OPEN INPUT PAYREG-FILE
              WHEN 'DELQRPT'
                 OPEN INPUT DELQRPT-FILE
              WHEN 'PAYERR'
                 OPEN INPUT PAYERR-FILE
              WHEN 'SALRPT'
                 OPEN INPUT SALRPT-FILE
              WHEN 'SALESREJ'
                 OPEN INPUT SALESREJ-FILE
              WHEN 'COMMREG'
                 OPEN INPUT COMMREG-FILE
              WHEN 'CHGBKREG'
                 OPEN INPUT CHGBKREG-FILE
              WHEN 'CUSTRPT'
                 OPEN INPUT CUSTRPT-FILE
              WHEN 'SALRECON'
                 OPEN INPUT SALRECON-FILE
              WHEN 'RPTFILE'
                 OPEN INPUT RPTFILE-FILE
              WHEN 'ERRFILE'
                 OPEN INPUT ERRFILE-FILE
              WHEN 'CLMREG'
                 OPEN INPUT CLMREG-FILE
              WHEN 'CLMEXC'
                 OPEN INPUT CLMEXC-FILE
              WHEN 'REVRPT'
                 OPEN INPUT REVRPT-FILE
              WHEN 'CASEMIX'
                 OPEN INPUT CASEMIX-FILE
              WHEN 'RPTDEID'
                 OPEN INPUT RPTDEID-FILE
              WHEN 'ERRDEID'
                 OPEN INPUT ERRDEID-FILE
              WHEN 'CLMRDEID'
                 OPEN INPUT CLMRDEID-FILE
              WHEN 'CLMXDEID'
                 OPEN INPUT CLMXDEID-FILE
              WHEN 'REVDEID'
                 OPEN INPUT REVDEID-FILE
              WHEN 'WREPORT'
                 OPEN INPUT WREPORT-FILE
              WHEN 'WERROR'
                 OPEN INPUT WERROR-FILE
              WHEN 'WQCRPT'
                 OPEN INPUT WQCRPT-FILE
              WHEN 'EXCQRPT'
                 OPEN INPUT EXCQRPT-FILE
           END-EVALUATE.
       500-EXIT.
           EXIT.

       510-READ-REPORT.
           MOVE SPACES TO RDS-REPORT-LINE.
           EVALUATE CAT-REPORT-ID (WS-CAT-SUB)
              WHEN 'PRTLINE'
                 READ PRTLINE-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'ACCTREJ'
                 READ ACCTREJ-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'COUROUT'
                 READ COUROUT-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'COURERR'
                 READ COURERR-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'COURHRPT'
                 READ COURHRPT-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'COURCONF'
                 READ COURCONF-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'RFPOUT'
                 READ RFPOUT-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'RFPERR'
                 READ RFPERR-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'RFPDUPR'
                 READ RFPDUPR-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'RFPRTNR'
                 READ RFPRTNR-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'PAYREG'
                 READ PAYREG-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'DELQRPT'
                 READ DELQRPT-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'PAYERR'
                 READ PAYERR-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'SALRPT'
                 READ SALRPT-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'SALESREJ'
                 READ SALESREJ-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'COMMREG'
                 READ COMMREG-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'CHGBKREG'
                 READ CHGBKREG-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'CUSTRPT'
                 READ CUSTRPT-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'SALRECON'
                 READ SALRECON-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'RPTFILE'
                 READ RPTFILE-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'ERRFILE'
                 READ ERRFILE-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'CLMREG'
                 READ CLMREG-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'CLMEXC'
                 READ CLMEXC-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'REVRPT'
                 READ REVRPT-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'CASEMIX'
                 READ CASEMIX-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'RPTDEID'
                 READ RPTDEID-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'ERRDEID'
                 READ ERRDEID-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'CLMRDEID'
                 READ CLMRDEID-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'CLMXDEID'
                 READ CLMXDEID-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'REVDEID'
                 READ REVDEID-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'WREPORT'
                 READ WREPORT-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'WERROR'
                 READ WERROR-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'WQCRPT'
                 READ WQCRPT-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
              WHEN 'EXCQRPT'
                 READ EXCQRPT-FILE INTO RDS-REPORT-LINE
                   AT END MOVE 'Y' TO RDS-EOF
                 END-READ
           END-EVALUATE.
       510-EXIT.
           EXIT.

       520-CLOSE-REPORT.
           EVALUATE CAT-REPORT-ID (WS-CAT-SUB)
              WHEN 'PRTLINE'
                 CLOSE PRTLINE-FILE
              WHEN 'ACCTREJ'
                 CLOSE ACCTREJ-FILE
              WHEN 'COUROUT'
                 CLOSE COUROUT-FILE
              WHEN 'COURERR'
                 CLOSE COURERR-FILE
              WHEN 'COURHRPT'
                 CLOSE COURHRPT-FILE
              WHEN 'COURCONF'
                 CLOSE COURCONF-FILE
              WHEN 'RFPOUT'
                 CLOSE RFPOUT-FILE
              WHEN 'RFPERR'
                 CLOSE RFPERR-FILE
              WHEN 'RFPDUPR'
                 CLOSE RFPDUPR-FILE
              WHEN 'RFPRTNR'
                 CLOSE RFPRTNR-FILE
              WHEN 'PAYREG'
                 CLOSE PAYREG-FILE
              WHEN 'DELQRPT'
                 CLOSE DELQRPT-FILE
              WHEN 'PAYERR'
                 CLOSE PAYERR-FILE
              WHEN 'SALRPT'
                 CLOSE SALRPT-FILE
              WHEN 'SALESREJ'
                 CLOSE SALESREJ-FILE
              WHEN 'COMMREG'
                 CLOSE COMMREG-FILE
              WHEN 'CHGBKREG'
                 CLOSE CHGBKREG-FILE
              WHEN 'CUSTRPT'
                 CLOSE CUSTRPT-FILE
              WHEN 'SALRECON'
                 CLOSE SALRECON-FILE
              WHEN 'RPTFILE'
                 CLOSE RPTFILE-FILE
              WHEN 'ERRFILE'
                 CLOSE ERRFILE-FILE
              WHEN 'CLMREG'
                 CLOSE CLMREG-FILE
              WHEN 'CLMEXC'
                 CLOSE CLMEXC-FILE
              WHEN 'REVRPT'
                 CLOSE REVRPT-FILE
              WHEN 'CASEMIX'
                 CLOSE CASEMIX-FILE
              WHEN 'RPTDEID'
                 CLOSE RPTDEID-FILE
              WHEN 'ERRDEID'
                 CLOSE ERRDEID-FILE
              WHEN 'CLMRDEID'
                 CLOSE CLMRDEID-FILE
              WHEN 'CLMXDEID'
                 CLOSE CLMXDEID-FILE
              WHEN 'REVDEID'
                 CLOSE REVDEID-FILE
              WHEN 'WREPORT'
                 CLOSE WREPORT-FILE
              WHEN 'WERROR'
                 CLOSE WERROR-FILE
              WHEN 'WQCRPT'
                 CLOSE WQCRPT-FILE
              WHEN 'EXCQRPT'
                 CLOSE EXCQRPT-FILE
           END-EVALUATE.
       520-EXIT.
           EXIT.

       590-WRITE-OUT-LINE.
           IF PACKET-SECURE
              WRITE BURST-SECURE-RECORD FROM WS-OUT-LINE
           ELSE
              WRITE BURST-OUTPUT-RECORD FROM WS-OUT-LINE
           END-IF.
           ADD 1 TO WS-PAGE-LINE.
           IF WS-PAGE-LINE >= WS-LINES-PER-PAGE
              MOVE 0 TO WS-PAGE-LINE
           END-IF.
       590-EXIT.
           EXIT.

       600-WRITE-EXCEPTIONS.
           MOVE BLANK-LINE TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
           IF NO-DIST-MASTER
              MOVE '*** NO DISTRIBUTION MASTER - NOTHING DISTRIBUTED'
                TO SL-TEXT
              MOVE SECTION-LINE TO DIST-MANIFEST-RECORD
              WRITE DIST-MANIFEST-RECORD
              GO TO 600-EXIT
           END-IF.
           MOVE 'EXPECTED REPORTS NOT PRODUCED' TO SL-TEXT.
           MOVE SECTION-LINE TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
           MOVE 0 TO CTR-EXCEPTION-LINES.
           PERFORM 610-WRITE-NOT-PRODUCED THRU 610-EXIT
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CATALOG-COUNT.
           IF CTR-EXCEPTION-LINES = 0
              MOVE NONE-LINE TO DIST-MANIFEST-RECORD
              WRITE DIST-MANIFEST-RECORD
           END-IF.
           MOVE BLANK-LINE TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
           MOVE 'DISTRIBUTION ENTRIES NOT SENT' TO SL-TEXT.
           MOVE SECTION-LINE TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
           MOVE 0 TO CTR-EXCEPTION-LINES.
           PERFORM 620-WRITE-NOT-SENT THRU 620-EXIT
                   VARYING WS-DIST-SUB FROM 1 BY 1
                   UNTIL WS-DIST-SUB > WS-DIST-COUNT.
           IF CTR-EXCEPTION-LINES = 0
              MOVE NONE-LINE TO DIST-MANIFEST-RECORD
              WRITE DIST-MANIFEST-RECORD
           END-IF.
       600-EXIT.
           EXIT.

       610-WRITE-NOT-PRODUCED.
      *** A REPORT ONLY ON-REQUEST RECIPIENTS TAKE IS NOT EXPECTED
      *** EVERY NIGHT, SO IT IS NOT FLAGGED WHEN IT IS NOT THERE
           IF NOT RS-MISSING (WS-CAT-SUB)
              OR NOT RS-EXPECTED (WS-CAT-SUB)
              GO TO 610-EXIT
           END-IF.
           MOVE CAT-REPORT-ID (WS-CAT-SUB)  TO NPL-REPORT-ID.
           MOVE CAT-PROGRAM (WS-CAT-SUB)    TO NPL-PROGRAM.
           MOVE CAT-TITLE (WS-CAT-SUB)      TO NPL-TITLE.
           MOVE RS-RECIPIENTS (WS-CAT-SUB)  TO NPL-RECIPIENTS.
           MOVE NOT-PRODUCED-LINE TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
           ADD 1 TO CTR-EXCEPTION-LINES.
       610-EXIT.
           EXIT.

       620-WRITE-NOT-SENT.
           IF NOT DE-NOT-SENT (WS-DIST-SUB)
              GO TO 620-EXIT
           END-IF.
           MOVE DE-REPORT-ID (WS-DIST-SUB)      TO NSL-REPORT-ID.
           MOVE DE-RECIPIENT-ID (WS-DIST-SUB)   TO NSL-RECIPIENT-ID.
           MOVE DE-RECIPIENT-NAME (WS-DIST-SUB) TO NSL-RECIPIENT-NAME.
           MOVE DE-REASON (WS-DIST-SUB)         TO NSL-REASON.
           MOVE NOT-SENT-LINE TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
           ADD 1 TO CTR-EXCEPTION-LINES.
       620-EXIT.
           EXIT.

       800-WRITE-FOOTER.
           MOVE BLANK-LINE TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
           MOVE 'DISTRIBUTION ENTRIES READ:'   TO FCL-LABEL.
           MOVE CTR-ENTRIES-READ               TO FCL-COUNT.
           MOVE FOOTER-COUNT-LINE TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
           MOVE 'ENTRIES REJECTED:'            TO FCL-LABEL.
           MOVE CTR-ENTRIES-REJECTED           TO FCL-COUNT.
           MOVE FOOTER-COUNT-LINE TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
           MOVE 'ENTRIES NOT SENT:'            TO FCL-LABEL.
           MOVE CTR-ENTRIES-NOT-SENT           TO FCL-COUNT.
           MOVE FOOTER-COUNT-LINE TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
           MOVE 'PACKETS WRITTEN:'             TO FCL-LABEL.
           MOVE CTR-PACKETS                    TO FCL-COUNT.
           MOVE FOOTER-COUNT-LINE TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
           MOVE '  OF WHICH SECURE:'           TO FCL-LABEL.
           MOVE CTR-PACKETS-SECURE             TO FCL-COUNT.
           MOVE FOOTER-COUNT-LINE TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
           MOVE 'PAGES ON BURSTOUT:'           TO FCL-LABEL.
           MOVE CTR-PAGES-GENERAL              TO FCL-COUNT.
           MOVE FOOTER-COUNT-LINE TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
           MOVE 'PAGES ON BURSTSEC:'           TO FCL-LABEL.
           MOVE CTR-PAGES-SECURE               TO FCL-COUNT.
           MOVE FOOTER-COUNT-LINE TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
           MOVE 'EXPECTED REPORTS NOT PRODUCED:' TO FCL-LABEL.
           MOVE CTR-NOT-PRODUCED               TO FCL-COUNT.
           MOVE FOOTER-COUNT-LINE TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
       800-EXIT.
           EXIT.

       870-WRITE-BAL-RECORD.
      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK:
      *** EVERY DISTRIBUTION ENTRY EITHER BECOMES A PACKET OR IS
      *** LISTED AS NOT SENT
           OPEN EXTEND BAL-CONTROL-FILE.
           IF NOT BL-FILE-FOUND
              OPEN OUTPUT BAL-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BAL-CONTROL-REC.
           MOVE 'RPTDIST'            TO BAL-PROGRAM.
           MOVE WS-BUSINESS-DATE     TO BAL-RUN-DATE.
           MOVE CTR-ENTRIES-READ     TO BAL-IN-COUNT.
           MOVE CTR-PACKETS          TO BAL-OUT-COUNT.
           MOVE CTR-ENTRIES-NOT-SENT TO BAL-ERR-COUNT.
           WRITE BAL-CONTROL-REC.
           CLOSE BAL-CONTROL-FILE.
       870-EXIT.
           EXIT.

       900-CLOSE-FILES.
           CLOSE DIST-MANIFEST, BURST-OUTPUT, BURST-SECURE.
       900-EXIT.
           EXIT.
