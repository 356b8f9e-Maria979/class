       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVPAY.
      *** INSTALLMENT LEDGER FOR MARIA'S MUSIC STORE. LOADS THE PAYMENT
      *** SCHEDULES FAVRFP PRINTS ONTO A PERSISTENT LEDGER, BRINGS THEM
      *** INTO FORCE WHEN THE QUOTE IS ACCEPTED, POSTS THE ARTISTS'
      *** PAYMENTS OLDEST INSTALLMENT FIRST, REPORTS OVERDUE
      *** INSTALLMENTS BY DAYS LATE AND MARKS AN ACCOUNT BAD CREDIT ON
      *** THE ARTIST MASTER ONCE IT IS PAST THE DELINQUENCY THRESHOLD
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFPSCHD ASSIGN TO RFPSCHD.

           SELECT RFPQUOTE ASSIGN TO RFPQUOTE
             FILE STATUS IS QFCODE.

           SELECT INSTLEDG ASSIGN TO INSTLEDG
             FILE STATUS IS ILCODE.

           SELECT RFPPAYR ASSIGN TO RFPPAYR
             FILE STATUS IS PRCODE.

           SELECT ARTMAST ASSIGN TO ARTMAST
             FILE STATUS IS AMCODE.

           SELECT RFPPARM ASSIGN TO RFPPARM
             FILE STATUS IS PMCODE.

           SELECT PAYREG ASSIGN TO PAYREG.

           SELECT DELQRPT ASSIGN TO DELQRPT.

           SELECT PAYERR ASSIGN TO PAYERR.

           SELECT BAL-CONTROL-FILE ASSIGN TO BALFILE
             FILE STATUS IS BLCODE.

           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
             FILE STATUS IS RCCODE.
       DATA DIVISION.
       FILE SECTION.
       FD  RFPSCHD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY RFPSCHD.

      *** FAVRFP'S QUOTE FILE, READ FOR THE STATUS OF EACH QUOTE
       FD  RFPQUOTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFPQUOTE-RECORD.
       01  RFPQUOTE-RECORD             PIC X(120).

      *** INSTALLMENT LEDGER, CARRIED FROM RUN TO RUN AND REWRITTEN
      *** AT THE END OF EACH RUN
       FD  INSTLEDG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY INSTLEDG.

      *** PAYMENTS RECEIVED FROM THE ARTISTS, KEYED BY ACCOUNT. A ZERO
      *** PAYMENT DATE TAKES THE BUSINESS DATE
       FD  RFPPAYR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFPPAYR-RECORD.
       01  RFPPAYR-RECORD.
           05 PAY-ACCOUNT-NO-IN        PIC X(08).
           05 PAY-AMOUNT-IN            PIC 9(07)V99.
           05 PAY-DATE-IN              PIC 9(08).
           05 FILLER                   PIC X(55).

      *** ARTIST MASTER: LOADED AT STARTUP, THEN REOPENED I-O SO ANY
      *** ACCOUNT PAST THE DELINQUENCY THRESHOLD CAN BE MARKED BAD
       FD  ARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY ARTMAST.

      *** FAVRFP'S RUN PARAMETER CARD -- ONLY THE DELINQUENCY
      *** THRESHOLD IN DAYS IS USED HERE
       FD  RFPPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFPPARM-RECORD.
       01  RFPPARM-RECORD.
           05 FILLER                   PIC X(17).
           05 PARM-DELINQ-DAYS-IN      PIC 9(03).
           05 FILLER                   PIC X(60).

       FD  PAYREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYREG-RECORD.
       01  PAYREG-RECORD               PIC X(80).

       FD  DELQRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DELQRPT-RECORD.
       01  DELQRPT-RECORD              PIC X(80).

      *** REJECTED PAYMENTS WITH THE REASON
       FD  PAYERR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYERR-RECORD.
       01  PAYERR-RECORD.
           05 PAYERR-DATA              PIC X(80).
           05 PAYERR-REASON            PIC X(12).

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

       WORKING-STORAGE SECTION.
           COPY RFPQUOTE.

      *** ARTIST MASTER TABLE WITH EACH ACCOUNT'S DELINQUENCY
       01  ARTIST-TABLE.
           05 ARTIST-TAB OCCURS 100 TIMES.
              10 ART-ACCOUNT-NO        PIC X(08).
              10 ART-NAME              PIC X(30).
              10 ART-CREDIT            PIC X(01).
                 88 ART-GOOD-CREDIT    VALUE 'G'.
              10 ART-MAX-DAYS-LATE     PIC 9(05).
              10 ART-OVERDUE-AMT       PIC 9(09)V99.
              10 ART-CHANGED-SW        PIC X(01).
                 88 ART-CREDIT-CHANGED VALUE 'Y'.
       01  WS-ARTIST-COUNT             PIC 9(03) VALUE 0.
       01  WS-ART-I                    PIC 9(03) VALUE 0.
       01  AMCODE                      PIC X(2)  VALUE SPACES.
           88 AM-FILE-FOUND            VALUE '00'.
       01  ART-EOF                     PIC X(01) VALUE SPACE.
           88 ART-END-OF-FILE           VALUE 'Y'.
       01  ART-FOUND-SW                PIC X(01) VALUE 'N'.
           88 ART-FOUND                 VALUE 'Y'.

      *** STATUS OF EVERY QUOTE ON FAVRFP'S QUOTE FILE
       01  QUOTE-STATUS-TABLE.
           05 QUOTE-STATUS-TAB OCCURS 1000 TIMES.
              10 QS-QUOTE-NO           PIC 9(06).
              10 QS-STATUS             PIC X(01).
       01  WS-QUOTE-COUNT              PIC 9(04) VALUE 0.
       01  WS-QUOTE-I                  PIC 9(04) VALUE 0.
       01  QFCODE                      PIC X(2)  VALUE SPACES.
           88 QF-FILE-FOUND            VALUE '00'.
       01  QF-EOF                      PIC X(01) VALUE SPACE.
           88 QF-END-OF-FILE            VALUE 'Y'.
       01  WS-QUOTE-STATUS             PIC X(01) VALUE SPACE.

      *** THE LEDGER: PRIOR ROWS PLUS THIS RUN'S SCHEDULES. A ROW
      *** MARKED DROPPED, OR ONE PAID IN FULL, IS NOT WRITTEN BACK
       01  LEDGER-TABLE.
           05 LEDGER-TAB OCCURS 3000 TIMES.
              10 LG-QUOTE-NO           PIC 9(06).
              10 LG-ACCOUNT-NO         PIC X(08).
              10 LG-INST-NO            PIC 9(02).
              10 LG-DUE-DATE           PIC 9(08).
              10 LG-AMOUNT-DUE         PIC 9(07)V99.
              10 LG-AMOUNT-PAID        PIC 9(07)V99.
              10 LG-LAST-PAY-DATE      PIC 9(08).
              10 LG-STATUS             PIC X(01).
                 88 LG-PENDING         VALUE 'P'.
                 88 LG-OPEN            VALUE 'O'.
                 88 LG-PAID            VALUE 'C'.
                 88 LG-DROPPED         VALUE 'X'.
       01  WS-LEDGER-COUNT             PIC 9(04) VALUE 0.
       01  WS-LG-I                     PIC 9(04) VALUE 0.
       01  LEDGER-TABLE-FULL-SW        PIC X(01) VALUE 'N'.
           88 LEDGER-TABLE-FULL         VALUE 'Y'.
       01  WS-ROWS-PURGED              PIC 9(05) VALUE 0.
       01  ILCODE                      PIC X(2)  VALUE SPACES.
           88 IL-FILE-FOUND            VALUE '00'.
       01  IL-EOF                      PIC X(01) VALUE SPACE.
           88 IL-END-OF-FILE            VALUE 'Y'.
       01  SC-EOF                      PIC X(01) VALUE SPACE.
           88 SC-END-OF-FILE            VALUE 'Y'.

      *** PAYMENT POSTING WORK FIELDS. THE OLDEST OPEN INSTALLMENT IS
      *** THE ONE WITH THE LOWEST DUE DATE / QUOTE / INSTALLMENT KEY
       01  PRCODE                      PIC X(2)  VALUE SPACES.
           88 PR-FILE-FOUND            VALUE '00'.
       01  PR-EOF                      PIC X(01) VALUE SPACE.
           88 PR-END-OF-FILE            VALUE 'Y'.
       01  WS-PAY-DATE                 PIC 9(08) VALUE 0.
       01  WS-REMAINING                PIC 9(07)V99 VALUE 0.
       01  WS-ROW-BALANCE              PIC 9(07)V99 VALUE 0.
       01  WS-APPLIED                  PIC 9(07)V99 VALUE 0.
       01  WS-BEST-I                   PIC 9(04) VALUE 0.
       01  WS-BEST-KEY                 PIC X(16) VALUE SPACES.
       01  WS-ROW-KEY.
           05 WS-RK-DUE-DATE           PIC 9(08).
           05 WS-RK-QUOTE-NO           PIC 9(06).
           05 WS-RK-INST-NO            PIC 9(02).
       01  WS-ERROR-REASON             PIC X(12) VALUE SPACES.

      *** DELINQUENCY WORK FIELDS. THE THRESHOLD DEFAULTS TO 60 DAYS
      *** WHEN THE PARAMETER CARD IS ABSENT OR LEAVES IT BLANK
       01  PMCODE                      PIC X(2)  VALUE SPACES.
           88 PM-FILE-FOUND            VALUE '00'.
       01  PM-EOF                      PIC X(01) VALUE SPACE.
           88 PM-END-OF-FILE            VALUE 'Y'.
       01  WS-DELINQ-DAYS              PIC 9(03) VALUE 060.
       01  WS-DAYS-LATE                PIC 9(05) VALUE 0.
       01  WS-DUE-DATE-INT             PIC S9(9) VALUE 0.
       01  WS-ACCT-LINES               PIC 9(04) VALUE 0.
       01  BUCKET-TOTALS.
           05 BUCKET-TAB OCCURS 4 TIMES.
              10 BUCKET-COUNT          PIC 9(05).
              10 BUCKET-AMT            PIC 9(09)V99.
       01  WS-BUCKET-I                 PIC 9(01) VALUE 0.
       01  BUCKET-NAMES.
           05 FILLER                   PIC X(08) VALUE '1-30'.
           05 FILLER                   PIC X(08) VALUE '31-60'.
           05 FILLER                   PIC X(08) VALUE '61-90'.
           05 FILLER                   PIC X(08) VALUE 'OVER 90'.
       01  BUCKET-NAME-TABLE REDEFINES BUCKET-NAMES.
           05 BUCKET-NAME              PIC X(08) OCCURS 4 TIMES.

      *** BUSINESS DATE FROM THE RUNCTL CARD, FALLING BACK TO THE
      *** SYSTEM DATE WHEN NO CARD IS SUPPLIED
       01  RCCODE                      PIC X(2)  VALUE SPACES.
           88 RC-FILE-FOUND            VALUE '00'.
       01  RC-EOF                      PIC X(1)  VALUE SPACE.
           88 RC-END-OF-FILE           VALUE 'Y'.
       01  WS-BUSINESS-DATE            PIC X(8)  VALUE SPACES.
       01  WS-RUN-YYYYMMDD             PIC 9(08) VALUE 0.
       01  WS-RUN-DATE-INT             PIC S9(9) VALUE 0.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR    PIC  9(4).
               10  WS-CURRENT-MONTH   PIC  9(2).
               10  WS-CURRENT-DAY     PIC  9(2).

       01  BLCODE                      PIC X(2)  VALUE SPACES.
           88 BL-FILE-FOUND            VALUE '00'.

       01 RUN-TOTALS.
           05 NUM-SCHED-READ          PIC 9(5) VALUE 0.
           05 NUM-SCHED-LOADED        PIC 9(5) VALUE 0.
           05 NUM-ACTIVATED           PIC 9(5) VALUE 0.
           05 NUM-CANCELLED           PIC 9(5) VALUE 0.
           05 NUM-PAY-READ            PIC 9(5) VALUE 0.
           05 NUM-PAY-POSTED          PIC 9(5) VALUE 0.
           05 NUM-PAY-BAD             PIC 9(5) VALUE 0.
           05 NUM-OVERDUE             PIC 9(5) VALUE 0.
           05 NUM-CREDIT-CHANGED      PIC 9(5) VALUE 0.
           05 TOTAL-APPLIED           PIC 9(9)V99 VALUE 0.
           05 TOTAL-UNAPPLIED         PIC 9(9)V99 VALUE 0.
           05 TOTAL-OVERDUE           PIC 9(9)V99 VALUE 0.

       01 REPORT-LINE1.
           05 STORE          PIC X(19)  VALUE "MARIA'S MUSIC STORE".
           05 FILLER         PIC X(45)  VALUE SPACES.
           05 FILLER         PIC X(6)   VALUE 'DATE: '.
           05  RL1-DATE.
               10  RL1-MM              PIC 9(2).
               10  SLASH-1             PIC X(1) VALUE "/".
               10  RL1-DD              PIC 9(2).
               10  SLASH-2             PIC X(1) VALUE "/".
               10  RL1-YY              PIC 9(4).

       01 REPORT-LINE2                PIC X(80) VALUE SPACES.

       01 REPORT-LINE4                 PIC X(80) VALUE ALL '*'.

       01 REG-TITLE-LINE.
          05 FILLER        PIC X(30) VALUE
             'INSTALLMENT PAYMENT REGISTER'.
          05 FILLER        PIC X(50) VALUE SPACES.

       01 REG-HEADING-LINE.
          05 FILLER        PIC X(10) VALUE 'ACCOUNT'.
          05 FILLER        PIC X(08) VALUE 'QUOTE'.
          05 FILLER        PIC X(06) VALUE 'INST'.
          05 FILLER        PIC X(10) VALUE 'DUE DATE'.
          05 FILLER        PIC X(10) VALUE 'PAID ON'.
          05 FILLER        PIC X(14) VALUE '       APPLIED'.
          05 FILLER        PIC X(14) VALUE '   STILL OWED'.
          05 FILLER        PIC X(08) VALUE 'STATUS'.

       01 REG-DETAIL-LINE.
          05 RDL-ACCOUNT-NO PIC X(08).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RDL-QUOTE-NO  PIC 9(06).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RDL-INST-NO   PIC 9(02).
          05 FILLER        PIC X(04) VALUE SPACES.
          05 RDL-DUE-DATE  PIC 9(08).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RDL-PAY-DATE  PIC 9(08).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RDL-APPLIED   PIC $$,$$$,$$9.99.
          05 FILLER        PIC X(01) VALUE SPACES.
          05 RDL-OWED      PIC $$,$$$,$$9.99.
          05 FILLER        PIC X(01) VALUE SPACES.
          05 RDL-STATUS    PIC X(08).

       01 REG-UNAPPLIED-LINE.
          05 RUL-ACCOUNT-NO PIC X(08).
          05 FILLER        PIC X(38) VALUE
             '  PAYMENT EXCEEDS BALANCE - UNAPPLIED '.
          05 RUL-AMOUNT    PIC $$,$$$,$$9.99.
          05 FILLER        PIC X(21) VALUE SPACES.

       01 REG-COUNT-LINE.
          05 RCL-LABEL     PIC X(30).
          05 RCL-COUNT     PIC ZZ,ZZ9.
          05 FILLER        PIC X(44) VALUE SPACES.

       01 REG-AMOUNT-LINE.
          05 RAL-LABEL     PIC X(30).
          05 RAL-AMOUNT    PIC $$$$,$$$,$$9.99.
          05 FILLER        PIC X(35) VALUE SPACES.

       01 DELQ-TITLE-LINE.
          05 FILLER        PIC X(38) VALUE
             'DELINQUENT INSTALLMENTS - THRESHOLD '.
          05 DTL-DAYS      PIC ZZ9.
          05 FILLER        PIC X(05) VALUE ' DAYS'.
          05 FILLER        PIC X(34) VALUE SPACES.

       01 DELQ-HEADING-LINE.
          05 FILLER        PIC X(10) VALUE 'ACCOUNT'.
          05 FILLER        PIC X(21) VALUE 'NAME'.
          05 FILLER        PIC X(08) VALUE 'QUOTE'.
          05 FILLER        PIC X(04) VALUE 'INS'.
          05 FILLER        PIC X(09) VALUE 'DUE DATE'.
          05 FILLER        PIC X(12) VALUE ' OUTSTANDING'.
          05 FILLER        PIC X(06) VALUE '  DAYS'.
          05 FILLER        PIC X(10) VALUE '  BUCKET'.

       01 DELQ-DETAIL-LINE.
          05 DDL-ACCOUNT-NO PIC X(08).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 DDL-NAME      PIC X(20).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 DDL-QUOTE-NO  PIC 9(06).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 DDL-INST-NO   PIC 9(02).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 DDL-DUE-DATE  PIC 9(08).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 DDL-AMOUNT    PIC $$$$,$$9.99.
          05 FILLER        PIC X(01) VALUE SPACES.
          05 DDL-DAYS      PIC ZZZZ9.
          05 FILLER        PIC X(02) VALUE SPACES.
          05 DDL-BUCKET    PIC X(08).
          05 FILLER        PIC X(01) VALUE SPACES.

       01 DELQ-ACCOUNT-LINE.
          05 FILLER        PIC X(24) VALUE
             '    ACCOUNT OVERDUE:    '.
          05 DAL-AMOUNT    PIC $$$$,$$9.99.
          05 FILLER        PIC X(12) VALUE '  MAX DAYS: '.
          05 DAL-DAYS      PIC ZZZZ9.
          05 FILLER        PIC X(02) VALUE SPACES.
          05 DAL-ACTION    PIC X(20).
          05 FILLER        PIC X(06) VALUE SPACES.

       01 DELQ-BUCKET-LINE.
          05 FILLER        PIC X(12) VALUE 'DAYS LATE  '.
          05 DBL-BUCKET    PIC X(08).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 DBL-COUNT     PIC ZZ,ZZ9.
          05 FILLER        PIC X(15) VALUE ' INSTALLMENTS  '.
          05 DBL-AMOUNT    PIC $$$$,$$$,$$9.99.
          05 FILLER        PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-LOAD-SCHEDULES UNTIL SC-END-OF-FILE.
           PERFORM 400-ACTIVATE-LEDGER.
           PERFORM 500-POST-PAYMENTS.
           PERFORM 600-REPORT-DELINQUENCY.
           PERFORM 800-WRITE-FINAL-LINES.
           PERFORM 900-CLOSE-FILES.
           IF LEDGER-TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-HOUSEKEEPING.
           INITIALIZE ARTIST-TABLE, QUOTE-STATUS-TABLE, LEDGER-TABLE.
           INITIALIZE BUCKET-TOTALS.
           PERFORM 200-OPEN-FILES.
           PERFORM 290-GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-YYYYMMDD).
           PERFORM 193-READ-RFPPARM.
           PERFORM 150-LOAD-ARTIST-TABLE.
           PERFORM 170-LOAD-QUOTE-STATUS.
           PERFORM 180-LOAD-LEDGER.
           PERFORM 250-WRITE-REPORT-HEADERS.
           PERFORM 310-READ-RFPSCHD.

       200-OPEN-FILES.
           OPEN INPUT RFPSCHD.
           OPEN OUTPUT PAYREG, DELQRPT, PAYERR.

       193-READ-RFPPARM.
           OPEN INPUT RFPPARM.
           IF PM-FILE-FOUND
              READ RFPPARM
                AT END MOVE 'Y' TO PM-EOF
              END-READ
              IF NOT PM-END-OF-FILE
                 IF PARM-DELINQ-DAYS-IN IS NUMERIC
                    AND PARM-DELINQ-DAYS-IN > 0
                    MOVE PARM-DELINQ-DAYS-IN TO WS-DELINQ-DAYS
                 END-IF
              END-IF
              CLOSE RFPPARM
           END-IF.

       150-LOAD-ARTIST-TABLE.
           OPEN INPUT ARTMAST.
           IF AM-FILE-FOUND
              PERFORM 155-READ-ARTMAST
              PERFORM 160-LOAD-ONE-ARTIST UNTIL ART-END-OF-FILE
              CLOSE ARTMAST
           END-IF.

       155-READ-ARTMAST.
           READ ARTMAST
             AT END MOVE 'Y' TO ART-EOF
           END-READ.

       160-LOAD-ONE-ARTIST.
           IF WS-ARTIST-COUNT < 100
              ADD 1 TO WS-ARTIST-COUNT
              MOVE ARTM-ACCOUNT-NO TO ART-ACCOUNT-NO (WS-ARTIST-COUNT)
              MOVE ARTM-NAME       TO ART-NAME (WS-ARTIST-COUNT)
              MOVE ARTM-CREDIT     TO ART-CREDIT (WS-ARTIST-COUNT)
              MOVE 'N'             TO ART-CHANGED-SW (WS-ARTIST-COUNT)
           ELSE
              DISPLAY 'WARNING: ARTIST-TABLE FULL - DROPPED '
                 ARTM-ACCOUNT-NO
           END-IF.
           PERFORM 155-READ-ARTMAST.

       170-LOAD-QUOTE-STATUS.
           OPEN INPUT RFPQUOTE.
           IF QF-FILE-FOUND
              PERFORM 172-READ-RFPQUOTE
              PERFORM 175-LOAD-ONE-QUOTE UNTIL QF-END-OF-FILE
              CLOSE RFPQUOTE
           END-IF.

       172-READ-RFPQUOTE.
           READ RFPQUOTE INTO QUOTE-REC
             AT END MOVE 'Y' TO QF-EOF
           END-READ.

       175-LOAD-ONE-QUOTE.
           IF WS-QUOTE-COUNT < 1000
              ADD 1 TO WS-QUOTE-COUNT
              MOVE QT-QUOTE-NO TO QS-QUOTE-NO (WS-QUOTE-COUNT)
              MOVE QT-STATUS   TO QS-STATUS (WS-QUOTE-COUNT)
           ELSE
              DISPLAY 'WARNING: QUOTE-STATUS-TABLE FULL - DROPPED '
                 QT-QUOTE-NO
           END-IF.
           PERFORM 172-READ-RFPQUOTE.

       180-LOAD-LEDGER.
      *** PICK UP THE LEDGER LEFT BY THE PRIOR RUN. NO FILE MEANS NO
      *** SCHEDULE HAS BEEN LOADED YET
           OPEN INPUT INSTLEDG.
           IF IL-FILE-FOUND
              PERFORM 182-READ-INSTLEDG
              PERFORM 185-LOAD-ONE-LEDGER-ROW UNTIL IL-END-OF-FILE
              CLOSE INSTLEDG
           END-IF.

       182-READ-INSTLEDG.
           READ INSTLEDG
             AT END MOVE 'Y' TO IL-EOF
           END-READ.

       185-LOAD-ONE-LEDGER-ROW.
           IF WS-LEDGER-COUNT < 3000
              ADD 1 TO WS-LEDGER-COUNT
              MOVE IL-QUOTE-NO     TO LG-QUOTE-NO (WS-LEDGER-COUNT)
              MOVE IL-ACCOUNT-NO   TO LG-ACCOUNT-NO (WS-LEDGER-COUNT)
              MOVE IL-INST-NO      TO LG-INST-NO (WS-LEDGER-COUNT)
              MOVE IL-DUE-DATE     TO LG-DUE-DATE (WS-LEDGER-COUNT)
              MOVE IL-AMOUNT-DUE   TO LG-AMOUNT-DUE (WS-LEDGER-COUNT)
              MOVE IL-AMOUNT-PAID  TO LG-AMOUNT-PAID (WS-LEDGER-COUNT)
              MOVE IL-LAST-PAY-DATE
                TO LG-LAST-PAY-DATE (WS-LEDGER-COUNT)
              MOVE IL-STATUS       TO LG-STATUS (WS-LEDGER-COUNT)
           ELSE
              DISPLAY 'ERROR: LEDGER-TABLE FULL - CANNOT HOLD QUOTE '
                 IL-QUOTE-NO ' INST ' IL-INST-NO
              MOVE 'Y' TO LEDGER-TABLE-FULL-SW
           END-IF.
           PERFORM 182-READ-INSTLEDG.

       250-WRITE-REPORT-HEADERS.
           MOVE WS-CURRENT-YEAR   TO RL1-YY.
           MOVE WS-CURRENT-MONTH  TO RL1-MM.
           MOVE WS-CURRENT-DAY    TO RL1-DD.
           MOVE WS-DELINQ-DAYS    TO DTL-DAYS.

           WRITE PAYREG-RECORD FROM REPORT-LINE1.
           WRITE PAYREG-RECORD FROM REG-TITLE-LINE.
           WRITE PAYREG-RECORD FROM REPORT-LINE2.
           WRITE PAYREG-RECORD FROM REG-HEADING-LINE.
           WRITE PAYREG-RECORD FROM REPORT-LINE4.

           WRITE DELQRPT-RECORD FROM REPORT-LINE1.
           WRITE DELQRPT-RECORD FROM DELQ-TITLE-LINE.
           WRITE DELQRPT-RECORD FROM REPORT-LINE2.
           WRITE DELQRPT-RECORD FROM DELQ-HEADING-LINE.
           WRITE DELQRPT-RECORD FROM REPORT-LINE4.

       290-GET-BUSINESS-DATE.
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

       300-LOAD-SCHEDULES.
      *** THIS RUN'S PRINTED SCHEDULES GO ONTO THE LEDGER AS PENDING
      *** UNTIL THE CUSTOMER ACCEPTS THE QUOTE
           IF WS-LEDGER-COUNT < 3000
              ADD 1 TO WS-LEDGER-COUNT
              MOVE SC-QUOTE-NO   TO LG-QUOTE-NO (WS-LEDGER-COUNT)
              MOVE SC-ACCOUNT-NO TO LG-ACCOUNT-NO (WS-LEDGER-COUNT)
              MOVE SC-INST-NO    TO LG-INST-NO (WS-LEDGER-COUNT)
              MOVE SC-DUE-DATE   TO LG-DUE-DATE (WS-LEDGER-COUNT)
              MOVE SC-AMOUNT     TO LG-AMOUNT-DUE (WS-LEDGER-COUNT)
              MOVE 0             TO LG-AMOUNT-PAID (WS-LEDGER-COUNT)
              MOVE 0             TO LG-LAST-PAY-DATE (WS-LEDGER-COUNT)
              MOVE 'P'           TO LG-STATUS (WS-LEDGER-COUNT)
              ADD 1 TO NUM-SCHED-LOADED
           ELSE
              DISPLAY 'WARNING: LEDGER-TABLE FULL - DROPPED QUOTE '
                 SC-QUOTE-NO ' INST ' SC-INST-NO
           END-IF.
           PERFORM 310-READ-RFPSCHD.

       310-READ-RFPSCHD.
           READ RFPSCHD
             AT END MOVE 'Y' TO SC-EOF
           END-READ.
           IF NOT SC-END-OF-FILE
              ADD 1 TO NUM-SCHED-READ
           END-IF.

       400-ACTIVATE-LEDGER.
      *** A PENDING ROW COMES INTO FORCE ONCE ITS QUOTE IS ACCEPTED
      *** AND IS DROPPED ONCE THE QUOTE IS DECLINED OR EXPIRES
           PERFORM VARYING WS-LG-I FROM 1 BY 1
               UNTIL WS-LG-I > WS-LEDGER-COUNT
              IF LG-PENDING (WS-LG-I)
                 PERFORM 410-FIND-QUOTE-STATUS
                 EVALUATE WS-QUOTE-STATUS
                    WHEN 'A'
                       MOVE 'O' TO LG-STATUS (WS-LG-I)
                       ADD 1 TO NUM-ACTIVATED
                    WHEN 'D'
                    WHEN 'E'
                       MOVE 'X' TO LG-STATUS (WS-LG-I)
                       ADD 1 TO NUM-CANCELLED
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM.

       410-FIND-QUOTE-STATUS.
           MOVE SPACE TO WS-QUOTE-STATUS.
           PERFORM VARYING WS-QUOTE-I FROM 1 BY 1
               UNTIL WS-QUOTE-I > WS-QUOTE-COUNT
                  OR WS-QUOTE-STATUS NOT = SPACE
              IF QS-QUOTE-NO (WS-QUOTE-I) = LG-QUOTE-NO (WS-LG-I)
                 MOVE QS-STATUS (WS-QUOTE-I) TO WS-QUOTE-STATUS
              END-IF
           END-PERFORM.

       500-POST-PAYMENTS.
      *** THE PAYMENT FILE IS ABSENT ON RUNS WHERE NOTHING CAME IN
           OPEN INPUT RFPPAYR.
           IF PR-FILE-FOUND
              PERFORM 510-READ-RFPPAYR
              PERFORM 520-POST-ONE-PAYMENT UNTIL PR-END-OF-FILE
              CLOSE RFPPAYR
           END-IF.

       510-READ-RFPPAYR.
           READ RFPPAYR
             AT END MOVE 'Y' TO PR-EOF
           END-READ.
           IF NOT PR-END-OF-FILE
              ADD 1 TO NUM-PAY-READ
           END-IF.

       520-POST-ONE-PAYMENT.
      *** A PAYMENT MUST BE FOR A KNOWN ACCOUNT THAT HAS SOMETHING
      *** OPEN ON THE LEDGER. IT IS SPREAD OVER THE ACCOUNT'S OPEN
      *** INSTALLMENTS OLDEST FIRST; ANY EXCESS IS REPORTED UNAPPLIED
           MOVE SPACES TO WS-ERROR-REASON.
           MOVE 'N' TO ART-FOUND-SW.
           PERFORM VARYING WS-ART-I FROM 1 BY 1
               UNTIL WS-ART-I > WS-ARTIST-COUNT OR ART-FOUND
              IF ART-ACCOUNT-NO (WS-ART-I) = PAY-ACCOUNT-NO-IN
                 MOVE 'Y' TO ART-FOUND-SW
              END-IF
           END-PERFORM.
           IF PAY-AMOUNT-IN IS NOT NUMERIC OR PAY-AMOUNT-IN = 0
              MOVE 'BAD PAYMENT' TO WS-ERROR-REASON
           ELSE
              IF NOT ART-FOUND
                 MOVE 'NO ACCOUNT' TO WS-ERROR-REASON
              ELSE
                 PERFORM 530-FIND-OLDEST-OPEN
                 IF WS-BEST-I = 0
                    MOVE 'NO BALANCE' TO WS-ERROR-REASON
                 END-IF
              END-IF
           END-IF.

           IF WS-ERROR-REASON NOT = SPACES
              MOVE RFPPAYR-RECORD  TO PAYERR-DATA
              MOVE WS-ERROR-REASON TO PAYERR-REASON
              WRITE PAYERR-RECORD
              ADD 1 TO NUM-PAY-BAD
           ELSE
              IF PAY-DATE-IN IS NUMERIC AND PAY-DATE-IN > 0
                 MOVE PAY-DATE-IN TO WS-PAY-DATE
              ELSE
                 MOVE WS-RUN-YYYYMMDD TO WS-PAY-DATE
              END-IF
              MOVE PAY-AMOUNT-IN TO WS-REMAINING
              PERFORM 540-APPLY-TO-OLDEST
                 UNTIL WS-REMAINING = 0 OR WS-BEST-I = 0
              IF WS-REMAINING > 0
                 MOVE PAY-ACCOUNT-NO-IN TO RUL-ACCOUNT-NO
                 MOVE WS-REMAINING      TO RUL-AMOUNT
                 WRITE PAYREG-RECORD FROM REG-UNAPPLIED-LINE
                 ADD WS-REMAINING TO TOTAL-UNAPPLIED
              END-IF
              ADD 1 TO NUM-PAY-POSTED
           END-IF.
           PERFORM 510-READ-RFPPAYR.

       530-FIND-OLDEST-OPEN.
           MOVE 0 TO WS-BEST-I.
           MOVE HIGH-VALUES TO WS-BEST-KEY.
           PERFORM VARYING WS-LG-I FROM 1 BY 1
               UNTIL WS-LG-I > WS-LEDGER-COUNT
              IF LG-ACCOUNT-NO (WS-LG-I) = PAY-ACCOUNT-NO-IN
                 AND LG-OPEN (WS-LG-I)
                 MOVE LG-DUE-DATE (WS-LG-I) TO WS-RK-DUE-DATE
                 MOVE LG-QUOTE-NO (WS-LG-I) TO WS-RK-QUOTE-NO
                 MOVE LG-INST-NO (WS-LG-I)  TO WS-RK-INST-NO
                 IF WS-ROW-KEY < WS-BEST-KEY
                    MOVE WS-ROW-KEY TO WS-BEST-KEY
                    MOVE WS-LG-I    TO WS-BEST-I
                 END-IF
              END-IF
           END-PERFORM.

       540-APPLY-TO-OLDEST.
           COMPUTE WS-ROW-BALANCE = LG-AMOUNT-DUE (WS-BEST-I)
                                  - LG-AMOUNT-PAID (WS-BEST-I).
           IF WS-REMAINING < WS-ROW-BALANCE
              MOVE WS-REMAINING TO WS-APPLIED
           ELSE
              MOVE WS-ROW-BALANCE TO WS-APPLIED
           END-IF.
           ADD WS-APPLIED TO LG-AMOUNT-PAID (WS-BEST-I).
           SUBTRACT WS-APPLIED FROM WS-REMAINING.
           SUBTRACT WS-APPLIED FROM WS-ROW-BALANCE.
           MOVE WS-PAY-DATE TO LG-LAST-PAY-DATE (WS-BEST-I).
           ADD WS-APPLIED TO TOTAL-APPLIED.
           IF WS-ROW-BALANCE = 0
              MOVE 'C' TO LG-STATUS (WS-BEST-I)
              MOVE 'PAID' TO RDL-STATUS
           ELSE
              MOVE 'PARTIAL' TO RDL-STATUS
           END-IF.

           MOVE LG-ACCOUNT-NO (WS-BEST-I) TO RDL-ACCOUNT-NO.
           MOVE LG-QUOTE-NO (WS-BEST-I)   TO RDL-QUOTE-NO.
           MOVE LG-INST-NO (WS-BEST-I)    TO RDL-INST-NO.
           MOVE LG-DUE-DATE (WS-BEST-I)   TO RDL-DUE-DATE.
           MOVE WS-PAY-DATE               TO RDL-PAY-DATE.
           MOVE WS-APPLIED                TO RDL-APPLIED.
           MOVE WS-ROW-BALANCE            TO RDL-OWED.
           WRITE PAYREG-RECORD FROM REG-DETAIL-LINE.

           PERFORM 530-FIND-OLDEST-OPEN.

       600-REPORT-DELINQUENCY.
      *** EVERY OPEN INSTALLMENT PAST ITS DUE DATE, GROUPED BY ACCOUNT
      *** IN ARTIST MASTER ORDER. AN ACCOUNT WITH AN INSTALLMENT MORE
      *** THAN THE THRESHOLD DAYS LATE IS MARKED BAD CREDIT
           PERFORM VARYING WS-ART-I FROM 1 BY 1
               UNTIL WS-ART-I > WS-ARTIST-COUNT
              MOVE 0 TO WS-ACCT-LINES
              PERFORM VARYING WS-LG-I FROM 1 BY 1
                  UNTIL WS-LG-I > WS-LEDGER-COUNT
                 IF LG-ACCOUNT-NO (WS-LG-I) = ART-ACCOUNT-NO (WS-ART-I)
                    AND LG-OPEN (WS-LG-I)
                    AND LG-DUE-DATE (WS-LG-I) < WS-RUN-YYYYMMDD
                    PERFORM 610-WRITE-OVERDUE-LINE
                 END-IF
              END-PERFORM
              IF WS-ACCT-LINES > 0
                 PERFORM 620-WRITE-ACCOUNT-LINE
              END-IF
           END-PERFORM.

           WRITE DELQRPT-RECORD FROM REPORT-LINE4.
           PERFORM VARYING WS-BUCKET-I FROM 1 BY 1
               UNTIL WS-BUCKET-I > 4
              MOVE BUCKET-NAME (WS-BUCKET-I)  TO DBL-BUCKET
              MOVE BUCKET-COUNT (WS-BUCKET-I) TO DBL-COUNT
              MOVE BUCKET-AMT (WS-BUCKET-I)   TO DBL-AMOUNT
              WRITE DELQRPT-RECORD FROM DELQ-BUCKET-LINE
           END-PERFORM.
           MOVE 'TOTAL   '    TO DBL-BUCKET.
           MOVE NUM-OVERDUE   TO DBL-COUNT.
           MOVE TOTAL-OVERDUE TO DBL-AMOUNT.
           WRITE DELQRPT-RECORD FROM DELQ-BUCKET-LINE.

       610-WRITE-OVERDUE-LINE.
           COMPUTE WS-DUE-DATE-INT =
              FUNCTION INTEGER-OF-DATE (LG-DUE-DATE (WS-LG-I)).
           COMPUTE WS-DAYS-LATE = WS-RUN-DATE-INT - WS-DUE-DATE-INT.
           COMPUTE WS-ROW-BALANCE = LG-AMOUNT-DUE (WS-LG-I)
                                  - LG-AMOUNT-PAID (WS-LG-I).
           EVALUATE TRUE
              WHEN WS-DAYS-LATE <= 30
                 MOVE 1 TO WS-BUCKET-I
              WHEN WS-DAYS-LATE <= 60
                 MOVE 2 TO WS-BUCKET-I
              WHEN WS-DAYS-LATE <= 90
                 MOVE 3 TO WS-BUCKET-I
              WHEN OTHER
                 MOVE 4 TO WS-BUCKET-I
           END-EVALUATE.
           ADD 1 TO BUCKET-COUNT (WS-BUCKET-I), NUM-OVERDUE.
           ADD WS-ROW-BALANCE TO BUCKET-AMT (WS-BUCKET-I),
                                 TOTAL-OVERDUE,
                                 ART-OVERDUE-AMT (WS-ART-I).
           IF WS-DAYS-LATE > ART-MAX-DAYS-LATE (WS-ART-I)
              MOVE WS-DAYS-LATE TO ART-MAX-DAYS-LATE (WS-ART-I)
           END-IF.

           MOVE ART-ACCOUNT-NO (WS-ART-I)  TO DDL-ACCOUNT-NO.
           MOVE ART-NAME (WS-ART-I)        TO DDL-NAME.
           MOVE LG-QUOTE-NO (WS-LG-I)      TO DDL-QUOTE-NO.
           MOVE LG-INST-NO (WS-LG-I)       TO DDL-INST-NO.
           MOVE LG-DUE-DATE (WS-LG-I)      TO DDL-DUE-DATE.
           MOVE WS-ROW-BALANCE             TO DDL-AMOUNT.
           MOVE WS-DAYS-LATE               TO DDL-DAYS.
           MOVE BUCKET-NAME (WS-BUCKET-I)  TO DDL-BUCKET.
           WRITE DELQRPT-RECORD FROM DELQ-DETAIL-LINE.
           ADD 1 TO WS-ACCT-LINES.

       620-WRITE-ACCOUNT-LINE.
           MOVE SPACES TO DAL-ACTION.
           IF ART-MAX-DAYS-LATE (WS-ART-I) > WS-DELINQ-DAYS
              IF ART-GOOD-CREDIT (WS-ART-I)
                 MOVE 'B' TO ART-CREDIT (WS-ART-I)
                 MOVE 'Y' TO ART-CHANGED-SW (WS-ART-I)
                 ADD 1 TO NUM-CREDIT-CHANGED
                 MOVE 'CREDIT SET TO BAD' TO DAL-ACTION
              ELSE
                 MOVE 'CREDIT ALREADY BAD' TO DAL-ACTION
              END-IF
           END-IF.
           MOVE ART-OVERDUE-AMT (WS-ART-I)   TO DAL-AMOUNT.
           MOVE ART-MAX-DAYS-LATE (WS-ART-I) TO DAL-DAYS.
           WRITE DELQRPT-RECORD FROM DELQ-ACCOUNT-LINE.
           WRITE DELQRPT-RECORD FROM REPORT-LINE2.

       800-WRITE-FINAL-LINES.
           WRITE PAYREG-RECORD FROM REPORT-LINE4.
           MOVE 'SCHEDULE ROWS LOADED:'       TO RCL-LABEL.
           MOVE NUM-SCHED-LOADED              TO RCL-COUNT.
           WRITE PAYREG-RECORD FROM REG-COUNT-LINE.
           MOVE 'ROWS BROUGHT INTO FORCE:'    TO RCL-LABEL.
           MOVE NUM-ACTIVATED                 TO RCL-COUNT.
           WRITE PAYREG-RECORD FROM REG-COUNT-LINE.
           MOVE 'ROWS DROPPED (QUOTE LOST):'  TO RCL-LABEL.
           MOVE NUM-CANCELLED                 TO RCL-COUNT.
           WRITE PAYREG-RECORD FROM REG-COUNT-LINE.
           MOVE 'PAYMENTS READ:'              TO RCL-LABEL.
           MOVE NUM-PAY-READ                  TO RCL-COUNT.
           WRITE PAYREG-RECORD FROM REG-COUNT-LINE.
           MOVE 'PAYMENTS POSTED:'            TO RCL-LABEL.
           MOVE NUM-PAY-POSTED                TO RCL-COUNT.
           WRITE PAYREG-RECORD FROM REG-COUNT-LINE.
           MOVE 'PAYMENTS REJECTED:'          TO RCL-LABEL.
           MOVE NUM-PAY-BAD                   TO RCL-COUNT.
           WRITE PAYREG-RECORD FROM REG-COUNT-LINE.
           MOVE 'TOTAL APPLIED:'              TO RAL-LABEL.
           MOVE TOTAL-APPLIED                 TO RAL-AMOUNT.
           WRITE PAYREG-RECORD FROM REG-AMOUNT-LINE.
           MOVE 'TOTAL UNAPPLIED:'            TO RAL-LABEL.
           MOVE TOTAL-UNAPPLIED               TO RAL-AMOUNT.
           WRITE PAYREG-RECORD FROM REG-AMOUNT-LINE.
           MOVE 'ACCOUNTS SET TO BAD CREDIT:' TO RCL-LABEL.
           MOVE NUM-CREDIT-CHANGED            TO RCL-COUNT.
           WRITE PAYREG-RECORD FROM REG-COUNT-LINE.

           PERFORM 850-WRITE-LEDGER.
           PERFORM 860-UPDATE-ARTIST-MASTER.
           PERFORM 870-WRITE-BAL-RECORD.

       850-WRITE-LEDGER.
      *** REWRITE THE LEDGER WITHOUT THE ROWS OF LOST QUOTES OR THE
      *** INSTALLMENTS NOW PAID IN FULL, WHICH THIS RUN'S REGISTER HAS
      *** ALREADY REPORTED. IF THE TABLE COULD NOT HOLD THE WHOLE
      *** LEDGER, WRITING IT BACK WOULD LOSE ROWS, SO THE FILE IS LEFT
      *** AS IT WAS AND THE STEP ENDS WITH RC 16
           IF LEDGER-TABLE-FULL
              DISPLAY 'ERROR: LEDGER-TABLE FULL - INSTLEDG NOT '
                 'REWRITTEN'
           ELSE
              PERFORM 851-REWRITE-LEDGER
           END-IF.

       851-REWRITE-LEDGER.
           OPEN OUTPUT INSTLEDG.
           PERFORM VARYING WS-LG-I FROM 1 BY 1
               UNTIL WS-LG-I > WS-LEDGER-COUNT
              IF LG-PAID (WS-LG-I)
                 ADD 1 TO WS-ROWS-PURGED
              END-IF
              IF NOT LG-DROPPED (WS-LG-I)
                 AND NOT LG-PAID (WS-LG-I)
                 MOVE SPACES                    TO
                                         INSTALLMENT-LEDGER-REC
                 MOVE LG-QUOTE-NO (WS-LG-I)     TO IL-QUOTE-NO
                 MOVE LG-ACCOUNT-NO (WS-LG-I)   TO IL-ACCOUNT-NO
                 MOVE LG-INST-NO (WS-LG-I)      TO IL-INST-NO
                 MOVE LG-DUE-DATE (WS-LG-I)     TO IL-DUE-DATE
                 MOVE LG-AMOUNT-DUE (WS-LG-I)   TO IL-AMOUNT-DUE
                 MOVE LG-AMOUNT-PAID (WS-LG-I)  TO IL-AMOUNT-PAID
                 MOVE LG-LAST-PAY-DATE (WS-LG-I)
                                                TO IL-LAST-PAY-DATE
                 MOVE LG-STATUS (WS-LG-I)       TO IL-STATUS
                 WRITE INSTALLMENT-LEDGER-REC
              END-IF
           END-PERFORM.
           CLOSE INSTLEDG.
           DISPLAY 'INSTLEDG: ' WS-ROWS-PURGED ' PAID ROWS PURGED'.

       860-UPDATE-ARTIST-MASTER.
      *** REWRITE IN PLACE EVERY ARTIST RECORD WHOSE CREDIT WAS MARKED
      *** BAD THIS RUN. THE TABLE WAS LOADED IN FILE ORDER, SO THE
      *** N-TH RECORD READ IS THE N-TH TABLE ENTRY
           IF NUM-CREDIT-CHANGED > 0
              OPEN I-O ARTMAST
              MOVE 'N' TO ART-EOF
              MOVE 0 TO WS-ART-I
              PERFORM 155-READ-ARTMAST
              PERFORM 865-REWRITE-ONE-ARTIST
                 UNTIL ART-END-OF-FILE OR WS-ART-I >= WS-ARTIST-COUNT
              CLOSE ARTMAST
           END-IF.

       865-REWRITE-ONE-ARTIST.
           ADD 1 TO WS-ART-I.
           IF ART-CREDIT-CHANGED (WS-ART-I)
              MOVE ART-CREDIT (WS-ART-I) TO ARTM-CREDIT
              REWRITE ARTMAST-REC
           END-IF.
           PERFORM 155-READ-ARTMAST.

       870-WRITE-BAL-RECORD.
      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK:
      *** IN = SCHEDULE ROWS + PAYMENTS READ, OUT = SCHEDULE ROWS
      *** LOADED + PAYMENTS POSTED, ERRORS ARE THE PAYERR RECORDS
           OPEN EXTEND BAL-CONTROL-FILE.
           IF NOT BL-FILE-FOUND
              OPEN OUTPUT BAL-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BAL-CONTROL-REC.
           MOVE 'FAVPAY  ' TO BAL-PROGRAM.
           MOVE WS-BUSINESS-DATE TO BAL-RUN-DATE.
           COMPUTE BAL-IN-COUNT = NUM-SCHED-READ + NUM-PAY-READ.
           COMPUTE BAL-OUT-COUNT = NUM-SCHED-LOADED + NUM-PAY-POSTED.
           COMPUTE BAL-ERR-COUNT = NUM-SCHED-READ - NUM-SCHED-LOADED
                                 + NUM-PAY-BAD.
           WRITE BAL-CONTROL-REC.
           CLOSE BAL-CONTROL-FILE.

       900-CLOSE-FILES.
           CLOSE RFPSCHD, PAYREG, DELQRPT, PAYERR.
