       IDENTIFICATION DIVISION.
       PROGRAM-ID. STULEDGR.
      **********************************************************
      *  STUDENT ACCOUNTS RECEIVABLE LEDGER
      *
      *  POSTS THE TUITION CHARGES COURSES WRITES ALONGSIDE ITS
      *  COURBILL REGISTER (COURCHG), TOGETHER WITH THE BURSAR'S
      *  PAYMENT AND FINANCIAL-AID TRANSACTIONS (STUPAY), TO THE
      *  PERSISTENT STUDENT BALANCE FILE (STUBAL) KEYED BY
      *  STUDENT ID. THEN EVERY ACCOUNT IS AGED, ASSESSED A LATE
      *  FEE FROM THE FEE TABLE (STUFEE) WHEN PAST DUE, AND
      *  PRINTED ON:
      *    STUSTMT - A STATEMENT PER STUDENT WITH A BALANCE OR
      *              ACTIVITY THIS RUN
      *    STUAGE  - THE AGING REPORT (CURRENT/30/60/90+)
      *  A PAYMENT OR AID TRANSACTION FOR A STUDENT ID NOT ON
      *  STUBAL, AND ANY TRANSACTION THAT FAILS EDIT, GOES TO THE
      *  SUSPENSE FILE (STUSUSP) UNAPPLIED. A CHARGE FOR A NEW
      *  STUDENT ID OPENS THE ACCOUNT.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURCHG ASSIGN TO COURCHG
             FILE STATUS IS CHCODE.

           SELECT STUPAY  ASSIGN TO STUPAY
             FILE STATUS IS PYCODE.

           SELECT STUBAL  ASSIGN TO STUBAL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SB-STUDENT-ID
             FILE STATUS IS SBCODE.

           SELECT STUFEE  ASSIGN TO STUFEE
             FILE STATUS IS FECODE.

           SELECT STUSTMT ASSIGN TO STUSTMT.

           SELECT STUAGE  ASSIGN TO STUAGE.

           SELECT STUSUSP ASSIGN TO STUSUSP.

           SELECT LEDGSORT ASSIGN TO SORTWK.

           SELECT BAL-CONTROL-FILE ASSIGN TO BALFILE
             FILE STATUS IS BLCODE.

           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
             FILE STATUS IS RCCODE.
       DATA DIVISION.
       FILE SECTION.
      *** TUITION CHARGES FROM COURSES (LEDGTRAN LAYOUT)
       FD  COURCHG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COURCHG-RECORD.
       01  COURCHG-RECORD PIC X(80).

      *** PAYMENTS AND FINANCIAL AID FROM THE BURSAR (LEDGTRAN LAYOUT)
       FD  STUPAY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STUPAY-RECORD.
       01  STUPAY-RECORD PIC X(80).

       FD  STUBAL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 350 CHARACTERS.
           COPY STUBAL.

      *** LATE-FEE TABLE: ONE ROW PER TIER. THE TIER WITH THE MOST
      *** DAYS NOT EXCEEDING THE AGE OF THE OLDEST OPEN ITEM APPLIES;
      *** THE FEE IS THE FLAT AMOUNT PLUS THE PERCENT OF THE OPEN
      *** ITEMS AT LEAST THAT MANY DAYS OLD
       FD  STUFEE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STUFEE-RECORD.
       01  STUFEE-RECORD.
           05  FEE-DAYS-PAST-DUE-IN    PIC 9(3).
           05  FEE-FLAT-AMT-IN         PIC 9(5)V99.
           05  FEE-PCT-IN              PIC 9(2)V99.
           05  FILLER                  PIC X(66).

       FD  STUSTMT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STUSTMT-RECORD.
       01  STUSTMT-RECORD PIC X(80).

       FD  STUAGE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STUAGE-RECORD.
       01  STUAGE-RECORD PIC X(80).

      *** UNAPPLIED TRANSACTIONS, EACH WITH THE REASON IT WAS HELD
       FD  STUSUSP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STUSUSP-RECORD.
       01  STUSUSP-RECORD.
           05  SUS-TRAN                PIC X(80).
           05  SUS-REASON              PIC X(20).

      *** CHARGES SORT AHEAD OF PAYMENTS FOR THE SAME STUDENT SO A
      *** NEW STUDENT'S FIRST PAYMENT FINDS THE ACCOUNT ALREADY OPEN
       SD  LEDGSORT.
       01  LEDGSORT-RECORD.
           05  SRT-STUDENT-ID          PIC X(9).
           05  SRT-SEQ                 PIC X(1).
           05  SRT-TRAN-DATE           PIC 9(8).
           05  SRT-TRAN                PIC X(80).

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
           COPY LEDGTRAN.

       01  SUBSCRIPTS-AND-COUNTERS.
           05  CTR-TRANS-READ               PIC 9(7)  VALUE 0.
           05  CTR-TRANS-POSTED             PIC 9(7)  VALUE 0.
           05  CTR-TRANS-SUSPENDED          PIC 9(7)  VALUE 0.
           05  CTR-NEW-ACCOUNTS             PIC 9(5)  VALUE 0.
           05  CTR-STATEMENTS               PIC 9(5)  VALUE 0.
           05  CTR-LATE-FEES                PIC 9(5)  VALUE 0.
           05  CTR-AGING-LINES              PIC 9(5)  VALUE 0.
           05  ITEM-SUB                     PIC 99    VALUE 0 COMP.
           05  ITEM-KEEP                    PIC 99    VALUE 0 COMP.
           05  ITEM-START                   PIC 99    VALUE 0 COMP.
           05  FEE-SUB                      PIC 99    VALUE 0 COMP.
           05  FEE-BEST-SUB                 PIC 99    VALUE 0 COMP.

       01  FLAGS-SWITCHES.
           05  SORT-EOF                     PIC X(01) VALUE SPACE.
               88 SORT-END-OF-FILE VALUE 'Y'.
           05  CHG-EOF                      PIC X(01) VALUE SPACE.
               88 CHG-END-OF-FILE  VALUE 'Y'.
           05  PAY-EOF                      PIC X(01) VALUE SPACE.
               88 PAY-END-OF-FILE  VALUE 'Y'.
           05  FEE-EOF                      PIC X(01) VALUE SPACE.
               88 FEE-END-OF-FILE  VALUE 'Y'.
           05  STUBAL-EOF                   PIC X(01) VALUE SPACE.
               88 STUBAL-END-OF-FILE VALUE 'Y'.
           05  STUBAL-OPEN-FLAG             PIC X(01) VALUE 'N'.
               88 STUBAL-OPEN      VALUE 'Y'.
           05  ACCOUNT-FLAG                 PIC X(01) VALUE 'N'.
               88 ACCOUNT-HELD     VALUE 'Y'.
           05  NEW-ACCOUNT-FLAG             PIC X(01) VALUE 'N'.
               88 NEW-ACCOUNT      VALUE 'Y'.

       01  CHCODE                           PIC X(2)  VALUE SPACES.
           88 CH-FILE-FOUND                 VALUE '00'.
       01  PYCODE                           PIC X(2)  VALUE SPACES.
           88 PY-FILE-FOUND                 VALUE '00'.
       01  FECODE                           PIC X(2)  VALUE SPACES.
           88 FE-FILE-FOUND                 VALUE '00'.
       01  SBCODE                           PIC X(2)  VALUE SPACES.
           88 SB-FILE-OK                    VALUE '00'.
           88 SB-FILE-NOT-THERE             VALUE '35'.

      *** CONTROL COUNTS FOR THE COMMON BALANCING FILE
       01  BLCODE                           PIC X(2)  VALUE SPACES.
           88 BL-FILE-FOUND                 VALUE '00'.

      *** BUSINESS DATE FROM THE RUNCTL CARD, FALLING BACK TO THE
      *** SYSTEM DATE WHEN NO CARD IS SUPPLIED
       01  RCCODE                           PIC X(2)  VALUE SPACES.
           88 RC-FILE-FOUND                 VALUE '00'.
       01  RC-EOF                           PIC X(1)  VALUE SPACE.
           88 RC-END-OF-FILE                VALUE 'Y'.
       01  WS-BUSINESS-DATE                 PIC X(8)  VALUE SPACES.
       01  WS-BUSINESS-DATE-N REDEFINES WS-BUSINESS-DATE
                                            PIC 9(8).
       01  WS-DISPLAY-DATE                  PIC X(10) VALUE SPACES.

       01  WS-LEDGER-WORK.
           05  WS-HELD-ID                   PIC X(9)  VALUE SPACES.
           05  WS-TRAN-DATE                 PIC 9(8)  VALUE 0.
           05  WS-APPLY-AMT                 PIC 9(7)V99 VALUE 0.
           05  WS-ITEM-TOTAL                PIC 9(8)V99 VALUE 0.
           05  WS-NEW-ITEM-TYPE             PIC X(1)  VALUE SPACE.
           05  WS-NEW-ITEM-DATE             PIC 9(8)  VALUE 0.
           05  WS-SUSPENSE-REASON           PIC X(20) VALUE SPACES.
           05  WS-ITEM-DAYS                 PIC S9(5) VALUE 0.
           05  WS-OLDEST-DAYS               PIC S9(5) VALUE 0.
           05  WS-PAST-DUE-AMT              PIC 9(8)V99 VALUE 0.
           05  WS-LATE-FEE                  PIC 9(7)V99 VALUE 0.

      *** AGING BUCKETS FOR THE CURRENT ACCOUNT AND FOR THE RUN
       01  WS-AGING-BUCKETS.
           05  WS-AGE-CURRENT               PIC 9(7)V99 VALUE 0.
           05  WS-AGE-30                    PIC 9(7)V99 VALUE 0.
           05  WS-AGE-60                    PIC 9(7)V99 VALUE 0.
           05  WS-AGE-90                    PIC 9(7)V99 VALUE 0.
       01  WS-AGING-TOTALS.
           05  WS-TOT-CURRENT               PIC 9(8)V99 VALUE 0.
           05  WS-TOT-30                    PIC 9(8)V99 VALUE 0.
           05  WS-TOT-60                    PIC 9(8)V99 VALUE 0.
           05  WS-TOT-90                    PIC 9(8)V99 VALUE 0.
           05  WS-TOT-BALANCE               PIC S9(8)V99 VALUE 0.

      *** LATE-FEE TIERS LOADED FROM STUFEE AT STARTUP
       01  WS-FEE-TABLE.
           05  WS-FEE-TAB OCCURS 10 TIMES.
               10  WS-FEE-DAYS              PIC 9(3).
               10  WS-FEE-FLAT-AMT          PIC 9(5)V99.
               10  WS-FEE-PCT               PIC 9(2)V99.
       01  WS-FEE-COUNT                     PIC 99    VALUE 0.

      *** STATEMENT LINES (WRITTEN TO STUSTMT)
       01  STMT-HEADER-LINE.
           05  FILLER                  PIC X(21) VALUE
                'STATEMENT OF ACCOUNT '.
           05  FILLER                  PIC X(4)  VALUE 'ID: '.
           05  SH-STUDENT-ID           PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SH-NAME                 PIC X(20).
           05  FILLER                  PIC X(6)  VALUE ' DATE '.
           05  SH-DATE                 PIC X(10).
           05  FILLER                  PIC X(8)  VALUE SPACES.

       01  STMT-AMOUNT-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  SA-CAPTION              PIC X(24).
           05  SA-AMOUNT               PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  STMT-AGING-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE 'CURRENT: '.
           05  SG-CURRENT              PIC $$$$,$$9.99.
           05  FILLER                  PIC X(7)  VALUE ' 30-59:'.
           05  SG-30                   PIC $$$$,$$9.99.
           05  FILLER                  PIC X(7)  VALUE ' 60-89:'.
           05  SG-60                   PIC $$$$,$$9.99.
           05  FILLER                  PIC X(5)  VALUE ' 90+:'.
           05  SG-90                   PIC $$$$,$$9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.

      *** AGING REPORT LINES (WRITTEN TO STUAGE)
       01  AGE-TITLE-LINE.
           05  FILLER                  PIC X(32) VALUE
                'STUDENT RECEIVABLES AGING AS OF '.
           05  AT-DATE                 PIC X(10).
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  AGE-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE 'STUDENT'.
           05  FILLER                  PIC X(16) VALUE 'NAME'.
           05  FILLER                  PIC X(10) VALUE '   CURRENT'.
           05  FILLER                  PIC X(10) VALUE '     30-59'.
           05  FILLER                  PIC X(10) VALUE '     60-89'.
           05  FILLER                  PIC X(10) VALUE '       90+'.
           05  FILLER                  PIC X(12) VALUE '     BALANCE'.
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  AGE-DETAIL-LINE.
           05  AD-STUDENT-ID           PIC X(9).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  AD-NAME                 PIC X(16).
           05  AD-CURRENT              PIC ZZZ,ZZ9.99.
           05  AD-30                   PIC ZZZ,ZZ9.99.
           05  AD-60                   PIC ZZZ,ZZ9.99.
           05  AD-90                   PIC ZZZ,ZZ9.99.
           05  AD-BALANCE              PIC ZZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  AGE-TOTAL-LINE.
           05  FILLER                  PIC X(26) VALUE
                'TOTALS'.
           05  ATL-CURRENT             PIC ZZZZZZ9.99.
           05  ATL-30                  PIC ZZZZZZ9.99.
           05  ATL-60                  PIC ZZZZZZ9.99.
           05  ATL-90                  PIC ZZZZZZ9.99.
           05  ATL-BALANCE             PIC ZZZZZZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  AGE-COUNT-LINE.
           05  FILLER                  PIC X(20) VALUE
                'ACCOUNTS LISTED:    '.
           05  ACL-ACCOUNTS            PIC ZZZZ9.
           05  FILLER                  PIC X(20) VALUE
                '   LATE FEES:       '.
           05  ACL-LATE-FEES           PIC ZZZZ9.
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  BLANK-LINE                  PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-HOUSEKEEPING THRU 100-EXIT.

           IF STUBAL-OPEN
              SORT LEDGSORT
                   ON ASCENDING KEY SRT-STUDENT-ID
                                    SRT-SEQ
                                    SRT-TRAN-DATE
                   INPUT PROCEDURE IS 300-RELEASE-TRANSACTIONS
                                 THRU 300-EXIT
                   OUTPUT PROCEDURE IS 400-POST-TRANSACTIONS
                                 THRU 400-EXIT
              PERFORM 600-AGE-ACCOUNTS THRU 600-EXIT
              PERFORM 680-PRINT-AGING-TOTALS THRU 680-EXIT
           END-IF.

           PERFORM 950-WRITE-BAL-RECORD THRU 950-EXIT.

           PERFORM 900-CLOSE-FILES.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 290A-GET-BUSINESS-DATE THRU 290A-EXIT.
           STRING WS-BUSINESS-DATE (5:2) '/'
                  WS-BUSINESS-DATE (7:2) '/'
                  WS-BUSINESS-DATE (1:4)
             DELIMITED BY SIZE INTO WS-DISPLAY-DATE
           END-STRING.
           PERFORM 200-OPEN-FILES THRU 200-EXIT.
           PERFORM 250-LOAD-FEE-TABLE THRU 250-EXIT.
           MOVE WS-DISPLAY-DATE TO AT-DATE.
           MOVE AGE-TITLE-LINE  TO STUAGE-RECORD.
           WRITE STUAGE-RECORD.
           MOVE AGE-COLUMN-LINE TO STUAGE-RECORD.
           WRITE STUAGE-RECORD.
       100-EXIT.
           EXIT.

       200-OPEN-FILES.
      *** THE BALANCE FILE IS CREATED EMPTY THE FIRST TIME THE LEDGER
      *** RUNS; ANY OTHER OPEN FAILURE STOPS THE POSTING
           OPEN I-O STUBAL.
           IF SB-FILE-NOT-THERE
              OPEN OUTPUT STUBAL
              CLOSE STUBAL
              OPEN I-O STUBAL
           END-IF.
           IF SB-FILE-OK
              MOVE 'Y' TO STUBAL-OPEN-FLAG
           ELSE
              DISPLAY 'STULEDGR: STUBAL OPEN FAILED, STATUS ' SBCODE
              MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT STUSTMT, STUAGE, STUSUSP.
       200-EXIT.
           EXIT.

       250-LOAD-FEE-TABLE.
      *** NO FEE TABLE MEANS NO LATE FEES ARE ASSESSED THIS RUN
           OPEN INPUT STUFEE.
           IF NOT FE-FILE-FOUND
              GO TO 250-EXIT
           END-IF.
           PERFORM 252-READ-STUFEE THRU 252-EXIT.
           PERFORM 255-LOAD-ONE-FEE THRU 255-EXIT
                   UNTIL FEE-END-OF-FILE.
           CLOSE STUFEE.
       250-EXIT.
           EXIT.

       252-READ-STUFEE.
           READ STUFEE
             AT END MOVE 'Y' TO FEE-EOF
           END-READ.
       252-EXIT.
           EXIT.

       255-LOAD-ONE-FEE.
           IF WS-FEE-COUNT < 10
              ADD 1 TO WS-FEE-COUNT
              MOVE FEE-DAYS-PAST-DUE-IN TO WS-FEE-DAYS (WS-FEE-COUNT)
              MOVE FEE-FLAT-AMT-IN      TO WS-FEE-FLAT-AMT
                                                     (WS-FEE-COUNT)
              MOVE FEE-PCT-IN           TO WS-FEE-PCT (WS-FEE-COUNT)
           ELSE
              DISPLAY 'WARNING: WS-FEE-TABLE FULL - DROPPED '
                 FEE-DAYS-PAST-DUE-IN
           END-IF.
           PERFORM 252-READ-STUFEE THRU 252-EXIT.
       255-EXIT.
           EXIT.

       290A-GET-BUSINESS-DATE.
      *** THE RUNCTL CARD'S BUSINESS DATE DATES THE POSTINGS AND THE
      *** AGING SO A RERUN REPRODUCES THE ORIGINAL BUSINESS DAY
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
       290A-EXIT.
           EXIT.

       300-RELEASE-TRANSACTIONS.
      *** BOTH FEEDS ARE OPTIONAL -- A RUN WITH NEITHER STILL AGES
      *** EVERY ACCOUNT AND PRINTS THE STATEMENTS
           OPEN INPUT COURCHG.
           IF CH-FILE-FOUND
              PERFORM 310-READ-COURCHG THRU 310-EXIT
              PERFORM 315-RELEASE-CHARGE THRU 315-EXIT
                      UNTIL CHG-END-OF-FILE
              CLOSE COURCHG
           END-IF.
           OPEN INPUT STUPAY.
           IF PY-FILE-FOUND
              PERFORM 320-READ-STUPAY THRU 320-EXIT
              PERFORM 325-RELEASE-PAYMENT THRU 325-EXIT
                      UNTIL PAY-END-OF-FILE
              CLOSE STUPAY
           END-IF.
       300-EXIT.
           EXIT.

       310-READ-COURCHG.
           READ COURCHG
             AT END MOVE 'Y' TO CHG-EOF
           END-READ.
       310-EXIT.
           EXIT.

       315-RELEASE-CHARGE.
           MOVE COURCHG-RECORD TO LEDGER-TRAN-REC.
           PERFORM 330-RELEASE-ONE THRU 330-EXIT.
           PERFORM 310-READ-COURCHG THRU 310-EXIT.
       315-EXIT.
           EXIT.

       320-READ-STUPAY.
           READ STUPAY
             AT END MOVE 'Y' TO PAY-EOF
           END-READ.
       320-EXIT.
           EXIT.

       325-RELEASE-PAYMENT.
           MOVE STUPAY-RECORD TO LEDGER-TRAN-REC.
           PERFORM 330-RELEASE-ONE THRU 330-EXIT.
           PERFORM 320-READ-STUPAY THRU 320-EXIT.
       325-EXIT.
           EXIT.

       330-RELEASE-ONE.
           ADD 1 TO CTR-TRANS-READ.
           MOVE LT-STUDENT-ID   TO SRT-STUDENT-ID.
           IF LT-CHARGE
              MOVE '1' TO SRT-SEQ
           ELSE
              MOVE '2' TO SRT-SEQ
           END-IF.
           MOVE LT-TRAN-DATE    TO SRT-TRAN-DATE.
           MOVE LEDGER-TRAN-REC TO SRT-TRAN.
           RELEASE LEDGSORT-RECORD.
       330-EXIT.
           EXIT.

       400-POST-TRANSACTIONS.
      *** ONE STUDENT'S TRANSACTIONS AT A TIME: THE ACCOUNT IS READ
      *** WHEN THE STUDENT ID CHANGES AND SAVED BEFORE THE NEXT ONE
           MOVE SPACES TO WS-HELD-ID.
           MOVE 'N' TO ACCOUNT-FLAG, NEW-ACCOUNT-FLAG.
           PERFORM 410-RETURN-SORTED THRU 410-EXIT.
           PERFORM 420-POST-ONE THRU 420-EXIT
                   UNTIL SORT-END-OF-FILE.
           PERFORM 450-SAVE-ACCOUNT THRU 450-EXIT.
       400-EXIT.
           EXIT.

       410-RETURN-SORTED.
           RETURN LEDGSORT
             AT END MOVE 'Y' TO SORT-EOF
           END-RETURN.
       410-EXIT.
           EXIT.

       420-POST-ONE.
           MOVE SRT-TRAN TO LEDGER-TRAN-REC.
           IF LT-STUDENT-ID NOT = WS-HELD-ID
              PERFORM 450-SAVE-ACCOUNT THRU 450-EXIT
              PERFORM 430-GET-ACCOUNT THRU 430-EXIT
           END-IF.
           IF LT-STUDENT-ID = SPACES
              MOVE 'BLANK STUDENT ID' TO WS-SUSPENSE-REASON
              PERFORM 490-SUSPEND-TRANSACTION THRU 490-EXIT
              GO TO 420-NEXT
           END-IF.
           IF NOT LT-VALID-TYPE
              MOVE 'INVALID TRAN TYPE' TO WS-SUSPENSE-REASON
              PERFORM 490-SUSPEND-TRANSACTION THRU 490-EXIT
              GO TO 420-NEXT
           END-IF.
           IF LT-AMOUNT NOT NUMERIC OR LT-AMOUNT = 0
              MOVE 'INVALID AMOUNT' TO WS-SUSPENSE-REASON
              PERFORM 490-SUSPEND-TRANSACTION THRU 490-EXIT
              GO TO 420-NEXT
           END-IF.
           IF NOT ACCOUNT-HELD
              IF LT-CHARGE
                 PERFORM 435-OPEN-NEW-ACCOUNT THRU 435-EXIT
              ELSE
                 MOVE 'UNKNOWN STUDENT ID' TO WS-SUSPENSE-REASON
                 PERFORM 490-SUSPEND-TRANSACTION THRU 490-EXIT
                 GO TO 420-NEXT
              END-IF
           END-IF.
      *** A MISSING OR IMPOSSIBLE TRANSACTION DATE POSTS AS TODAY
           MOVE WS-BUSINESS-DATE-N TO WS-TRAN-DATE.
           IF LT-TRAN-DATE IS NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD (LT-TRAN-DATE) = 0
                 MOVE LT-TRAN-DATE TO WS-TRAN-DATE
              END-IF
           END-IF.
           IF LT-CHARGE
              PERFORM 460-POST-CHARGE THRU 460-EXIT
           ELSE
              PERFORM 470-POST-PAYMENT THRU 470-EXIT
           END-IF.
           ADD 1 TO CTR-TRANS-POSTED.
       420-NEXT.
           PERFORM 410-RETURN-SORTED THRU 410-EXIT.
       420-EXIT.
           EXIT.

       430-GET-ACCOUNT.
           MOVE LT-STUDENT-ID TO WS-HELD-ID.
           MOVE 'N' TO ACCOUNT-FLAG, NEW-ACCOUNT-FLAG.
           IF LT-STUDENT-ID = SPACES
              GO TO 430-EXIT
           END-IF.
           MOVE LT-STUDENT-ID TO SB-STUDENT-ID.
           READ STUBAL
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 'Y' TO ACCOUNT-FLAG
                PERFORM 440-START-PERIOD THRU 440-EXIT
           END-READ.
       430-EXIT.
           EXIT.

       435-OPEN-NEW-ACCOUNT.
           MOVE SPACES TO STUDENT-BALANCE-REC.
           INITIALIZE STUDENT-BALANCE-REC.
           MOVE LT-STUDENT-ID      TO SB-STUDENT-ID.
           MOVE LT-STUDENT-NAME    TO SB-STUDENT-NAME.
           MOVE WS-BUSINESS-DATE-N TO SB-PERIOD-DATE.
           MOVE 'Y' TO ACCOUNT-FLAG, NEW-ACCOUNT-FLAG.
           ADD 1 TO CTR-NEW-ACCOUNTS.
       435-EXIT.
           EXIT.

       440-START-PERIOD.
      *** THE FIRST TIME A RUN TOUCHES AN ACCOUNT, THE LAST PERIOD'S
      *** ACTIVITY IS CLEARED AND ITS CLOSING BALANCE BROUGHT FORWARD
           IF SB-PERIOD-DATE NOT = WS-BUSINESS-DATE-N
              MOVE SB-BALANCE TO SB-PRIOR-BALANCE
              MOVE 0 TO SB-PERIOD-CHARGES,
                        SB-PERIOD-PAYMENTS,
                        SB-PERIOD-AID,
                        SB-PERIOD-FEES
              MOVE WS-BUSINESS-DATE-N TO SB-PERIOD-DATE
           END-IF.
       440-EXIT.
           EXIT.

       450-SAVE-ACCOUNT.
           IF ACCOUNT-HELD
              PERFORM 480-RECOMPUTE-BALANCE THRU 480-EXIT
              IF NEW-ACCOUNT
                 WRITE STUDENT-BALANCE-REC
                   INVALID KEY
                      DISPLAY 'STULEDGR: STUBAL WRITE FAILED FOR '
                         SB-STUDENT-ID ', STATUS ' SBCODE
                 END-WRITE
              ELSE
                 REWRITE STUDENT-BALANCE-REC
                   INVALID KEY
                      DISPLAY 'STULEDGR: STUBAL REWRITE FAILED FOR '
                         SB-STUDENT-ID ', STATUS ' SBCODE
                 END-REWRITE
              END-IF
           END-IF.
           MOVE 'N' TO ACCOUNT-FLAG, NEW-ACCOUNT-FLAG.
       450-EXIT.
           EXIT.

       460-POST-CHARGE.
      *** A CREDIT LEFT FROM EARLIER OVERPAYMENT ABSORBS THE CHARGE
      *** FIRST; WHATEVER REMAINS BECOMES A NEW OPEN ITEM
           IF LT-STUDENT-NAME NOT = SPACES
              MOVE LT-STUDENT-NAME TO SB-STUDENT-NAME
           END-IF.
           ADD LT-AMOUNT TO SB-PERIOD-CHARGES.
           MOVE LT-AMOUNT TO WS-APPLY-AMT.
           IF SB-CREDIT-BAL >= WS-APPLY-AMT
              SUBTRACT WS-APPLY-AMT FROM SB-CREDIT-BAL
              MOVE 0 TO WS-APPLY-AMT
           ELSE
              SUBTRACT SB-CREDIT-BAL FROM WS-APPLY-AMT
              MOVE 0 TO SB-CREDIT-BAL
           END-IF.
           IF WS-APPLY-AMT > 0
              MOVE 'T'          TO WS-NEW-ITEM-TYPE
              MOVE WS-TRAN-DATE TO WS-NEW-ITEM-DATE
              PERFORM 465-ADD-OPEN-ITEM THRU 465-EXIT
           END-IF.
       460-EXIT.
           EXIT.

       465-ADD-OPEN-ITEM.
      *** WITH EVERY SLOT IN USE THE AMOUNT IS ADDED TO THE NEWEST
      *** ITEM, SO THE BALANCE STAYS RIGHT EVEN IF ITS AGE DOES NOT
           IF SB-ITEM-COUNT < 12
              ADD 1 TO SB-ITEM-COUNT
              MOVE WS-NEW-ITEM-TYPE TO SB-ITEM-TYPE (SB-ITEM-COUNT)
              MOVE WS-NEW-ITEM-DATE TO SB-ITEM-DATE (SB-ITEM-COUNT)
              MOVE WS-APPLY-AMT     TO SB-ITEM-AMT (SB-ITEM-COUNT)
           ELSE
              DISPLAY 'WARNING: SB-OPEN-ITEM FULL - COMBINED FOR '
                 SB-STUDENT-ID
              ADD WS-APPLY-AMT TO SB-ITEM-AMT (12)
           END-IF.
       465-EXIT.
           EXIT.

       470-POST-PAYMENT.
      *** PAYMENTS AND AID CLEAR THE OLDEST OPEN ITEMS FIRST; ANY
      *** EXCESS IS CARRIED AS A CREDIT AGAINST FUTURE CHARGES
           IF LT-PAYMENT
              ADD LT-AMOUNT TO SB-PERIOD-PAYMENTS
           ELSE
              ADD LT-AMOUNT TO SB-PERIOD-AID
           END-IF.
           MOVE LT-AMOUNT TO WS-APPLY-AMT.
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
                   UNTIL ITEM-SUB > SB-ITEM-COUNT
                      OR WS-APPLY-AMT = 0
              IF SB-ITEM-AMT (ITEM-SUB) > WS-APPLY-AMT
                 SUBTRACT WS-APPLY-AMT FROM SB-ITEM-AMT (ITEM-SUB)
                 MOVE 0 TO WS-APPLY-AMT
              ELSE
                 SUBTRACT SB-ITEM-AMT (ITEM-SUB) FROM WS-APPLY-AMT
                 MOVE 0 TO SB-ITEM-AMT (ITEM-SUB)
              END-IF
           END-PERFORM.
           ADD WS-APPLY-AMT TO SB-CREDIT-BAL.
           PERFORM 475-COMPACT-ITEMS THRU 475-EXIT.
       470-EXIT.
           EXIT.

       475-COMPACT-ITEMS.
      *** CLOSE UP THE SLOTS OF FULLY PAID ITEMS, KEEPING DATE ORDER
           MOVE 0 TO ITEM-KEEP.
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
                   UNTIL ITEM-SUB > SB-ITEM-COUNT
              IF SB-ITEM-AMT (ITEM-SUB) > 0
                 ADD 1 TO ITEM-KEEP
                 IF ITEM-KEEP NOT = ITEM-SUB
                    MOVE SB-OPEN-ITEM (ITEM-SUB)
                      TO SB-OPEN-ITEM (ITEM-KEEP)
                 END-IF
              END-IF
           END-PERFORM.
           COMPUTE ITEM-START = ITEM-KEEP + 1.
           PERFORM VARYING ITEM-SUB FROM ITEM-START BY 1
                   UNTIL ITEM-SUB > 12
              MOVE SPACE TO SB-ITEM-TYPE (ITEM-SUB)
              MOVE 0     TO SB-ITEM-DATE (ITEM-SUB)
                            SB-ITEM-AMT (ITEM-SUB)
           END-PERFORM.
           MOVE ITEM-KEEP TO SB-ITEM-COUNT.
       475-EXIT.
           EXIT.

       480-RECOMPUTE-BALANCE.
           MOVE 0 TO WS-ITEM-TOTAL.
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
                   UNTIL ITEM-SUB > SB-ITEM-COUNT
              ADD SB-ITEM-AMT (ITEM-SUB) TO WS-ITEM-TOTAL
           END-PERFORM.
           COMPUTE SB-BALANCE = WS-ITEM-TOTAL - SB-CREDIT-BAL.
       480-EXIT.
           EXIT.

       490-SUSPEND-TRANSACTION.
           MOVE SRT-TRAN           TO SUS-TRAN.
           MOVE WS-SUSPENSE-REASON TO SUS-REASON.
           WRITE STUSUSP-RECORD.
           ADD 1 TO CTR-TRANS-SUSPENDED.
       490-EXIT.
           EXIT.

       600-AGE-ACCOUNTS.
      *** SECOND PASS OVER EVERY ACCOUNT ON FILE, IN STUDENT ID ORDER
           MOVE LOW-VALUES TO SB-STUDENT-ID.
           START STUBAL KEY IS NOT LESS THAN SB-STUDENT-ID
             INVALID KEY
                MOVE 'Y' TO STUBAL-EOF
           END-START.
           IF NOT STUBAL-END-OF-FILE
              PERFORM 605-READ-NEXT-ACCOUNT THRU 605-EXIT
           END-IF.
           PERFORM 610-AGE-ONE-ACCOUNT THRU 610-EXIT
                   UNTIL STUBAL-END-OF-FILE.
       600-EXIT.
           EXIT.

       605-READ-NEXT-ACCOUNT.
           READ STUBAL NEXT RECORD
             AT END MOVE 'Y' TO STUBAL-EOF
           END-READ.
       605-EXIT.
           EXIT.

       610-AGE-ONE-ACCOUNT.
           PERFORM 440-START-PERIOD THRU 440-EXIT.
           PERFORM 620-AGE-ITEMS THRU 620-EXIT.
           PERFORM 630-ASSESS-LATE-FEE THRU 630-EXIT.
           PERFORM 480-RECOMPUTE-BALANCE THRU 480-EXIT.
           REWRITE STUDENT-BALANCE-REC
             INVALID KEY
                DISPLAY 'STULEDGR: STUBAL REWRITE FAILED FOR '
                   SB-STUDENT-ID ', STATUS ' SBCODE
           END-REWRITE.
           IF SB-BALANCE NOT = 0
              OR SB-PERIOD-CHARGES > 0
              OR SB-PERIOD-PAYMENTS > 0
              OR SB-PERIOD-AID > 0
              OR SB-PERIOD-FEES > 0
              PERFORM 640-WRITE-STATEMENT THRU 640-EXIT
           END-IF.
           IF SB-BALANCE NOT = 0
              PERFORM 650-WRITE-AGING-LINE THRU 650-EXIT
           END-IF.
           PERFORM 605-READ-NEXT-ACCOUNT THRU 605-EXIT.
       610-EXIT.
           EXIT.

       620-AGE-ITEMS.
      *** SPREAD THE OPEN ITEMS OVER THE AGING BUCKETS BY DAYS SINCE
      *** THE ITEM WAS POSTED, NOTING THE AGE OF THE OLDEST
           MOVE 0 TO WS-AGE-CURRENT, WS-AGE-30, WS-AGE-60, WS-AGE-90,
                     WS-OLDEST-DAYS.
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
                   UNTIL ITEM-SUB > SB-ITEM-COUNT
              PERFORM 625-ITEM-AGE THRU 625-EXIT
              EVALUATE TRUE
                  WHEN WS-ITEM-DAYS < 30
                     ADD SB-ITEM-AMT (ITEM-SUB) TO WS-AGE-CURRENT
                  WHEN WS-ITEM-DAYS < 60
                     ADD SB-ITEM-AMT (ITEM-SUB) TO WS-AGE-30
                  WHEN WS-ITEM-DAYS < 90
                     ADD SB-ITEM-AMT (ITEM-SUB) TO WS-AGE-60
                  WHEN OTHER
                     ADD SB-ITEM-AMT (ITEM-SUB) TO WS-AGE-90
              END-EVALUATE
              IF WS-ITEM-DAYS > WS-OLDEST-DAYS
                 MOVE WS-ITEM-DAYS TO WS-OLDEST-DAYS
              END-IF
           END-PERFORM.
       620-EXIT.
           EXIT.

       625-ITEM-AGE.
           MOVE 0 TO WS-ITEM-DAYS.
           IF SB-ITEM-DATE (ITEM-SUB) IS NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD (SB-ITEM-DATE (ITEM-SUB))
                 = 0
                 COMPUTE WS-ITEM-DAYS =
                    FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE-N) -
                    FUNCTION INTEGER-OF-DATE (SB-ITEM-DATE (ITEM-SUB))
              END-IF
           END-IF.
           IF WS-ITEM-DAYS < 0
              MOVE 0 TO WS-ITEM-DAYS
           END-IF.
       625-EXIT.
           EXIT.

       630-ASSESS-LATE-FEE.
      *** AT MOST ONE LATE FEE PER ACCOUNT PER CALENDAR MONTH
           IF WS-FEE-COUNT = 0
              OR SB-LAST-FEE-DATE (1:6) = WS-BUSINESS-DATE (1:6)
              GO TO 630-EXIT
           END-IF.
           MOVE 0 TO FEE-BEST-SUB.
           PERFORM VARYING FEE-SUB FROM 1 BY 1
                   UNTIL FEE-SUB > WS-FEE-COUNT
              IF WS-FEE-DAYS (FEE-SUB) <= WS-OLDEST-DAYS
                 IF FEE-BEST-SUB = 0
                    OR WS-FEE-DAYS (FEE-SUB) >
                       WS-FEE-DAYS (FEE-BEST-SUB)
                    MOVE FEE-SUB TO FEE-BEST-SUB
                 END-IF
              END-IF
           END-PERFORM.
           IF FEE-BEST-SUB = 0
              GO TO 630-EXIT
           END-IF.
           MOVE 0 TO WS-PAST-DUE-AMT.
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
                   UNTIL ITEM-SUB > SB-ITEM-COUNT
              PERFORM 625-ITEM-AGE THRU 625-EXIT
              IF WS-ITEM-DAYS >= WS-FEE-DAYS (FEE-BEST-SUB)
                 ADD SB-ITEM-AMT (ITEM-SUB) TO WS-PAST-DUE-AMT
              END-IF
           END-PERFORM.
           IF WS-PAST-DUE-AMT = 0
              GO TO 630-EXIT
           END-IF.
           COMPUTE WS-LATE-FEE ROUNDED =
              WS-FEE-FLAT-AMT (FEE-BEST-SUB) +
              WS-PAST-DUE-AMT * WS-FEE-PCT (FEE-BEST-SUB) / 100.
           IF WS-LATE-FEE = 0
              GO TO 630-EXIT
           END-IF.
      *** THE FEE IS A NEW OPEN ITEM DATED TODAY, SO IT AGES TOO
           MOVE WS-LATE-FEE        TO WS-APPLY-AMT.
           MOVE 'L'                TO WS-NEW-ITEM-TYPE.
           MOVE WS-BUSINESS-DATE-N TO WS-NEW-ITEM-DATE.
           PERFORM 465-ADD-OPEN-ITEM THRU 465-EXIT.
           ADD WS-LATE-FEE TO SB-PERIOD-FEES.
           ADD WS-LATE-FEE TO WS-AGE-CURRENT.
           MOVE WS-BUSINESS-DATE-N TO SB-LAST-FEE-DATE.
           ADD 1 TO CTR-LATE-FEES.
       630-EXIT.
           EXIT.

       640-WRITE-STATEMENT.
           MOVE SB-STUDENT-ID   TO SH-STUDENT-ID.
           MOVE SB-STUDENT-NAME TO SH-NAME.
           MOVE WS-DISPLAY-DATE TO SH-DATE.
           MOVE STMT-HEADER-LINE TO STUSTMT-RECORD.
           WRITE STUSTMT-RECORD.
           MOVE 'PREVIOUS BALANCE'   TO SA-CAPTION.
           MOVE SB-PRIOR-BALANCE     TO SA-AMOUNT.
           PERFORM 645-WRITE-STMT-AMOUNT THRU 645-EXIT.
           MOVE 'TUITION CHARGES'    TO SA-CAPTION.
           MOVE SB-PERIOD-CHARGES    TO SA-AMOUNT.
           PERFORM 645-WRITE-STMT-AMOUNT THRU 645-EXIT.
           MOVE 'PAYMENTS RECEIVED'  TO SA-CAPTION.
           MOVE SB-PERIOD-PAYMENTS   TO SA-AMOUNT.
           PERFORM 645-WRITE-STMT-AMOUNT THRU 645-EXIT.
           MOVE 'FINANCIAL AID'      TO SA-CAPTION.
           MOVE SB-PERIOD-AID        TO SA-AMOUNT.
           PERFORM 645-WRITE-STMT-AMOUNT THRU 645-EXIT.
           MOVE 'LATE FEES'          TO SA-CAPTION.
           MOVE SB-PERIOD-FEES       TO SA-AMOUNT.
           PERFORM 645-WRITE-STMT-AMOUNT THRU 645-EXIT.
           IF SB-BALANCE < 0
              MOVE 'CREDIT BALANCE'  TO SA-CAPTION
           ELSE
              MOVE 'NEW BALANCE DUE' TO SA-CAPTION
           END-IF.
           MOVE SB-BALANCE           TO SA-AMOUNT.
           PERFORM 645-WRITE-STMT-AMOUNT THRU 645-EXIT.
           MOVE WS-AGE-CURRENT TO SG-CURRENT.
           MOVE WS-AGE-30      TO SG-30.
           MOVE WS-AGE-60      TO SG-60.
           MOVE WS-AGE-90      TO SG-90.
           MOVE STMT-AGING-LINE TO STUSTMT-RECORD.
           WRITE STUSTMT-RECORD.
           MOVE BLANK-LINE TO STUSTMT-RECORD.
           WRITE STUSTMT-RECORD.
           ADD 1 TO CTR-STATEMENTS.
       640-EXIT.
           EXIT.

       645-WRITE-STMT-AMOUNT.
           MOVE STMT-AMOUNT-LINE TO STUSTMT-RECORD.
           WRITE STUSTMT-RECORD.
       645-EXIT.
           EXIT.

       650-WRITE-AGING-LINE.
           MOVE SB-STUDENT-ID   TO AD-STUDENT-ID.
           MOVE SB-STUDENT-NAME TO AD-NAME.
           MOVE WS-AGE-CURRENT  TO AD-CURRENT.
           MOVE WS-AGE-30       TO AD-30.
           MOVE WS-AGE-60       TO AD-60.
           MOVE WS-AGE-90       TO AD-90.
           MOVE SB-BALANCE      TO AD-BALANCE.
           MOVE AGE-DETAIL-LINE TO STUAGE-RECORD.
           WRITE STUAGE-RECORD.
           ADD WS-AGE-CURRENT TO WS-TOT-CURRENT.
           ADD WS-AGE-30      TO WS-TOT-30.
           ADD WS-AGE-60      TO WS-TOT-60.
           ADD WS-AGE-90      TO WS-TOT-90.
           ADD SB-BALANCE     TO WS-TOT-BALANCE.
           ADD 1 TO CTR-AGING-LINES.
       650-EXIT.
           EXIT.

       680-PRINT-AGING-TOTALS.
           MOVE BLANK-LINE      TO STUAGE-RECORD.
           WRITE STUAGE-RECORD.
           MOVE WS-TOT-CURRENT  TO ATL-CURRENT.
           MOVE WS-TOT-30       TO ATL-30.
           MOVE WS-TOT-60       TO ATL-60.
           MOVE WS-TOT-90       TO ATL-90.
           MOVE WS-TOT-BALANCE  TO ATL-BALANCE.
           MOVE AGE-TOTAL-LINE  TO STUAGE-RECORD.
           WRITE STUAGE-RECORD.
           MOVE CTR-AGING-LINES TO ACL-ACCOUNTS.
           MOVE CTR-LATE-FEES   TO ACL-LATE-FEES.
           MOVE AGE-COUNT-LINE  TO STUAGE-RECORD.
           WRITE STUAGE-RECORD.
       680-EXIT.
           EXIT.

       950-WRITE-BAL-RECORD.
      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK:
      *** EVERY TRANSACTION READ IS EITHER POSTED OR SUSPENDED
           OPEN EXTEND BAL-CONTROL-FILE.
           IF NOT BL-FILE-FOUND
              OPEN OUTPUT BAL-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BAL-CONTROL-REC.
           MOVE 'STULEDGR' TO BAL-PROGRAM.
           MOVE WS-BUSINESS-DATE    TO BAL-RUN-DATE.
           MOVE CTR-TRANS-READ      TO BAL-IN-COUNT.
           MOVE CTR-TRANS-POSTED    TO BAL-OUT-COUNT.
           MOVE CTR-TRANS-SUSPENDED TO BAL-ERR-COUNT.
           WRITE BAL-CONTROL-REC.
           CLOSE BAL-CONTROL-FILE.
       950-EXIT.
           EXIT.

       900-CLOSE-FILES.
           IF STUBAL-OPEN
              CLOSE STUBAL
           END-IF.
           CLOSE STUSTMT, STUAGE, STUSUSP.
