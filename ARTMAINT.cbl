       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARTMAINT.
      *** ARTIST ACCOUNT MASTER MAINTENANCE FOR MARIA'S MUSIC STORE.
      *** APPLIES THE OFFICE'S ADD, CHANGE, CLOSE AND REOPEN
      *** TRANSACTIONS TO ARTMAST, THE ACCOUNT MASTER FAVRFP QUOTES
      *** AGAINST:
      ***   A - ADD AN ACCOUNT. NAME AND CREDIT CODE ARE REQUIRED;
      ***       THE ACCOUNT STARTS ACTIVE UNLESS FLAGGED CLOSED
      ***   C - CHANGE THE NAME AND/OR CREDIT CODE. A BLANK FIELD
      ***       LEAVES THE MASTER AS IT IS
      ***   X - CLOSE. THE TRANSACTION MUST CARRY THE ACCOUNT NAME
      ***       EXACTLY AS ON FILE, SO A MISKEYED ACCOUNT NUMBER
      ***       CANNOT CLOSE SOMEONE ELSE'S ACCOUNT
      ***   R - REOPEN A CLOSED ACCOUNT
      *** EVERY APPLIED TRANSACTION IS WRITTEN TO THE ARTMAUD AUDIT
      *** TRAIL WITH THE BEFORE AND AFTER RECORD IMAGES, THE BUSINESS
      *** DATE AND THE OPERATOR ID. REJECTED TRANSACTIONS ARE LISTED
      *** ON ARTMRPT WITH THE REASON, FOLLOWED BY THE RUN COUNTS
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTMTRAN ASSIGN TO ARTMTRAN
             FILE STATUS IS ATCODE.

           SELECT ARTMAST ASSIGN TO ARTMAST
             FILE STATUS IS AMCODE.

           SELECT ARTMAUD ASSIGN TO ARTMAUD
             FILE STATUS IS AUCODE.

           SELECT ARTMRPT ASSIGN TO ARTMRPT.

           SELECT BAL-CONTROL-FILE ASSIGN TO BALFILE
             FILE STATUS IS BLCODE.

           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
             FILE STATUS IS RCCODE.
       DATA DIVISION.
       FILE SECTION.
      *** MAINTENANCE TRANSACTIONS KEYED BY ARTIST ACCOUNT
       FD  ARTMTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARTMTRAN-RECORD.
       01  ARTMTRAN-RECORD.
           05 AT-ACTION-IN             PIC X(01).
              88 AT-ADD                VALUE 'A'.
              88 AT-CHANGE             VALUE 'C'.
              88 AT-CLOSE              VALUE 'X'.
              88 AT-REOPEN             VALUE 'R'.
           05 AT-ACCOUNT-NO-IN         PIC X(08).
           05 AT-NAME-IN               PIC X(30).
           05 AT-CREDIT-IN             PIC X(01).
           05 AT-ACTIVE-IN             PIC X(01).
           05 AT-OPERATOR-IN           PIC X(08).
           05 FILLER                   PIC X(31).

      *** THE MASTER IS LOADED, MAINTAINED IN STORAGE AND REWRITTEN
       FD  ARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY ARTMAST.

      *** AUDIT TRAIL: ONE ROW PER APPLIED TRANSACTION, EXTENDED RUN
      *** AFTER RUN. THE BEFORE IMAGE IS BLANK ON AN ADD
       FD  ARTMAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARTMAUD-RECORD.
       01  ARTMAUD-RECORD.
           05 AUD-DATE                 PIC 9(08).
           05 AUD-OPERATOR             PIC X(08).
           05 AUD-ACTION               PIC X(01).
           05 AUD-BEFORE               PIC X(80).
           05 AUD-AFTER                PIC X(80).
           05 FILLER                   PIC X(03).

       FD  ARTMRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARTMRPT-RECORD.
       01  ARTMRPT-RECORD              PIC X(80).

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
      *** THE MASTER IN ACCOUNT ORDER, SAME CAPACITY AS FAVRFP'S
      *** ARTIST TABLE
       01  ARTIST-TABLE.
           05 ARTIST-TAB OCCURS 100 TIMES.
              10 ARTIST-TAB-REC        PIC X(80).
       01  WS-ARTIST-COUNT             PIC 9(03) VALUE 0.
       01  WS-ART-I                    PIC 9(03) VALUE 0.
       01  WS-INSERT-I                 PIC 9(03) VALUE 0.
       01  ART-FOUND-SW                PIC X(01) VALUE 'N'.
           88 ART-FOUND                 VALUE 'Y'.
       01  ARTIST-TABLE-FULL-SW        PIC X(01) VALUE 'N'.
           88 ARTIST-TABLE-FULL         VALUE 'Y'.
       01  WS-BEFORE-IMAGE             PIC X(80) VALUE SPACES.

       01  ATCODE                      PIC X(2)  VALUE SPACES.
           88 AT-FILE-FOUND            VALUE '00'.
       01  AT-EOF                      PIC X(01) VALUE SPACE.
           88 AT-END-OF-FILE            VALUE 'Y'.
       01  AMCODE                      PIC X(2)  VALUE SPACES.
           88 AM-FILE-FOUND            VALUE '00'.
       01  AM-EOF                      PIC X(01) VALUE SPACE.
           88 AM-END-OF-FILE            VALUE 'Y'.
       01  AUCODE                      PIC X(2)  VALUE SPACES.
           88 AU-FILE-FOUND            VALUE '00'.
       01  WS-ERROR-REASON             PIC X(20) VALUE SPACES.

      *** BUSINESS DATE FROM THE RUNCTL CARD, FALLING BACK TO THE
      *** SYSTEM DATE WHEN NO CARD IS SUPPLIED
       01  RCCODE                      PIC X(2)  VALUE SPACES.
           88 RC-FILE-FOUND            VALUE '00'.
       01  RC-EOF                      PIC X(1)  VALUE SPACE.
           88 RC-END-OF-FILE           VALUE 'Y'.
       01  WS-BUSINESS-DATE            PIC X(8)  VALUE SPACES.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR    PIC  9(4).
               10  WS-CURRENT-MONTH   PIC  9(2).
               10  WS-CURRENT-DAY     PIC  9(2).

       01  BLCODE                      PIC X(2)  VALUE SPACES.
           88 BL-FILE-FOUND            VALUE '00'.

       01 RUN-TOTALS.
           05 NUM-TRAN-READ           PIC 9(5) VALUE 0.
           05 NUM-ADDED               PIC 9(5) VALUE 0.
           05 NUM-CHANGED             PIC 9(5) VALUE 0.
           05 NUM-CLOSED              PIC 9(5) VALUE 0.
           05 NUM-REOPENED            PIC 9(5) VALUE 0.
           05 NUM-REJECTED            PIC 9(5) VALUE 0.
           05 NUM-AUDIT-WRITTEN       PIC 9(5) VALUE 0.
           05 NUM-MASTER-READ         PIC 9(5) VALUE 0.
           05 NUM-MASTER-WRITTEN      PIC 9(5) VALUE 0.

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

       01 MNT-TITLE-LINE.
          05 FILLER        PIC X(40) VALUE
             'ARTIST MASTER MAINTENANCE - REJECTIONS'.
          05 FILLER        PIC X(40) VALUE SPACES.

       01 MNT-HEADING-LINE.
          05 FILLER        PIC X(04) VALUE 'ACT'.
          05 FILLER        PIC X(10) VALUE 'ACCOUNT'.
          05 FILLER        PIC X(26) VALUE 'NAME'.
          05 FILLER        PIC X(04) VALUE 'CR'.
          05 FILLER        PIC X(04) VALUE 'AC'.
          05 FILLER        PIC X(10) VALUE 'OPERATOR'.
          05 FILLER        PIC X(22) VALUE 'REASON'.

       01 MNT-ERROR-LINE.
          05 MEL-ACTION    PIC X(01).
          05 FILLER        PIC X(03) VALUE SPACES.
          05 MEL-ACCOUNT-NO PIC X(08).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 MEL-NAME      PIC X(25).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 MEL-CREDIT    PIC X(01).
          05 FILLER        PIC X(03) VALUE SPACES.
          05 MEL-ACTIVE    PIC X(01).
          05 FILLER        PIC X(03) VALUE SPACES.
          05 MEL-OPERATOR  PIC X(08).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 MEL-REASON    PIC X(20).
          05 FILLER        PIC X(02) VALUE SPACES.

       01 MNT-COUNT-LINE.
          05 MCL-LABEL     PIC X(30).
          05 MCL-COUNT     PIC ZZ,ZZ9.
          05 FILLER        PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-PROCESS-TRANSACTIONS.
           PERFORM 800-WRITE-FINAL-LINES.
           PERFORM 900-CLOSE-FILES.
           IF ARTIST-TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-HOUSEKEEPING.
           INITIALIZE ARTIST-TABLE.
           PERFORM 290-GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE.
           PERFORM 150-LOAD-ARTIST-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 250-WRITE-REPORT-HEADERS.

       150-LOAD-ARTIST-TABLE.
      *** NO MASTER YET MEANS THE FIRST RUN BUILDS IT FROM ADDS
           OPEN INPUT ARTMAST.
           IF AM-FILE-FOUND
              PERFORM 155-READ-ARTMAST
              PERFORM 160-LOAD-ONE-ARTIST UNTIL AM-END-OF-FILE
              CLOSE ARTMAST
           END-IF.

       155-READ-ARTMAST.
           READ ARTMAST
             AT END MOVE 'Y' TO AM-EOF
           END-READ.

       160-LOAD-ONE-ARTIST.
           ADD 1 TO NUM-MASTER-READ.
           IF WS-ARTIST-COUNT < 100
              ADD 1 TO WS-ARTIST-COUNT
              MOVE ARTMAST-REC TO ARTIST-TAB-REC (WS-ARTIST-COUNT)
           ELSE
              DISPLAY 'ERROR: ARTIST-TABLE FULL - CANNOT HOLD '
                 ARTM-ACCOUNT-NO
              MOVE 'Y' TO ARTIST-TABLE-FULL-SW
           END-IF.
           PERFORM 155-READ-ARTMAST.

       200-OPEN-FILES.
           OPEN EXTEND ARTMAUD.
           IF NOT AU-FILE-FOUND
              OPEN OUTPUT ARTMAUD
           END-IF.
           OPEN OUTPUT ARTMRPT.

       250-WRITE-REPORT-HEADERS.
           MOVE WS-CURRENT-YEAR   TO RL1-YY.
           MOVE WS-CURRENT-MONTH  TO RL1-MM.
           MOVE WS-CURRENT-DAY    TO RL1-DD.
           WRITE ARTMRPT-RECORD FROM REPORT-LINE1.
           WRITE ARTMRPT-RECORD FROM MNT-TITLE-LINE.
           WRITE ARTMRPT-RECORD FROM REPORT-LINE2.
           WRITE ARTMRPT-RECORD FROM MNT-HEADING-LINE.
           WRITE ARTMRPT-RECORD FROM REPORT-LINE4.

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

       300-PROCESS-TRANSACTIONS.
      *** NO TRANSACTION FILE MEANS NOTHING TO APPLY THIS RUN; THE
      *** MASTER IS STILL REWRITTEN UNCHANGED. WHEN THE MASTER DID
      *** NOT FIT IN THE TABLE NOTHING IS APPLIED OR AUDITED, SINCE
      *** THE MASTER WILL NOT BE REWRITTEN
           IF ARTIST-TABLE-FULL
              DISPLAY 'ERROR: ARTIST-TABLE FULL - ARTMTRAN NOT APPLIED'
           ELSE
              OPEN INPUT ARTMTRAN
              IF AT-FILE-FOUND
                 PERFORM 310-READ-ARTMTRAN
                 PERFORM 305-APPLY-ONE-TRAN UNTIL AT-END-OF-FILE
                 CLOSE ARTMTRAN
              END-IF
           END-IF.

       305-APPLY-ONE-TRAN.
           ADD 1 TO NUM-TRAN-READ.
           MOVE SPACES TO WS-ERROR-REASON.
           PERFORM 320-FIND-ACCOUNT.
           PERFORM 330-EDIT-TRAN.
           IF WS-ERROR-REASON = SPACES
              EVALUATE TRUE
                 WHEN AT-ADD
                    PERFORM 400-ADD-ARTIST
                 WHEN AT-CHANGE
                    PERFORM 500-CHANGE-ARTIST
                 WHEN AT-CLOSE
                    PERFORM 600-CLOSE-ARTIST
                 WHEN AT-REOPEN
                    PERFORM 650-REOPEN-ARTIST
              END-EVALUATE
           END-IF.
           IF WS-ERROR-REASON = SPACES
              PERFORM 700-WRITE-AUDIT
           ELSE
              PERFORM 750-WRITE-ERROR-LINE
           END-IF.
           PERFORM 310-READ-ARTMTRAN.

       310-READ-ARTMTRAN.
           READ ARTMTRAN
             AT END MOVE 'Y' TO AT-EOF
           END-READ.

       320-FIND-ACCOUNT.
      *** LEAVES WS-ART-I ON THE MATCHING TABLE ENTRY WHEN FOUND
           MOVE 'N' TO ART-FOUND-SW.
           MOVE SPACES TO ARTMAST-REC.
           PERFORM VARYING WS-ART-I FROM 1 BY 1
               UNTIL WS-ART-I > WS-ARTIST-COUNT OR ART-FOUND
              IF ARTIST-TAB-REC (WS-ART-I) (1:8) = AT-ACCOUNT-NO-IN
                 MOVE 'Y' TO ART-FOUND-SW
              END-IF
           END-PERFORM.
           IF ART-FOUND
              SUBTRACT 1 FROM WS-ART-I
              MOVE ARTIST-TAB-REC (WS-ART-I) TO ARTMAST-REC
           END-IF.
           MOVE ARTMAST-REC TO WS-BEFORE-IMAGE.

       330-EDIT-TRAN.
      *** FIELD EDITS COMMON TO EVERY ACTION, THEN THE CHECKS EACH
      *** ACTION NEEDS AGAINST THE MASTER AS IT STANDS NOW
           EVALUATE TRUE
              WHEN AT-OPERATOR-IN = SPACES
                 MOVE 'NO OPERATOR ID' TO WS-ERROR-REASON
              WHEN AT-ACCOUNT-NO-IN = SPACES
                 MOVE 'NO ACCOUNT NO' TO WS-ERROR-REASON
              WHEN AT-CREDIT-IN NOT = SPACE
               AND AT-CREDIT-IN NOT = 'G'
               AND AT-CREDIT-IN NOT = 'B'
                 MOVE 'BAD CREDIT CODE' TO WS-ERROR-REASON
              WHEN AT-ACTIVE-IN NOT = SPACE
               AND AT-ACTIVE-IN NOT = 'A'
               AND AT-ACTIVE-IN NOT = 'C'
                 MOVE 'BAD ACTIVE FLAG' TO WS-ERROR-REASON
              WHEN AT-ADD AND ART-FOUND
                 MOVE 'ALREADY ON FILE' TO WS-ERROR-REASON
              WHEN AT-ADD AND AT-NAME-IN = SPACES
                 MOVE 'NAME REQUIRED' TO WS-ERROR-REASON
              WHEN AT-ADD AND AT-CREDIT-IN = SPACE
                 MOVE 'CREDIT REQUIRED' TO WS-ERROR-REASON
              WHEN AT-ADD AND WS-ARTIST-COUNT >= 100
                 MOVE 'MASTER FULL' TO WS-ERROR-REASON
              WHEN AT-ADD
                 CONTINUE
              WHEN NOT AT-CHANGE AND NOT AT-CLOSE AND NOT AT-REOPEN
                 MOVE 'BAD ACTION CODE' TO WS-ERROR-REASON
              WHEN NOT ART-FOUND
                 MOVE 'NOT ON FILE' TO WS-ERROR-REASON
              WHEN AT-CHANGE AND ARTM-CLOSED-ACCT
                 MOVE 'ACCOUNT CLOSED' TO WS-ERROR-REASON
              WHEN AT-CHANGE AND AT-ACTIVE-IN NOT = SPACE
                 MOVE 'USE CLOSE OR REOPEN' TO WS-ERROR-REASON
              WHEN AT-CHANGE
               AND (AT-NAME-IN = SPACES OR AT-NAME-IN = ARTM-NAME)
               AND (AT-CREDIT-IN = SPACE OR AT-CREDIT-IN = ARTM-CREDIT)
                 MOVE 'NO CHANGE' TO WS-ERROR-REASON
              WHEN AT-CLOSE AND ARTM-CLOSED-ACCT
                 MOVE 'ALREADY CLOSED' TO WS-ERROR-REASON
              WHEN AT-CLOSE AND AT-NAME-IN NOT = ARTM-NAME
                 MOVE 'NAME MISMATCH' TO WS-ERROR-REASON
              WHEN AT-REOPEN AND NOT ARTM-CLOSED-ACCT
                 MOVE 'NOT CLOSED' TO WS-ERROR-REASON
           END-EVALUATE.

       400-ADD-ARTIST.
      *** NEW ACCOUNTS GO IN ACCOUNT-NUMBER ORDER; THE ENTRIES AFTER
      *** THE INSERT POINT MOVE DOWN ONE
           MOVE SPACES           TO ARTMAST-REC.
           MOVE AT-ACCOUNT-NO-IN TO ARTM-ACCOUNT-NO.
           MOVE AT-NAME-IN       TO ARTM-NAME.
           MOVE AT-CREDIT-IN     TO ARTM-CREDIT.
           IF AT-ACTIVE-IN = SPACE
              MOVE 'A' TO ARTM-ACTIVE
           ELSE
              MOVE AT-ACTIVE-IN TO ARTM-ACTIVE
           END-IF.
           MOVE SPACES TO WS-BEFORE-IMAGE.

           PERFORM VARYING WS-INSERT-I FROM 1 BY 1
               UNTIL WS-INSERT-I > WS-ARTIST-COUNT
                  OR ARTIST-TAB-REC (WS-INSERT-I) (1:8)
                     > AT-ACCOUNT-NO-IN
              CONTINUE
           END-PERFORM.
           PERFORM VARYING WS-ART-I FROM WS-ARTIST-COUNT BY -1
               UNTIL WS-ART-I < WS-INSERT-I
              MOVE ARTIST-TAB-REC (WS-ART-I)
                TO ARTIST-TAB-REC (WS-ART-I + 1)
           END-PERFORM.
           ADD 1 TO WS-ARTIST-COUNT.
           MOVE WS-INSERT-I TO WS-ART-I.
           MOVE ARTMAST-REC TO ARTIST-TAB-REC (WS-ART-I).
           ADD 1 TO NUM-ADDED.

       500-CHANGE-ARTIST.
           IF AT-NAME-IN NOT = SPACES
              MOVE AT-NAME-IN TO ARTM-NAME
           END-IF.
           IF AT-CREDIT-IN NOT = SPACE
              MOVE AT-CREDIT-IN TO ARTM-CREDIT
           END-IF.
           MOVE ARTMAST-REC TO ARTIST-TAB-REC (WS-ART-I).
           ADD 1 TO NUM-CHANGED.

       600-CLOSE-ARTIST.
           MOVE 'C' TO ARTM-ACTIVE.
           MOVE ARTMAST-REC TO ARTIST-TAB-REC (WS-ART-I).
           ADD 1 TO NUM-CLOSED.

       650-REOPEN-ARTIST.
           MOVE 'A' TO ARTM-ACTIVE.
           MOVE ARTMAST-REC TO ARTIST-TAB-REC (WS-ART-I).
           ADD 1 TO NUM-REOPENED.

       700-WRITE-AUDIT.
           MOVE SPACES           TO ARTMAUD-RECORD.
           MOVE WS-BUSINESS-DATE TO AUD-DATE.
           MOVE AT-OPERATOR-IN   TO AUD-OPERATOR.
           MOVE AT-ACTION-IN     TO AUD-ACTION.
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE.
           MOVE ARTMAST-REC      TO AUD-AFTER.
           WRITE ARTMAUD-RECORD.
           ADD 1 TO NUM-AUDIT-WRITTEN.

       750-WRITE-ERROR-LINE.
           MOVE AT-ACTION-IN     TO MEL-ACTION.
           MOVE AT-ACCOUNT-NO-IN TO MEL-ACCOUNT-NO.
           MOVE AT-NAME-IN       TO MEL-NAME.
           MOVE AT-CREDIT-IN     TO MEL-CREDIT.
           MOVE AT-ACTIVE-IN     TO MEL-ACTIVE.
           MOVE AT-OPERATOR-IN   TO MEL-OPERATOR.
           MOVE WS-ERROR-REASON  TO MEL-REASON.
           WRITE ARTMRPT-RECORD FROM MNT-ERROR-LINE.
           ADD 1 TO NUM-REJECTED.

       800-WRITE-FINAL-LINES.
      *** A MASTER TOO BIG FOR THE TABLE IS LEFT AS IT WAS RATHER
      *** THAN WRITTEN BACK SHORT, AND THE STEP ENDS WITH RC 16
           IF ARTIST-TABLE-FULL
              DISPLAY 'ERROR: ARTIST-TABLE FULL - ARTMAST NOT REWRITTEN'
              MOVE 'ARTIST TABLE FULL - ARTMAST NOT REWRITTEN'
                TO ARTMRPT-RECORD
              WRITE ARTMRPT-RECORD
           ELSE
              PERFORM 850-WRITE-ARTIST-MASTER
           END-IF.

           WRITE ARTMRPT-RECORD FROM REPORT-LINE4.
           MOVE 'TRANSACTIONS READ:'         TO MCL-LABEL.
           MOVE NUM-TRAN-READ                TO MCL-COUNT.
           WRITE ARTMRPT-RECORD FROM MNT-COUNT-LINE.
           MOVE 'ACCOUNTS ADDED:'            TO MCL-LABEL.
           MOVE NUM-ADDED                    TO MCL-COUNT.
           WRITE ARTMRPT-RECORD FROM MNT-COUNT-LINE.
           MOVE 'ACCOUNTS CHANGED:'          TO MCL-LABEL.
           MOVE NUM-CHANGED                  TO MCL-COUNT.
           WRITE ARTMRPT-RECORD FROM MNT-COUNT-LINE.
           MOVE 'ACCOUNTS CLOSED:'           TO MCL-LABEL.
           MOVE NUM-CLOSED                   TO MCL-COUNT.
           WRITE ARTMRPT-RECORD FROM MNT-COUNT-LINE.
           MOVE 'ACCOUNTS REOPENED:'         TO MCL-LABEL.
           MOVE NUM-REOPENED                 TO MCL-COUNT.
           WRITE ARTMRPT-RECORD FROM MNT-COUNT-LINE.
           MOVE 'TRANSACTIONS REJECTED:'     TO MCL-LABEL.
           MOVE NUM-REJECTED                 TO MCL-COUNT.
           WRITE ARTMRPT-RECORD FROM MNT-COUNT-LINE.
           MOVE 'AUDIT RECORDS WRITTEN:'     TO MCL-LABEL.
           MOVE NUM-AUDIT-WRITTEN            TO MCL-COUNT.
           WRITE ARTMRPT-RECORD FROM MNT-COUNT-LINE.
           MOVE 'MASTER RECORDS READ:'       TO MCL-LABEL.
           MOVE NUM-MASTER-READ              TO MCL-COUNT.
           WRITE ARTMRPT-RECORD FROM MNT-COUNT-LINE.
           MOVE 'MASTER RECORDS WRITTEN:'    TO MCL-LABEL.
           MOVE NUM-MASTER-WRITTEN           TO MCL-COUNT.
           WRITE ARTMRPT-RECORD FROM MNT-COUNT-LINE.

           PERFORM 870-WRITE-BAL-RECORD.

       850-WRITE-ARTIST-MASTER.
           OPEN OUTPUT ARTMAST.
           PERFORM VARYING WS-ART-I FROM 1 BY 1
               UNTIL WS-ART-I > WS-ARTIST-COUNT
              MOVE ARTIST-TAB-REC (WS-ART-I) TO ARTMAST-REC
              WRITE ARTMAST-REC
              ADD 1 TO NUM-MASTER-WRITTEN
           END-PERFORM.
           CLOSE ARTMAST.

       870-WRITE-BAL-RECORD.
      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK:
      *** EVERY TRANSACTION READ IS EITHER AUDITED OR REJECTED
           OPEN EXTEND BAL-CONTROL-FILE.
           IF NOT BL-FILE-FOUND
              OPEN OUTPUT BAL-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BAL-CONTROL-REC.
           MOVE 'ARTMAINT' TO BAL-PROGRAM.
           MOVE WS-BUSINESS-DATE  TO BAL-RUN-DATE.
           MOVE NUM-TRAN-READ     TO BAL-IN-COUNT.
           MOVE NUM-AUDIT-WRITTEN TO BAL-OUT-COUNT.
           MOVE NUM-REJECTED      TO BAL-ERR-COUNT.
           WRITE BAL-CONTROL-REC.
           CLOSE BAL-CONTROL-FILE.

       900-CLOSE-FILES.
           CLOSE ARTMAUD, ARTMRPT.
