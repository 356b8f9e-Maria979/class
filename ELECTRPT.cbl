       IDENTIFICATION DIVISION.
      *****************************************************************
      **   ELECTORAL MARGIN REPORT. BROWSES THE PRESIDENTS KSDS
      **   (ACCTSSRT) IN ACCT-NO ORDER AND TIES EACH TERM TO THE
      **   ELECTION THAT STARTED IT -- THE ELECTION HELD THE YEAR BEFORE
      **   YEAR-IN -- ON THE ELECTION RESULTS KSDS (ELECTFL). FOR EACH
      **   TERM IT PRINTS THE ELECTORAL VOTE MARGIN OVER THE RUNNER-UP,
      **   THE ELECTORAL AND POPULAR VOTE SHARES AND THE POPULAR
      **   MARGIN. A TERM WITH NO ELECTION, OR WHOSE ELECTION WAS WON BY
      **   SOMEONE ELSE, BEGAN BY SUCCESSION AND IS FLAGGED AS SUCH; A
      **   WINNER WHOSE PARTY DISAGREES WITH ACCT-PARTY IS FLAGGED AS A
      **   PARTY MISMATCH. SUBTOTALS BY PARTY FOLLOW THE DETAIL.
      *****************************************************************
       PROGRAM-ID.   ELECTRPT.
       AUTHOR.        SAYLES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC       ASSIGN TO ACCTSSRT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ACCT-NO
             ALTERNATE RECORD KEY IS LAST-NAME WITH DUPLICATES
             FILE STATUS IS ACCODE.
           SELECT ELECT-FILE     ASSIGN TO ELECTFL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EL-KEY
             FILE STATUS IS ELCODE.
           SELECT ELECT-REPORT   ASSIGN TO ELECRPT.
           SELECT BAL-CONTROL-FILE ASSIGN TO BALFILE
             FILE STATUS IS BLCODE.
           SELECT RUN-CTL-FILE   ASSIGN TO RUNCTL
             FILE STATUS IS RCCODE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC.
           COPY ACCTREC.
      *
       FD  ELECT-FILE.
           COPY ELECTREC.
      *
       FD  ELECT-REPORT RECORDING MODE F.
       01  ELECT-REPORT-REC            PIC X(133).
      *
       FD  BAL-CONTROL-FILE RECORDING MODE F.
           COPY BALREC.
      *
      *** COMMON RUN-CONTROL CARD CARRYING THE BUSINESS DATE
       FD  RUN-CTL-FILE RECORDING MODE F.
       01  RUN-CTL-REC.
           05  RC-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(72).
      *
       WORKING-STORAGE SECTION.
       01 PROGRAM-INDICATOR-SWITCHES.
           05 WS-EOF-MASTER-SW         PIC X(1)       VALUE 'N'.
               88 EOF-MASTER                          VALUE 'Y'.
           05 WS-ELECT-OPEN-SW         PIC X(1)       VALUE 'N'.
               88 ELECT-FILE-OPEN                     VALUE 'Y'.
           05 WS-CANDS-DONE-SW         PIC X(1)       VALUE 'N'.
               88 CANDIDATES-DONE                     VALUE 'Y'.
           05 WS-SUCCESSION-SW         PIC X(1)       VALUE 'N'.
               88 TERM-BY-SUCCESSION                  VALUE 'Y'.
           05 WS-MISMATCH-SW           PIC X(1)       VALUE 'N'.
               88 PARTY-MISMATCH                      VALUE 'Y'.

       01 ACCODE                       PIC X(2)       VALUE SPACES.
          88 AC-FILE-OK                               VALUE '00' '02'.
       01 ELCODE                       PIC X(2)       VALUE SPACES.
          88 EL-FILE-OK                               VALUE '00' '02'.

       01 CTR-TERMS-READ               PIC 9(7)       VALUE 0.
       01 CTR-TERMS-ELECTED            PIC 9(5)       VALUE 0.
       01 CTR-TERMS-SUCCESSION         PIC 9(5)       VALUE 0.
       01 CTR-PARTY-MISMATCH           PIC 9(5)       VALUE 0.

      *** THE ELECTION THAT STARTED THE TERM BEING REPORTED: WINNER
      *** AND RUNNER-UP ARE THE TWO HIGHEST ELECTORAL VOTE TOTALS
       01 WS-ELECTION-WORK.
           05 WS-ELECTION-YEAR         PIC 9(4)       VALUE 0.
           05 WS-CAND-COUNT            PIC 9(2)       VALUE 0.
           05 WS-TOTAL-EV              PIC 9(4)       VALUE 0.
           05 WS-TOTAL-POPULAR         PIC 9(10)      VALUE 0.
           05 WS-WIN-LAST-NAME         PIC X(20)      VALUE SPACES.
           05 WS-WIN-PARTY             PIC X(7)       VALUE SPACES.
           05 WS-WIN-EV                PIC 9(3)       VALUE 0.
           05 WS-WIN-POPULAR           PIC 9(9)       VALUE 0.
           05 WS-RUN-EV                PIC 9(3)       VALUE 0.
           05 WS-RUN-POPULAR           PIC 9(9)       VALUE 0.
           05 WS-EV-MARGIN             PIC S9(3)      VALUE 0.
           05 WS-POP-MARGIN            PIC S9(9)      VALUE 0.
           05 WS-EV-SHARE              PIC 9(3)V9     VALUE 0.
           05 WS-POP-SHARE             PIC 9(3)V9     VALUE 0.

      *** SUBTOTALS BY PARTY, SAME SHAPE AS CNTRLBRK'S PARTY-TABLE
       01  PARTY-TABLE.
           05  PARTY-TAB OCCURS 15 TIMES
                          INDEXED BY PTY-IDX.
               10 PARTY-NAME            PIC X(7).
               10 PARTY-ELECTED         PIC 9(4).
               10 PARTY-SUCCESSION      PIC 9(4).
               10 PARTY-MISMATCHES      PIC 9(4).
               10 PARTY-EV-WON          PIC 9(6).
               10 PARTY-POPULAR-WON     PIC 9(11).

       01 WS-PARTY-COUNT                PIC 9(2)      VALUE 0.
       01 WS-PARTY-IDX-SAVE             PIC 9(2)      VALUE 0.
       01 WS-PARTY-FOUND-SW             PIC X         VALUE 'N'.
          88 WS-PARTY-FOUND                           VALUE 'Y'.

      *** CONTROL COUNTS FOR THE COMMON BALANCING FILE, STAMPED WITH
      *** THE RUNCTL BUSINESS DATE (SYSTEM DATE WHEN NO CARD)
       01 BLCODE                       PIC X(2)       VALUE SPACES.
          88 BL-FILE-FOUND                            VALUE '00'.
       01 RCCODE                       PIC X(2)       VALUE SPACES.
          88 RC-FILE-FOUND                            VALUE '00'.
       01 WS-RC-EOF-SW                 PIC X(1)       VALUE 'N'.
          88 RC-EOF                                   VALUE 'Y'.
       01 WS-BUSINESS-DATE             PIC X(8)       VALUE SPACES.
       01 REPORT-MAX-LINES             PIC 9(2)       VALUE 60.
       01 LINE-COUNT                   PIC 9(2)       VALUE 99.
       01 WS-PAGE-COUNT                PIC 9(3)       VALUE 0.

      *************************************************************
      ****** Report lines ******
      *************************************************************
       01 WS-BLANK-LINE                 PIC X(133)     VALUE SPACES.

       01 WS-HEADER-1.
           05 FILLER                    PIC X(1)       VALUE SPACES.
           05 FILLER                    PIC X(12)      VALUE
                'Report: A127'.
           05 FILLER                    PIC X(23)      VALUE SPACES.
           05 FILLER                    PIC X(47)      VALUE
                'Presidential Elections And Electoral Margins'.
           05 RPT-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(10)      VALUE SPACES.
           05 FILLER                    PIC X(5)       VALUE 'PAGE '.
           05 RPT-PAGE-NO               PIC ZZ9.
           05 FILLER                    PIC X(22)      VALUE SPACES.

       01 WS-HEADER-2.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(11)      VALUE 'TERM'.
           05 FILLER                    PIC X(20)      VALUE
                'PRESIDENT'.
           05 FILLER                    PIC X(8)       VALUE 'PARTY'.
           05 FILLER                    PIC X(6)       VALUE 'ELECT'.
           05 FILLER                    PIC X(5)       VALUE ' WIN'.
           05 FILLER                    PIC X(5)       VALUE ' 2ND'.
           05 FILLER                    PIC X(5)       VALUE ' MRG'.
           05 FILLER                    PIC X(8)       VALUE
                'EV SHR'.
           05 FILLER                    PIC X(8)       VALUE
                'POP SHR'.
           05 FILLER                    PIC X(14)      VALUE
                '  POP MARGIN'.
           05 FILLER                    PIC X(40)      VALUE 'FLAGS'.

       01 WS-HEADER-3.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(117)     VALUE ALL '='.
           05 FILLER                    PIC X(13)      VALUE SPACES.

       01 WS-ELECTED-LINE.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 ER-YEAR-IN                PIC 9(4).
           05 FILLER                    PIC X(1)       VALUE '-'.
           05 ER-YEAR-OUT               PIC 9(4).
           05 FILLER                    PIC X(2)       VALUE SPACES.
           05 ER-LAST-NAME              PIC X(20).
           05 ER-PARTY                  PIC X(8).
           05 ER-ELECT-YEAR             PIC 9(4).
           05 FILLER                    PIC X(2)       VALUE SPACES.
           05 ER-WIN-EV                 PIC ZZ9.
           05 FILLER                    PIC X(2)       VALUE SPACES.
           05 ER-RUN-EV                 PIC ZZ9.
           05 FILLER                    PIC X(2)       VALUE SPACES.
           05 ER-EV-MARGIN              PIC ZZ9.
           05 FILLER                    PIC X(2)       VALUE SPACES.
           05 ER-EV-SHARE               PIC ZZ9.9.
           05 FILLER                    PIC X(3)       VALUE '%  '.
           05 ER-POP-SHARE              PIC ZZ9.9.
           05 FILLER                    PIC X(3)       VALUE '%  '.
           05 ER-POP-MARGIN             PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(2)       VALUE SPACES.
           05 ER-FLAG                   PIC X(24).
           05 FILLER                    PIC X(16)      VALUE SPACES.

       01 WS-SUCCESSION-LINE.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 ES-YEAR-IN                PIC 9(4).
           05 FILLER                    PIC X(1)       VALUE '-'.
           05 ES-YEAR-OUT               PIC 9(4).
           05 FILLER                    PIC X(2)       VALUE SPACES.
           05 ES-LAST-NAME              PIC X(20).
           05 ES-PARTY                  PIC X(8).
           05 FILLER                    PIC X(75)      VALUE
                '----  NO ELECTION -- TERM BEGAN BY SUCCESSION'.
           05 FILLER                    PIC X(16)      VALUE SPACES.

       01 WS-PARTY-HEADER.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(40)      VALUE
                'Subtotals By Party'.
           05 FILLER                    PIC X(90)      VALUE SPACES.

       01 WS-PARTY-HEADER-2.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(10)      VALUE 'PARTY'.
           05 FILLER                    PIC X(10)      VALUE
                '  ELECTED'.
           05 FILLER                    PIC X(10)      VALUE
                '   SUCCSN'.
           05 FILLER                    PIC X(10)      VALUE
                '   EV WON'.
           05 FILLER                    PIC X(18)      VALUE
                '     POPULAR WON'.
           05 FILLER                    PIC X(12)      VALUE
                '  MISMATCH'.
           05 FILLER                    PIC X(60)      VALUE SPACES.

       01 WS-PARTY-DETAIL-LINE.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 PD-PARTY                  PIC X(10).
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 PD-ELECTED                PIC ZZZ9.
           05 FILLER                    PIC X(6)       VALUE SPACES.
           05 PD-SUCCESSION             PIC ZZZ9.
           05 FILLER                    PIC X(4)       VALUE SPACES.
           05 PD-EV-WON                 PIC ZZZZZ9.
           05 FILLER                    PIC X(2)       VALUE SPACES.
           05 PD-POPULAR-WON            PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(8)       VALUE SPACES.
           05 PD-MISMATCH               PIC ZZZ9.
           05 FILLER                    PIC X(65)      VALUE SPACES.

       01 WS-TRAILER-LINE.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(13)      VALUE
                'TERMS READ: '.
           05 TRL-READ                  PIC ZZZZ9.
           05 FILLER                    PIC X(4)       VALUE SPACES.
           05 FILLER                    PIC X(10)      VALUE
                'ELECTED: '.
           05 TRL-ELECTED               PIC ZZZZ9.
           05 FILLER                    PIC X(4)       VALUE SPACES.
           05 FILLER                    PIC X(13)      VALUE
                'SUCCESSION: '.
           05 TRL-SUCCESSION            PIC ZZZZ9.
           05 FILLER                    PIC X(4)       VALUE SPACES.
           05 FILLER                    PIC X(17)      VALUE
                'PARTY MISMATCH: '.
           05 TRL-MISMATCH              PIC ZZZZ9.
           05 FILLER                    PIC X(45)      VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
           PERFORM 100-INIT-RTN
           PERFORM 300-REPORT-ONE-TERM UNTIL EOF-MASTER
           PERFORM 700-WRITE-PARTY-SUBTOTALS
           PERFORM 800-WRITE-TRAILER
           PERFORM 850-WRITE-BAL-RECORD
           PERFORM 900-WRAP-UP
           GOBACK
           .
       100-INIT-RTN.
           INITIALIZE PARTY-TABLE.
           PERFORM 860-GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO RPT-DATE.
           PERFORM 200-OPEN-FILES.
           IF NOT EOF-MASTER
                PERFORM 210-READ-MASTER
           END-IF.

       200-OPEN-FILES.
           OPEN INPUT ACCT-REC
           IF NOT AC-FILE-OK
                DISPLAY 'ELECTRPT: ACCTSSRT OPEN FAILED, STATUS '
                   ACCODE
                MOVE 'Y' TO WS-EOF-MASTER-SW
           END-IF
      *** WITHOUT THE ELECTION FILE EVERY TERM SHOWS AS SUCCESSION,
      *** SO SAY SO ON THE CONSOLE RATHER THAN LEAVE IT A MYSTERY
           OPEN INPUT ELECT-FILE
           IF EL-FILE-OK
                MOVE 'Y' TO WS-ELECT-OPEN-SW
           ELSE
                DISPLAY 'ELECTRPT: ELECTFL NOT AVAILABLE, STATUS '
                   ELCODE
           END-IF
           OPEN OUTPUT ELECT-REPORT
           .
       210-READ-MASTER.
           READ ACCT-REC NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EOF-MASTER-SW
           END-READ.

       300-REPORT-ONE-TERM.
           ADD 1 TO CTR-TERMS-READ.
           IF LINE-COUNT >= REPORT-MAX-LINES
                PERFORM 550-WRITE-HEADERS
           END-IF.
           PERFORM 320-LOAD-ELECTION THRU 320-EXIT.
      *** THE TERM WAS WON AT THE POLLS ONLY IF THIS PRESIDENT WON
      *** THE ELECTION HELD THE YEAR BEFORE YEAR-IN
           IF WS-CAND-COUNT = 0
              OR WS-WIN-LAST-NAME NOT = LAST-NAME
                MOVE 'Y' TO WS-SUCCESSION-SW
           ELSE
                MOVE 'N' TO WS-SUCCESSION-SW
           END-IF.
           PERFORM 560-FIND-PARTY.
           IF TERM-BY-SUCCESSION
                PERFORM 410-WRITE-SUCCESSION-LINE
           ELSE
                PERFORM 400-WRITE-ELECTED-LINE
           END-IF.
           ADD 1 TO LINE-COUNT.
           PERFORM 210-READ-MASTER.

       320-LOAD-ELECTION.
      *** READ EVERY CANDIDATE OF THE ELECTION AND KEEP THE TOP TWO
      *** BY ELECTORAL VOTES PLUS THE ELECTORAL AND POPULAR TOTALS
           INITIALIZE WS-ELECTION-WORK.
           IF YEAR-IN NOT NUMERIC OR NOT ELECT-FILE-OPEN
                GO TO 320-EXIT
           END-IF.
           COMPUTE WS-ELECTION-YEAR = YEAR-IN - 1.
           MOVE WS-ELECTION-YEAR TO EL-YEAR.
           MOVE 0                TO EL-CAND-SEQ.
           MOVE 'N' TO WS-CANDS-DONE-SW.
           START ELECT-FILE
              KEY IS NOT LESS THAN EL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-CANDS-DONE-SW
           END-START.
           PERFORM 330-READ-ONE-CANDIDATE THRU 330-EXIT
                   UNTIL CANDIDATES-DONE.
       320-EXIT.
           EXIT.

       330-READ-ONE-CANDIDATE.
           READ ELECT-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-CANDS-DONE-SW
           END-READ.
           IF CANDIDATES-DONE
                GO TO 330-EXIT
           END-IF.
           IF EL-YEAR NOT = WS-ELECTION-YEAR
                MOVE 'Y' TO WS-CANDS-DONE-SW
                GO TO 330-EXIT
           END-IF.
           ADD 1                  TO WS-CAND-COUNT.
           ADD EL-ELECTORAL-VOTES TO WS-TOTAL-EV.
           ADD EL-POPULAR-VOTES   TO WS-TOTAL-POPULAR.
           IF EL-ELECTORAL-VOTES > WS-WIN-EV
                MOVE WS-WIN-EV          TO WS-RUN-EV
                MOVE WS-WIN-POPULAR     TO WS-RUN-POPULAR
                MOVE EL-ELECTORAL-VOTES TO WS-WIN-EV
                MOVE EL-POPULAR-VOTES   TO WS-WIN-POPULAR
                MOVE EL-CAND-LAST-NAME  TO WS-WIN-LAST-NAME
                MOVE EL-PARTY           TO WS-WIN-PARTY
           ELSE
                IF EL-ELECTORAL-VOTES > WS-RUN-EV
                     MOVE EL-ELECTORAL-VOTES TO WS-RUN-EV
                     MOVE EL-POPULAR-VOTES   TO WS-RUN-POPULAR
                END-IF
           END-IF.
       330-EXIT.
           EXIT.

       400-WRITE-ELECTED-LINE.
           ADD 1 TO CTR-TERMS-ELECTED.
           COMPUTE WS-EV-MARGIN  = WS-WIN-EV - WS-RUN-EV.
           COMPUTE WS-POP-MARGIN = WS-WIN-POPULAR - WS-RUN-POPULAR.
           IF WS-TOTAL-EV > 0
                COMPUTE WS-EV-SHARE ROUNDED =
                        WS-WIN-EV * 100 / WS-TOTAL-EV
           END-IF.
           IF WS-TOTAL-POPULAR > 0
                COMPUTE WS-POP-SHARE ROUNDED =
                        WS-WIN-POPULAR * 100 / WS-TOTAL-POPULAR
           END-IF.
           MOVE YEAR-IN          TO ER-YEAR-IN.
           MOVE YEAR-OUT         TO ER-YEAR-OUT.
           MOVE LAST-NAME        TO ER-LAST-NAME.
           MOVE ACCT-PARTY       TO ER-PARTY.
           MOVE WS-ELECTION-YEAR TO ER-ELECT-YEAR.
           MOVE WS-WIN-EV        TO ER-WIN-EV.
           MOVE WS-RUN-EV        TO ER-RUN-EV.
           MOVE WS-EV-MARGIN     TO ER-EV-MARGIN.
           MOVE WS-EV-SHARE      TO ER-EV-SHARE.
           MOVE WS-POP-SHARE     TO ER-POP-SHARE.
           MOVE WS-POP-MARGIN    TO ER-POP-MARGIN.
      *** THE WINNER'S PARTY ON THE ELECTION FILE MUST AGREE WITH THE
      *** PARTY CARRIED ON THE PRESIDENTS FILE
           IF WS-WIN-PARTY NOT = ACCT-PARTY
                MOVE 'Y' TO WS-MISMATCH-SW
                ADD 1 TO CTR-PARTY-MISMATCH
                STRING '*PARTY MISMATCH: '  DELIMITED BY SIZE
                       WS-WIN-PARTY         DELIMITED BY SIZE
                   INTO ER-FLAG
                END-STRING
           ELSE
                MOVE 'N' TO WS-MISMATCH-SW
                MOVE SPACES TO ER-FLAG
           END-IF.
           IF WS-PARTY-IDX-SAVE > 0
                SET PTY-IDX TO WS-PARTY-IDX-SAVE
                ADD 1              TO PARTY-ELECTED (PTY-IDX)
                ADD WS-WIN-EV      TO PARTY-EV-WON (PTY-IDX)
                ADD WS-WIN-POPULAR TO PARTY-POPULAR-WON (PTY-IDX)
                IF PARTY-MISMATCH
                     ADD 1 TO PARTY-MISMATCHES (PTY-IDX)
                END-IF
           END-IF.
           WRITE ELECT-REPORT-REC FROM WS-ELECTED-LINE.

       410-WRITE-SUCCESSION-LINE.
           ADD 1 TO CTR-TERMS-SUCCESSION.
           MOVE YEAR-IN    TO ES-YEAR-IN.
           MOVE YEAR-OUT   TO ES-YEAR-OUT.
           MOVE LAST-NAME  TO ES-LAST-NAME.
           MOVE ACCT-PARTY TO ES-PARTY.
           IF WS-PARTY-IDX-SAVE > 0
                SET PTY-IDX TO WS-PARTY-IDX-SAVE
                ADD 1 TO PARTY-SUCCESSION (PTY-IDX)
           END-IF.
           WRITE ELECT-REPORT-REC FROM WS-SUCCESSION-LINE.

       550-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
           WRITE ELECT-REPORT-REC FROM WS-BLANK-LINE.
           WRITE ELECT-REPORT-REC FROM WS-HEADER-1.
           WRITE ELECT-REPORT-REC FROM WS-BLANK-LINE.
           WRITE ELECT-REPORT-REC FROM WS-HEADER-2.
           WRITE ELECT-REPORT-REC FROM WS-HEADER-3.
           MOVE 0 TO LINE-COUNT.

       560-FIND-PARTY.
      *** FIND (OR ADD) THE PARTY ENTRY FOR THIS PRESIDENT'S ACCT-PARTY
           MOVE 'N' TO WS-PARTY-FOUND-SW.
           MOVE 0 TO WS-PARTY-IDX-SAVE.
           PERFORM VARYING PTY-IDX FROM 1 BY 1
               UNTIL PTY-IDX > WS-PARTY-COUNT OR WS-PARTY-FOUND
               IF PARTY-NAME (PTY-IDX) = ACCT-PARTY
                    MOVE 'Y' TO WS-PARTY-FOUND-SW
                    SET WS-PARTY-IDX-SAVE TO PTY-IDX
               END-IF
           END-PERFORM.
           IF NOT WS-PARTY-FOUND
                IF WS-PARTY-COUNT < 15
                     ADD 1 TO WS-PARTY-COUNT
                     MOVE WS-PARTY-COUNT TO WS-PARTY-IDX-SAVE
                     SET PTY-IDX TO WS-PARTY-COUNT
                     MOVE ACCT-PARTY TO PARTY-NAME (PTY-IDX)
                ELSE
                     DISPLAY 'WARNING: PARTY-TABLE FULL (15) - NOT '
                             'TRACKED: ' ACCT-PARTY
                END-IF
           END-IF.

       700-WRITE-PARTY-SUBTOTALS.
           IF LINE-COUNT + WS-PARTY-COUNT + 5 > REPORT-MAX-LINES
                PERFORM 550-WRITE-HEADERS
           END-IF.
           WRITE ELECT-REPORT-REC FROM WS-BLANK-LINE.
           WRITE ELECT-REPORT-REC FROM WS-PARTY-HEADER.
           WRITE ELECT-REPORT-REC FROM WS-BLANK-LINE.
           WRITE ELECT-REPORT-REC FROM WS-PARTY-HEADER-2.
           ADD 4 TO LINE-COUNT.
           PERFORM VARYING PTY-IDX FROM 1 BY 1
               UNTIL PTY-IDX > WS-PARTY-COUNT
               MOVE PARTY-NAME (PTY-IDX)        TO PD-PARTY
               MOVE PARTY-ELECTED (PTY-IDX)     TO PD-ELECTED
               MOVE PARTY-SUCCESSION (PTY-IDX)  TO PD-SUCCESSION
               MOVE PARTY-EV-WON (PTY-IDX)      TO PD-EV-WON
               MOVE PARTY-POPULAR-WON (PTY-IDX) TO PD-POPULAR-WON
               MOVE PARTY-MISMATCHES (PTY-IDX)  TO PD-MISMATCH
               WRITE ELECT-REPORT-REC FROM WS-PARTY-DETAIL-LINE
               ADD 1 TO LINE-COUNT
           END-PERFORM.

       800-WRITE-TRAILER.
           MOVE CTR-TERMS-READ       TO TRL-READ.
           MOVE CTR-TERMS-ELECTED    TO TRL-ELECTED.
           MOVE CTR-TERMS-SUCCESSION TO TRL-SUCCESSION.
           MOVE CTR-PARTY-MISMATCH   TO TRL-MISMATCH.
           WRITE ELECT-REPORT-REC FROM WS-BLANK-LINE.
           WRITE ELECT-REPORT-REC FROM WS-TRAILER-LINE.

       850-WRITE-BAL-RECORD.
      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK:
      *** EVERY TERM READ PRINTS AS EITHER ELECTED OR SUCCESSION
           OPEN EXTEND BAL-CONTROL-FILE.
           IF NOT BL-FILE-FOUND
                OPEN OUTPUT BAL-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BAL-CONTROL-REC.
           MOVE 'ELECTRPT' TO BAL-PROGRAM.
           MOVE WS-BUSINESS-DATE TO BAL-RUN-DATE.
           MOVE CTR-TERMS-READ   TO BAL-IN-COUNT.
           COMPUTE BAL-OUT-COUNT =
                   CTR-TERMS-ELECTED + CTR-TERMS-SUCCESSION.
           MOVE 0                TO BAL-ERR-COUNT.
           WRITE BAL-CONTROL-REC.
           CLOSE BAL-CONTROL-FILE.

       860-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT RUN-CTL-FILE.
           IF RC-FILE-FOUND
                READ RUN-CTL-FILE
                AT END
                   MOVE 'Y' TO WS-RC-EOF-SW
                END-READ
                IF NOT RC-EOF
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

       900-WRAP-UP.
           CLOSE ACCT-REC
           IF ELECT-FILE-OPEN
                CLOSE ELECT-FILE
           END-IF
           CLOSE ELECT-REPORT
           .
