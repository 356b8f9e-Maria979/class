       IDENTIFICATION DIVISION.
      *****************************************************************
      **   ADMINISTRATION REPORT. BROWSES THE PRESIDENTS KSDS
      **   (ACCTSSRT) IN ACCT-NO (CHRONOLOGICAL) ORDER AND LISTS EVERY
      **   TERM WITH ITS VICE PRESIDENT(S) AND CABINET OFFICERS FROM
      **   THE ADMINISTRATION KSDS (ADMINFL). A SECOND PASS OVER ADMINFL
      **   SENDS ANY OFFICER RECORD WHOSE ACCT-NO HAS NO PRESIDENT,
      **   WHOSE YEARS SERVED FALL OUTSIDE THE TERM, OR WHOSE ROLE CODE
      **   IS NOT RECOGNIZED TO THE ADMEXC EXCEPTIONS LISTING.
      *****************************************************************
       PROGRAM-ID.   ADMINRPT.
       AUTHOR.        SAYLES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC       ASSIGN TO ACCTSSRT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ACCT-NO
             ALTERNATE RECORD KEY IS LAST-NAME WITH DUPLICATES
             FILE STATUS IS ACCODE.
           SELECT ADMIN-FILE     ASSIGN TO ADMINFL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ADM-KEY
             FILE STATUS IS ADCODE.
           SELECT ADMIN-REPORT   ASSIGN TO ADMRPT.
           SELECT ADMIN-EXCEPT   ASSIGN TO ADMEXC.
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
       FD  ADMIN-FILE.
           COPY ADMINREC.
      *
       FD  ADMIN-REPORT RECORDING MODE F.
       01  ADMIN-REPORT-REC            PIC X(133).
      *
       FD  ADMIN-EXCEPT RECORDING MODE F.
       01  ADMIN-EXCEPT-REC.
           05  EX-ACCT-NO              PIC X(8).
           05  FILLER                  PIC X(1).
           05  EX-SEQ                  PIC 9(2).
           05  FILLER                  PIC X(2).
           05  EX-LAST-NAME            PIC X(20).
           05  EX-FIRST-NAME           PIC X(15).
           05  EX-ROLE-CODE            PIC X(2).
           05  FILLER                  PIC X(1).
           05  EX-YEAR-FROM            PIC 9(4).
           05  FILLER                  PIC X(1).
           05  EX-YEAR-TO              PIC 9(4).
           05  FILLER                  PIC X(2).
           05  EX-REASON               PIC X(30).
           05  FILLER                  PIC X(8).
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
           05 WS-EOF-ADMIN-SW          PIC X(1)       VALUE 'N'.
               88 EOF-ADMIN                           VALUE 'Y'.
           05 WS-TERM-DONE-SW          PIC X(1)       VALUE 'N'.
               88 TERM-OFFICERS-DONE                  VALUE 'Y'.
           05 WS-ADMIN-OPEN-SW         PIC X(1)       VALUE 'N'.
               88 ADMIN-FILE-OPEN                     VALUE 'Y'.
           05 WS-OFFICER-BAD-SW        PIC X(1)       VALUE 'N'.
               88 OFFICER-BAD                         VALUE 'Y'.

       01 ACCODE                       PIC X(2)       VALUE SPACES.
          88 AC-FILE-OK                               VALUE '00' '02'.
       01 ADCODE                       PIC X(2)       VALUE SPACES.
          88 AD-FILE-OK                               VALUE '00' '02'.

       01 CTR-TERMS-LISTED             PIC 9(5)       VALUE 0.
       01 CTR-OFFICERS-READ            PIC 9(7)       VALUE 0.
       01 CTR-OFFICERS-CLEAN           PIC 9(7)       VALUE 0.
       01 CTR-OFFICERS-EXCEPT          PIC 9(7)       VALUE 0.
       01 WS-TERM-OFFICER-COUNT        PIC 9(3)       VALUE 0.
       01 WS-SAVE-ACCT-NO              PIC X(8)       VALUE SPACES.
       01 WS-EXCEPT-REASON             PIC X(30)      VALUE SPACES.

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
                'Report: A126'.
           05 FILLER                    PIC X(23)      VALUE SPACES.
           05 FILLER                    PIC X(47)      VALUE
                'Presidential Administrations And Officers'.
           05 RPT-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(10)      VALUE SPACES.
           05 FILLER                    PIC X(5)       VALUE 'PAGE '.
           05 RPT-PAGE-NO               PIC ZZ9.
           05 FILLER                    PIC X(22)      VALUE SPACES.

       01 WS-HEADER-2.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(12)      VALUE 'TERM'.
           05 FILLER                    PIC X(27)      VALUE
                'ROLE'.
           05 FILLER                    PIC X(36)      VALUE 'NAME'.
           05 FILLER                    PIC X(17)      VALUE
                'HOME STATE'.
           05 FILLER                    PIC X(38)      VALUE
                'SERVED'.

       01 WS-HEADER-3.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(100)     VALUE ALL '='.
           05 FILLER                    PIC X(30)      VALUE SPACES.

       01 WS-TERM-LINE.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 TL-YEAR-IN                PIC 9(4).
           05 FILLER                    PIC X(1)       VALUE '-'.
           05 TL-YEAR-OUT               PIC 9(4).
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(27)      VALUE
                'PRESIDENT'.
           05 TL-FIRST-NAME             PIC X(15).
           05 TL-LAST-NAME              PIC X(21).
           05 TL-PARTY                  PIC X(7).
           05 FILLER                    PIC X(48)      VALUE SPACES.

       01 WS-OFFICER-LINE.
           05 FILLER                    PIC X(15)      VALUE SPACES.
           05 OL-ROLE-TITLE             PIC X(27).
           05 OL-FIRST-NAME             PIC X(15).
           05 OL-LAST-NAME              PIC X(21).
           05 OL-HOME-STATE             PIC X(17).
           05 OL-YEAR-FROM              PIC 9(4).
           05 FILLER                    PIC X(1)       VALUE '-'.
           05 OL-YEAR-TO                PIC 9(4).
           05 FILLER                    PIC X(2)       VALUE SPACES.
           05 OL-FLAG                   PIC X(20).
           05 FILLER                    PIC X(7)       VALUE SPACES.

       01 WS-NO-OFFICERS-LINE.
           05 FILLER                    PIC X(15)      VALUE SPACES.
           05 FILLER                    PIC X(40)      VALUE
                'NO OFFICERS ON FILE FOR THIS TERM'.
           05 FILLER                    PIC X(78)      VALUE SPACES.

       01 WS-TRAILER-LINE.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(16)      VALUE
                'TERMS LISTED: '.
           05 TRL-TERMS                 PIC ZZZZ9.
           05 FILLER                    PIC X(4)       VALUE SPACES.
           05 FILLER                    PIC X(17)      VALUE
                'OFFICERS READ: '.
           05 TRL-READ                  PIC ZZZZZZ9.
           05 FILLER                    PIC X(4)       VALUE SPACES.
           05 FILLER                    PIC X(13)      VALUE
                'EXCEPTIONS: '.
           05 TRL-EXCEPT                PIC ZZZZZZ9.
           05 FILLER                    PIC X(57)      VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
           PERFORM 100-INIT-RTN
           PERFORM 300-LIST-ONE-TERM UNTIL EOF-MASTER
           PERFORM 500-CHECK-OFFICERS THRU 500-EXIT
           PERFORM 800-WRITE-TRAILER
           PERFORM 850-WRITE-BAL-RECORD
           PERFORM 900-WRAP-UP
           GOBACK
           .
       100-INIT-RTN.
           PERFORM 860-GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO RPT-DATE.
           PERFORM 200-OPEN-FILES.
           IF NOT EOF-MASTER
                PERFORM 210-READ-MASTER
           END-IF.

       200-OPEN-FILES.
           OPEN INPUT ACCT-REC
           IF NOT AC-FILE-OK
                DISPLAY 'ADMINRPT: ACCTSSRT OPEN FAILED, STATUS '
                   ACCODE
                MOVE 'Y' TO WS-EOF-MASTER-SW
           END-IF
      *** NO ADMINISTRATION FILE YET JUST MEANS EVERY TERM PRINTS
      *** WITH NO OFFICERS AND THERE IS NOTHING TO EXCEPTION
           OPEN INPUT ADMIN-FILE
           IF AD-FILE-OK
                MOVE 'Y' TO WS-ADMIN-OPEN-SW
           ELSE
                DISPLAY 'ADMINRPT: ADMINFL NOT AVAILABLE, STATUS '
                   ADCODE
           END-IF
           OPEN OUTPUT ADMIN-REPORT
           OPEN OUTPUT ADMIN-EXCEPT
           .
       210-READ-MASTER.
           READ ACCT-REC NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EOF-MASTER-SW
           END-READ.

       300-LIST-ONE-TERM.
      *** ONE TERM LINE, THEN EVERY OFFICER FILED UNDER ITS ACCT-NO
           IF LINE-COUNT >= REPORT-MAX-LINES
                PERFORM 550-WRITE-HEADERS
           END-IF.
           MOVE YEAR-IN    TO TL-YEAR-IN.
           MOVE YEAR-OUT   TO TL-YEAR-OUT.
           MOVE FIRST-NAME TO TL-FIRST-NAME.
           MOVE LAST-NAME  TO TL-LAST-NAME.
           MOVE ACCT-PARTY TO TL-PARTY.
           WRITE ADMIN-REPORT-REC FROM WS-BLANK-LINE.
           WRITE ADMIN-REPORT-REC FROM WS-TERM-LINE.
           ADD 2 TO LINE-COUNT.
           ADD 1 TO CTR-TERMS-LISTED.
           MOVE 0 TO WS-TERM-OFFICER-COUNT.
           IF ADMIN-FILE-OPEN
                PERFORM 320-START-TERM-OFFICERS
                PERFORM 330-LIST-ONE-OFFICER
                    UNTIL TERM-OFFICERS-DONE
           END-IF.
           IF WS-TERM-OFFICER-COUNT = 0
                WRITE ADMIN-REPORT-REC FROM WS-NO-OFFICERS-LINE
                ADD 1 TO LINE-COUNT
           END-IF.
           PERFORM 210-READ-MASTER.

       320-START-TERM-OFFICERS.
      *** POSITION AT SEQUENCE 00 OF THIS ACCT-NO; THE BROWSE STOPS
      *** AS SOON AS THE KEY MOVES ON TO THE NEXT TERM
           MOVE 'N'      TO WS-TERM-DONE-SW.
           MOVE ACCT-NO  TO ADM-ACCT-NO.
           MOVE 0        TO ADM-SEQ.
           START ADMIN-FILE
              KEY IS NOT LESS THAN ADM-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-TERM-DONE-SW
           END-START.

       330-LIST-ONE-OFFICER.
           READ ADMIN-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-TERM-DONE-SW
           END-READ.
           IF NOT TERM-OFFICERS-DONE
                IF ADM-ACCT-NO NOT = ACCT-NO
                     MOVE 'Y' TO WS-TERM-DONE-SW
                ELSE
                     PERFORM 340-WRITE-OFFICER-LINE
                END-IF
           END-IF.

       340-WRITE-OFFICER-LINE.
           IF LINE-COUNT >= REPORT-MAX-LINES
                PERFORM 550-WRITE-HEADERS
           END-IF.
           MOVE ADM-ROLE-TITLE TO OL-ROLE-TITLE.
           MOVE ADM-FIRST-NAME TO OL-FIRST-NAME.
           MOVE ADM-LAST-NAME  TO OL-LAST-NAME.
           MOVE ADM-HOME-STATE TO OL-HOME-STATE.
           MOVE ADM-YEAR-FROM  TO OL-YEAR-FROM.
           MOVE ADM-YEAR-TO    TO OL-YEAR-TO.
           PERFORM 520-EDIT-OFFICER.
           IF OFFICER-BAD
                MOVE '** SEE EXCEPTIONS' TO OL-FLAG
           ELSE
                MOVE SPACES TO OL-FLAG
           END-IF.
           WRITE ADMIN-REPORT-REC FROM WS-OFFICER-LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO WS-TERM-OFFICER-COUNT.

       500-CHECK-OFFICERS.
      *** SECOND PASS: EVERY OFFICER RECORD ON ADMINFL, IN KEY ORDER,
      *** IS PROVED AGAINST ITS PRESIDENT'S TERM. THE ACCTSSRT READ IS
      *** SKIPPED WHEN THE TERM HAS NOT CHANGED SINCE THE LAST OFFICER
           IF NOT ADMIN-FILE-OPEN
                GO TO 500-EXIT
           END-IF.
           MOVE LOW-VALUES TO ADM-KEY.
           START ADMIN-FILE
              KEY IS NOT LESS THAN ADM-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-ADMIN-SW
           END-START.
           MOVE SPACES TO WS-SAVE-ACCT-NO.
           IF NOT EOF-ADMIN
                PERFORM 505-READ-ADMIN
           END-IF.
           PERFORM 510-CHECK-ONE-OFFICER UNTIL EOF-ADMIN.
       500-EXIT.
           EXIT.

       505-READ-ADMIN.
           READ ADMIN-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EOF-ADMIN-SW
           END-READ.

       510-CHECK-ONE-OFFICER.
           ADD 1 TO CTR-OFFICERS-READ.
           IF ADM-ACCT-NO NOT = WS-SAVE-ACCT-NO
                MOVE ADM-ACCT-NO TO ACCT-NO
                MOVE ADM-ACCT-NO TO WS-SAVE-ACCT-NO
                READ ACCT-REC
                   KEY IS ACCT-NO
                   INVALID KEY
                      MOVE SPACES TO ACCT-NO
                END-READ
           END-IF.
           IF ACCT-NO NOT = ADM-ACCT-NO
                MOVE 'Y' TO WS-OFFICER-BAD-SW
                MOVE 'NO MATCHING PRESIDENT TERM' TO WS-EXCEPT-REASON
           ELSE
                PERFORM 520-EDIT-OFFICER
           END-IF.
           IF OFFICER-BAD
                PERFORM 530-WRITE-EXCEPTION
           ELSE
                ADD 1 TO CTR-OFFICERS-CLEAN
           END-IF.
           PERFORM 505-READ-ADMIN.

       520-EDIT-OFFICER.
      *** AN OFFICER MUST SERVE WITHIN THE PRESIDENT'S OWN TERM, AND
      *** THE YEARS SERVED MUST RUN FORWARD
           MOVE 'N' TO WS-OFFICER-BAD-SW.
           MOVE SPACES TO WS-EXCEPT-REASON.
           EVALUATE TRUE
              WHEN NOT ADM-VALID-ROLE
                 MOVE 'Y' TO WS-OFFICER-BAD-SW
                 MOVE 'ROLE CODE NOT VP OR CB' TO WS-EXCEPT-REASON
              WHEN ADM-YEAR-FROM NOT NUMERIC
                OR ADM-YEAR-TO NOT NUMERIC
                 MOVE 'Y' TO WS-OFFICER-BAD-SW
                 MOVE 'YEARS SERVED NOT NUMERIC' TO WS-EXCEPT-REASON
              WHEN ADM-YEAR-FROM > ADM-YEAR-TO
                 MOVE 'Y' TO WS-OFFICER-BAD-SW
                 MOVE 'YEARS SERVED OUT OF ORDER' TO WS-EXCEPT-REASON
              WHEN ADM-YEAR-FROM < YEAR-IN
                OR ADM-YEAR-TO > YEAR-OUT
                 MOVE 'Y' TO WS-OFFICER-BAD-SW
                 MOVE 'YEARS SERVED OUTSIDE TERM' TO WS-EXCEPT-REASON
           END-EVALUATE.

       530-WRITE-EXCEPTION.
           MOVE SPACES         TO ADMIN-EXCEPT-REC.
           MOVE ADM-ACCT-NO    TO EX-ACCT-NO.
           MOVE ADM-SEQ        TO EX-SEQ.
           MOVE ADM-LAST-NAME  TO EX-LAST-NAME.
           MOVE ADM-FIRST-NAME TO EX-FIRST-NAME.
           MOVE ADM-ROLE-CODE  TO EX-ROLE-CODE.
           MOVE ADM-YEAR-FROM  TO EX-YEAR-FROM.
           MOVE ADM-YEAR-TO    TO EX-YEAR-TO.
           MOVE WS-EXCEPT-REASON TO EX-REASON.
           WRITE ADMIN-EXCEPT-REC.
           ADD 1 TO CTR-OFFICERS-EXCEPT.

       550-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
           WRITE ADMIN-REPORT-REC FROM WS-BLANK-LINE.
           WRITE ADMIN-REPORT-REC FROM WS-HEADER-1.
           WRITE ADMIN-REPORT-REC FROM WS-BLANK-LINE.
           WRITE ADMIN-REPORT-REC FROM WS-HEADER-2.
           WRITE ADMIN-REPORT-REC FROM WS-HEADER-3.
           MOVE 0 TO LINE-COUNT.

       800-WRITE-TRAILER.
           IF LINE-COUNT >= REPORT-MAX-LINES
                PERFORM 550-WRITE-HEADERS
           END-IF.
           MOVE CTR-TERMS-LISTED    TO TRL-TERMS.
           MOVE CTR-OFFICERS-READ   TO TRL-READ.
           MOVE CTR-OFFICERS-EXCEPT TO TRL-EXCEPT.
           WRITE ADMIN-REPORT-REC FROM WS-BLANK-LINE.
           WRITE ADMIN-REPORT-REC FROM WS-TRAILER-LINE.

       850-WRITE-BAL-RECORD.
      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK:
      *** EVERY OFFICER RECORD READ IS EITHER CLEAN OR AN EXCEPTION
           OPEN EXTEND BAL-CONTROL-FILE.
           IF NOT BL-FILE-FOUND
                OPEN OUTPUT BAL-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BAL-CONTROL-REC.
           MOVE 'ADMINRPT' TO BAL-PROGRAM.
           MOVE WS-BUSINESS-DATE    TO BAL-RUN-DATE.
           MOVE CTR-OFFICERS-READ   TO BAL-IN-COUNT.
           MOVE CTR-OFFICERS-CLEAN  TO BAL-OUT-COUNT.
           MOVE CTR-OFFICERS-EXCEPT TO BAL-ERR-COUNT.
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
           IF ADMIN-FILE-OPEN
                CLOSE ADMIN-FILE
           END-IF
           CLOSE ADMIN-REPORT
           CLOSE ADMIN-EXCEPT
           .
