      *****************************************************************
      **   BATCH INQUIRY AGAINST THE PRESIDENTS (ACCTSSRT) FILE.
      **   READS REQUEST CARDS CARRYING AN ACCT-NO (THE YYYYYYYY TERM
      **   FIELD) OR A LAST-NAME, READS ONLY THE MATCHING MASTER
      **   RECORD(S) FROM THE ACCTSSRT KSDS (PRIME KEY ACCT-NO,
      **   ALTERNATE KEY LAST-NAME) AND PRINTS A ONE-PAGE DOSSIER:
      **   TERM, PARTY, STATE (EXPANDED VIA
      **   STATELKP), SALARY, NET WORTH AND THE COMPUTED SALARY ACCUM,
      **   FOLLOWED BY THE TERM'S VICE PRESIDENT(S) AND CABINET
      **   OFFICERS FROM THE ADMINISTRATION KSDS (ADMINFL).
      **   A SEARCH CARD ('S' IN COLUMN 9) INSTEAD COMBINES PARTY,
      **   STATE (NAME OR ABBREVIATION), A YEAR-IN RANGE AND A
      **   COMMENTS KEYWORD, AND PRINTS A HIT LIST WITH ONE SUMMARY
      **   LINE PER MATCH AND THE MATCH COUNT -- FOLLOWED BY A FULL
      **   DOSSIER FOR EVERY HIT WHEN COLUMN 10 CARRIES A 'D'.
      **   REQUESTS WITH NO MATCH GO TO A NOT-FOUND LISTING SO THE
      **   REQUESTER KNOWS THE FILE WAS CHECKED.
      *****************************************************************
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
           SELECT INQ-REQUEST    ASSIGN TO INQRQST.
           SELECT INQ-REPORT     ASSIGN TO INQRPT.
           SELECT INQ-NOTFOUND   ASSIGN TO INQNF.
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC.
           COPY ACCTREC.
      *
       FD  ADMIN-FILE.
           COPY ADMINREC.
      *
       FD  INQ-REQUEST RECORDING MODE F.
       01  INQ-REQUEST-REC.
           05  RQ-ACCT-NO              PIC X(8).
           05  RQ-CARD-TYPE            PIC X(1).
               88  RQ-SEARCH-CARD                 VALUE 'S'.
           05  RQ-DOSSIER-OPT          PIC X(1).
               88  RQ-PRINT-DOSSIERS              VALUE 'D'.
           05  RQ-LAST-NAME            PIC X(20).
           05  FILLER                  PIC X(50).
      *** SEARCH CARD -- ANY CRITERION LEFT BLANK IS NOT APPLIED
       01  INQ-SEARCH-REC.
           05  FILLER                  PIC X(10).
           05  SR-PARTY                PIC X(7).
           05  SR-STATE                PIC X(15).
           05  SR-YEAR-FROM            PIC X(4).
           05  SR-YEAR-TO              PIC X(4).
           05  SR-KEYWORD              PIC X(20).
           05  FILLER                  PIC X(20).
      *
       FD  INQ-REPORT RECORDING MODE F.
       01  INQ-REPORT-REC              PIC X(133).
      *
       WORKING-STORAGE SECTION.
       01 PROGRAM-INDICATOR-SWITCHES.
           05 WS-MASTER-DOWN-SW        PIC X(1)       VALUE 'N'.
               88 MASTER-UNAVAILABLE                  VALUE 'Y'.
           05 WS-NAME-BROWSE-SW        PIC X(1)       VALUE 'N'.
               88 NAME-BROWSE-DONE                    VALUE 'Y'.
           05 WS-ADMIN-OPEN-SW         PIC X(1)       VALUE 'N'.
               88 ADMIN-FILE-OPEN                     VALUE 'Y'.
           05 WS-OFFICERS-DONE-SW      PIC X(1)       VALUE 'N'.
               88 OFFICERS-DONE                       VALUE 'Y'.
           05 WS-EOF-REQUEST-SW        PIC X(1)       VALUE 'N'.
               88 EOF-REQUEST                         VALUE 'Y'.
           05 WS-MATCH-SW              PIC X(1)       VALUE 'N'.
               88 WS-MATCH-FOUND                      VALUE 'Y'.
           05 WS-SEARCH-VALID-SW       PIC X(1)       VALUE 'N'.
               88 WS-SEARCH-VALID                     VALUE 'Y'.
           05 WS-SEARCH-DONE-SW        PIC X(1)       VALUE 'N'.
               88 SEARCH-DONE                         VALUE 'Y'.
           05 WS-HIT-SW                PIC X(1)       VALUE 'N'.
               88 WS-HIT                              VALUE 'Y'.
           05 WS-SEARCH-PASS           PIC X(1)       VALUE 'L'.
               88 SEARCH-LIST-PASS                    VALUE 'L'.
               88 SEARCH-DOSSIER-PASS                 VALUE 'D'.

       01 WS-REQUEST-COUNT             PIC 9(3)       VALUE 0.
       01 WS-NOTFOUND-COUNT            PIC 9(3)       VALUE 0.
       01 CTR-REQUESTS-READ            PIC 9(7)       VALUE 0.
       01 WS-NF-REASON                 PIC X(30)      VALUE SPACES.

      *** SEARCH-CARD CRITERIA AS EDITED: YEARS DEFAULT TO THE WHOLE
      *** FILE, THE STATE IS HELD BOTH AS NAME AND ABBREVIATION, AND
      *** THE KEYWORD IS MATCHED CASE-BLIND ANYWHERE IN COMMENTS
       01 WS-SR-YEAR-FROM              PIC 9(4)       VALUE 0.
       01 WS-SR-YEAR-TO                PIC 9(4)       VALUE 9999.
       01 WS-SR-STATE-ABBR             PIC X(2).
       01 WS-SR-STATE-NAME             PIC X(20).
       01 WS-SR-KEYWORD                PIC X(20).
       01 WS-SR-KW-LEN                 PIC 9(2)       VALUE 0.
       01 WS-SR-KW-TALLY               PIC 9(3)       VALUE 0.
       01 WS-SR-COMMENTS               PIC X(42).
       01 WS-HIT-COUNT                 PIC 9(4)       VALUE 0.

      *** ACCTSSRT KSDS STATUS -- A FAILED OPEN LEAVES EVERY REQUEST
      *** TO FALL THROUGH TO THE NOT-FOUND LISTING
       01 ACCODE                       PIC X(2)       VALUE SPACES.
          88 AC-FILE-OK                               VALUE '00' '02'.
       01 ADCODE                       PIC X(2)       VALUE SPACES.
          88 AD-FILE-OK                               VALUE '00' '02'.
       01 WS-OFFICER-COUNT             PIC 9(3)       VALUE 0.

      *** CONTROL COUNTS FOR THE COMMON BALANCING FILE, STAMPED WITH
      *** THE RUNCTL BUSINESS DATE (SYSTEM DATE WHEN NO CARD)
       01 WS-STATE-LOOKUP-SW           PIC X(1)       VALUE 'N'.
          88 WS-STATE-FOUND                           VALUE 'Y'.

      *************************************************************
      ****** Dossier page lines ******
      *************************************************************
           05 DM-AMOUNT                 PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(97)      VALUE SPACES.

       01 WS-DOSSIER-OFFICER-HEAD.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(20)      VALUE
                'OFFICERS:'.
           05 FILLER                    PIC X(110)     VALUE SPACES.

       01 WS-DOSSIER-OFFICER-LINE.
           05 FILLER                    PIC X(5)       VALUE SPACES.
           05 DO-ROLE-TITLE             PIC X(26).
           05 DO-FIRST-NAME             PIC X(15).
           05 DO-LAST-NAME              PIC X(21).
           05 DO-HOME-STATE             PIC X(16).
           05 DO-YEAR-FROM              PIC 9(4).
           05 FILLER                    PIC X(1)       VALUE '-'.
           05 DO-YEAR-TO                PIC 9(4).
           05 FILLER                    PIC X(41)      VALUE SPACES.

       01 WS-DOSSIER-NO-OFFICERS.
           05 FILLER                    PIC X(5)       VALUE SPACES.
           05 FILLER                    PIC X(30)      VALUE
                'NONE ON FILE'.
           05 FILLER                    PIC X(98)      VALUE SPACES.

      *************************************************************
      ****** Search hit list lines ******
      *************************************************************
       01 WS-SEARCH-HEADER.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(18)      VALUE
                'SEARCH RESULTS -- '.
           05 FILLER                    PIC X(7)       VALUE 'PARTY: '.
           05 SH-PARTY                  PIC X(8).
           05 FILLER                    PIC X(7)       VALUE 'STATE: '.
           05 SH-STATE                  PIC X(16).
           05 FILLER                    PIC X(7)       VALUE 'YEARS: '.
           05 SH-YEAR-FROM              PIC 9(4).
           05 FILLER                    PIC X(1)       VALUE '-'.
           05 SH-YEAR-TO                PIC 9(4).
           05 FILLER                    PIC X(2)       VALUE SPACES.
           05 FILLER                    PIC X(9)       VALUE
                'KEYWORD: '.
           05 SH-KEYWORD                PIC X(20).
           05 FILLER                    PIC X(27)      VALUE SPACES.

       01 WS-SEARCH-HIT-LINE.
           05 FILLER                    PIC X(5)       VALUE SPACES.
           05 HL-YEAR-IN                PIC 9(4).
           05 FILLER                    PIC X(1)       VALUE '-'.
           05 HL-YEAR-OUT               PIC 9(4).
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 HL-FIRST-NAME             PIC X(16).
           05 HL-LAST-NAME              PIC X(21).
           05 HL-PARTY                  PIC X(8).
           05 HL-STATE                  PIC X(15).
           05 FILLER                    PIC X(56)      VALUE SPACES.

       01 WS-SEARCH-COUNT-LINE.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(15)      VALUE
                'MATCHES FOUND: '.
           05 HC-COUNT                  PIC ZZZ9.
           05 FILLER                    PIC X(111)     VALUE SPACES.

       01 WS-TRAILER-LINE.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(20)      VALUE
           GOBACK
           .
       100-INIT-RTN.
           PERFORM 200-OPEN-FILES.
           PERFORM 250-READ-REQUEST.

       200-OPEN-FILES.
           OPEN INPUT ACCT-REC
           IF NOT AC-FILE-OK
                DISPLAY 'PRESINQ: ACCTSSRT OPEN FAILED, STATUS '
                   ACCODE
                MOVE 'Y' TO WS-MASTER-DOWN-SW
           END-IF
      *** THE ADMINISTRATION FILE IS OPTIONAL -- WITHOUT IT THE
      *** DOSSIERS SIMPLY CARRY NO OFFICER SECTION
           OPEN INPUT ADMIN-FILE
           IF AD-FILE-OK
                MOVE 'Y' TO WS-ADMIN-OPEN-SW
           END-IF
           OPEN INPUT INQ-REQUEST
           OPEN OUTPUT INQ-REPORT
           OPEN OUTPUT INQ-NOTFOUND
           .
       250-READ-REQUEST.
           READ INQ-REQUEST
           AT END

       300-PROCESS-REQUESTS.
      *** MATCH ON ACCT-NO WHEN THE CARD CARRIES ONE, OTHERWISE ON
      *** LAST-NAME -- A CARD WITH BOTH MUST MATCH ON ACCT-NO. EITHER
      *** WAY ONLY THE REQUESTED RECORDS ARE READ FROM THE KSDS
           ADD 1 TO CTR-REQUESTS-READ.
           MOVE 'N' TO WS-MATCH-SW.
           MOVE 'NOT ON PRESIDENTS FILE' TO WS-NF-REASON.
           IF NOT MASTER-UNAVAILABLE
                IF RQ-SEARCH-CARD
                     PERFORM 330-PROCESS-SEARCH
                ELSE
                     IF RQ-ACCT-NO NOT = SPACES
                          PERFORM 310-READ-BY-ACCT-NO
                     ELSE
                          IF RQ-LAST-NAME NOT = SPACES
                               PERFORM 320-READ-BY-LAST-NAME
                          END-IF
                     END-IF
                END-IF
           END-IF.
           IF WS-MATCH-FOUND
                ADD 1 TO WS-REQUEST-COUNT
           ELSE
           END-IF.
           PERFORM 250-READ-REQUEST.

       310-READ-BY-ACCT-NO.
      *** RANDOM READ ON THE PRIME KEY
           MOVE RQ-ACCT-NO TO ACCT-NO.
           READ ACCT-REC
              KEY IS ACCT-NO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-MATCH-SW
                 PERFORM 400-WRITE-DOSSIER
           END-READ.

       320-READ-BY-LAST-NAME.
      *** POSITION ON THE LAST-NAME ALTERNATE KEY, THEN READ FORWARD
      *** THROUGH THE DUPLICATES -- EVERY PRESIDENT SHARING THE NAME
      *** GETS A DOSSIER, EXACTLY AS THE OLD TABLE SCAN DID
           MOVE RQ-LAST-NAME TO LAST-NAME.
           MOVE 'N' TO WS-NAME-BROWSE-SW.
           START ACCT-REC
              KEY IS EQUAL TO LAST-NAME
              INVALID KEY
                 MOVE 'Y' TO WS-NAME-BROWSE-SW
           END-START.
           PERFORM 325-READ-NEXT-BY-NAME UNTIL NAME-BROWSE-DONE.

       325-READ-NEXT-BY-NAME.
           READ ACCT-REC NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-NAME-BROWSE-SW
           END-READ.
           IF NOT NAME-BROWSE-DONE
                IF LAST-NAME = RQ-LAST-NAME
                     MOVE 'Y' TO WS-MATCH-SW
                     PERFORM 400-WRITE-DOSSIER
                ELSE
                     MOVE 'Y' TO WS-NAME-BROWSE-SW
                END-IF
           END-IF.

       330-PROCESS-SEARCH.
      *** ONE BROWSE OF THE YEAR-IN RANGE LISTS THE HITS; WITH THE
      *** DOSSIER OPTION A SECOND BROWSE PRINTS A DOSSIER FOR EACH
           PERFORM 332-EDIT-SEARCH-CARD.
           IF WS-SEARCH-VALID
                MOVE 0 TO WS-HIT-COUNT
                PERFORM 340-WRITE-SEARCH-HEADER
                MOVE 'L' TO WS-SEARCH-PASS
                PERFORM 335-BROWSE-FOR-HITS
                MOVE WS-HIT-COUNT TO HC-COUNT
                WRITE INQ-REPORT-REC FROM WS-SEARCH-COUNT-LINE
                WRITE INQ-REPORT-REC FROM WS-BLANK-LINE
                IF WS-HIT-COUNT > 0
                     MOVE 'Y' TO WS-MATCH-SW
                     IF RQ-PRINT-DOSSIERS
                          MOVE 'D' TO WS-SEARCH-PASS
                          PERFORM 335-BROWSE-FOR-HITS
                     END-IF
                ELSE
                     MOVE 'NO RECORDS MATCH SEARCH' TO WS-NF-REASON
                END-IF
           END-IF.

       332-EDIT-SEARCH-CARD.
           MOVE 'Y' TO WS-SEARCH-VALID-SW.
           IF SR-PARTY = SPACES AND SR-STATE = SPACES
              AND SR-YEAR-FROM = SPACES AND SR-YEAR-TO = SPACES
              AND SR-KEYWORD = SPACES
                MOVE 'N' TO WS-SEARCH-VALID-SW
                MOVE 'NO CRITERIA ON SEARCH CARD' TO WS-NF-REASON
           END-IF.
           MOVE 0    TO WS-SR-YEAR-FROM.
           MOVE 9999 TO WS-SR-YEAR-TO.
           IF WS-SEARCH-VALID
                PERFORM 333-EDIT-SEARCH-YEARS
           END-IF.
      *** A STATE GIVEN AS AN ABBREVIATION IS EXPANDED TO ITS NAME,
      *** A NAME IS REDUCED TO ITS ABBREVIATION, SO EITHER FORM ON
      *** THE MASTER MATCHES EITHER FORM ON THE CARD
           MOVE SPACES TO WS-SR-STATE-ABBR.
           MOVE SR-STATE TO WS-SR-STATE-NAME.
           IF SR-STATE NOT = SPACES
                IF SR-STATE (3:13) = SPACES
                     MOVE '1' TO WS-STATE-REQUEST-CODE
                     MOVE SR-STATE (1:2) TO WS-SR-STATE-ABBR
                     CALL 'STATELKP' USING WS-STATE-REQUEST-CODE,
                                            WS-SR-STATE-ABBR,
                                            WS-SR-STATE-NAME,
                                            WS-STATE-LOOKUP-SW
                ELSE
                     MOVE '2' TO WS-STATE-REQUEST-CODE
                     CALL 'STATELKP' USING WS-STATE-REQUEST-CODE,
                                            WS-SR-STATE-ABBR,
                                            WS-SR-STATE-NAME,
                                            WS-STATE-LOOKUP-SW
                END-IF
                MOVE '1' TO WS-STATE-REQUEST-CODE
           END-IF.
           MOVE FUNCTION UPPER-CASE (SR-KEYWORD) TO WS-SR-KEYWORD.
           MOVE 0 TO WS-SR-KW-LEN.
           IF WS-SR-KEYWORD NOT = SPACES
                INSPECT FUNCTION REVERSE (WS-SR-KEYWORD)
                   TALLYING WS-SR-KW-LEN FOR LEADING SPACES
                COMPUTE WS-SR-KW-LEN = 20 - WS-SR-KW-LEN
           END-IF.

       333-EDIT-SEARCH-YEARS.
           IF SR-YEAR-FROM NOT = SPACES
                IF SR-YEAR-FROM IS NUMERIC
                     MOVE SR-YEAR-FROM TO WS-SR-YEAR-FROM
                ELSE
                     MOVE 'N' TO WS-SEARCH-VALID-SW
                END-IF
           END-IF.
           IF SR-YEAR-TO NOT = SPACES
                IF SR-YEAR-TO IS NUMERIC
                     MOVE SR-YEAR-TO TO WS-SR-YEAR-TO
                ELSE
                     MOVE 'N' TO WS-SEARCH-VALID-SW
                END-IF
           END-IF.
           IF WS-SR-YEAR-FROM > WS-SR-YEAR-TO
                MOVE 'N' TO WS-SEARCH-VALID-SW
           END-IF.
           IF NOT WS-SEARCH-VALID
                MOVE 'INVALID YEAR RANGE ON SEARCH' TO WS-NF-REASON
           END-IF.

       335-BROWSE-FOR-HITS.
      *** ACCT-NO LEADS WITH YEAR-IN, SO THE BROWSE STARTS AT THE
      *** FIRST TERM IN RANGE AND STOPS AT THE FIRST ONE PAST IT
           MOVE 'N' TO WS-SEARCH-DONE-SW.
           MOVE LOW-VALUES TO ACCT-NO.
           MOVE WS-SR-YEAR-FROM TO YEAR-IN.
           START ACCT-REC
              KEY IS NOT LESS THAN ACCT-NO
              INVALID KEY
                 MOVE 'Y' TO WS-SEARCH-DONE-SW
           END-START.
           PERFORM 337-READ-NEXT-HIT UNTIL SEARCH-DONE.

       337-READ-NEXT-HIT.
           READ ACCT-REC NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SEARCH-DONE-SW
           END-READ.
           IF NOT SEARCH-DONE
                IF YEAR-IN > WS-SR-YEAR-TO
                     MOVE 'Y' TO WS-SEARCH-DONE-SW
                ELSE
                     PERFORM 338-CHECK-CRITERIA
                     IF WS-HIT
                          IF SEARCH-LIST-PASS
                               ADD 1 TO WS-HIT-COUNT
                               PERFORM 345-WRITE-HIT-LINE
                          ELSE
                               PERFORM 400-WRITE-DOSSIER
                          END-IF
                     END-IF
                END-IF
           END-IF.

       338-CHECK-CRITERIA.
           MOVE 'Y' TO WS-HIT-SW.
           IF SR-PARTY NOT = SPACES AND SR-PARTY NOT = ACCT-PARTY
                MOVE 'N' TO WS-HIT-SW
           END-IF.
           IF WS-HIT AND SR-STATE NOT = SPACES
                IF USA-STATE = SR-STATE
                   OR USA-STATE = WS-SR-STATE-NAME
                   OR (USA-STATE (3:13) = SPACES
                       AND WS-SR-STATE-ABBR NOT = SPACES
                       AND USA-STATE (1:2) = WS-SR-STATE-ABBR)
                     CONTINUE
                ELSE
                     MOVE 'N' TO WS-HIT-SW
                END-IF
           END-IF.
           IF WS-HIT AND WS-SR-KW-LEN > 0
                MOVE FUNCTION UPPER-CASE (COMMENTS) TO WS-SR-COMMENTS
                MOVE 0 TO WS-SR-KW-TALLY
                INSPECT WS-SR-COMMENTS TALLYING WS-SR-KW-TALLY
                   FOR ALL WS-SR-KEYWORD (1:WS-SR-KW-LEN)
                IF WS-SR-KW-TALLY = 0
                     MOVE 'N' TO WS-HIT-SW
                END-IF
           END-IF.

       340-WRITE-SEARCH-HEADER.
           MOVE SR-PARTY        TO SH-PARTY.
           MOVE SR-STATE        TO SH-STATE.
           MOVE WS-SR-YEAR-FROM TO SH-YEAR-FROM.
           MOVE WS-SR-YEAR-TO   TO SH-YEAR-TO.
           MOVE SR-KEYWORD      TO SH-KEYWORD.
           WRITE INQ-REPORT-REC FROM WS-SEARCH-HEADER.
           WRITE INQ-REPORT-REC FROM WS-DOSSIER-RULE.

       345-WRITE-HIT-LINE.
           MOVE YEAR-IN    TO HL-YEAR-IN.
           MOVE YEAR-OUT   TO HL-YEAR-OUT.
           MOVE FIRST-NAME TO HL-FIRST-NAME.
           MOVE LAST-NAME  TO HL-LAST-NAME.
           MOVE ACCT-PARTY TO HL-PARTY.
           MOVE USA-STATE  TO HL-STATE.
           WRITE INQ-REPORT-REC FROM WS-SEARCH-HIT-LINE.

       400-WRITE-DOSSIER.
           MOVE FIRST-NAME TO DH-FIRST-NAME.
           MOVE LAST-NAME  TO DH-LAST-NAME.
           WRITE INQ-REPORT-REC FROM WS-DOSSIER-HEADER.
           WRITE INQ-REPORT-REC FROM WS-DOSSIER-RULE.

           MOVE YEAR-IN  TO DT-YEAR-IN.
           MOVE YEAR-OUT TO DT-YEAR-OUT.
           COMPUTE NUMBER-OF-YEARS = YEAR-OUT - YEAR-IN.
           IF NUMBER-OF-YEARS <= 0
                MOVE 0 TO NUMBER-OF-YEARS
                MOVE 0 TO SALARY-ACCUM
           ELSE
                COMPUTE SALARY-ACCUM = NUMBER-OF-YEARS * ACCT-LIMIT
           END-IF.
           MOVE NUMBER-OF-YEARS TO DT-NBR-YEARS.
           WRITE INQ-REPORT-REC FROM WS-DOSSIER-TERM-LINE.

           MOVE ACCT-PARTY TO DP-PARTY.
           WRITE INQ-REPORT-REC FROM WS-DOSSIER-PARTY-LINE.

           MOVE USA-STATE (1:2) TO WS-STATE-ABBR.
           CALL 'STATELKP' USING WS-STATE-REQUEST-CODE,
                                  WS-STATE-ABBR,
                                  WS-STATE-FULL-NAME,
           IF WS-STATE-FOUND
                MOVE WS-STATE-FULL-NAME TO DS-STATE
           ELSE
                MOVE USA-STATE TO DS-STATE
           END-IF.
           WRITE INQ-REPORT-REC FROM WS-DOSSIER-STATE-LINE.

           MOVE 'SALARY:'       TO DM-CAPTION.
           MOVE ACCT-LIMIT      TO DM-AMOUNT.
           WRITE INQ-REPORT-REC FROM WS-DOSSIER-MONEY-LINE.

           MOVE 'NET WORTH:'    TO DM-CAPTION.
           MOVE ACCT-BALANCE    TO DM-AMOUNT.
           WRITE INQ-REPORT-REC FROM WS-DOSSIER-MONEY-LINE.

           MOVE 'SALARY ACCUM:' TO DM-CAPTION.
           MOVE SALARY-ACCUM    TO DM-AMOUNT.
           WRITE INQ-REPORT-REC FROM WS-DOSSIER-MONEY-LINE.

           IF ADMIN-FILE-OPEN
                PERFORM 420-WRITE-OFFICERS
           END-IF.

           WRITE INQ-REPORT-REC FROM WS-BLANK-LINE.

       420-WRITE-OFFICERS.
      *** GENERIC START ON THE TERM'S ACCT-NO, THEN EVERY OFFICER
      *** FILED UNDER IT IN SEQUENCE ORDER
           WRITE INQ-REPORT-REC FROM WS-DOSSIER-OFFICER-HEAD.
           MOVE 0       TO WS-OFFICER-COUNT.
           MOVE 'N'     TO WS-OFFICERS-DONE-SW.
           MOVE ACCT-NO TO ADM-ACCT-NO.
           MOVE 0       TO ADM-SEQ.
           START ADMIN-FILE
              KEY IS NOT LESS THAN ADM-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-OFFICERS-DONE-SW
           END-START.
           PERFORM 425-WRITE-ONE-OFFICER UNTIL OFFICERS-DONE.
           IF WS-OFFICER-COUNT = 0
                WRITE INQ-REPORT-REC FROM WS-DOSSIER-NO-OFFICERS
           END-IF.

       425-WRITE-ONE-OFFICER.
           READ ADMIN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-OFFICERS-DONE-SW
           END-READ.
           IF NOT OFFICERS-DONE
                IF ADM-ACCT-NO NOT = ACCT-NO
                     MOVE 'Y' TO WS-OFFICERS-DONE-SW
                ELSE
                     MOVE ADM-ROLE-TITLE TO DO-ROLE-TITLE
                     MOVE ADM-FIRST-NAME TO DO-FIRST-NAME
                     MOVE ADM-LAST-NAME  TO DO-LAST-NAME
                     MOVE ADM-HOME-STATE TO DO-HOME-STATE
                     MOVE ADM-YEAR-FROM  TO DO-YEAR-FROM
                     MOVE ADM-YEAR-TO    TO DO-YEAR-TO
                     WRITE INQ-REPORT-REC FROM WS-DOSSIER-OFFICER-LINE
                     ADD 1 TO WS-OFFICER-COUNT
                END-IF
           END-IF.

       450-WRITE-NOTFOUND.
           MOVE RQ-ACCT-NO   TO NF-ACCT-NO.
           MOVE RQ-LAST-NAME TO NF-LAST-NAME.
           MOVE WS-NF-REASON TO NF-REASON.
           WRITE INQ-NOTFOUND-REC.
           ADD 1 TO WS-NOTFOUND-COUNT.


       900-WRAP-UP.
           CLOSE ACCT-REC
           IF ADMIN-FILE-OPEN
                CLOSE ADMIN-FILE
           END-IF
           CLOSE INQ-REQUEST
           CLOSE INQ-REPORT
           CLOSE INQ-NOTFOUND
