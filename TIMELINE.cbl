       IDENTIFICATION DIVISION.
      *****************************************************************
      **   HISTORICAL EVENTS TIMELINE. EVERY EVENT ON THE DATED EVENTS
      **   FILE (EVENTFL) IS MATCHED TO THE PRESIDENT IN OFFICE THAT
      **   YEAR FROM THE YEAR-IN/YEAR-OUT TERMS ON THE PRESIDENTS KSDS
      **   (ACCTSSRT), THEN PRINTED GROUPED UNDER EACH ADMINISTRATION
      **   WITH A COUNT PER EVENT CATEGORY (CATEGORY NAMES COME FROM
      **   CODELKP TABLE TYPE 'EVCT').
      **   THE TERMS ARE CHECKED FOR GAPS AND OVERLAPS EXACTLY AS THE
      **   CNTRLBRK SUCCESSION AUDIT DOES -- ADJACENT TERMS WHERE ONE
      **   YEAR-OUT DOES NOT EQUAL THE NEXT YEAR-IN -- AND ANY EVENT
      **   FALLING IN SUCH A GAP OR OVERLAP (OR OUTSIDE THE TIMELINE
      **   ALTOGETHER) IS LISTED ON TLREVIEW INSTEAD, FOR REVIEW.
      **   A YEAR BELONGS TO THE TERM THAT BEGAN IN OR BEFORE IT AND
      **   HAS NOT YET ENDED, SO A TRANSITION YEAR GOES TO THE
      **   INCOMING PRESIDENT.
      *****************************************************************
       PROGRAM-ID.   TIMELINE.
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
           SELECT EVENT-FILE     ASSIGN TO EVENTFL.
           SELECT EVENT-SORT-FILE ASSIGN TO SORTWK1.
           SELECT EVENT-WORK     ASSIGN TO EVNTWORK.
           SELECT TIMELINE-RPT   ASSIGN TO TLRPT.
           SELECT TIMELINE-REVIEW ASSIGN TO TLREVIEW.
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
      *** ONE DATED EVENT PER CARD, IN ANY ORDER
       FD  EVENT-FILE RECORDING MODE F.
       01  EVENT-REC                   PIC X(80).
      *
       SD  EVENT-SORT-FILE.
       01  EVENT-SORT-REC.
           05  SRT-EV-YEAR             PIC X(4).
           05  FILLER                  PIC X(76).
      *
      *** THE EVENTS IN YEAR ORDER
       FD  EVENT-WORK RECORDING MODE F.
           COPY EVENTREC.
      *
       FD  TIMELINE-RPT RECORDING MODE F.
       01  TIMELINE-RPT-REC            PIC X(133).
      *
       FD  TIMELINE-REVIEW RECORDING MODE F.
       01  TIMELINE-REVIEW-REC.
           05  RV-EV-YEAR              PIC X(4).
           05  FILLER                  PIC X(2).
           05  RV-EV-CATEGORY          PIC X(4).
           05  FILLER                  PIC X(2).
           05  RV-EV-DESCRIPTION       PIC X(60).
           05  FILLER                  PIC X(2).
           05  RV-REASON               PIC X(20).
           05  FILLER                  PIC X(2).
           05  RV-BETWEEN              PIC X(37).
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
           05 WS-EOF-EVENT-SW          PIC X(1)       VALUE 'N'.
               88 EOF-EVENT                           VALUE 'Y'.
           05 WS-CAT-FOUND-SW          PIC X(1)       VALUE 'N'.
               88 WS-CAT-FOUND                        VALUE 'Y'.

       01 ACCODE                       PIC X(2)       VALUE SPACES.
          88 AC-FILE-OK                               VALUE '00' '02'.

       01 CTR-EVENTS-READ              PIC 9(7)       VALUE 0.
       01 CTR-EVENTS-PLACED            PIC 9(7)       VALUE 0.
       01 CTR-EVENTS-REVIEW            PIC 9(7)       VALUE 0.
       01 CTR-ADMINS-PRINTED           PIC 9(5)       VALUE 0.

      *** EVERY TERM, IN ACCT-NO (CHRONOLOGICAL) ORDER AS THE KSDS
      *** BROWSE RETURNS THEM
       01  TERM-TABLE.
           05  TERM-TAB OCCURS 100 TIMES
                          INDEXED BY TRM-IDX.
               10 TRM-YEAR-IN          PIC 9(4).
               10 TRM-YEAR-OUT         PIC 9(4).
               10 TRM-LNAME            PIC X(20).
               10 TRM-FNAME            PIC X(15).
               10 TRM-PARTY            PIC X(7).
       01 WS-TERM-COUNT                 PIC 9(3)      VALUE 0.

      *** GAPS AND OVERLAPS BETWEEN ADJACENT TERMS, AS YEAR RANGES:
      *** A GAP RUNS FROM THE PREDECESSOR'S YEAR-OUT UP TO (NOT
      *** INCLUDING) THE SUCCESSOR'S YEAR-IN; AN OVERLAP FROM THE
      *** SUCCESSOR'S YEAR-IN UP TO THE PREDECESSOR'S YEAR-OUT
       01  REVIEW-TABLE.
           05  REVIEW-TAB OCCURS 100 TIMES
                          INDEXED BY RVW-IDX.
               10 RVW-FROM-YEAR        PIC 9(4).
               10 RVW-TO-YEAR          PIC 9(4).
               10 RVW-TYPE             PIC X(8).
               10 RVW-PRED             PIC 9(3).
               10 RVW-NEXT             PIC 9(3).
       01 WS-REVIEW-COUNT               PIC 9(3)      VALUE 0.
       01 WS-NEXT-SLOT                  PIC 9(3)      VALUE 0.

      *** THE TERM THE CURRENT EVENT BELONGS TO (0 = REVIEW), AND THE
      *** ADMINISTRATION CURRENTLY BEING PRINTED
       01 WS-EVENT-TERM                 PIC 9(3)      VALUE 0.
       01 WS-CURRENT-TERM               PIC 9(3)      VALUE 0.
       01 WS-REVIEW-REASON              PIC X(20)     VALUE SPACES.
       01 WS-REVIEW-SLOT                PIC 9(3)      VALUE 0.

      *** PER-CATEGORY COUNTS FOR THE ADMINISTRATION BEING PRINTED
      *** AND FOR THE WHOLE RUN
       01  CATEGORY-TABLE.
           05  CATEGORY-TAB OCCURS 30 TIMES
                          INDEXED BY CAT-IDX.
               10 CAT-CODE             PIC X(4).
               10 CAT-ADMIN-COUNT      PIC 9(5).
               10 CAT-RUN-COUNT        PIC 9(7).
       01 WS-CAT-COUNT                  PIC 9(2)      VALUE 0.

      *** CATEGORY DESCRIPTIONS THROUGH THE SUITE'S CODE TABLE
       01 WS-CLK-REQUEST                PIC X(1)      VALUE '1'.
       01 WS-CLK-TABLE-TYPE             PIC X(4)      VALUE 'EVCT'.
       01 WS-CLK-CODE                   PIC X(10).
       01 WS-CLK-DESC                   PIC X(30).
       01 WS-CLK-ENTRY-NBR              PIC 9(3)      VALUE 0.
       01 WS-CLK-FOUND-SW               PIC X(1)      VALUE 'N'.
          88 WS-CLK-FOUND                             VALUE 'Y'.

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
                'Report: A128'.
           05 FILLER                    PIC X(23)      VALUE SPACES.
           05 FILLER                    PIC X(47)      VALUE
                'Historical Events By Administration'.
           05 RPT-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(10)      VALUE SPACES.
           05 FILLER                    PIC X(5)       VALUE 'PAGE '.
           05 RPT-PAGE-NO               PIC ZZ9.
           05 FILLER                    PIC X(22)      VALUE SPACES.

       01 WS-ADMIN-LINE.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(16)      VALUE
                'ADMINISTRATION: '.
           05 AL-YEAR-IN                PIC 9(4).
           05 FILLER                    PIC X(1)       VALUE '-'.
           05 AL-YEAR-OUT               PIC 9(4).
           05 FILLER                    PIC X(2)       VALUE SPACES.
           05 AL-NAME                   PIC X(36).
           05 AL-PARTY                  PIC X(7).
           05 FILLER                    PIC X(60)      VALUE SPACES.

       01 WS-ADMIN-RULE.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(70)      VALUE ALL '-'.
           05 FILLER                    PIC X(60)      VALUE SPACES.

       01 WS-EVENT-LINE.
           05 FILLER                    PIC X(6)       VALUE SPACES.
           05 EL-YEAR                   PIC 9(4).
           05 FILLER                    PIC X(2)       VALUE SPACES.
           05 EL-CATEGORY               PIC X(4).
           05 FILLER                    PIC X(2)       VALUE SPACES.
           05 EL-DESCRIPTION            PIC X(60).
           05 FILLER                    PIC X(55)      VALUE SPACES.

       01 WS-CATEGORY-LINE.
           05 FILLER                    PIC X(9)       VALUE SPACES.
           05 CL-CAPTION                PIC X(12).
           05 CL-CODE                   PIC X(6).
           05 CL-DESC                   PIC X(32).
           05 CL-COUNT                  PIC ZZZZZZ9.
           05 FILLER                    PIC X(67)      VALUE SPACES.

       01 WS-RUN-CATEGORY-HEADER.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(40)      VALUE
                'Event Counts By Category -- All Terms'.
           05 FILLER                    PIC X(90)      VALUE SPACES.

       01 WS-TRAILER-LINE.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(14)      VALUE
                'EVENTS READ: '.
           05 TRL-READ                  PIC ZZZZZZ9.
           05 FILLER                    PIC X(4)       VALUE SPACES.
           05 FILLER                    PIC X(9)       VALUE
                'PLACED: '.
           05 TRL-PLACED                PIC ZZZZZZ9.
           05 FILLER                    PIC X(4)       VALUE SPACES.
           05 FILLER                    PIC X(16)      VALUE
                'FOR REVIEW: '.
           05 TRL-REVIEW                PIC ZZZZZZ9.
           05 FILLER                    PIC X(4)       VALUE SPACES.
           05 FILLER                    PIC X(18)      VALUE
                'GAPS/OVERLAPS: '.
           05 TRL-GAPS                  PIC ZZ9.
           05 FILLER                    PIC X(37)      VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
           PERFORM 100-INIT-RTN
           PERFORM 300-PROCESS-EVENT UNTIL EOF-EVENT
           IF WS-CURRENT-TERM > 0
                PERFORM 480-WRITE-ADMIN-FOOTER
           END-IF
           PERFORM 700-WRITE-RUN-CATEGORIES
           PERFORM 800-WRITE-TRAILER
           PERFORM 850-WRITE-BAL-RECORD
           PERFORM 900-WRAP-UP
           GOBACK
           .
       100-INIT-RTN.
           INITIALIZE TERM-TABLE, REVIEW-TABLE, CATEGORY-TABLE.
           PERFORM 860-GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO RPT-DATE.
           OPEN INPUT ACCT-REC.
           IF AC-FILE-OK
                PERFORM 210-READ-MASTER
                PERFORM 220-LOAD-TERM UNTIL EOF-MASTER
                CLOSE ACCT-REC
           ELSE
                DISPLAY 'TIMELINE: ACCTSSRT OPEN FAILED, STATUS '
                   ACCODE
           END-IF.
           PERFORM 250-BUILD-REVIEW-RANGES.
           PERFORM 260-SORT-EVENTS.
           OPEN INPUT EVENT-WORK.
           OPEN OUTPUT TIMELINE-RPT.
           OPEN OUTPUT TIMELINE-REVIEW.
           PERFORM 270-READ-EVENT.

       210-READ-MASTER.
           READ ACCT-REC NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EOF-MASTER-SW
           END-READ.

       220-LOAD-TERM.
           IF WS-TERM-COUNT < 100
                ADD 1 TO WS-TERM-COUNT
                SET TRM-IDX TO WS-TERM-COUNT
                MOVE YEAR-IN    TO TRM-YEAR-IN (TRM-IDX)
                MOVE YEAR-OUT   TO TRM-YEAR-OUT (TRM-IDX)
                MOVE LAST-NAME  TO TRM-LNAME (TRM-IDX)
                MOVE FIRST-NAME TO TRM-FNAME (TRM-IDX)
                MOVE ACCT-PARTY TO TRM-PARTY (TRM-IDX)
           ELSE
                DISPLAY 'WARNING: TERM-TABLE FULL - DROPPED '
                   LAST-NAME
           END-IF.
           PERFORM 210-READ-MASTER.

       250-BUILD-REVIEW-RANGES.
      *** SAME ADJACENT-PAIR TEST AS CNTRLBRK 860-WRITE-SUCCESSION-
      *** AUDIT: YEAR-OUT NOT EQUAL TO THE NEXT TERM'S YEAR-IN
           PERFORM VARYING TRM-IDX FROM 1 BY 1
               UNTIL TRM-IDX >= WS-TERM-COUNT
              SET WS-NEXT-SLOT TO TRM-IDX
              ADD 1 TO WS-NEXT-SLOT
              IF TRM-YEAR-OUT (TRM-IDX) NOT =
                 TRM-YEAR-IN (WS-NEXT-SLOT)
                 AND WS-REVIEW-COUNT < 100
                   ADD 1 TO WS-REVIEW-COUNT
                   SET RVW-IDX TO WS-REVIEW-COUNT
                   SET RVW-PRED (RVW-IDX) TO TRM-IDX
                   MOVE WS-NEXT-SLOT TO RVW-NEXT (RVW-IDX)
                   IF TRM-YEAR-OUT (TRM-IDX) <
                      TRM-YEAR-IN (WS-NEXT-SLOT)
                        MOVE 'GAP'     TO RVW-TYPE (RVW-IDX)
                        MOVE TRM-YEAR-OUT (TRM-IDX)
                          TO RVW-FROM-YEAR (RVW-IDX)
                        MOVE TRM-YEAR-IN (WS-NEXT-SLOT)
                          TO RVW-TO-YEAR (RVW-IDX)
                   ELSE
                        MOVE 'OVERLAP' TO RVW-TYPE (RVW-IDX)
                        MOVE TRM-YEAR-IN (WS-NEXT-SLOT)
                          TO RVW-FROM-YEAR (RVW-IDX)
                        MOVE TRM-YEAR-OUT (TRM-IDX)
                          TO RVW-TO-YEAR (RVW-IDX)
                   END-IF
              END-IF
           END-PERFORM.

       260-SORT-EVENTS.
      *** EVENTS ARRIVE IN ANY ORDER -- PUT THEM IN YEAR ORDER SO
      *** EACH ADMINISTRATION'S EVENTS PRINT TOGETHER
           SORT EVENT-SORT-FILE
               ON ASCENDING KEY SRT-EV-YEAR
               WITH DUPLICATES IN ORDER
               USING EVENT-FILE
               GIVING EVENT-WORK.
           IF SORT-RETURN NOT = 0
                DISPLAY 'TIMELINE: SORT OF EVENTFL FAILED, RC '
                   SORT-RETURN
           END-IF.

       270-READ-EVENT.
           READ EVENT-WORK
           AT END
              MOVE 'Y' TO WS-EOF-EVENT-SW
           END-READ.

       300-PROCESS-EVENT.
           ADD 1 TO CTR-EVENTS-READ.
           PERFORM 320-LOCATE-TERM THRU 320-EXIT.
           IF WS-EVENT-TERM = 0
                PERFORM 450-WRITE-REVIEW
           ELSE
                IF WS-EVENT-TERM NOT = WS-CURRENT-TERM
                     IF WS-CURRENT-TERM > 0
                          PERFORM 480-WRITE-ADMIN-FOOTER
                     END-IF
                     MOVE WS-EVENT-TERM TO WS-CURRENT-TERM
                     PERFORM 470-WRITE-ADMIN-HEADER
                END-IF
                PERFORM 460-WRITE-EVENT-LINE
           END-IF.
           PERFORM 270-READ-EVENT.

       320-LOCATE-TERM.
      *** A GAP OR OVERLAP RANGE TAKES PRECEDENCE; OTHERWISE THE
      *** EVENT BELONGS TO THE LAST TERM BEGUN IN OR BEFORE ITS YEAR,
      *** PROVIDED THAT TERM HAS NOT ALREADY ENDED (THE FINAL TERM
      *** ON FILE ALSO OWNS ITS OWN YEAR-OUT)
           MOVE 0      TO WS-EVENT-TERM.
           MOVE 0      TO WS-REVIEW-SLOT.
           MOVE SPACES TO WS-REVIEW-REASON.
           IF EV-YEAR NOT NUMERIC
                MOVE 'INVALID EVENT YEAR' TO WS-REVIEW-REASON
                GO TO 320-EXIT
           END-IF.
           PERFORM VARYING RVW-IDX FROM 1 BY 1
               UNTIL RVW-IDX > WS-REVIEW-COUNT
                  OR WS-REVIEW-SLOT > 0
              IF EV-YEAR >= RVW-FROM-YEAR (RVW-IDX)
                 AND EV-YEAR < RVW-TO-YEAR (RVW-IDX)
                   SET WS-REVIEW-SLOT TO RVW-IDX
              END-IF
           END-PERFORM.
           IF WS-REVIEW-SLOT > 0
                IF RVW-TYPE (WS-REVIEW-SLOT) = 'GAP'
                     MOVE 'GAP BETWEEN TERMS' TO WS-REVIEW-REASON
                ELSE
                     MOVE 'OVERLAPPING TERMS' TO WS-REVIEW-REASON
                END-IF
                GO TO 320-EXIT
           END-IF.
           PERFORM VARYING TRM-IDX FROM 1 BY 1
               UNTIL TRM-IDX > WS-TERM-COUNT
              IF TRM-YEAR-IN (TRM-IDX) <= EV-YEAR
                   SET WS-EVENT-TERM TO TRM-IDX
              END-IF
           END-PERFORM.
           IF WS-EVENT-TERM = 0
                MOVE 'BEFORE FIRST TERM' TO WS-REVIEW-REASON
                GO TO 320-EXIT
           END-IF.
           IF EV-YEAR >= TRM-YEAR-OUT (WS-EVENT-TERM)
              AND NOT (WS-EVENT-TERM = WS-TERM-COUNT
                       AND EV-YEAR = TRM-YEAR-OUT (WS-EVENT-TERM))
                MOVE 0 TO WS-EVENT-TERM
                MOVE 'NO TERM IN OFFICE' TO WS-REVIEW-REASON
           END-IF.
       320-EXIT.
           EXIT.

       450-WRITE-REVIEW.
           MOVE SPACES            TO TIMELINE-REVIEW-REC.
           MOVE EVENT-WORK-REC (1:4) TO RV-EV-YEAR.
           MOVE EV-CATEGORY       TO RV-EV-CATEGORY.
           MOVE EV-DESCRIPTION    TO RV-EV-DESCRIPTION.
           MOVE WS-REVIEW-REASON  TO RV-REASON.
           IF WS-REVIEW-SLOT > 0
                SET RVW-IDX TO WS-REVIEW-SLOT
                STRING TRM-LNAME (RVW-PRED (RVW-IDX))
                                          DELIMITED BY '  '
                       ' '                DELIMITED BY SIZE
                       TRM-YEAR-OUT (RVW-PRED (RVW-IDX))
                                          DELIMITED BY SIZE
                       ' / '              DELIMITED BY SIZE
                       TRM-LNAME (RVW-NEXT (RVW-IDX))
                                          DELIMITED BY '  '
                       ' '                DELIMITED BY SIZE
                       TRM-YEAR-IN (RVW-NEXT (RVW-IDX))
                                          DELIMITED BY SIZE
                   INTO RV-BETWEEN
                END-STRING
           END-IF.
           WRITE TIMELINE-REVIEW-REC.
           ADD 1 TO CTR-EVENTS-REVIEW.

       460-WRITE-EVENT-LINE.
           IF LINE-COUNT >= REPORT-MAX-LINES
                PERFORM 550-WRITE-HEADERS
           END-IF.
           MOVE EV-YEAR        TO EL-YEAR.
           MOVE EV-CATEGORY    TO EL-CATEGORY.
           MOVE EV-DESCRIPTION TO EL-DESCRIPTION.
           WRITE TIMELINE-RPT-REC FROM WS-EVENT-LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO CTR-EVENTS-PLACED.
           PERFORM 490-COUNT-CATEGORY.

       470-WRITE-ADMIN-HEADER.
           IF LINE-COUNT + 4 >= REPORT-MAX-LINES
                PERFORM 550-WRITE-HEADERS
           END-IF.
           SET TRM-IDX TO WS-CURRENT-TERM.
           MOVE TRM-YEAR-IN (TRM-IDX)  TO AL-YEAR-IN.
           MOVE TRM-YEAR-OUT (TRM-IDX) TO AL-YEAR-OUT.
           MOVE SPACES TO AL-NAME.
           STRING TRM-FNAME (TRM-IDX) DELIMITED BY '  '
                  ' '                 DELIMITED BY SIZE
                  TRM-LNAME (TRM-IDX) DELIMITED BY SIZE
              INTO AL-NAME
           END-STRING.
           MOVE TRM-PARTY (TRM-IDX) TO AL-PARTY.
           WRITE TIMELINE-RPT-REC FROM WS-BLANK-LINE.
           WRITE TIMELINE-RPT-REC FROM WS-ADMIN-LINE.
           WRITE TIMELINE-RPT-REC FROM WS-ADMIN-RULE.
           ADD 3 TO LINE-COUNT.
           ADD 1 TO CTR-ADMINS-PRINTED.

       480-WRITE-ADMIN-FOOTER.
      *** ONE COUNT LINE PER CATEGORY SEEN IN THIS ADMINISTRATION,
      *** THEN CLEAR THE ADMINISTRATION COUNTS FOR THE NEXT ONE
           MOVE 'CATEGORIES:' TO CL-CAPTION.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > WS-CAT-COUNT
              IF CAT-ADMIN-COUNT (CAT-IDX) > 0
                   IF LINE-COUNT >= REPORT-MAX-LINES
                        PERFORM 550-WRITE-HEADERS
                   END-IF
                   PERFORM 495-DESCRIBE-CATEGORY
                   MOVE CAT-ADMIN-COUNT (CAT-IDX) TO CL-COUNT
                   WRITE TIMELINE-RPT-REC FROM WS-CATEGORY-LINE
                   ADD 1 TO LINE-COUNT
                   MOVE SPACES TO CL-CAPTION
                   MOVE 0 TO CAT-ADMIN-COUNT (CAT-IDX)
              END-IF
           END-PERFORM.

       490-COUNT-CATEGORY.
           MOVE 'N' TO WS-CAT-FOUND-SW.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > WS-CAT-COUNT OR WS-CAT-FOUND
              IF CAT-CODE (CAT-IDX) = EV-CATEGORY
                   MOVE 'Y' TO WS-CAT-FOUND-SW
                   ADD 1 TO CAT-ADMIN-COUNT (CAT-IDX)
                   ADD 1 TO CAT-RUN-COUNT (CAT-IDX)
              END-IF
           END-PERFORM.
           IF NOT WS-CAT-FOUND
                IF WS-CAT-COUNT < 30
                     ADD 1 TO WS-CAT-COUNT
                     SET CAT-IDX TO WS-CAT-COUNT
                     MOVE EV-CATEGORY TO CAT-CODE (CAT-IDX)
                     MOVE 1 TO CAT-ADMIN-COUNT (CAT-IDX)
                     MOVE 1 TO CAT-RUN-COUNT (CAT-IDX)
                ELSE
                     DISPLAY 'WARNING: CATEGORY-TABLE FULL - NOT '
                             'COUNTED: ' EV-CATEGORY
                END-IF
           END-IF.

       495-DESCRIBE-CATEGORY.
           MOVE CAT-CODE (CAT-IDX) TO CL-CODE.
           MOVE CAT-CODE (CAT-IDX) TO WS-CLK-CODE.
           CALL 'CODELKP' USING WS-CLK-REQUEST,
                                 WS-CLK-TABLE-TYPE,
                                 WS-CLK-CODE,
                                 WS-CLK-DESC,
                                 WS-CLK-ENTRY-NBR,
                                 WS-CLK-FOUND-SW.
           IF WS-CLK-FOUND
                MOVE WS-CLK-DESC TO CL-DESC
           ELSE
                MOVE SPACES TO CL-DESC
           END-IF.

       550-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
           WRITE TIMELINE-RPT-REC FROM WS-BLANK-LINE.
           WRITE TIMELINE-RPT-REC FROM WS-HEADER-1.
           WRITE TIMELINE-RPT-REC FROM WS-BLANK-LINE.
           MOVE 0 TO LINE-COUNT.

       700-WRITE-RUN-CATEGORIES.
           IF LINE-COUNT + WS-CAT-COUNT + 3 > REPORT-MAX-LINES
                PERFORM 550-WRITE-HEADERS
           END-IF.
           WRITE TIMELINE-RPT-REC FROM WS-BLANK-LINE.
           WRITE TIMELINE-RPT-REC FROM WS-RUN-CATEGORY-HEADER.
           ADD 2 TO LINE-COUNT.
           MOVE SPACES TO CL-CAPTION.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > WS-CAT-COUNT
              PERFORM 495-DESCRIBE-CATEGORY
              MOVE CAT-RUN-COUNT (CAT-IDX) TO CL-COUNT
              WRITE TIMELINE-RPT-REC FROM WS-CATEGORY-LINE
              ADD 1 TO LINE-COUNT
           END-PERFORM.

       800-WRITE-TRAILER.
           MOVE CTR-EVENTS-READ   TO TRL-READ.
           MOVE CTR-EVENTS-PLACED TO TRL-PLACED.
           MOVE CTR-EVENTS-REVIEW TO TRL-REVIEW.
           MOVE WS-REVIEW-COUNT   TO TRL-GAPS.
           WRITE TIMELINE-RPT-REC FROM WS-BLANK-LINE.
           WRITE TIMELINE-RPT-REC FROM WS-TRAILER-LINE.

       850-WRITE-BAL-RECORD.
      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK:
      *** EVERY EVENT IS EITHER PLACED OR LISTED FOR REVIEW
           OPEN EXTEND BAL-CONTROL-FILE.
           IF NOT BL-FILE-FOUND
                OPEN OUTPUT BAL-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BAL-CONTROL-REC.
           MOVE 'TIMELINE' TO BAL-PROGRAM.
           MOVE WS-BUSINESS-DATE  TO BAL-RUN-DATE.
           MOVE CTR-EVENTS-READ   TO BAL-IN-COUNT.
           MOVE CTR-EVENTS-PLACED TO BAL-OUT-COUNT.
           MOVE CTR-EVENTS-REVIEW TO BAL-ERR-COUNT.
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
           CLOSE EVENT-WORK
           CLOSE TIMELINE-RPT
           CLOSE TIMELINE-REVIEW
           .
