       IDENTIFICATION DIVISION.
      ***
      *** NIGHTLY JOB-STREAM DRIVER WITH RESTART. RUNS THE SUITE'S
      *** NIGHTLY STEPS IN ORDER BY CALLING EACH PROGRAM IN TURN, AND
      *** RECORDS EVERY STEP'S START, COMPLETION AND RETURN CODE FOR
      *** THE BUSINESS DATE ON THE STREAM-CONTROL FILE (STRMCTL).
      ***   - A STEP ALREADY COMPLETED FOR THE BUSINESS DATE IS
      ***     SKIPPED, SO A RESUBMITTED STREAM RESUMES AT THE STEP
      ***     THAT FAILED OR DIED AND NOTHING THAT APPENDS TO A
      ***     CARRIED-FORWARD FILE (GRANDTOT, STATHIST, ...) RUNS
      ***     TWICE FOR THE SAME DAY
      ***   - AN STRMOVR OPERATOR OVERRIDE CARD FOR THE PROGRAM AND
      ***     BUSINESS DATE ALLOWS ONE RERUN OF A COMPLETED STEP
      ***   - A STEP ENDING ABOVE ITS ALLOWED RETURN CODE STOPS THE
      ***     STREAM, AND THE DRIVER HANDS BACK A BAD RETURN CODE SO
      ***     THE SCHEDULER HOLDS EVERYTHING BEHIND IT
      ***
       PROGRAM-ID. STRMDRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-DEF-FILE ASSIGN TO STRMDEF
             FILE STATUS IS SDCODE.
           SELECT OVERRIDE-FILE ASSIGN TO STRMOVR
             FILE STATUS IS OVCODE.
           SELECT STREAM-CONTROL-FILE ASSIGN TO STRMCTL
             FILE STATUS IS SCCODE.
           SELECT STREAM-REPORT ASSIGN TO STRMRPT.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
             FILE STATUS IS RCCODE.
       DATA DIVISION.
       FILE SECTION.
      *** ONE CARD PER STEP IN RUN ORDER: PROGRAM NAME AND THE HIGHEST
      *** RETURN CODE THE STEP MAY END WITH AND STILL COUNT AS DONE
      *** (BLANK = 4). AN '*' IN COLUMN 1 IS A COMMENT CARD
       FD  STREAM-DEF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STREAM-DEF-REC.
       01  STREAM-DEF-REC.
           05 SD-PROGRAM                PIC X(8).
           05 FILLER                    PIC X(1).
           05 SD-MAX-RC                 PIC 9(2).
           05 FILLER                    PIC X(69).

      *** OPERATOR OVERRIDE: PROGRAM, THE BUSINESS DATE IT APPLIES TO,
      *** WHO AUTHORISED IT AND WHY. A CARD FOR ANY OTHER DATE IS
      *** IGNORED, SO A CARD LEFT IN THE DECK CANNOT RERUN TOMORROW
       FD  OVERRIDE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OVERRIDE-REC.
       01  OVERRIDE-REC.
           05 OV-PROGRAM                PIC X(8).
           05 FILLER                    PIC X(1).
           05 OV-BUSINESS-DATE          PIC X(8).
           05 FILLER                    PIC X(1).
           05 OV-OPERATOR               PIC X(8).
           05 FILLER                    PIC X(1).
           05 OV-REASON                 PIC X(40).
           05 FILLER                    PIC X(13).

       FD  STREAM-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY STRMREC.

       FD  STREAM-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STREAM-REPORT-RECORD.
       01  STREAM-REPORT-RECORD         PIC X(80).

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
       01  FILE-STATUS-CODES.
           05 SDCODE                   PIC X(2) VALUE SPACES.
              88 SD-FILE-FOUND         VALUE '00'.
           05 OVCODE                   PIC X(2) VALUE SPACES.
              88 OV-FILE-FOUND         VALUE '00'.
           05 SCCODE                   PIC X(2) VALUE SPACES.
              88 SC-FILE-FOUND         VALUE '00'.
           05 RCCODE                   PIC X(2) VALUE SPACES.
              88 RC-FILE-FOUND         VALUE '00'.

       01  SWITCHES.
           05 SD-EOF                   PIC X(1) VALUE SPACE.
              88 SD-END-OF-FILE        VALUE 'Y'.
           05 OV-EOF                   PIC X(1) VALUE SPACE.
              88 OV-END-OF-FILE        VALUE 'Y'.
           05 SC-EOF                   PIC X(1) VALUE SPACE.
              88 SC-END-OF-FILE        VALUE 'Y'.
           05 RC-EOF                   PIC X(1) VALUE SPACE.
              88 RC-END-OF-FILE        VALUE 'Y'.
           05 WS-STREAM-STOP-SW        PIC X(1) VALUE 'N'.
              88 STREAM-STOPPED        VALUE 'Y'.
           05 WS-CALL-FAILED-SW        PIC X(1) VALUE 'N'.
              88 CALL-FAILED           VALUE 'Y'.

      *** BUSINESS DATE FROM THE RUNCTL CARD, FALLING BACK TO THE
      *** SYSTEM DATE -- EVERY STEP IS TRACKED AGAINST THIS DATE
       01  WS-BUSINESS-DATE            PIC X(8)  VALUE SPACES.

      *** THE STANDING NIGHTLY ORDER, USED WHEN NO STRMDEF CARDS ARE
      *** SUPPLIED: FAVRFP FEEDS FAVPAY AND SALES1 (RFPSCHD, RFPSALE),
      *** EXCQUEUE QUEUES THE NIGHT'S REJECTS ONCE EVERY EDIT HAS RUN,
      *** RPTDIST BURSTS THE NIGHT'S REPORTS ONCE THEY ARE ALL WRITTEN
      *** AND BALCHK PROVES THE STREAM'S CONTROL COUNTS LAST
       01  DEFAULT-STREAM-VALUES.
           05 FILLER                   PIC X(8) VALUE 'CNTRLBRK'.
           05 FILLER                   PIC X(8) VALUE 'COURSES'.
           05 FILLER                   PIC X(8) VALUE 'FAVRFP'.
           05 FILLER                   PIC X(8) VALUE 'FAVPAY'.
           05 FILLER                   PIC X(8) VALUE 'SALES1'.
           05 FILLER                   PIC X(8) VALUE 'HOSPEDIT'.
           05 FILLER                   PIC X(8) VALUE 'WEATHER'.
           05 FILLER                   PIC X(8) VALUE 'EXCQUEUE'.
           05 FILLER                   PIC X(8) VALUE 'RPTDIST'.
           05 FILLER                   PIC X(8) VALUE 'BALCHK'.
       01  DEFAULT-STREAM-TABLE REDEFINES DEFAULT-STREAM-VALUES.
           05 DEFAULT-STEP             PIC X(8) OCCURS 10 TIMES.
       01  WS-DEFAULT-STEP-COUNT       PIC 9(2) VALUE 10.
       01  WS-DEFAULT-MAX-RC           PIC 9(4) VALUE 4.

      *** ONE ENTRY PER STEP: ITS DEFINITION, WHAT STRMCTL SAYS
      *** ALREADY HAPPENED TO IT TODAY, AND ANY OVERRIDE CARD
       01  STEP-TABLE.
           05 STEP-ENTRY OCCURS 30 TIMES.
              10 ST-PROGRAM            PIC X(8).
              10 ST-MAX-RC             PIC 9(4).
              10 ST-LAST-EVENT         PIC X(1).
                 88 ST-NEVER-STARTED   VALUE SPACE.
                 88 ST-LAST-STARTED    VALUE 'S'.
                 88 ST-LAST-FAILED     VALUE 'F'.
              10 ST-COMPLETED-SW       PIC X(1).
                 88 ST-COMPLETED       VALUE 'Y'.
              10 ST-OVERRIDE-USED-SW   PIC X(1).
                 88 ST-OVERRIDE-USED   VALUE 'Y'.
              10 ST-OVERRIDE-SW        PIC X(1).
                 88 ST-OVERRIDE-CARD   VALUE 'Y'.
              10 ST-OPERATOR           PIC X(8).
              10 ST-LAST-RC            PIC 9(4).
       01  WS-STEP-COUNT               PIC 9(2) VALUE 0.
       01  WS-STEP-SUB                 PIC 9(2) VALUE 0.
       01  WS-FIND-SUB                 PIC 9(2) VALUE 0.
       01  WS-FOUND-SUB                PIC 9(2) VALUE 0.
       01  WS-FIND-PROGRAM             PIC X(8) VALUE SPACES.

       01  WS-STEP-WORK.
           05 WS-CALL-PROGRAM          PIC X(8) VALUE SPACES.
           05 WS-STEP-RC               PIC 9(4) VALUE 0.
           05 WS-OVERRIDE-RUN-SW       PIC X(1) VALUE 'N'.
              88 OVERRIDE-RUN          VALUE 'Y'.
           05 WS-TIMESTAMP             PIC X(14) VALUE SPACES.
           05 WS-EVENT                 PIC X(1) VALUE SPACE.

       01  STREAM-COUNTERS.
           05 CTR-STEPS-RUN            PIC 9(3) VALUE 0.
           05 CTR-STEPS-SKIPPED        PIC 9(3) VALUE 0.
           05 CTR-STEPS-FAILED         PIC 9(3) VALUE 0.
           05 CTR-STEPS-NOT-RUN        PIC 9(3) VALUE 0.
           05 CTR-EVENTS-READ          PIC 9(5) VALUE 0.

       01  BLANK-LINE                  PIC X(80) VALUE SPACES.

       01  HEADER-LINE1.
           05  FILLER                  PIC X(30) VALUE
               'NIGHTLY STREAM CONTROL'.
           05  FILLER                  PIC X(15) VALUE
               'BUSINESS DATE: '.
           05  HL1-BUSINESS-DATE       PIC X(8).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  HEADER-LINE2.
           05  FILLER                  PIC X(14) VALUE 'STEP PROGRAM'.
           05  FILLER                  PIC X(26) VALUE 'ACTION'.
           05  FILLER                  PIC X(6)  VALUE 'RC'.
           05  FILLER                  PIC X(10) VALUE 'STARTED'.
           05  FILLER                  PIC X(10) VALUE 'ENDED'.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  DETAIL-LINE1.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL1-STEP                PIC Z9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL1-PROGRAM             PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL1-ACTION              PIC X(24).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL1-RC                  PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL1-STARTED             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL1-ENDED               PIC X(8).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  OVERRIDE-LINE.
           05  FILLER                  PIC X(17) VALUE
               '     OVERRIDE BY '.
           05  OL-OPERATOR             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE ': '.
           05  OL-REASON               PIC X(40).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  STOPPED-LINE.
           05  FILLER                  PIC X(22) VALUE
               '*** STREAM STOPPED AT '.
           05  STL-PROGRAM             PIC X(8).
           05  FILLER                  PIC X(50) VALUE
               ' -- CORRECT AND RESUBMIT, COMPLETED STEPS SKIP'.

       01  FOOTER-LINE1.
           05  FILLER                  PIC X(11) VALUE 'STEPS RUN: '.
           05  FL1-RUN                 PIC ZZ9.
           05  FILLER                  PIC X(11) VALUE '  SKIPPED: '.
           05  FL1-SKIPPED             PIC ZZ9.
           05  FILLER                  PIC X(10) VALUE '  FAILED: '.
           05  FL1-FAILED              PIC ZZ9.
           05  FILLER                  PIC X(11) VALUE '  NOT RUN: '.
           05  FL1-NOT-RUN             PIC ZZ9.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-RC-EDIT                  PIC ZZZ9.
       01  WS-TIME-EDIT.
           05  WS-TE-HH                PIC X(2).
           05  FILLER                  PIC X(1)  VALUE ':'.
           05  WS-TE-MM                PIC X(2).
           05  FILLER                  PIC X(1)  VALUE ':'.
           05  WS-TE-SS                PIC X(2).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-HOUSEKEEPING THRU 100-EXIT.
           PERFORM 500-RUN-ONE-STEP THRU 500-EXIT
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           PERFORM 800-WRITE-FOOTER THRU 800-EXIT.
           PERFORM 900-CLOSE-FILES THRU 900-EXIT.
           DISPLAY 'STRMDRV: ' WS-BUSINESS-DATE
              ' RUN ' CTR-STEPS-RUN
              ' SKIPPED ' CTR-STEPS-SKIPPED
              ' FAILED ' CTR-STEPS-FAILED.
           IF WS-STEP-COUNT = 0
              MOVE 12 TO RETURN-CODE
           ELSE
              IF STREAM-STOPPED
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 050-GET-BUSINESS-DATE THRU 050-EXIT.
           INITIALIZE STEP-TABLE.
           OPEN OUTPUT STREAM-REPORT.
           MOVE WS-BUSINESS-DATE TO HL1-BUSINESS-DATE.
           MOVE HEADER-LINE1 TO STREAM-REPORT-RECORD.
           WRITE STREAM-REPORT-RECORD.
           MOVE BLANK-LINE TO STREAM-REPORT-RECORD.
           WRITE STREAM-REPORT-RECORD.
           MOVE HEADER-LINE2 TO STREAM-REPORT-RECORD.
           WRITE STREAM-REPORT-RECORD.
           PERFORM 200-LOAD-STREAM-DEF THRU 200-EXIT.
           PERFORM 300-LOAD-OVERRIDES THRU 300-EXIT.
           PERFORM 400-LOAD-STREAM-STATUS THRU 400-EXIT.
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

       200-LOAD-STREAM-DEF.
      *** THE STEP LIST FROM STRMDEF, OR THE STANDING NIGHTLY ORDER
      *** WHEN THERE ARE NO CARDS
           OPEN INPUT STREAM-DEF-FILE.
           IF SD-FILE-FOUND
              PERFORM 210-READ-STREAM-DEF THRU 210-EXIT
              PERFORM 220-LOAD-ONE-STEP THRU 220-EXIT
                      UNTIL SD-END-OF-FILE
              CLOSE STREAM-DEF-FILE
           END-IF.
           IF WS-STEP-COUNT > 0
              GO TO 200-EXIT
           END-IF.
           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-DEFAULT-STEP-COUNT
              ADD 1 TO WS-STEP-COUNT
              MOVE DEFAULT-STEP (WS-FIND-SUB)
                TO ST-PROGRAM (WS-STEP-COUNT)
              MOVE WS-DEFAULT-MAX-RC TO ST-MAX-RC (WS-STEP-COUNT)
           END-PERFORM.
       200-EXIT.
           EXIT.

       210-READ-STREAM-DEF.
           READ STREAM-DEF-FILE
             AT END MOVE 'Y' TO SD-EOF
           END-READ.
       210-EXIT.
           EXIT.

       220-LOAD-ONE-STEP.
           IF SD-PROGRAM = SPACES OR SD-PROGRAM (1:1) = '*'
              PERFORM 210-READ-STREAM-DEF THRU 210-EXIT
              GO TO 220-EXIT
           END-IF.
           IF WS-STEP-COUNT < 30
              ADD 1 TO WS-STEP-COUNT
              MOVE SD-PROGRAM TO ST-PROGRAM (WS-STEP-COUNT)
              IF SD-MAX-RC IS NUMERIC
                 MOVE SD-MAX-RC TO ST-MAX-RC (WS-STEP-COUNT)
              ELSE
                 MOVE WS-DEFAULT-MAX-RC TO ST-MAX-RC (WS-STEP-COUNT)
              END-IF
           ELSE
              DISPLAY 'WARNING: STEP-TABLE FULL - DROPPED '
                 SD-PROGRAM
           END-IF.
           PERFORM 210-READ-STREAM-DEF THRU 210-EXIT.
       220-EXIT.
           EXIT.

       300-LOAD-OVERRIDES.
      *** OVERRIDE CARDS ARE OPTIONAL. ONLY CARDS FOR TODAY'S BUSINESS
      *** DATE AND A PROGRAM IN THE STREAM ARE HONOURED
           OPEN INPUT OVERRIDE-FILE.
           IF NOT OV-FILE-FOUND
              GO TO 300-EXIT
           END-IF.
           PERFORM 310-READ-OVERRIDE THRU 310-EXIT.
           PERFORM 320-LOAD-ONE-OVERRIDE THRU 320-EXIT
                   UNTIL OV-END-OF-FILE.
           CLOSE OVERRIDE-FILE.
       300-EXIT.
           EXIT.

       310-READ-OVERRIDE.
           READ OVERRIDE-FILE
             AT END MOVE 'Y' TO OV-EOF
           END-READ.
       310-EXIT.
           EXIT.

       320-LOAD-ONE-OVERRIDE.
           IF OV-PROGRAM = SPACES OR OV-PROGRAM (1:1) = '*'
              PERFORM 310-READ-OVERRIDE THRU 310-EXIT
              GO TO 320-EXIT
           END-IF.
           IF OV-BUSINESS-DATE NOT = WS-BUSINESS-DATE
              DISPLAY 'STRMDRV: OVERRIDE FOR ' OV-PROGRAM
                 ' DATED ' OV-BUSINESS-DATE ' IGNORED'
              PERFORM 310-READ-OVERRIDE THRU 310-EXIT
              GO TO 320-EXIT
           END-IF.
           MOVE OV-PROGRAM TO WS-FIND-PROGRAM.
           PERFORM 450-FIND-STEP THRU 450-EXIT.
           IF WS-FOUND-SUB = 0
              DISPLAY 'STRMDRV: OVERRIDE FOR ' OV-PROGRAM
                 ' NOT IN STREAM - IGNORED'
           ELSE
              MOVE 'Y' TO ST-OVERRIDE-SW (WS-FOUND-SUB)
              MOVE OV-OPERATOR TO ST-OPERATOR (WS-FOUND-SUB)
              MOVE OV-OPERATOR TO OL-OPERATOR
              MOVE OV-REASON   TO OL-REASON
              MOVE OVERRIDE-LINE TO STREAM-REPORT-RECORD
              WRITE STREAM-REPORT-RECORD
           END-IF.
           PERFORM 310-READ-OVERRIDE THRU 310-EXIT.
       320-EXIT.
           EXIT.

       400-LOAD-STREAM-STATUS.
      *** REPLAY TODAY'S EVENTS FROM STRMCTL. A COMPLETION STICKS;
      *** OTHERWISE THE LAST EVENT SAYS WHETHER THE STEP FAILED OR
      *** DIED MID-RUN. NO FILE YET MEANS NOTHING HAS RUN
           OPEN INPUT STREAM-CONTROL-FILE.
           IF NOT SC-FILE-FOUND
              GO TO 400-EXIT
           END-IF.
           PERFORM 410-READ-STREAM-CONTROL THRU 410-EXIT.
           PERFORM 420-APPLY-ONE-EVENT THRU 420-EXIT
                   UNTIL SC-END-OF-FILE.
           CLOSE STREAM-CONTROL-FILE.
       400-EXIT.
           EXIT.

       410-READ-STREAM-CONTROL.
           READ STREAM-CONTROL-FILE
             AT END MOVE 'Y' TO SC-EOF
           END-READ.
       410-EXIT.
           EXIT.

       420-APPLY-ONE-EVENT.
           IF SC-BUSINESS-DATE NOT = WS-BUSINESS-DATE
              PERFORM 410-READ-STREAM-CONTROL THRU 410-EXIT
              GO TO 420-EXIT
           END-IF.
           ADD 1 TO CTR-EVENTS-READ.
           MOVE SC-PROGRAM TO WS-FIND-PROGRAM.
           PERFORM 450-FIND-STEP THRU 450-EXIT.
           IF WS-FOUND-SUB > 0
              MOVE SC-EVENT       TO ST-LAST-EVENT (WS-FOUND-SUB)
              MOVE SC-RETURN-CODE TO ST-LAST-RC (WS-FOUND-SUB)
              IF SC-STEP-COMPLETED
                 MOVE 'Y' TO ST-COMPLETED-SW (WS-FOUND-SUB)
                 IF SC-RUN-BY-OVERRIDE
                    MOVE 'Y' TO ST-OVERRIDE-USED-SW (WS-FOUND-SUB)
                 END-IF
              END-IF
           END-IF.
           PERFORM 410-READ-STREAM-CONTROL THRU 410-EXIT.
       420-EXIT.
           EXIT.

       450-FIND-STEP.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-STEP-COUNT
                      OR WS-FOUND-SUB > 0
              IF ST-PROGRAM (WS-FIND-SUB) = WS-FIND-PROGRAM
                 MOVE WS-FIND-SUB TO WS-FOUND-SUB
              END-IF
           END-PERFORM.
       450-EXIT.
           EXIT.

       500-RUN-ONE-STEP.
      *** DECIDE WHAT TO DO WITH THE STEP: NOTHING ONCE THE STREAM HAS
      *** STOPPED, SKIP IT IF TODAY'S RUN ALREADY COMPLETED (UNLESS AN
      *** UNUSED OVERRIDE CARD ALLOWS ONE RERUN), OTHERWISE RUN IT
           MOVE SPACES TO DETAIL-LINE1.
           MOVE WS-STEP-SUB TO DL1-STEP.
           MOVE ST-PROGRAM (WS-STEP-SUB) TO DL1-PROGRAM.
           MOVE 'N' TO WS-OVERRIDE-RUN-SW.
           IF STREAM-STOPPED
              MOVE 'NOT RUN - STREAM STOPPED' TO DL1-ACTION
              ADD 1 TO CTR-STEPS-NOT-RUN
              PERFORM 590-WRITE-DETAIL THRU 590-EXIT
              GO TO 500-EXIT
           END-IF.
           IF ST-COMPLETED (WS-STEP-SUB)
              IF ST-OVERRIDE-CARD (WS-STEP-SUB)
                 AND NOT ST-OVERRIDE-USED (WS-STEP-SUB)
                 MOVE 'Y' TO WS-OVERRIDE-RUN-SW
              ELSE
                 IF ST-OVERRIDE-CARD (WS-STEP-SUB)
                    MOVE 'SKIPPED - OVERRIDE USED' TO DL1-ACTION
                 ELSE
                    MOVE 'SKIPPED - COMPLETED' TO DL1-ACTION
                 END-IF
                 MOVE ST-LAST-RC (WS-STEP-SUB) TO WS-RC-EDIT
                 MOVE WS-RC-EDIT TO DL1-RC
                 ADD 1 TO CTR-STEPS-SKIPPED
                 PERFORM 590-WRITE-DETAIL THRU 590-EXIT
                 GO TO 500-EXIT
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN OVERRIDE-RUN
                 MOVE 'RERUN - OVERRIDE' TO DL1-ACTION
              WHEN ST-LAST-STARTED (WS-STEP-SUB)
                 MOVE 'RESTARTED - DIED MID-RUN' TO DL1-ACTION
              WHEN ST-LAST-FAILED (WS-STEP-SUB)
                 MOVE 'RESTARTED - FAILED' TO DL1-ACTION
              WHEN OTHER
                 MOVE 'RUN' TO DL1-ACTION
           END-EVALUATE.
           PERFORM 600-CALL-STEP THRU 600-EXIT.
           PERFORM 590-WRITE-DETAIL THRU 590-EXIT.
           IF STREAM-STOPPED
              MOVE ST-PROGRAM (WS-STEP-SUB) TO STL-PROGRAM
              MOVE STOPPED-LINE TO STREAM-REPORT-RECORD
              WRITE STREAM-REPORT-RECORD
           END-IF.
       500-EXIT.
           EXIT.

       590-WRITE-DETAIL.
           MOVE DETAIL-LINE1 TO STREAM-REPORT-RECORD.
           WRITE STREAM-REPORT-RECORD.
       590-EXIT.
           EXIT.

       600-CALL-STEP.
      *** THE STARTED EVENT IS ON FILE BEFORE CONTROL PASSES TO THE
      *** STEP, SO A STEP THAT TAKES THE WHOLE JOB DOWN STILL SHOWS
      *** AS STARTED AND IS RESTARTED ON RESUBMISSION
           MOVE ST-PROGRAM (WS-STEP-SUB) TO WS-CALL-PROGRAM.
           MOVE 0 TO WS-STEP-RC.
           MOVE 'S' TO WS-EVENT.
           PERFORM 700-WRITE-CONTROL-EVENT THRU 700-EXIT.
           PERFORM 650-EDIT-TIME THRU 650-EXIT.
           MOVE WS-TIME-EDIT TO DL1-STARTED.
           ADD 1 TO CTR-STEPS-RUN.

           MOVE 'N' TO WS-CALL-FAILED-SW.
           MOVE 0 TO RETURN-CODE.
           CALL WS-CALL-PROGRAM
              ON EXCEPTION
                 MOVE 'Y' TO WS-CALL-FAILED-SW
           END-CALL.
           IF CALL-FAILED
              DISPLAY 'STRMDRV: PROGRAM ' WS-CALL-PROGRAM
                 ' COULD NOT BE LOADED'
              MOVE 16 TO WS-STEP-RC
           ELSE
              MOVE RETURN-CODE TO WS-STEP-RC
              CANCEL WS-CALL-PROGRAM
           END-IF.
           MOVE 0 TO RETURN-CODE.

           IF WS-STEP-RC > ST-MAX-RC (WS-STEP-SUB)
              MOVE 'F' TO WS-EVENT
              MOVE 'Y' TO WS-STREAM-STOP-SW
              ADD 1 TO CTR-STEPS-FAILED
              MOVE 'FAILED - STREAM STOPPED' TO DL1-ACTION
           ELSE
              MOVE 'C' TO WS-EVENT
           END-IF.
           PERFORM 700-WRITE-CONTROL-EVENT THRU 700-EXIT.
           PERFORM 650-EDIT-TIME THRU 650-EXIT.
           MOVE WS-TIME-EDIT TO DL1-ENDED.
           MOVE WS-STEP-RC TO WS-RC-EDIT.
           MOVE WS-RC-EDIT TO DL1-RC.
       600-EXIT.
           EXIT.

       650-EDIT-TIME.
           MOVE WS-TIMESTAMP (9:2)  TO WS-TE-HH.
           MOVE WS-TIMESTAMP (11:2) TO WS-TE-MM.
           MOVE WS-TIMESTAMP (13:2) TO WS-TE-SS.
       650-EXIT.
           EXIT.

       700-WRITE-CONTROL-EVENT.
      *** ONE EVENT PER OPEN/WRITE/CLOSE SO EACH IS SAFELY ON FILE
      *** BEFORE THE NEXT THING HAPPENS
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-TIMESTAMP.
           OPEN EXTEND STREAM-CONTROL-FILE.
           IF NOT SC-FILE-FOUND
              OPEN OUTPUT STREAM-CONTROL-FILE
           END-IF.
           MOVE SPACES TO STREAM-CONTROL-REC.
           MOVE WS-BUSINESS-DATE TO SC-BUSINESS-DATE.
           MOVE WS-CALL-PROGRAM  TO SC-PROGRAM.
           MOVE WS-EVENT         TO SC-EVENT.
           MOVE WS-TIMESTAMP     TO SC-TIMESTAMP.
           MOVE WS-STEP-RC       TO SC-RETURN-CODE.
           IF OVERRIDE-RUN
              MOVE 'Y' TO SC-OVERRIDE-FLAG
              MOVE ST-OPERATOR (WS-STEP-SUB) TO SC-OPERATOR
           END-IF.
           WRITE STREAM-CONTROL-REC.
           CLOSE STREAM-CONTROL-FILE.
       700-EXIT.
           EXIT.

       800-WRITE-FOOTER.
           MOVE BLANK-LINE TO STREAM-REPORT-RECORD.
           WRITE STREAM-REPORT-RECORD.
           MOVE CTR-STEPS-RUN     TO FL1-RUN.
           MOVE CTR-STEPS-SKIPPED TO FL1-SKIPPED.
           MOVE CTR-STEPS-FAILED  TO FL1-FAILED.
           MOVE CTR-STEPS-NOT-RUN TO FL1-NOT-RUN.
           MOVE FOOTER-LINE1 TO STREAM-REPORT-RECORD.
           WRITE STREAM-REPORT-RECORD.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           CLOSE STREAM-REPORT.
       900-EXIT.
           EXIT.
