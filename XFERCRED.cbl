       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERCRED.
      **********************************************************
      *  TRANSFER CREDIT EVALUATION
      *
      *  READS THE TRANSFER-CREDIT TRANSACTIONS (XFERTRAN) KEYED
      *  FROM INCOMING STUDENTS' OUTSIDE TRANSCRIPTS AND MAPS EACH
      *  EXTERNAL COURSE TO ONE OF OUR COURSE NUMBERS THROUGH THE
      *  EQUIVALENCY TABLE (XFEREQV). AN EXTERNAL COURSE THAT MAPS
      *  AND WAS PASSED AT OR ABOVE THE TABLE'S MINIMUM GRADE IS
      *  POSTED TO COURXFER WITH A TRANSFER GRADE OF 'T' FOR THE
      *  NEXT COURSES RUN. ANYTHING ELSE IS LISTED ON THE
      *  EVALUATION-EXCEPTIONS REPORT (XFEREXC) FOR THE REGISTRAR.
      *  COURXFER BUILDS UP RUN AFTER RUN; A STUDENT ALREADY CREDITED
      *  WITH ONE OF OUR COURSES IS NOT CREDITED WITH IT AGAIN.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFERTRAN ASSIGN TO XFERTRAN.

           SELECT XFEREQV  ASSIGN TO XFEREQV
             FILE STATUS IS EQCODE.

           SELECT COURXFER ASSIGN TO COURXFER
             FILE STATUS IS XPCODE.

           SELECT XFEREXC  ASSIGN TO XFEREXC.

           SELECT BAL-CONTROL-FILE ASSIGN TO BALFILE
             FILE STATUS IS BLCODE.

           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
             FILE STATUS IS RCCODE.
       DATA DIVISION.
       FILE SECTION.
      *** ONE EXTERNAL COURSE PER RECORD AS KEYED FROM THE OUTSIDE
      *** TRANSCRIPT
       FD  XFERTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XFERTRAN-RECORD.
       01  XFERTRAN-RECORD.
           05  XT-STUDENT-ID           PIC X(9).
           05  XT-STUDENT-NAME         PIC X(20).
           05  XT-INSTITUTION          PIC X(6).
           05  XT-EXT-COURSE           PIC X(10).
           05  XT-EXT-GRADE            PIC X(1).
           05  XT-CREDIT-HRS           PIC 9V9.
           05  FILLER                  PIC X(32).

      *** EQUIVALENCY TABLE: INSTITUTION + EXTERNAL COURSE TO OUR
      *** COURSE NUMBER, WITH THE LOWEST GRADE THAT EARNS CREDIT
      *** (BLANK MEANS C)
       FD  XFEREQV
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XFEREQV-RECORD.
       01  XFEREQV-RECORD.
           05  EQ-INSTITUTION-IN       PIC X(6).
           05  EQ-EXT-COURSE-IN        PIC X(10).
           05  EQ-COURSE-NBR-IN        PIC X(7).
           05  EQ-MIN-GRADE-IN         PIC X(1).
           05  FILLER                  PIC X(56).

       FD  COURXFER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY XFERPOST.

       FD  XFEREXC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XFEREXC-RECORD.
       01  XFEREXC-RECORD PIC X(80).

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
       01  SUBSCRIPTS-AND-COUNTERS.
           05  CTR-TRANS-READ               PIC 9(7)  VALUE 0.
           05  CTR-ACCEPTED                 PIC 9(7)  VALUE 0.
           05  CTR-EXCEPTIONS               PIC 9(7)  VALUE 0.
           05  EQV-SUB                      PIC 999   VALUE 0 COMP.
           05  EQV-MATCH-SUB                PIC 999   VALUE 0 COMP.
           05  PST-SUB                      PIC 9(4)  VALUE 0 COMP.

       01  FLAGS-SWITCHES.
           05  EOF                          PIC X(01) VALUE SPACE.
               88 END-OF-FILE      VALUE 'Y'.
           05  EQV-EOF                      PIC X(01) VALUE SPACE.
               88 EQV-END-OF-FILE  VALUE 'Y'.
           05  XP-EOF                       PIC X(01) VALUE SPACE.
               88 XP-END-OF-FILE   VALUE 'Y'.
           05  PST-FOUND-SW                 PIC X(01) VALUE 'N'.
               88 ALREADY-POSTED   VALUE 'Y'.
           05  PST-FULL-SW                  PIC X(01) VALUE 'N'.
               88 POSTED-TABLE-FULL VALUE 'Y'.

       01  EQCODE                           PIC X(2)  VALUE SPACES.
           88 EQ-FILE-FOUND                 VALUE '00'.

      *** COURXFER CARRIES EVERY CREDIT POSTED BY PRIOR RUNS, SO IT IS
      *** EXTENDED, AND ONLY CREATED WHEN IT DOES NOT YET EXIST
       01  XPCODE                           PIC X(2)  VALUE SPACES.
           88 XP-FILE-FOUND                 VALUE '00'.

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

      *** EQUIVALENCY TABLE LOADED FROM XFEREQV AT STARTUP
       01  WS-EQUIV-TABLE.
           05  WS-EQUIV-TAB OCCURS 500 TIMES.
               10  WS-EQ-INSTITUTION        PIC X(6).
               10  WS-EQ-EXT-COURSE         PIC X(10).
               10  WS-EQ-COURSE-NBR         PIC X(7).
               10  WS-EQ-MIN-GRADE          PIC X(1).
       01  WS-EQUIV-COUNT                   PIC 999   VALUE 0.

      *** STUDENT + COURSE OF EVERY CREDIT ALREADY ON COURXFER, AND
      *** OF EACH ONE POSTED THIS RUN, SO NO CREDIT IS POSTED TWICE
       01  WS-POSTED-TABLE.
           05  WS-POSTED-TAB OCCURS 9999 TIMES.
               10  WS-PST-STUDENT-ID        PIC X(9).
               10  WS-PST-COURSE-NBR        PIC X(7).
       01  WS-POSTED-COUNT                  PIC 9(4)  VALUE 0 COMP.

      *** GRADE POINTS FOR THE MINIMUM-GRADE TEST, ON THE SAME 4-0
      *** SCALE COURSES USES. A PASS ('P') COUNTS AS A C
       01  WS-GRADE-WORK.
           05  WS-GRADE-CHAR                PIC X(01) VALUE SPACE.
           05  WS-GRADE-VAL                 PIC 9     VALUE 0.
           05  WS-EXT-GRADE-VAL             PIC 9     VALUE 0.
           05  WS-MIN-GRADE-VAL             PIC 9     VALUE 0.
           05  WS-EXC-REASON                PIC X(20) VALUE SPACES.

      *** EVALUATION-EXCEPTIONS REPORT LINES (WRITTEN TO XFEREXC)
       01  EXC-TITLE-LINE.
           05  FILLER                  PIC X(40) VALUE
                'TRANSFER CREDIT EVALUATION EXCEPTIONS'.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  ET-DATE                 PIC X(8).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  EXC-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE 'STUDENT'.
           05  FILLER                  PIC X(17) VALUE 'NAME'.
           05  FILLER                  PIC X(7)  VALUE 'INST'.
           05  FILLER                  PIC X(11) VALUE 'EXT COURSE'.
           05  FILLER                  PIC X(3)  VALUE 'GR'.
           05  FILLER                  PIC X(5)  VALUE 'HRS'.
           05  FILLER                  PIC X(27) VALUE 'REASON'.

       01  EXC-DETAIL-LINE.
           05  ED-STUDENT-ID           PIC X(9).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  ED-NAME                 PIC X(16).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  ED-INSTITUTION          PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  ED-EXT-COURSE           PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  ED-EXT-GRADE            PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ED-CREDIT-HRS           PIC 9.9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ED-REASON               PIC X(20).
           05  FILLER                  PIC X(7)  VALUE SPACES.

       01  EXC-COUNT-LINE.
           05  FILLER                  PIC X(20) VALUE
                'TRANSACTIONS READ:  '.
           05  EC-READ                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
                '  ACCEPTED: '.
           05  EC-ACCEPTED             PIC ZZZZZZ9.
           05  FILLER                  PIC X(14) VALUE
                '  EXCEPTIONS: '.
           05  EC-EXCEPTIONS           PIC ZZZZZZ9.
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  BLANK-LINE                  PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-HOUSEKEEPING THRU 100-EXIT.

           PERFORM 500-EVALUATE-TRANSFER THRU 500-EXIT
                UNTIL END-OF-FILE.

           PERFORM 800-PRINT-COUNTS THRU 800-EXIT.

           PERFORM 950-WRITE-BAL-RECORD THRU 950-EXIT.

           PERFORM 900-CLOSE-FILES.
           IF POSTED-TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 290A-GET-BUSINESS-DATE THRU 290A-EXIT.
           OPEN INPUT XFERTRAN.
           PERFORM 260-LOAD-POSTED-CREDIT THRU 260-EXIT.
           OPEN EXTEND COURXFER.
           IF NOT XP-FILE-FOUND
              OPEN OUTPUT COURXFER
           END-IF.
           OPEN OUTPUT XFEREXC.
           PERFORM 250-LOAD-EQUIVALENCIES THRU 250-EXIT.
           MOVE WS-BUSINESS-DATE TO ET-DATE.
           MOVE EXC-TITLE-LINE   TO XFEREXC-RECORD.
           WRITE XFEREXC-RECORD.
           MOVE EXC-COLUMN-LINE  TO XFEREXC-RECORD.
           WRITE XFEREXC-RECORD.
           PERFORM 400-READ-XFERTRAN THRU 400-EXIT.
       100-EXIT.
           EXIT.

       250-LOAD-EQUIVALENCIES.
      *** WITH NO EQUIVALENCY TABLE EVERY COURSE BECOMES AN EXCEPTION
           OPEN INPUT XFEREQV.
           IF NOT EQ-FILE-FOUND
              DISPLAY 'WARNING: XFEREQV NOT AVAILABLE - NO COURSES '
                 'WILL MAP'
              GO TO 250-EXIT
           END-IF.
           PERFORM 252-READ-XFEREQV THRU 252-EXIT.
           PERFORM 255-LOAD-ONE-EQUIV THRU 255-EXIT
                   UNTIL EQV-END-OF-FILE.
           CLOSE XFEREQV.
       250-EXIT.
           EXIT.

       252-READ-XFEREQV.
           READ XFEREQV
             AT END MOVE 'Y' TO EQV-EOF
           END-READ.
       252-EXIT.
           EXIT.

       255-LOAD-ONE-EQUIV.
           IF WS-EQUIV-COUNT < 500
              ADD 1 TO WS-EQUIV-COUNT
              MOVE EQ-INSTITUTION-IN
                TO WS-EQ-INSTITUTION (WS-EQUIV-COUNT)
              MOVE EQ-EXT-COURSE-IN
                TO WS-EQ-EXT-COURSE (WS-EQUIV-COUNT)
              MOVE EQ-COURSE-NBR-IN
                TO WS-EQ-COURSE-NBR (WS-EQUIV-COUNT)
              MOVE EQ-MIN-GRADE-IN
                TO WS-EQ-MIN-GRADE (WS-EQUIV-COUNT)
              IF EQ-MIN-GRADE-IN = SPACE
                 MOVE 'C' TO WS-EQ-MIN-GRADE (WS-EQUIV-COUNT)
              END-IF
           ELSE
              DISPLAY 'WARNING: WS-EQUIV-TABLE FULL - DROPPED '
                 EQ-INSTITUTION-IN ' ' EQ-EXT-COURSE-IN
           END-IF.
           PERFORM 252-READ-XFEREQV THRU 252-EXIT.
       255-EXIT.
           EXIT.

       260-LOAD-POSTED-CREDIT.
      *** NO COURXFER YET MEANS NOTHING HAS BEEN POSTED
           OPEN INPUT COURXFER.
           IF NOT XP-FILE-FOUND
              GO TO 260-EXIT
           END-IF.
           PERFORM 262-READ-COURXFER THRU 262-EXIT.
           PERFORM 265-LOAD-ONE-POSTED THRU 265-EXIT
                   UNTIL XP-END-OF-FILE.
           CLOSE COURXFER.
       260-EXIT.
           EXIT.

       262-READ-COURXFER.
           READ COURXFER
             AT END MOVE 'Y' TO XP-EOF
           END-READ.
       262-EXIT.
           EXIT.

       265-LOAD-ONE-POSTED.
           PERFORM 530-ADD-POSTED-KEY THRU 530-EXIT.
           PERFORM 262-READ-COURXFER THRU 262-EXIT.
       265-EXIT.
           EXIT.

       290A-GET-BUSINESS-DATE.
      *** THE RUNCTL CARD'S BUSINESS DATE DATES THE REPORT AND THE
      *** CONTROL RECORD SO A RERUN REPRODUCES THE ORIGINAL DAY
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

       400-READ-XFERTRAN.
           READ XFERTRAN
             AT END MOVE 'Y' TO EOF
           END-READ.
       400-EXIT.
           EXIT.

       500-EVALUATE-TRANSFER.
           ADD 1 TO CTR-TRANS-READ.
           IF XT-STUDENT-ID = SPACES
              MOVE 'MISSING STUDENT ID' TO WS-EXC-REASON
              PERFORM 600-WRITE-EXCEPTION THRU 600-EXIT
              GO TO 500-NEXT
           END-IF.
           IF XT-CREDIT-HRS NOT NUMERIC OR XT-CREDIT-HRS = 0
              MOVE 'INVALID CREDIT HOURS' TO WS-EXC-REASON
              PERFORM 600-WRITE-EXCEPTION THRU 600-EXIT
              GO TO 500-NEXT
           END-IF.
           PERFORM 510-FIND-EQUIVALENT THRU 510-EXIT.
           IF EQV-MATCH-SUB = 0
              MOVE 'NO EQUIVALENT COURSE' TO WS-EXC-REASON
              PERFORM 600-WRITE-EXCEPTION THRU 600-EXIT
              GO TO 500-NEXT
           END-IF.
           MOVE XT-EXT-GRADE TO WS-GRADE-CHAR.
           PERFORM 520-GRADE-VALUE THRU 520-EXIT.
           MOVE WS-GRADE-VAL TO WS-EXT-GRADE-VAL.
           MOVE WS-EQ-MIN-GRADE (EQV-MATCH-SUB) TO WS-GRADE-CHAR.
           PERFORM 520-GRADE-VALUE THRU 520-EXIT.
           MOVE WS-GRADE-VAL TO WS-MIN-GRADE-VAL.
           IF WS-EXT-GRADE-VAL = 0
              OR WS-EXT-GRADE-VAL < WS-MIN-GRADE-VAL
              MOVE 'BELOW MINIMUM GRADE' TO WS-EXC-REASON
              PERFORM 600-WRITE-EXCEPTION THRU 600-EXIT
              GO TO 500-NEXT
           END-IF.
           PERFORM 525-CHECK-POSTED THRU 525-EXIT.
           IF ALREADY-POSTED
              MOVE 'ALREADY POSTED' TO WS-EXC-REASON
              PERFORM 600-WRITE-EXCEPTION THRU 600-EXIT
              GO TO 500-NEXT
           END-IF.
      *** A FULL KEY TABLE COULD LET A REPEAT THROUGH, SO NOTHING
      *** MORE IS POSTED AND THE STEP ENDS WITH RC 16
           IF POSTED-TABLE-FULL
              OR WS-POSTED-COUNT NOT < 9999
              MOVE 'Y' TO PST-FULL-SW
              MOVE 'POSTED TABLE FULL' TO WS-EXC-REASON
              PERFORM 600-WRITE-EXCEPTION THRU 600-EXIT
              GO TO 500-NEXT
           END-IF.
           MOVE SPACES TO XFER-POST-REC.
           MOVE XT-STUDENT-ID    TO XP-STUDENT-ID.
           MOVE WS-EQ-COURSE-NBR (EQV-MATCH-SUB) TO XP-COURSE-NBR.
           MOVE XT-CREDIT-HRS    TO XP-CREDIT-HRS.
           MOVE 'T'              TO XP-TRANSFER-GRADE.
           MOVE XT-INSTITUTION   TO XP-INSTITUTION.
           MOVE XT-EXT-COURSE    TO XP-EXT-COURSE.
           MOVE XT-EXT-GRADE     TO XP-EXT-GRADE.
           WRITE XFER-POST-REC.
           ADD 1 TO CTR-ACCEPTED.
           PERFORM 530-ADD-POSTED-KEY THRU 530-EXIT.
       500-NEXT.
           PERFORM 400-READ-XFERTRAN THRU 400-EXIT.
       500-EXIT.
           EXIT.

       510-FIND-EQUIVALENT.
           MOVE 0 TO EQV-MATCH-SUB.
           PERFORM VARYING EQV-SUB FROM 1 BY 1
                   UNTIL EQV-SUB > WS-EQUIV-COUNT
                      OR EQV-MATCH-SUB > 0
              IF WS-EQ-INSTITUTION (EQV-SUB) = XT-INSTITUTION
                 AND WS-EQ-EXT-COURSE (EQV-SUB) = XT-EXT-COURSE
                 MOVE EQV-SUB TO EQV-MATCH-SUB
              END-IF
           END-PERFORM.
       510-EXIT.
           EXIT.

       520-GRADE-VALUE.
           EVALUATE WS-GRADE-CHAR
               WHEN 'A' MOVE 4 TO WS-GRADE-VAL
               WHEN 'B' MOVE 3 TO WS-GRADE-VAL
               WHEN 'C' MOVE 2 TO WS-GRADE-VAL
               WHEN 'P' MOVE 2 TO WS-GRADE-VAL
               WHEN 'D' MOVE 1 TO WS-GRADE-VAL
               WHEN OTHER MOVE 0 TO WS-GRADE-VAL
           END-EVALUATE.
       520-EXIT.
           EXIT.

       525-CHECK-POSTED.
           MOVE 'N' TO PST-FOUND-SW.
           PERFORM VARYING PST-SUB FROM 1 BY 1
                   UNTIL PST-SUB > WS-POSTED-COUNT
                      OR ALREADY-POSTED
              IF WS-PST-STUDENT-ID (PST-SUB) = XT-STUDENT-ID
                 AND WS-PST-COURSE-NBR (PST-SUB)
                     = WS-EQ-COURSE-NBR (EQV-MATCH-SUB)
                 MOVE 'Y' TO PST-FOUND-SW
              END-IF
           END-PERFORM.
       525-EXIT.
           EXIT.

       530-ADD-POSTED-KEY.
      *** KEYS ARE TAKEN FROM THE POSTING RECORD JUST READ OR WRITTEN
           IF WS-POSTED-COUNT NOT < 9999
              IF NOT POSTED-TABLE-FULL
                 DISPLAY 'ERROR: POSTED-CREDIT TABLE FULL - NO MORE '
                    'CREDIT WILL BE POSTED'
              END-IF
              MOVE 'Y' TO PST-FULL-SW
              GO TO 530-EXIT
           END-IF.
           ADD 1 TO WS-POSTED-COUNT.
           MOVE XP-STUDENT-ID TO WS-PST-STUDENT-ID (WS-POSTED-COUNT).
           MOVE XP-COURSE-NBR TO WS-PST-COURSE-NBR (WS-POSTED-COUNT).
       530-EXIT.
           EXIT.

       600-WRITE-EXCEPTION.
           MOVE XT-STUDENT-ID   TO ED-STUDENT-ID.
           MOVE XT-STUDENT-NAME TO ED-NAME.
           MOVE XT-INSTITUTION  TO ED-INSTITUTION.
           MOVE XT-EXT-COURSE   TO ED-EXT-COURSE.
           MOVE XT-EXT-GRADE    TO ED-EXT-GRADE.
           IF XT-CREDIT-HRS IS NUMERIC
              MOVE XT-CREDIT-HRS TO ED-CREDIT-HRS
           ELSE
              MOVE 0 TO ED-CREDIT-HRS
           END-IF.
           MOVE WS-EXC-REASON   TO ED-REASON.
           MOVE EXC-DETAIL-LINE TO XFEREXC-RECORD.
           WRITE XFEREXC-RECORD.
           ADD 1 TO CTR-EXCEPTIONS.
       600-EXIT.
           EXIT.

       800-PRINT-COUNTS.
           MOVE BLANK-LINE     TO XFEREXC-RECORD.
           WRITE XFEREXC-RECORD.
           MOVE CTR-TRANS-READ TO EC-READ.
           MOVE CTR-ACCEPTED   TO EC-ACCEPTED.
           MOVE CTR-EXCEPTIONS TO EC-EXCEPTIONS.
           MOVE EXC-COUNT-LINE TO XFEREXC-RECORD.
           WRITE XFEREXC-RECORD.
       800-EXIT.
           EXIT.

       950-WRITE-BAL-RECORD.
      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK:
      *** EVERY TRANSACTION IS EITHER POSTED OR LISTED AS AN EXCEPTION
           OPEN EXTEND BAL-CONTROL-FILE.
           IF NOT BL-FILE-FOUND
              OPEN OUTPUT BAL-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BAL-CONTROL-REC.
           MOVE 'XFERCRED' TO BAL-PROGRAM.
           MOVE WS-BUSINESS-DATE TO BAL-RUN-DATE.
           MOVE CTR-TRANS-READ   TO BAL-IN-COUNT.
           MOVE CTR-ACCEPTED     TO BAL-OUT-COUNT.
           MOVE CTR-EXCEPTIONS   TO BAL-ERR-COUNT.
           WRITE BAL-CONTROL-REC.
           CLOSE BAL-CONTROL-FILE.
       950-EXIT.
           EXIT.

       900-CLOSE-FILES.
           CLOSE XFERTRAN, COURXFER, XFEREXC.
