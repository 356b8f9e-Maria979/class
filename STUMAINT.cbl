       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUMAINT.
      **********************************************************
      *  STUDENT MASTER MAINTENANCE
      *
      *  APPLIES THE REGISTRAR'S ADD, CHANGE AND INACTIVATE
      *  TRANSACTIONS (STUMTRAN) TO THE STUDENT MASTER (STUMAST)
      *  KEYED BY STUDENT ID:
      *    A - ADD A NEW STUDENT. NAME IS REQUIRED; THE STUDENT
      *        STARTS ACTIVE
      *    C - CHANGE NAME, PROGRAM, CLASS YEAR OR ADVISOR. A BLANK
      *        FIELD ON THE TRANSACTION LEAVES THE MASTER AS IT IS
      *    I - INACTIVATE. THE RECORD STAYS ON FILE WITH STATUS 'I'
      *  EVERY FIELD AN APPLIED TRANSACTION CHANGES IS WRITTEN TO
      *  THE AUDIT TRAIL (STUMAUD) WITH ITS BEFORE AND AFTER
      *  VALUES AND THE BUSINESS DATE; THE TRAIL IS EXTENDED RUN
      *  AFTER RUN. A TRANSACTION THAT FAILS EDIT IS LISTED ON
      *  STUMREJ WITH THE REASON AND NOT APPLIED.
      *
      **********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUMTRAN ASSIGN TO STUMTRAN
             FILE STATUS IS MTCODE.

           SELECT STUMAST ASSIGN TO STUMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS STM-STUDENT-ID
             FILE STATUS IS SMCODE.

           SELECT STUMAUD ASSIGN TO STUMAUD
             FILE STATUS IS MACODE.

           SELECT STUMREJ ASSIGN TO STUMREJ.

           SELECT BAL-CONTROL-FILE ASSIGN TO BALFILE
             FILE STATUS IS BLCODE.

           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
             FILE STATUS IS RCCODE.
       DATA DIVISION.
       FILE SECTION.
      *** MAINTENANCE TRANSACTIONS FROM THE REGISTRAR
       FD  STUMTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STUMTRAN-RECORD.
       01  STUMTRAN-RECORD.
           05  MT-ACTION               PIC X(1).
               88  MT-ADD                         VALUE 'A'.
               88  MT-CHANGE                      VALUE 'C'.
               88  MT-INACTIVATE                  VALUE 'I'.
           05  MT-STUDENT-ID           PIC X(9).
           05  MT-STUDENT-NAME         PIC X(20).
           05  MT-PROGRAM-CODE         PIC X(4).
           05  MT-CLASS-YEAR           PIC X(4).
           05  MT-CLASS-YEAR-N REDEFINES MT-CLASS-YEAR
                                       PIC 9(4).
           05  MT-ADVISOR-NAME         PIC X(20).
           05  FILLER                  PIC X(22).

       FD  STUMAST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY STUMAST.

      *** AUDIT TRAIL: ONE ROW PER FIELD CHANGED
       FD  STUMAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STUMAUD-RECORD.
       01  STUMAUD-RECORD.
           05  AUD-DATE                PIC 9(8).
           05  AUD-ACTION              PIC X(1).
           05  AUD-STUDENT-ID          PIC X(9).
           05  AUD-FIELD               PIC X(10).
           05  AUD-BEFORE              PIC X(20).
           05  AUD-AFTER               PIC X(20).
           05  FILLER                  PIC X(12).

      *** REJECTED TRANSACTIONS, EACH WITH THE REASON
       FD  STUMREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STUMREJ-RECORD.
       01  STUMREJ-RECORD.
           05  REJ-TRAN                PIC X(80).
           05  REJ-REASON              PIC X(30).

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
           05  CTR-TRANS-APPLIED            PIC 9(7)  VALUE 0.
           05  CTR-TRANS-REJECTED           PIC 9(7)  VALUE 0.
           05  CTR-ADDS                     PIC 9(5)  VALUE 0.
           05  CTR-CHANGES                  PIC 9(5)  VALUE 0.
           05  CTR-INACTIVATES              PIC 9(5)  VALUE 0.
           05  CTR-AUDIT-ROWS               PIC 9(7)  VALUE 0.

       01  FLAGS-SWITCHES.
           05  TRAN-EOF                     PIC X(01) VALUE SPACE.
               88 TRAN-END-OF-FILE VALUE 'Y'.
           05  STUMAST-OPEN-FLAG            PIC X(01) VALUE 'N'.
               88 STUMAST-OPEN     VALUE 'Y'.
           05  ON-FILE-FLAG                 PIC X(01) VALUE 'N'.
               88 STUDENT-ON-FILE  VALUE 'Y'.

       01  MTCODE                           PIC X(2)  VALUE SPACES.
           88 MT-FILE-FOUND                 VALUE '00'.
       01  SMCODE                           PIC X(2)  VALUE SPACES.
           88 SM-FILE-OK                    VALUE '00'.
           88 SM-FILE-NOT-THERE             VALUE '35'.
       01  MACODE                           PIC X(2)  VALUE SPACES.
           88 MA-FILE-FOUND                 VALUE '00'.

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

       01  WS-MAINT-WORK.
           05  WS-REJECT-REASON             PIC X(30) VALUE SPACES.
           05  WS-AUD-FIELD                 PIC X(10) VALUE SPACES.
           05  WS-AUD-BEFORE                PIC X(20) VALUE SPACES.
           05  WS-AUD-AFTER                 PIC X(20) VALUE SPACES.
           05  WS-YEAR-DISPLAY              PIC 9(4)  VALUE 0.

      *** A CHANGE'S AUDIT ROWS ARE HELD HERE UNTIL THE MASTER
      *** REWRITE SUCCEEDS, SO A FAILED REWRITE LEAVES NO AUDIT
       01  WS-HELD-AUDIT.
           05  WS-HELD-COUNT                PIC 9     VALUE 0.
           05  WS-HELD-SUB                  PIC 9     VALUE 0.
           05  WS-HELD-ROW OCCURS 4 TIMES.
               10  WS-HELD-FIELD            PIC X(10).
               10  WS-HELD-BEFORE           PIC X(20).
               10  WS-HELD-AFTER            PIC X(20).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-HOUSEKEEPING THRU 100-EXIT.

           PERFORM 300-APPLY-TRANSACTION THRU 300-EXIT
                   UNTIL TRAN-END-OF-FILE.

           PERFORM 950-WRITE-BAL-RECORD THRU 950-EXIT.

           PERFORM 900-CLOSE-FILES.
           DISPLAY 'STUMAINT: READ ' CTR-TRANS-READ
              ' APPLIED ' CTR-TRANS-APPLIED
              ' REJECTED ' CTR-TRANS-REJECTED.
           DISPLAY 'STUMAINT: ADDS ' CTR-ADDS
              ' CHANGES ' CTR-CHANGES
              ' INACTIVATES ' CTR-INACTIVATES
              ' AUDIT ROWS ' CTR-AUDIT-ROWS.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 290A-GET-BUSINESS-DATE THRU 290A-EXIT.
           PERFORM 200-OPEN-FILES THRU 200-EXIT.
           IF STUMAST-OPEN AND MT-FILE-FOUND
              PERFORM 250-READ-STUMTRAN THRU 250-EXIT
           ELSE
              MOVE 'Y' TO TRAN-EOF
           END-IF.
       100-EXIT.
           EXIT.

       200-OPEN-FILES.
      *** THE MASTER IS CREATED EMPTY THE FIRST TIME MAINTENANCE
      *** RUNS; ANY OTHER OPEN FAILURE STOPS THE RUN. THE AUDIT TRAIL
      *** IS EXTENDED, OR CREATED WHEN THERE IS NONE YET
           OPEN I-O STUMAST.
           IF SM-FILE-NOT-THERE
              OPEN OUTPUT STUMAST
              CLOSE STUMAST
              OPEN I-O STUMAST
           END-IF.
           IF SM-FILE-OK
              MOVE 'Y' TO STUMAST-OPEN-FLAG
           ELSE
              DISPLAY 'STUMAINT: STUMAST OPEN FAILED, STATUS ' SMCODE
              MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN INPUT STUMTRAN.
           OPEN EXTEND STUMAUD.
           IF NOT MA-FILE-FOUND
              OPEN OUTPUT STUMAUD
           END-IF.
           OPEN OUTPUT STUMREJ.
       200-EXIT.
           EXIT.

       250-READ-STUMTRAN.
           READ STUMTRAN
             AT END MOVE 'Y' TO TRAN-EOF
           END-READ.
       250-EXIT.
           EXIT.

       290A-GET-BUSINESS-DATE.
      *** THE RUNCTL CARD'S BUSINESS DATE STAMPS THE AUDIT TRAIL AND
      *** THE MASTER SO A RERUN REPRODUCES THE ORIGINAL BUSINESS DAY
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

       300-APPLY-TRANSACTION.
           ADD 1 TO CTR-TRANS-READ.
           MOVE SPACES TO WS-REJECT-REASON.
           IF MT-STUDENT-ID = SPACES
              MOVE 'STUDENT ID MISSING' TO WS-REJECT-REASON
              GO TO 300-REJECT
           END-IF.
           IF MT-CLASS-YEAR NOT = SPACES
              AND MT-CLASS-YEAR IS NOT NUMERIC
              MOVE 'CLASS YEAR NOT NUMERIC' TO WS-REJECT-REASON
              GO TO 300-REJECT
           END-IF.
           PERFORM 310-READ-MASTER THRU 310-EXIT.
           EVALUATE TRUE
              WHEN MT-ADD
                 PERFORM 400-ADD-STUDENT THRU 400-EXIT
              WHEN MT-CHANGE
                 PERFORM 500-CHANGE-STUDENT THRU 500-EXIT
              WHEN MT-INACTIVATE
                 PERFORM 600-INACTIVATE-STUDENT THRU 600-EXIT
              WHEN OTHER
                 MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
              ADD 1 TO CTR-TRANS-APPLIED
              GO TO 300-NEXT
           END-IF.
       300-REJECT.
           MOVE STUMTRAN-RECORD  TO REJ-TRAN.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           WRITE STUMREJ-RECORD.
           ADD 1 TO CTR-TRANS-REJECTED.
       300-NEXT.
           PERFORM 250-READ-STUMTRAN THRU 250-EXIT.
       300-EXIT.
           EXIT.

       310-READ-MASTER.
           MOVE MT-STUDENT-ID TO STM-STUDENT-ID.
           MOVE 'Y' TO ON-FILE-FLAG.
           READ STUMAST
             INVALID KEY MOVE 'N' TO ON-FILE-FLAG
           END-READ.
       310-EXIT.
           EXIT.

       400-ADD-STUDENT.
           IF STUDENT-ON-FILE
              MOVE 'STUDENT ALREADY ON MASTER' TO WS-REJECT-REASON
              GO TO 400-EXIT
           END-IF.
           IF MT-STUDENT-NAME = SPACES
              MOVE 'NAME REQUIRED ON ADD' TO WS-REJECT-REASON
              GO TO 400-EXIT
           END-IF.
           MOVE SPACES              TO STUDENT-MASTER-REC.
           MOVE MT-STUDENT-ID       TO STM-STUDENT-ID.
           MOVE MT-STUDENT-NAME     TO STM-STUDENT-NAME.
           MOVE MT-PROGRAM-CODE     TO STM-PROGRAM-CODE.
           IF MT-CLASS-YEAR = SPACES
              MOVE 0 TO STM-CLASS-YEAR
           ELSE
              MOVE MT-CLASS-YEAR-N TO STM-CLASS-YEAR
           END-IF.
           MOVE MT-ADVISOR-NAME     TO STM-ADVISOR-NAME.
           MOVE 'A'                 TO STM-STATUS.
           MOVE WS-BUSINESS-DATE-N  TO STM-ADDED-DATE,
                                       STM-LAST-MAINT-DATE.
           MOVE 0                   TO STM-INACTIVE-DATE.
           WRITE STUDENT-MASTER-REC
             INVALID KEY
                MOVE 'MASTER WRITE FAILED' TO WS-REJECT-REASON
                GO TO 400-EXIT
           END-WRITE.
           ADD 1 TO CTR-ADDS.
           MOVE 'STUDENT'       TO WS-AUD-FIELD.
           MOVE SPACES          TO WS-AUD-BEFORE.
           MOVE STM-STUDENT-NAME TO WS-AUD-AFTER.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.
       400-EXIT.
           EXIT.

       500-CHANGE-STUDENT.
      *** EACH NON-BLANK FIELD THAT DIFFERS FROM THE MASTER IS
      *** HELD FOR AUDIT, THE MASTER IS REWRITTEN ONCE, AND ONLY
      *** THEN ARE THE HELD AUDIT ROWS WRITTEN
           MOVE 0 TO WS-HELD-COUNT.
           IF NOT STUDENT-ON-FILE
              MOVE 'STUDENT NOT ON MASTER' TO WS-REJECT-REASON
              GO TO 500-EXIT
           END-IF.
           IF STM-INACTIVE
              MOVE 'STUDENT IS INACTIVE' TO WS-REJECT-REASON
              GO TO 500-EXIT
           END-IF.
           IF MT-STUDENT-NAME NOT = SPACES
              AND MT-STUDENT-NAME NOT = STM-STUDENT-NAME
              MOVE 'NAME'           TO WS-AUD-FIELD
              MOVE STM-STUDENT-NAME TO WS-AUD-BEFORE
              MOVE MT-STUDENT-NAME  TO WS-AUD-AFTER
              PERFORM 510-HOLD-AUDIT THRU 510-EXIT
              MOVE MT-STUDENT-NAME  TO STM-STUDENT-NAME
           END-IF.
           IF MT-PROGRAM-CODE NOT = SPACES
              AND MT-PROGRAM-CODE NOT = STM-PROGRAM-CODE
              MOVE 'PROGRAM'        TO WS-AUD-FIELD
              MOVE STM-PROGRAM-CODE TO WS-AUD-BEFORE
              MOVE MT-PROGRAM-CODE  TO WS-AUD-AFTER
              PERFORM 510-HOLD-AUDIT THRU 510-EXIT
              MOVE MT-PROGRAM-CODE  TO STM-PROGRAM-CODE
           END-IF.
           IF MT-CLASS-YEAR NOT = SPACES
              AND MT-CLASS-YEAR-N NOT = STM-CLASS-YEAR
              MOVE 'CLASS YEAR'     TO WS-AUD-FIELD
              MOVE STM-CLASS-YEAR   TO WS-YEAR-DISPLAY
              MOVE WS-YEAR-DISPLAY  TO WS-AUD-BEFORE
              MOVE MT-CLASS-YEAR    TO WS-AUD-AFTER
              PERFORM 510-HOLD-AUDIT THRU 510-EXIT
              MOVE MT-CLASS-YEAR-N  TO STM-CLASS-YEAR
           END-IF.
           IF MT-ADVISOR-NAME NOT = SPACES
              AND MT-ADVISOR-NAME NOT = STM-ADVISOR-NAME
              MOVE 'ADVISOR'        TO WS-AUD-FIELD
              MOVE STM-ADVISOR-NAME TO WS-AUD-BEFORE
              MOVE MT-ADVISOR-NAME  TO WS-AUD-AFTER
              PERFORM 510-HOLD-AUDIT THRU 510-EXIT
              MOVE MT-ADVISOR-NAME  TO STM-ADVISOR-NAME
           END-IF.
           MOVE WS-BUSINESS-DATE-N TO STM-LAST-MAINT-DATE.
           REWRITE STUDENT-MASTER-REC
             INVALID KEY
                MOVE 'MASTER REWRITE FAILED' TO WS-REJECT-REASON
                GO TO 500-EXIT
           END-REWRITE.
           ADD 1 TO CTR-CHANGES.
           PERFORM 520-WRITE-HELD-AUDIT THRU 520-EXIT
                   VARYING WS-HELD-SUB FROM 1 BY 1
                   UNTIL WS-HELD-SUB > WS-HELD-COUNT.
       500-EXIT.
           EXIT.

       510-HOLD-AUDIT.
           ADD 1 TO WS-HELD-COUNT.
           MOVE WS-AUD-FIELD  TO WS-HELD-FIELD (WS-HELD-COUNT).
           MOVE WS-AUD-BEFORE TO WS-HELD-BEFORE (WS-HELD-COUNT).
           MOVE WS-AUD-AFTER  TO WS-HELD-AFTER (WS-HELD-COUNT).
       510-EXIT.
           EXIT.

       520-WRITE-HELD-AUDIT.
           MOVE WS-HELD-FIELD (WS-HELD-SUB)  TO WS-AUD-FIELD.
           MOVE WS-HELD-BEFORE (WS-HELD-SUB) TO WS-AUD-BEFORE.
           MOVE WS-HELD-AFTER (WS-HELD-SUB)  TO WS-AUD-AFTER.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.
       520-EXIT.
           EXIT.

       600-INACTIVATE-STUDENT.
           IF NOT STUDENT-ON-FILE
              MOVE 'STUDENT NOT ON MASTER' TO WS-REJECT-REASON
              GO TO 600-EXIT
           END-IF.
           IF STM-INACTIVE
              MOVE 'STUDENT ALREADY INACTIVE' TO WS-REJECT-REASON
              GO TO 600-EXIT
           END-IF.
           MOVE 'STATUS'           TO WS-AUD-FIELD.
           MOVE STM-STATUS         TO WS-AUD-BEFORE.
           MOVE 'I'                TO WS-AUD-AFTER, STM-STATUS.
           MOVE WS-BUSINESS-DATE-N TO STM-INACTIVE-DATE,
                                      STM-LAST-MAINT-DATE.
           REWRITE STUDENT-MASTER-REC
             INVALID KEY
                MOVE 'MASTER REWRITE FAILED' TO WS-REJECT-REASON
                GO TO 600-EXIT
           END-REWRITE.
           ADD 1 TO CTR-INACTIVATES.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.
       600-EXIT.
           EXIT.

       800-WRITE-AUDIT.
           MOVE SPACES             TO STUMAUD-RECORD.
           MOVE WS-BUSINESS-DATE-N TO AUD-DATE.
           MOVE MT-ACTION          TO AUD-ACTION.
           MOVE MT-STUDENT-ID      TO AUD-STUDENT-ID.
           MOVE WS-AUD-FIELD       TO AUD-FIELD.
           MOVE WS-AUD-BEFORE      TO AUD-BEFORE.
           MOVE WS-AUD-AFTER       TO AUD-AFTER.
           WRITE STUMAUD-RECORD.
           ADD 1 TO CTR-AUDIT-ROWS.
       800-EXIT.
           EXIT.

       950-WRITE-BAL-RECORD.
      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK:
      *** EVERY TRANSACTION READ IS EITHER APPLIED OR REJECTED
           OPEN EXTEND BAL-CONTROL-FILE.
           IF NOT BL-FILE-FOUND
              OPEN OUTPUT BAL-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BAL-CONTROL-REC.
           MOVE 'STUMAINT' TO BAL-PROGRAM.
           MOVE WS-BUSINESS-DATE    TO BAL-RUN-DATE.
           MOVE CTR-TRANS-READ      TO BAL-IN-COUNT.
           MOVE CTR-TRANS-APPLIED   TO BAL-OUT-COUNT.
           MOVE CTR-TRANS-REJECTED  TO BAL-ERR-COUNT.
           WRITE BAL-CONTROL-REC.
           CLOSE BAL-CONTROL-FILE.
       950-EXIT.
           EXIT.

       900-CLOSE-FILES.
           IF STUMAST-OPEN
              CLOSE STUMAST
           END-IF.
           IF MT-FILE-FOUND
              CLOSE STUMTRAN
           END-IF.
           CLOSE STUMAUD, STUMREJ.
