       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PATMAINT.
       AUTHOR. HOSPITAL SYSTEMS.
       INSTALLATION. COBOL DEV Center.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. CONFIDENTIAL - PATIENT DATA.
      ***************************************************************
      *  PATIENT MASTER MAINTENANCE
      *
      *  APPLIES THE ADMITTING OFFICE'S TRANSACTIONS (PATMTRAN) TO
      *  THE PATIENT MASTER (PATMAST) KEYED BY PATIENT NUMBER:
      *    A - ADD A NEW PATIENT. NAME IS REQUIRED
      *    C - CHANGE NAME, PHONE, ADDRESS, BIRTH DATE OR PRIMARY
      *        INSURANCE. A BLANK FIELD ON THE TRANSACTION LEAVES
      *        THE MASTER AS IT IS
      *    M - MERGE. THE TRANSACTION'S PATIENT NUMBER IS A DUPLICATE
      *        OF THE ONE IN PT-MERGE-INTO: ANY FIELD BLANK ON THE
      *        SURVIVOR IS FILLED FROM THE DUPLICATE, AND THE
      *        DUPLICATE IS KEPT ON FILE AS MERGED, POINTING AT THE
      *        SURVIVOR, SO OLD ADMISSIONS STILL RESOLVE
      *  A PRIMARY INSURANCE MUST BE ON THE SUITE-WIDE 'INS ' CODE
      *  TABLE (CODELKP). EVERY FIELD AN APPLIED TRANSACTION CHANGES
      *  IS WRITTEN TO THE AUDIT TRAIL (PATMAUD) WITH ITS BEFORE AND
      *  AFTER VALUES AND THE BUSINESS DATE; THE TRAIL IS EXTENDED
      *  RUN AFTER RUN. A TRANSACTION THAT FAILS EDIT IS LISTED ON
      *  PATMREJ WITH THE REASON AND NOT APPLIED.
      *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATMTRAN
           ASSIGN TO PATMTRAN
             FILE STATUS IS MTCODE.

           SELECT PATMAST
           ASSIGN TO PATMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PM-PATIENT-NBR
             FILE STATUS IS PMCODE.

           SELECT PATMAUD
           ASSIGN TO PATMAUD
             FILE STATUS IS MACODE.

           SELECT PATMREJ
           ASSIGN TO PATMREJ.

           SELECT BALCTLFILE
           ASSIGN TO BALFILE
             FILE STATUS IS BLCODE.

           SELECT RUNCTLFILE
           ASSIGN TO RUNCTL
             FILE STATUS IS RCCODE.

       DATA DIVISION.
       FILE SECTION.
      *** MAINTENANCE TRANSACTIONS FROM THE ADMITTING OFFICE
       FD  PATMTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATMTRAN-REC.
       01  PATMTRAN-REC.
           05  PT-ACTION               PIC X(1).
               88  PT-ADD                         VALUE 'A'.
               88  PT-CHANGE                      VALUE 'C'.
               88  PT-MERGE                       VALUE 'M'.
           05  PT-PATIENT-NBR          PIC X(5).
           05  PT-PATIENT-NBR-N REDEFINES PT-PATIENT-NBR
                                       PIC 9(5).
           05  PT-PATIENT-NAME         PIC X(20).
           05  PT-PATIENT-PHONE        PIC X(10).
           05  PT-STREET               PIC X(25).
           05  PT-CITY                 PIC X(15).
           05  PT-STATE                PIC X(2).
           05  PT-ZIP                  PIC X(9).
           05  PT-BIRTH-DATE           PIC X(8).
           05  PT-BIRTH-DATE-N REDEFINES PT-BIRTH-DATE
                                       PIC 9(8).
           05  PT-PRIMARY-INS          PIC X(3).
           05  PT-MERGE-INTO           PIC X(5).
           05  PT-MERGE-INTO-N REDEFINES PT-MERGE-INTO
                                       PIC 9(5).
           05  FILLER                  PIC X(47).

       FD  PATMAST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY PATMAST.

      *** AUDIT TRAIL: ONE ROW PER FIELD CHANGED
       FD  PATMAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATMAUD-REC.
       01  PATMAUD-REC.
           05  AUD-DATE                PIC 9(8).
           05  AUD-ACTION              PIC X(1).
           05  AUD-PATIENT-NBR         PIC 9(5).
           05  AUD-FIELD               PIC X(10).
           05  AUD-BEFORE              PIC X(25).
           05  AUD-AFTER               PIC X(25).
           05  FILLER                  PIC X(6).

      *** REJECTED TRANSACTIONS, EACH WITH THE REASON
       FD  PATMREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATMREJ-REC.
       01  PATMREJ-REC.
           05  REJ-TRAN                PIC X(150).
           05  REJ-REASON              PIC X(30).

      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK
       FD  BALCTLFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY BALREC.

      *** COMMON RUN-CONTROL CARD CARRYING THE BUSINESS DATE
       FD  RUNCTLFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-CTL-REC.
       01  RUN-CTL-REC.
           05  RC-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(72).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  MTCODE                  PIC X(2).
               88 MT-FILE-FOUND  VALUE "00".
           05  PMCODE                  PIC X(2).
               88 PM-FILE-OK     VALUE "00".
               88 PM-FILE-NOT-THERE VALUE "35".
           05  MACODE                  PIC X(2).
               88 MA-FILE-FOUND  VALUE "00".
           05  BLCODE                  PIC X(2).
               88 BL-FILE-FOUND  VALUE "00".
           05  RCCODE                  PIC X(2).
               88 RC-FILE-FOUND  VALUE "00".

       77  MORE-TRANS-SW               PIC X(1) VALUE SPACE.
           88 NO-MORE-TRANS    VALUE 'N'.
       77  PATMAST-OPEN-SW             PIC X(1) VALUE 'N'.
           88 PATMAST-OPEN     VALUE 'Y'.
       77  ON-FILE-SW                  PIC X(1) VALUE 'N'.
           88 PATIENT-ON-FILE  VALUE 'Y'.
       77  WS-RC-EOF-SW                PIC X(1) VALUE SPACE.
           88 RC-END-OF-FILE   VALUE 'Y'.

       01  COUNTERS-AND-ACCUMULATORS.
           05 TRANS-READ               PIC S9(7) COMP VALUE 0.
           05 TRANS-APPLIED            PIC S9(7) COMP VALUE 0.
           05 TRANS-REJECTED           PIC S9(7) COMP VALUE 0.
           05 NBR-ADDS                 PIC S9(5) COMP VALUE 0.
           05 NBR-CHANGES              PIC S9(5) COMP VALUE 0.
           05 NBR-MERGES               PIC S9(5) COMP VALUE 0.
           05 NBR-AUDIT-ROWS           PIC S9(7) COMP VALUE 0.

      *** BUSINESS DATE FROM THE RUNCTL CARD, FALLING BACK TO THE
      *** SYSTEM DATE WHEN NO CARD IS SUPPLIED
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE-N REDEFINES WS-BUSINESS-DATE
                                       PIC 9(8).

       01  WS-MAINT-WORK.
           05  WS-REJECT-REASON        PIC X(30) VALUE SPACES.
           05  WS-AUD-PATIENT-NBR      PIC 9(5)  VALUE 0.
           05  WS-AUD-FIELD            PIC X(10) VALUE SPACES.
           05  WS-AUD-BEFORE           PIC X(25) VALUE SPACES.
           05  WS-AUD-AFTER            PIC X(25) VALUE SPACES.
           05  WS-DATE-DISPLAY         PIC 9(8)  VALUE 0.
           05  WS-NBR-DISPLAY          PIC 9(5)  VALUE 0.

      *** A TRANSACTION'S AUDIT ROWS ARE HELD HERE UNTIL EVERY MASTER
      *** REWRITE IT NEEDS HAS SUCCEEDED, SO A FAILED REWRITE LEAVES
      *** NO AUDIT BEHIND. A MERGE HOLDS AT MOST NINE ROWS
       01  WS-HELD-AUDIT.
           05  WS-HELD-COUNT           PIC 99    VALUE 0.
           05  WS-HELD-SUB             PIC 99    VALUE 0.
           05  WS-HELD-ROW OCCURS 10 TIMES.
               10  WS-HELD-PATIENT-NBR PIC 9(5).
               10  WS-HELD-FIELD       PIC X(10).
               10  WS-HELD-BEFORE      PIC X(25).
               10  WS-HELD-AFTER       PIC X(25).

      *** THE SURVIVOR AS IT WAS BEFORE A MERGE FILLED IT IN, PUT BACK
      *** IF THE DUPLICATE CANNOT THEN BE RETIRED
       01  WS-SURVIVOR-IMAGE           PIC X(150) VALUE SPACES.

      *** THE DUPLICATE'S FIELDS, HELD WHILE THE SURVIVOR IS READ
      *** AND FILLED IN DURING A MERGE
       01  WS-MERGE-DUP.
           05  MD-PATIENT-NBR          PIC 9(5).
           05  MD-PATIENT-NAME         PIC X(20).
           05  MD-PATIENT-PHONE        PIC X(10).
           05  MD-STREET               PIC X(25).
           05  MD-CITY                 PIC X(15).
           05  MD-STATE                PIC X(2).
           05  MD-ZIP                  PIC X(9).
           05  MD-BIRTH-DATE           PIC 9(8).
           05  MD-PRIMARY-INS          PIC X(3).

      *** PARAMETERS FOR THE CODELKP CODE-TABLE SUBPROGRAM -- THE
      *** 'INS ' CODE SET IS THE SUITE-WIDE AUTHORITY ON VALID
      *** INSURANCE TYPES
       01  WS-CODELKP-FIELDS.
           05 WS-CLK-REQUEST           PIC X(01) VALUE '1'.
           05 WS-CLK-TABLE-TYPE        PIC X(04) VALUE SPACES.
           05 WS-CLK-CODE              PIC X(10) VALUE SPACES.
           05 WS-CLK-DESC              PIC X(30) VALUE SPACES.
           05 WS-CLK-ENTRY-NBR         PIC 9(03) VALUE 0.
           05 WS-CLK-FOUND-SW          PIC X(01) VALUE 'N'.
              88 WS-CLK-FOUND          VALUE 'Y'.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-APPLY-TRANSACTION THRU 100-EXIT
                   UNTIL NO-MORE-TRANS.
           PERFORM 160-WRITE-BAL-RECORD THRU 160-EXIT.
           PERFORM 200-CLEANUP THRU 200-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           PERFORM 005-GET-BUSINESS-DATE THRU 005-EXIT.

      *** THE MASTER IS CREATED EMPTY THE FIRST TIME MAINTENANCE
      *** RUNS; ANY OTHER OPEN FAILURE STOPS THE RUN. THE AUDIT TRAIL
      *** IS EXTENDED, OR CREATED WHEN THERE IS NONE YET
           OPEN I-O PATMAST.
           IF PM-FILE-NOT-THERE
              OPEN OUTPUT PATMAST
              CLOSE PATMAST
              OPEN I-O PATMAST
           END-IF.
           IF PM-FILE-OK
              MOVE 'Y' TO PATMAST-OPEN-SW
           ELSE
              DISPLAY 'PATMAINT: PATMAST OPEN FAILED, STATUS ' PMCODE
              MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN INPUT PATMTRAN.
           OPEN EXTEND PATMAUD.
           IF NOT MA-FILE-FOUND
              OPEN OUTPUT PATMAUD
           END-IF.
           OPEN OUTPUT PATMREJ.

           IF PATMAST-OPEN AND MT-FILE-FOUND
              PERFORM 110-READ-PATMTRAN THRU 110-EXIT
           ELSE
              MOVE 'N' TO MORE-TRANS-SW
           END-IF.
       000-EXIT.
           EXIT.

       005-GET-BUSINESS-DATE.
      *** THE RUNCTL CARD'S BUSINESS DATE STAMPS THE AUDIT TRAIL AND
      *** THE MASTER SO A RERUN REPRODUCES THE ORIGINAL BUSINESS DAY
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT RUNCTLFILE.
           IF RC-FILE-FOUND
              READ RUNCTLFILE
                AT END MOVE 'Y' TO WS-RC-EOF-SW
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
              CLOSE RUNCTLFILE
           END-IF.
       005-EXIT.
           EXIT.

       100-APPLY-TRANSACTION.
           ADD +1 TO TRANS-READ.
           MOVE SPACES TO WS-REJECT-REASON.
           IF PT-PATIENT-NBR IS NOT NUMERIC
              OR PT-PATIENT-NBR-N = 0
              MOVE 'PATIENT NUMBER MISSING' TO WS-REJECT-REASON
              GO TO 100-REJECT
           END-IF.
           IF PT-BIRTH-DATE NOT = SPACES
              IF PT-BIRTH-DATE IS NOT NUMERIC
                 OR PT-BIRTH-DATE (5:2) < '01'
                 OR PT-BIRTH-DATE (5:2) > '12'
                 OR PT-BIRTH-DATE (7:2) < '01'
                 OR PT-BIRTH-DATE (7:2) > '31'
                 OR PT-BIRTH-DATE > WS-BUSINESS-DATE
                 MOVE 'BIRTH DATE INVALID' TO WS-REJECT-REASON
                 GO TO 100-REJECT
              END-IF
           END-IF.
           IF PT-PRIMARY-INS NOT = SPACES
              PERFORM 120-CHECK-INS-TYPE THRU 120-EXIT
              IF NOT WS-CLK-FOUND
                 MOVE 'PRIMARY INSURANCE NOT VALID' TO WS-REJECT-REASON
                 GO TO 100-REJECT
              END-IF
           END-IF.

           MOVE PT-PATIENT-NBR-N TO WS-AUD-PATIENT-NBR.
           PERFORM 130-READ-MASTER THRU 130-EXIT.
           EVALUATE TRUE
              WHEN PT-ADD
                 PERFORM 300-ADD-PATIENT THRU 300-EXIT
              WHEN PT-CHANGE
                 PERFORM 400-CHANGE-PATIENT THRU 400-EXIT
              WHEN PT-MERGE
                 PERFORM 500-MERGE-PATIENT THRU 500-EXIT
              WHEN OTHER
                 MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
              ADD +1 TO TRANS-APPLIED
              GO TO 100-NEXT
           END-IF.
       100-REJECT.
           MOVE PATMTRAN-REC     TO REJ-TRAN.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           WRITE PATMREJ-REC.
           ADD +1 TO TRANS-REJECTED.
       100-NEXT.
           PERFORM 110-READ-PATMTRAN THRU 110-EXIT.
       100-EXIT.
           EXIT.

       110-READ-PATMTRAN.
           READ PATMTRAN
               AT END
               MOVE 'N' TO MORE-TRANS-SW
           END-READ.
       110-EXIT.
           EXIT.

       120-CHECK-INS-TYPE.
           MOVE '1' TO WS-CLK-REQUEST.
           MOVE 'INS ' TO WS-CLK-TABLE-TYPE.
           MOVE SPACES TO WS-CLK-CODE.
           MOVE PT-PRIMARY-INS TO WS-CLK-CODE (1:3).
           CALL 'CODELKP' USING WS-CLK-REQUEST,
                                WS-CLK-TABLE-TYPE,
                                WS-CLK-CODE,
                                WS-CLK-DESC,
                                WS-CLK-ENTRY-NBR,
                                WS-CLK-FOUND-SW.
       120-EXIT.
           EXIT.

       130-READ-MASTER.
           MOVE PT-PATIENT-NBR-N TO PM-PATIENT-NBR.
           MOVE 'Y' TO ON-FILE-SW.
           READ PATMAST
             INVALID KEY MOVE 'N' TO ON-FILE-SW
           END-READ.
       130-EXIT.
           EXIT.

       300-ADD-PATIENT.
           IF PATIENT-ON-FILE
              MOVE 'PATIENT ALREADY ON MASTER' TO WS-REJECT-REASON
              GO TO 300-EXIT
           END-IF.
           IF PT-PATIENT-NAME = SPACES
              MOVE 'NAME REQUIRED ON ADD' TO WS-REJECT-REASON
              GO TO 300-EXIT
           END-IF.
           MOVE SPACES              TO PATIENT-MASTER-REC.
           MOVE PT-PATIENT-NBR-N    TO PM-PATIENT-NBR.
           MOVE PT-PATIENT-NAME     TO PM-PATIENT-NAME.
           MOVE PT-PATIENT-PHONE    TO PM-PATIENT-PHONE.
           MOVE PT-STREET           TO PM-STREET.
           MOVE PT-CITY             TO PM-CITY.
           MOVE PT-STATE            TO PM-STATE.
           MOVE PT-ZIP              TO PM-ZIP.
           IF PT-BIRTH-DATE = SPACES
              MOVE 0 TO PM-BIRTH-DATE
           ELSE
              MOVE PT-BIRTH-DATE-N TO PM-BIRTH-DATE
           END-IF.
           MOVE PT-PRIMARY-INS      TO PM-PRIMARY-INS.
           MOVE 'A'                 TO PM-STATUS.
           MOVE 0                   TO PM-MERGED-INTO.
           MOVE WS-BUSINESS-DATE-N  TO PM-ADDED-DATE,
                                       PM-LAST-MAINT-DATE.
           WRITE PATIENT-MASTER-REC
             INVALID KEY
                MOVE 'MASTER WRITE FAILED' TO WS-REJECT-REASON
                GO TO 300-EXIT
           END-WRITE.
           ADD +1 TO NBR-ADDS.
           MOVE 'PATIENT'           TO WS-AUD-FIELD.
           MOVE SPACES              TO WS-AUD-BEFORE.
           MOVE PM-PATIENT-NAME     TO WS-AUD-AFTER.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.
       300-EXIT.
           EXIT.

       400-CHANGE-PATIENT.
      *** EACH NON-BLANK FIELD THAT DIFFERS FROM THE MASTER IS
      *** HELD FOR AUDIT, THE MASTER IS REWRITTEN ONCE, AND ONLY
      *** THEN ARE THE HELD AUDIT ROWS WRITTEN
           MOVE 0 TO WS-HELD-COUNT.
           IF NOT PATIENT-ON-FILE
              MOVE 'PATIENT NOT ON MASTER' TO WS-REJECT-REASON
              GO TO 400-EXIT
           END-IF.
           IF PM-MERGED
              MOVE 'PATIENT HAS BEEN MERGED' TO WS-REJECT-REASON
              GO TO 400-EXIT
           END-IF.
           IF PT-PATIENT-NAME NOT = SPACES
              AND PT-PATIENT-NAME NOT = PM-PATIENT-NAME
              MOVE 'NAME'           TO WS-AUD-FIELD
              MOVE PM-PATIENT-NAME  TO WS-AUD-BEFORE
              MOVE PT-PATIENT-NAME  TO WS-AUD-AFTER
              PERFORM 810-HOLD-AUDIT THRU 810-EXIT
              MOVE PT-PATIENT-NAME  TO PM-PATIENT-NAME
           END-IF.
           IF PT-PATIENT-PHONE NOT = SPACES
              AND PT-PATIENT-PHONE NOT = PM-PATIENT-PHONE
              MOVE 'PHONE'          TO WS-AUD-FIELD
              MOVE PM-PATIENT-PHONE TO WS-AUD-BEFORE
              MOVE PT-PATIENT-PHONE TO WS-AUD-AFTER
              PERFORM 810-HOLD-AUDIT THRU 810-EXIT
              MOVE PT-PATIENT-PHONE TO PM-PATIENT-PHONE
           END-IF.
           IF PT-STREET NOT = SPACES
              AND PT-STREET NOT = PM-STREET
              MOVE 'STREET'         TO WS-AUD-FIELD
              MOVE PM-STREET        TO WS-AUD-BEFORE
              MOVE PT-STREET        TO WS-AUD-AFTER
              PERFORM 810-HOLD-AUDIT THRU 810-EXIT
              MOVE PT-STREET        TO PM-STREET
           END-IF.
           IF PT-CITY NOT = SPACES
              AND PT-CITY NOT = PM-CITY
              MOVE 'CITY'           TO WS-AUD-FIELD
              MOVE PM-CITY          TO WS-AUD-BEFORE
              MOVE PT-CITY          TO WS-AUD-AFTER
              PERFORM 810-HOLD-AUDIT THRU 810-EXIT
              MOVE PT-CITY          TO PM-CITY
           END-IF.
           IF PT-STATE NOT = SPACES
              AND PT-STATE NOT = PM-STATE
              MOVE 'STATE'          TO WS-AUD-FIELD
              MOVE PM-STATE         TO WS-AUD-BEFORE
              MOVE PT-STATE         TO WS-AUD-AFTER
              PERFORM 810-HOLD-AUDIT THRU 810-EXIT
              MOVE PT-STATE         TO PM-STATE
           END-IF.
           IF PT-ZIP NOT = SPACES
              AND PT-ZIP NOT = PM-ZIP
              MOVE 'ZIP'            TO WS-AUD-FIELD
              MOVE PM-ZIP           TO WS-AUD-BEFORE
              MOVE PT-ZIP           TO WS-AUD-AFTER
              PERFORM 810-HOLD-AUDIT THRU 810-EXIT
              MOVE PT-ZIP           TO PM-ZIP
           END-IF.
           IF PT-BIRTH-DATE NOT = SPACES
              AND PT-BIRTH-DATE-N NOT = PM-BIRTH-DATE
              MOVE 'BIRTH DATE'     TO WS-AUD-FIELD
              MOVE PM-BIRTH-DATE    TO WS-DATE-DISPLAY
              MOVE WS-DATE-DISPLAY  TO WS-AUD-BEFORE
              MOVE PT-BIRTH-DATE    TO WS-AUD-AFTER
              PERFORM 810-HOLD-AUDIT THRU 810-EXIT
              MOVE PT-BIRTH-DATE-N  TO PM-BIRTH-DATE
           END-IF.
           IF PT-PRIMARY-INS NOT = SPACES
              AND PT-PRIMARY-INS NOT = PM-PRIMARY-INS
              MOVE 'PRIM INS'       TO WS-AUD-FIELD
              MOVE PM-PRIMARY-INS   TO WS-AUD-BEFORE
              MOVE PT-PRIMARY-INS   TO WS-AUD-AFTER
              PERFORM 810-HOLD-AUDIT THRU 810-EXIT
              MOVE PT-PRIMARY-INS   TO PM-PRIMARY-INS
           END-IF.
           MOVE WS-BUSINESS-DATE-N TO PM-LAST-MAINT-DATE.
           REWRITE PATIENT-MASTER-REC
             INVALID KEY
                MOVE 'MASTER REWRITE FAILED' TO WS-REJECT-REASON
                GO TO 400-EXIT
           END-REWRITE.
           ADD +1 TO NBR-CHANGES.
           PERFORM 820-WRITE-HELD-AUDIT THRU 820-EXIT
                   VARYING WS-HELD-SUB FROM 1 BY 1
                   UNTIL WS-HELD-SUB > WS-HELD-COUNT.
       400-EXIT.
           EXIT.

       500-MERGE-PATIENT.
      *** THE TRANSACTION'S PATIENT IS THE DUPLICATE BEING RETIRED.
      *** BOTH RECORDS MUST BE ON FILE AND NOT ALREADY MERGED, AND A
      *** NUMBER CANNOT BE MERGED INTO ITSELF. THE AUDIT ROWS FOR
      *** BOTH RECORDS ARE HELD AND WRITTEN ONLY ONCE BOTH REWRITES
      *** HAVE SUCCEEDED
           MOVE 0 TO WS-HELD-COUNT.
           IF NOT PATIENT-ON-FILE
              MOVE 'PATIENT NOT ON MASTER' TO WS-REJECT-REASON
              GO TO 500-EXIT
           END-IF.
           IF PM-MERGED
              MOVE 'PATIENT HAS BEEN MERGED' TO WS-REJECT-REASON
              GO TO 500-EXIT
           END-IF.
           IF PT-MERGE-INTO IS NOT NUMERIC
              OR PT-MERGE-INTO-N = 0
              MOVE 'MERGE-INTO NUMBER MISSING' TO WS-REJECT-REASON
              GO TO 500-EXIT
           END-IF.
           IF PT-MERGE-INTO-N = PT-PATIENT-NBR-N
              MOVE 'CANNOT MERGE INTO ITSELF' TO WS-REJECT-REASON
              GO TO 500-EXIT
           END-IF.
           MOVE PM-PATIENT-NBR     TO MD-PATIENT-NBR.
           MOVE PM-PATIENT-NAME    TO MD-PATIENT-NAME.
           MOVE PM-PATIENT-PHONE   TO MD-PATIENT-PHONE.
           MOVE PM-STREET          TO MD-STREET.
           MOVE PM-CITY            TO MD-CITY.
           MOVE PM-STATE           TO MD-STATE.
           MOVE PM-ZIP             TO MD-ZIP.
           MOVE PM-BIRTH-DATE      TO MD-BIRTH-DATE.
           MOVE PM-PRIMARY-INS     TO MD-PRIMARY-INS.

           MOVE PT-MERGE-INTO-N    TO PM-PATIENT-NBR.
           READ PATMAST
             INVALID KEY
                MOVE 'SURVIVOR NOT ON MASTER' TO WS-REJECT-REASON
                GO TO 500-EXIT
           END-READ.
           IF PM-MERGED
              MOVE 'SURVIVOR HAS BEEN MERGED' TO WS-REJECT-REASON
              GO TO 500-EXIT
           END-IF.
           MOVE PATIENT-MASTER-REC TO WS-SURVIVOR-IMAGE.

      *** FILL THE SURVIVOR'S BLANKS FROM THE DUPLICATE -- WHAT THE
      *** SURVIVOR ALREADY HOLDS IS NEVER OVERLAID
           MOVE PT-MERGE-INTO-N    TO WS-AUD-PATIENT-NBR.
           IF PM-PATIENT-PHONE = SPACES
              AND MD-PATIENT-PHONE NOT = SPACES
              MOVE 'PHONE'          TO WS-AUD-FIELD
              MOVE SPACES           TO WS-AUD-BEFORE
              MOVE MD-PATIENT-PHONE TO WS-AUD-AFTER
              PERFORM 810-HOLD-AUDIT THRU 810-EXIT
              MOVE MD-PATIENT-PHONE TO PM-PATIENT-PHONE
           END-IF.
           IF PM-STREET = SPACES
              AND MD-STREET NOT = SPACES
              MOVE 'STREET'         TO WS-AUD-FIELD
              MOVE SPACES           TO WS-AUD-BEFORE
              MOVE MD-STREET        TO WS-AUD-AFTER
              PERFORM 810-HOLD-AUDIT THRU 810-EXIT
              IF MD-CITY NOT = PM-CITY
                 MOVE 'CITY'        TO WS-AUD-FIELD
                 MOVE PM-CITY       TO WS-AUD-BEFORE
                 MOVE MD-CITY       TO WS-AUD-AFTER
                 PERFORM 810-HOLD-AUDIT THRU 810-EXIT
              END-IF
              IF MD-STATE NOT = PM-STATE
                 MOVE 'STATE'       TO WS-AUD-FIELD
                 MOVE PM-STATE      TO WS-AUD-BEFORE
                 MOVE MD-STATE      TO WS-AUD-AFTER
                 PERFORM 810-HOLD-AUDIT THRU 810-EXIT
              END-IF
              IF MD-ZIP NOT = PM-ZIP
                 MOVE 'ZIP'         TO WS-AUD-FIELD
                 MOVE PM-ZIP        TO WS-AUD-BEFORE
                 MOVE MD-ZIP        TO WS-AUD-AFTER
                 PERFORM 810-HOLD-AUDIT THRU 810-EXIT
              END-IF
              MOVE MD-STREET        TO PM-STREET
              MOVE MD-CITY          TO PM-CITY
              MOVE MD-STATE         TO PM-STATE
              MOVE MD-ZIP           TO PM-ZIP
           END-IF.
           IF PM-BIRTH-DATE = 0
              AND MD-BIRTH-DATE NOT = 0
              MOVE 'BIRTH DATE'     TO WS-AUD-FIELD
              MOVE SPACES           TO WS-AUD-BEFORE
              MOVE MD-BIRTH-DATE    TO WS-DATE-DISPLAY
              MOVE WS-DATE-DISPLAY  TO WS-AUD-AFTER
              PERFORM 810-HOLD-AUDIT THRU 810-EXIT
              MOVE MD-BIRTH-DATE    TO PM-BIRTH-DATE
           END-IF.
           IF PM-PRIMARY-INS = SPACES
              AND MD-PRIMARY-INS NOT = SPACES
              MOVE 'PRIM INS'       TO WS-AUD-FIELD
              MOVE SPACES           TO WS-AUD-BEFORE
              MOVE MD-PRIMARY-INS   TO WS-AUD-AFTER
              PERFORM 810-HOLD-AUDIT THRU 810-EXIT
              MOVE MD-PRIMARY-INS   TO PM-PRIMARY-INS
           END-IF.
           MOVE WS-BUSINESS-DATE-N TO PM-LAST-MAINT-DATE.
           REWRITE PATIENT-MASTER-REC
             INVALID KEY
                MOVE 'MASTER REWRITE FAILED' TO WS-REJECT-REASON
                GO TO 500-EXIT
           END-REWRITE.

      *** NOW RETIRE THE DUPLICATE, POINTING IT AT THE SURVIVOR
           MOVE MD-PATIENT-NBR     TO PM-PATIENT-NBR,
                                      WS-AUD-PATIENT-NBR.
           READ PATMAST
             INVALID KEY
                MOVE 'MASTER READ FAILED' TO WS-REJECT-REASON
                PERFORM 510-RESTORE-SURVIVOR THRU 510-EXIT
                GO TO 500-EXIT
           END-READ.
           MOVE 'STATUS'           TO WS-AUD-FIELD.
           MOVE PM-STATUS          TO WS-AUD-BEFORE.
           MOVE 'M'                TO WS-AUD-AFTER, PM-STATUS.
           PERFORM 810-HOLD-AUDIT THRU 810-EXIT.
           MOVE 'MERGED TO'        TO WS-AUD-FIELD.
           MOVE SPACES             TO WS-AUD-BEFORE.
           MOVE PT-MERGE-INTO      TO WS-AUD-AFTER.
           PERFORM 810-HOLD-AUDIT THRU 810-EXIT.
           MOVE PT-MERGE-INTO-N    TO PM-MERGED-INTO.
           MOVE WS-BUSINESS-DATE-N TO PM-LAST-MAINT-DATE.
           REWRITE PATIENT-MASTER-REC
             INVALID KEY
                MOVE 'MASTER REWRITE FAILED' TO WS-REJECT-REASON
                PERFORM 510-RESTORE-SURVIVOR THRU 510-EXIT
                GO TO 500-EXIT
           END-REWRITE.
           ADD +1 TO NBR-MERGES.
           PERFORM 820-WRITE-HELD-AUDIT THRU 820-EXIT
                   VARYING WS-HELD-SUB FROM 1 BY 1
                   UNTIL WS-HELD-SUB > WS-HELD-COUNT.
       500-EXIT.
           EXIT.

       510-RESTORE-SURVIVOR.
      *** THE DUPLICATE COULD NOT BE RETIRED, SO THE SURVIVOR GOES
      *** BACK TO WHAT IT WAS AND THE MERGE IS REJECTED WHOLE
           MOVE WS-SURVIVOR-IMAGE TO PATIENT-MASTER-REC.
           REWRITE PATIENT-MASTER-REC
             INVALID KEY
                DISPLAY 'PATMAINT: SURVIVOR RESTORE FAILED, PATIENT '
                   PM-PATIENT-NBR
                MOVE 12 TO RETURN-CODE
           END-REWRITE.
       510-EXIT.
           EXIT.

       800-WRITE-AUDIT.
           MOVE SPACES             TO PATMAUD-REC.
           MOVE WS-BUSINESS-DATE-N TO AUD-DATE.
           MOVE PT-ACTION          TO AUD-ACTION.
           MOVE WS-AUD-PATIENT-NBR TO AUD-PATIENT-NBR.
           MOVE WS-AUD-FIELD       TO AUD-FIELD.
           MOVE WS-AUD-BEFORE      TO AUD-BEFORE.
           MOVE WS-AUD-AFTER       TO AUD-AFTER.
           WRITE PATMAUD-REC.
           ADD +1 TO NBR-AUDIT-ROWS.
       800-EXIT.
           EXIT.

       810-HOLD-AUDIT.
           IF WS-HELD-COUNT NOT < 10
              DISPLAY 'PATMAINT: HELD AUDIT FULL, ROW NOT HELD FOR '
                 WS-AUD-FIELD ' PATIENT ' WS-AUD-PATIENT-NBR
              GO TO 810-EXIT
           END-IF.
           ADD +1 TO WS-HELD-COUNT.
           MOVE WS-AUD-PATIENT-NBR
                         TO WS-HELD-PATIENT-NBR (WS-HELD-COUNT).
           MOVE WS-AUD-FIELD  TO WS-HELD-FIELD (WS-HELD-COUNT).
           MOVE WS-AUD-BEFORE TO WS-HELD-BEFORE (WS-HELD-COUNT).
           MOVE WS-AUD-AFTER  TO WS-HELD-AFTER (WS-HELD-COUNT).
       810-EXIT.
           EXIT.

       820-WRITE-HELD-AUDIT.
           MOVE WS-HELD-PATIENT-NBR (WS-HELD-SUB)
                                       TO WS-AUD-PATIENT-NBR.
           MOVE WS-HELD-FIELD (WS-HELD-SUB)  TO WS-AUD-FIELD.
           MOVE WS-HELD-BEFORE (WS-HELD-SUB) TO WS-AUD-BEFORE.
           MOVE WS-HELD-AFTER (WS-HELD-SUB)  TO WS-AUD-AFTER.
           PERFORM 800-WRITE-AUDIT THRU 800-EXIT.
       820-EXIT.
           EXIT.

       160-WRITE-BAL-RECORD.
      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK:
      *** EVERY TRANSACTION READ IS EITHER APPLIED OR REJECTED
           OPEN EXTEND BALCTLFILE.
           IF NOT BL-FILE-FOUND
              OPEN OUTPUT BALCTLFILE
           END-IF.
           MOVE SPACES TO BAL-CONTROL-REC.
           MOVE 'PATMAINT' TO BAL-PROGRAM.
           MOVE WS-BUSINESS-DATE TO BAL-RUN-DATE.
           MOVE TRANS-READ      TO BAL-IN-COUNT.
           MOVE TRANS-APPLIED   TO BAL-OUT-COUNT.
           MOVE TRANS-REJECTED  TO BAL-ERR-COUNT.
           WRITE BAL-CONTROL-REC.
           CLOSE BALCTLFILE.
       160-EXIT.
           EXIT.

       200-CLEANUP.
           DISPLAY "CLEAN-UP".
           IF PATMAST-OPEN
              CLOSE PATMAST
           END-IF.
           IF MT-FILE-FOUND
              CLOSE PATMTRAN
           END-IF.
           CLOSE PATMAUD.
           CLOSE PATMREJ.
           DISPLAY "PATMAINT: READ " TRANS-READ
              " APPLIED " TRANS-APPLIED
              " REJECTED " TRANS-REJECTED.
           DISPLAY "PATMAINT: ADDS " NBR-ADDS
              " CHANGES " NBR-CHANGES
              " MERGES " NBR-MERGES
              " AUDIT ROWS " NBR-AUDIT-ROWS.
           DISPLAY "NORMAL END OF JOB".
       200-EXIT.
           EXIT.
