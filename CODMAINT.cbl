       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODMAINT.
      *** CODE-TABLE MASTER MAINTENANCE. APPLIES ADD, CHANGE AND
      *** RETIRE TRANSACTIONS BY TABLE TYPE TO CODETBL, THE MASTER
      *** CODELKP SERVES TO THE WHOLE SUITE:
      ***   A - ADD A CODE TO A TABLE TYPE. THE DESCRIPTION IS
      ***       REQUIRED AND MAY NOT REPEAT ONE ALREADY IN THE TYPE
      ***       (CODELKP LOOKS CODES UP BY DESCRIPTION TOO). A NEW
      ***       CODE GOES AT THE END OF ITS TYPE SO THE ORDER CODELKP
      ***       ENUMERATES EXISTING CODES IN DOES NOT CHANGE
      ***   C - CHANGE THE DESCRIPTION OF A CODE
      ***   X - RETIRE A CODE. IT COMES OFF THE MASTER, SO CODELKP
      ***       STOPS ACCEPTING IT. THE DESCRIPTION MUST MATCH THE
      ***       MASTER SO A MISKEYED CODE CANNOT RETIRE ANOTHER ONE
      *** CODELKP HOLDS 200 CODES ACROSS ALL TYPES, SO AN ADD THAT
      *** WOULD PASS THAT LIMIT IS REJECTED. A RETIRED CODE THAT IS
      *** STILL CARRIED ON THE CURRENT INPUT FILES OF THE PROGRAMS
      *** THAT VALIDATE AGAINST IT IS WARNED ON THE REPORT, SINCE
      *** THOSE RECORDS WILL NOW BE REJECTED.
      *** EVERY APPLIED TRANSACTION IS WRITTEN TO THE CODMAUD AUDIT
      *** TRAIL WITH THE BEFORE AND AFTER RECORD IMAGES, THE BUSINESS
      *** DATE AND THE OPERATOR ID. REJECTED TRANSACTIONS ARE LISTED
      *** ON CODMRPT WITH THE REASON, FOLLOWED BY ANY RETIRED-CODE
      *** WARNINGS, A FULL LISTING OF EVERY TABLE AS UPDATED AND THE
      *** RUN COUNTS
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODMTRAN ASSIGN TO CODMTRAN
             FILE STATUS IS CTCODE.

           SELECT CODETBL ASSIGN TO CODETBL
             FILE STATUS IS CMCODE.

           SELECT CODMAUD ASSIGN TO CODMAUD
             FILE STATUS IS AUCODE.

           SELECT CODMRPT ASSIGN TO CODMRPT.

      *** CURRENT INPUT FILES CHECKED FOR RETIRED CODES
           SELECT HOSPIN ASSIGN TO HOSPIN
             FILE STATUS IS HICODE.

           SELECT PATMAST ASSIGN TO PATMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PM-PATIENT-NBR
             FILE STATUS IS PMCODE.

           SELECT RFPIN ASSIGN TO RFPIN
             FILE STATUS IS RICODE.

           SELECT SALES ASSIGN TO SALES
             FILE STATUS IS SICODE.

           SELECT CUSTMAST ASSIGN TO CUSTMAST
             FILE STATUS IS CUCODE.

           SELECT BAL-CONTROL-FILE ASSIGN TO BALFILE
             FILE STATUS IS BLCODE.

           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
             FILE STATUS IS RCCODE.
       DATA DIVISION.
       FILE SECTION.
      *** MAINTENANCE TRANSACTIONS KEYED BY TABLE TYPE AND CODE
       FD  CODMTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CODMTRAN-RECORD.
       01  CODMTRAN-RECORD.
           05 CMT-ACTION-IN            PIC X(01).
              88 CMT-ADD               VALUE 'A'.
              88 CMT-CHANGE            VALUE 'C'.
              88 CMT-RETIRE            VALUE 'X'.
           05 CMT-TABLE-TYPE-IN        PIC X(04).
           05 CMT-CODE-IN              PIC X(10).
           05 CMT-DESC-IN              PIC X(30).
           05 CMT-OPERATOR-IN          PIC X(08).
           05 FILLER                   PIC X(27).

      *** THE MASTER IS LOADED, MAINTAINED IN STORAGE AND REWRITTEN
       FD  CODETBL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY CODETBL.

      *** AUDIT TRAIL: ONE ROW PER APPLIED TRANSACTION, EXTENDED RUN
      *** AFTER RUN. THE BEFORE IMAGE IS BLANK ON AN ADD AND THE AFTER
      *** IMAGE IS BLANK ON A RETIRE
       FD  CODMAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CODMAUD-RECORD.
       01  CODMAUD-RECORD.
           05 AUD-DATE                 PIC 9(08).
           05 AUD-OPERATOR             PIC X(08).
           05 AUD-ACTION               PIC X(01).
           05 AUD-BEFORE               PIC X(80).
           05 AUD-AFTER                PIC X(80).
           05 FILLER                   PIC X(03).

       FD  CODMRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CODMRPT-RECORD.
       01  CODMRPT-RECORD              PIC X(80).

      *** HOSPEDIT ADMISSIONS -- INSURANCE TYPE ('INS ')
       FD  HOSPIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY PATIENT.

      *** PATIENT MASTER -- PRIMARY INSURANCE ('INS ')
       FD  PATMAST
           LABEL RECORDS ARE STANDARD.
           COPY PATMAST.

      *** FAVRFP REQUESTS -- GENRE ('GENR') AND UP TO THREE
      *** INSTRUMENT TYPES ('INST')
       FD  RFPIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFPIN-RECORD.
       01  RFPIN-RECORD.
           05 RI-ACCOUNT-NO            PIC X(08).
           05 RI-GENRE                 PIC X(09).
           05 RI-MUSICIAN              PIC X(30).
           05 RI-INSTRUMENT OCCURS 3 TIMES.
              10 RI-INSTRUMENT-TYPE    PIC X(06).
              10 FILLER                PIC X(02).
           05 FILLER                   PIC X(49).

      *** SALES1 SALES AND CREDIT MEMOS -- REGION ('REGN')
       FD  SALES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SALES-RECORD.
       01  SALES-RECORD.
           05 SI-REGION                PIC X(02).
           05 FILLER                   PIC X(78).

      *** CUSTOMER MASTER -- HOME REGION ('REGN')
       FD  CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTMAST.

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
      *** THE MASTER IN FILE ORDER. ROOM IS LEFT PAST CODELKP'S 200 SO
      *** A HAND-EDITED MASTER THAT IS ALREADY OVER THE LIMIT IS
      *** CARRIED FORWARD WHOLE AND FLAGGED RATHER THAN TRUNCATED
       01  CODE-TABLE.
           05 CODE-TAB OCCURS 300 TIMES.
              10 CODE-TAB-REC          PIC X(80).
              10 CODE-TAB-FLAG         PIC X(20).
       01  WS-CODE-COUNT               PIC 9(03) VALUE 0.
       01  WS-CODELKP-LIMIT            PIC 9(03) VALUE 200.
       01  WS-CODE-I                   PIC 9(03) VALUE 0.
       01  WS-CODE-J                   PIC 9(03) VALUE 0.
       01  WS-INSERT-I                 PIC 9(03) VALUE 0.
       01  CODE-FOUND-SW               PIC X(01) VALUE 'N'.
           88 CODE-FOUND                VALUE 'Y'.
       01  DESC-DUP-SW                 PIC X(01) VALUE 'N'.
           88 DESC-DUPLICATED           VALUE 'Y'.
       01  CODE-TABLE-FULL-SW          PIC X(01) VALUE 'N'.
           88 CODE-TABLE-FULL           VALUE 'Y'.
       01  WS-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(80) VALUE SPACES.

      *** TABLE TYPES IN THE ORDER THEY FIRST APPEAR, FOR THE LISTING
       01  TYPE-TABLE.
           05 TYPE-TAB OCCURS 50 TIMES.
              10 TYPE-TAB-TYPE         PIC X(04).
       01  WS-TYPE-COUNT               PIC 9(03) VALUE 0.
       01  WS-TYPE-I                   PIC 9(03) VALUE 0.
       01  WS-TYPE-CODES               PIC 9(03) VALUE 0.
       01  TYPE-FOUND-SW               PIC X(01) VALUE 'N'.
           88 TYPE-FOUND                VALUE 'Y'.

      *** CODES RETIRED THIS RUN, WITH THE NUMBER OF RECORDS ON THE
      *** FILE BEING SCANNED THAT STILL CARRY EACH ONE
       01  RETIRED-TABLE.
           05 RETIRED-TAB OCCURS 50 TIMES.
              10 RT-TABLE-TYPE         PIC X(04).
              10 RT-CODE               PIC X(10).
              10 RT-REF-COUNT          PIC 9(07).
       01  WS-RETIRED-COUNT            PIC 9(03) VALUE 0.
       01  WS-RET-I                    PIC 9(03) VALUE 0.
       01  WS-SCAN-TYPE                PIC X(04) VALUE SPACES.
       01  WS-SCAN-CODE                PIC X(10) VALUE SPACES.
       01  WS-SCAN-FILE                PIC X(08) VALUE SPACES.
       01  WS-SCAN-I                   PIC 9(01) VALUE 0.
       01  SCAN-NEEDED-SW              PIC X(01) VALUE 'N'.
           88 SCAN-NEEDED               VALUE 'Y'.
       01  SCAN-EOF                    PIC X(01) VALUE SPACE.
           88 SCAN-END-OF-FILE          VALUE 'Y'.

       01  CTCODE                      PIC X(2)  VALUE SPACES.
           88 CT-FILE-FOUND            VALUE '00'.
       01  CT-EOF                      PIC X(01) VALUE SPACE.
           88 CT-END-OF-FILE            VALUE 'Y'.
       01  CMCODE                      PIC X(2)  VALUE SPACES.
           88 CM-FILE-FOUND            VALUE '00'.
       01  CM-EOF                      PIC X(01) VALUE SPACE.
           88 CM-END-OF-FILE            VALUE 'Y'.
       01  AUCODE                      PIC X(2)  VALUE SPACES.
           88 AU-FILE-FOUND            VALUE '00'.
       01  HICODE                      PIC X(2)  VALUE SPACES.
           88 HI-FILE-FOUND            VALUE '00'.
       01  PMCODE                      PIC X(2)  VALUE SPACES.
           88 PM-FILE-FOUND            VALUE '00'.
       01  RICODE                      PIC X(2)  VALUE SPACES.
           88 RI-FILE-FOUND            VALUE '00'.
       01  SICODE                      PIC X(2)  VALUE SPACES.
           88 SI-FILE-FOUND            VALUE '00'.
       01  CUCODE                      PIC X(2)  VALUE SPACES.
           88 CU-FILE-FOUND            VALUE '00'.
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
           05 NUM-RETIRED             PIC 9(5) VALUE 0.
           05 NUM-REJECTED            PIC 9(5) VALUE 0.
           05 NUM-AUDIT-WRITTEN       PIC 9(5) VALUE 0.
           05 NUM-MASTER-READ         PIC 9(5) VALUE 0.
           05 NUM-MASTER-WRITTEN      PIC 9(5) VALUE 0.
           05 NUM-MASTER-FLAGGED      PIC 9(5) VALUE 0.
           05 NUM-REF-WARNINGS        PIC 9(5) VALUE 0.

       01 REPORT-LINE1.
           05 FILLER         PIC X(19)  VALUE 'SUITE CODE TABLES'.
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
             'CODE TABLE MAINTENANCE - REJECTIONS'.
          05 FILLER        PIC X(40) VALUE SPACES.

       01 MNT-HEADING-LINE.
          05 FILLER        PIC X(04) VALUE 'ACT'.
          05 FILLER        PIC X(06) VALUE 'TYPE'.
          05 FILLER        PIC X(12) VALUE 'CODE'.
          05 FILLER        PIC X(26) VALUE 'DESCRIPTION'.
          05 FILLER        PIC X(10) VALUE 'OPERATOR'.
          05 FILLER        PIC X(22) VALUE 'REASON'.

       01 MNT-ERROR-LINE.
          05 MEL-ACTION    PIC X(01).
          05 FILLER        PIC X(03) VALUE SPACES.
          05 MEL-TABLE-TYPE PIC X(04).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 MEL-CODE      PIC X(10).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 MEL-DESC      PIC X(25).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 MEL-OPERATOR  PIC X(08).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 MEL-REASON    PIC X(20).
          05 FILLER        PIC X(02) VALUE SPACES.

       01 REF-TITLE-LINE.
          05 FILLER        PIC X(40) VALUE
             'RETIRED CODES STILL ON CURRENT INPUT'.
          05 FILLER        PIC X(40) VALUE SPACES.

       01 REF-HEADING-LINE.
          05 FILLER        PIC X(06) VALUE 'TYPE'.
          05 FILLER        PIC X(12) VALUE 'CODE'.
          05 FILLER        PIC X(10) VALUE 'FILE'.
          05 FILLER        PIC X(52) VALUE '   RECORDS'.

       01 REF-WARNING-LINE.
          05 RWL-TABLE-TYPE PIC X(04).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RWL-CODE      PIC X(10).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RWL-FILE      PIC X(08).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RWL-COUNT     PIC Z,ZZZ,ZZ9.
          05 FILLER        PIC X(02) VALUE SPACES.
          05 FILLER        PIC X(41) VALUE
             '*WARNING - THESE RECORDS WILL BE REJECTED'.

       01 REF-NONE-LINE.
          05 FILLER        PIC X(40) VALUE
             'NONE - NO RETIRED CODE IS STILL IN USE'.
          05 FILLER        PIC X(40) VALUE SPACES.

       01 LIST-TITLE-LINE.
          05 FILLER        PIC X(40) VALUE
             'CODE TABLES AFTER UPDATE'.
          05 FILLER        PIC X(40) VALUE SPACES.

       01 LIST-TYPE-LINE.
          05 FILLER        PIC X(12) VALUE 'TABLE TYPE: '.
          05 LTL-TABLE-TYPE PIC X(04).
          05 FILLER        PIC X(64) VALUE SPACES.

       01 LIST-DETAIL-LINE.
          05 FILLER        PIC X(04) VALUE SPACES.
          05 LDL-CODE      PIC X(10).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 LDL-DESC      PIC X(30).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 LDL-FLAG      PIC X(20).
          05 FILLER        PIC X(12) VALUE SPACES.

       01 LIST-COUNT-LINE.
          05 FILLER        PIC X(04) VALUE SPACES.
          05 LCL-COUNT     PIC ZZ9.
          05 FILLER        PIC X(06) VALUE ' CODES'.
          05 FILLER        PIC X(67) VALUE SPACES.

       01 LIST-EMPTY-LINE.
          05 FILLER        PIC X(40) VALUE
             'NO CODES ON THE MASTER'.
          05 FILLER        PIC X(40) VALUE SPACES.

       01 MNT-COUNT-LINE.
          05 MCL-LABEL     PIC X(30).
          05 MCL-COUNT     PIC ZZ,ZZ9.
          05 FILLER        PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-PROCESS-TRANSACTIONS.
           PERFORM 600-CHECK-RETIRED-REFS.
           PERFORM 800-WRITE-FINAL-LINES.
           PERFORM 900-CLOSE-FILES.
           IF CODE-TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-HOUSEKEEPING.
           INITIALIZE CODE-TABLE, RETIRED-TABLE.
           PERFORM 290-GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE.
           PERFORM 150-LOAD-CODE-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 250-WRITE-REPORT-HEADERS.

       150-LOAD-CODE-TABLE.
      *** NO MASTER YET MEANS THE FIRST RUN BUILDS IT FROM ADDS
           OPEN INPUT CODETBL.
           IF CM-FILE-FOUND
              PERFORM 155-READ-CODETBL
              PERFORM 160-LOAD-ONE-CODE UNTIL CM-END-OF-FILE
              CLOSE CODETBL
           END-IF.

       155-READ-CODETBL.
           READ CODETBL
             AT END MOVE 'Y' TO CM-EOF
           END-READ.

       160-LOAD-ONE-CODE.
      *** ROWS KEYED IN BY HAND BEFORE THIS PROGRAM EXISTED ARE KEPT
      *** BUT FLAGGED ON THE LISTING SO THEY CAN BE CORRECTED
           ADD 1 TO NUM-MASTER-READ.
           IF WS-CODE-COUNT < 300
              ADD 1 TO WS-CODE-COUNT
              MOVE CODE-TABLE-REC TO CODE-TAB-REC (WS-CODE-COUNT)
              MOVE SPACES TO CODE-TAB-FLAG (WS-CODE-COUNT)
              PERFORM 170-CHECK-LOADED-CODE
           ELSE
              DISPLAY 'ERROR: CODE-TABLE FULL - CANNOT HOLD '
                 CT-TABLE-TYPE ' ' CT-CODE
              MOVE 'Y' TO CODE-TABLE-FULL-SW
           END-IF.
           PERFORM 155-READ-CODETBL.

       170-CHECK-LOADED-CODE.
           MOVE 'N' TO CODE-FOUND-SW.
           PERFORM VARYING WS-CODE-J FROM 1 BY 1
               UNTIL WS-CODE-J >= WS-CODE-COUNT OR CODE-FOUND
              IF CODE-TAB-REC (WS-CODE-J) (1:4) = CT-TABLE-TYPE
                 AND CODE-TAB-REC (WS-CODE-J) (5:10) = CT-CODE
                 MOVE 'Y' TO CODE-FOUND-SW
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN CT-TABLE-TYPE = SPACES OR CT-CODE = SPACES
                 MOVE '*NO TYPE OR CODE'
                   TO CODE-TAB-FLAG (WS-CODE-COUNT)
              WHEN CODE-FOUND
                 MOVE '*DUPLICATE CODE' TO CODE-TAB-FLAG (WS-CODE-COUNT)
              WHEN CT-DESC = SPACES
                 MOVE '*NO DESCRIPTION' TO CODE-TAB-FLAG (WS-CODE-COUNT)
              WHEN WS-CODE-COUNT > WS-CODELKP-LIMIT
                 MOVE '*PAST CODELKP LIMIT'
                   TO CODE-TAB-FLAG (WS-CODE-COUNT)
           END-EVALUATE.
           IF CODE-TAB-FLAG (WS-CODE-COUNT) NOT = SPACES
              ADD 1 TO NUM-MASTER-FLAGGED
           END-IF.

       200-OPEN-FILES.
           OPEN EXTEND CODMAUD.
           IF NOT AU-FILE-FOUND
              OPEN OUTPUT CODMAUD
           END-IF.
           OPEN OUTPUT CODMRPT.

       250-WRITE-REPORT-HEADERS.
           MOVE WS-CURRENT-YEAR   TO RL1-YY.
           MOVE WS-CURRENT-MONTH  TO RL1-MM.
           MOVE WS-CURRENT-DAY    TO RL1-DD.
           WRITE CODMRPT-RECORD FROM REPORT-LINE1.
           WRITE CODMRPT-RECORD FROM MNT-TITLE-LINE.
           WRITE CODMRPT-RECORD FROM REPORT-LINE2.
           WRITE CODMRPT-RECORD FROM MNT-HEADING-LINE.
           WRITE CODMRPT-RECORD FROM REPORT-LINE4.

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
      *** MASTER IS STILL REWRITTEN UNCHANGED AND LISTED. WHEN THE
      *** MASTER DID NOT FIT IN THE TABLE NOTHING IS APPLIED OR
      *** AUDITED, SINCE THE MASTER WILL NOT BE REWRITTEN
           IF CODE-TABLE-FULL
              DISPLAY 'ERROR: CODE-TABLE FULL - CODMTRAN NOT APPLIED'
           ELSE
              OPEN INPUT CODMTRAN
              IF CT-FILE-FOUND
                 PERFORM 310-READ-CODMTRAN
                 PERFORM 305-APPLY-ONE-TRAN UNTIL CT-END-OF-FILE
                 CLOSE CODMTRAN
              END-IF
           END-IF.

       305-APPLY-ONE-TRAN.
           ADD 1 TO NUM-TRAN-READ.
           MOVE SPACES TO WS-ERROR-REASON.
           PERFORM 320-FIND-CODE.
           PERFORM 325-CHECK-DESCRIPTION.
           PERFORM 330-EDIT-TRAN.
           IF WS-ERROR-REASON = SPACES
              EVALUATE TRUE
                 WHEN CMT-ADD
                    PERFORM 400-ADD-CODE
                 WHEN CMT-CHANGE
                    PERFORM 500-CHANGE-CODE
                 WHEN CMT-RETIRE
                    PERFORM 550-RETIRE-CODE
              END-EVALUATE
           END-IF.
           IF WS-ERROR-REASON = SPACES
              PERFORM 700-WRITE-AUDIT
           ELSE
              PERFORM 750-WRITE-ERROR-LINE
           END-IF.
           PERFORM 310-READ-CODMTRAN.

       310-READ-CODMTRAN.
           READ CODMTRAN
             AT END MOVE 'Y' TO CT-EOF
           END-READ.

       320-FIND-CODE.
      *** LEAVES WS-CODE-I ON THE MATCHING TABLE ENTRY WHEN FOUND
           MOVE 'N' TO CODE-FOUND-SW.
           MOVE SPACES TO CODE-TABLE-REC.
           PERFORM VARYING WS-CODE-I FROM 1 BY 1
               UNTIL WS-CODE-I > WS-CODE-COUNT OR CODE-FOUND
              IF CODE-TAB-REC (WS-CODE-I) (1:4) = CMT-TABLE-TYPE-IN
                 AND CODE-TAB-REC (WS-CODE-I) (5:10) = CMT-CODE-IN
                 MOVE 'Y' TO CODE-FOUND-SW
              END-IF
           END-PERFORM.
           IF CODE-FOUND
              SUBTRACT 1 FROM WS-CODE-I
              MOVE CODE-TAB-REC (WS-CODE-I) TO CODE-TABLE-REC
           END-IF.
           MOVE CODE-TABLE-REC TO WS-BEFORE-IMAGE.

       325-CHECK-DESCRIPTION.
      *** A DESCRIPTION MAY APPEAR ONLY ONCE WITHIN A TABLE TYPE --
      *** THE CODE ITSELF MAY CARRY IT ALREADY ON A CHANGE
           MOVE 'N' TO DESC-DUP-SW.
           PERFORM VARYING WS-CODE-J FROM 1 BY 1
               UNTIL WS-CODE-J > WS-CODE-COUNT OR DESC-DUPLICATED
              IF CODE-TAB-REC (WS-CODE-J) (1:4) = CMT-TABLE-TYPE-IN
                 AND CODE-TAB-REC (WS-CODE-J) (15:30) = CMT-DESC-IN
                 AND CODE-TAB-REC (WS-CODE-J) (5:10) NOT = CMT-CODE-IN
                 MOVE 'Y' TO DESC-DUP-SW
              END-IF
           END-PERFORM.

       330-EDIT-TRAN.
      *** FIELD EDITS COMMON TO EVERY ACTION, THEN THE CHECKS EACH
      *** ACTION NEEDS AGAINST THE MASTER AS IT STANDS NOW
           EVALUATE TRUE
              WHEN CMT-OPERATOR-IN = SPACES
                 MOVE 'NO OPERATOR ID' TO WS-ERROR-REASON
              WHEN CMT-TABLE-TYPE-IN = SPACES
                 MOVE 'NO TABLE TYPE' TO WS-ERROR-REASON
              WHEN CMT-CODE-IN = SPACES
                 MOVE 'NO CODE' TO WS-ERROR-REASON
              WHEN NOT CMT-ADD AND NOT CMT-CHANGE AND NOT CMT-RETIRE
                 MOVE 'BAD ACTION CODE' TO WS-ERROR-REASON
              WHEN CMT-DESC-IN = SPACES
                 MOVE 'DESCRIPTION REQUIRED' TO WS-ERROR-REASON
              WHEN CMT-ADD AND CODE-FOUND
                 MOVE 'DUPLICATE CODE' TO WS-ERROR-REASON
              WHEN CMT-ADD AND DESC-DUPLICATED
                 MOVE 'DUPLICATE DESC' TO WS-ERROR-REASON
              WHEN CMT-ADD AND WS-CODE-COUNT >= WS-CODELKP-LIMIT
                 MOVE 'CODELKP TABLE FULL' TO WS-ERROR-REASON
              WHEN CMT-ADD
                 CONTINUE
              WHEN NOT CODE-FOUND
                 MOVE 'NOT ON FILE' TO WS-ERROR-REASON
              WHEN CMT-CHANGE AND CMT-DESC-IN = CT-DESC
                 MOVE 'NO CHANGE' TO WS-ERROR-REASON
              WHEN CMT-CHANGE AND DESC-DUPLICATED
                 MOVE 'DUPLICATE DESC' TO WS-ERROR-REASON
              WHEN CMT-RETIRE AND CMT-DESC-IN NOT = CT-DESC
                 MOVE 'DESC MISMATCH' TO WS-ERROR-REASON
              WHEN CMT-RETIRE AND WS-RETIRED-COUNT >= 50
                 MOVE 'TOO MANY RETIRES' TO WS-ERROR-REASON
           END-EVALUATE.

       400-ADD-CODE.
      *** A NEW CODE GOES AFTER THE LAST ONE OF ITS TYPE (A NEW TYPE
      *** AT THE END); THE ENTRIES AFTER THE INSERT POINT MOVE DOWN
           MOVE SPACES            TO CODE-TABLE-REC.
           MOVE CMT-TABLE-TYPE-IN TO CT-TABLE-TYPE.
           MOVE CMT-CODE-IN       TO CT-CODE.
           MOVE CMT-DESC-IN       TO CT-DESC.
           MOVE SPACES TO WS-BEFORE-IMAGE.

           MOVE WS-CODE-COUNT TO WS-INSERT-I.
           ADD 1 TO WS-INSERT-I.
           PERFORM VARYING WS-CODE-I FROM 1 BY 1
               UNTIL WS-CODE-I > WS-CODE-COUNT
              IF CODE-TAB-REC (WS-CODE-I) (1:4) = CMT-TABLE-TYPE-IN
                 COMPUTE WS-INSERT-I = WS-CODE-I + 1
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-CODE-I FROM WS-CODE-COUNT BY -1
               UNTIL WS-CODE-I < WS-INSERT-I
              MOVE CODE-TAB (WS-CODE-I) TO CODE-TAB (WS-CODE-I + 1)
           END-PERFORM.
           ADD 1 TO WS-CODE-COUNT.
           MOVE WS-INSERT-I TO WS-CODE-I.
           MOVE CODE-TABLE-REC TO CODE-TAB-REC (WS-CODE-I).
           MOVE SPACES TO CODE-TAB-FLAG (WS-CODE-I).
           MOVE CODE-TABLE-REC TO WS-AFTER-IMAGE.
           ADD 1 TO NUM-ADDED.

       500-CHANGE-CODE.
           MOVE CMT-DESC-IN TO CT-DESC.
           MOVE CODE-TABLE-REC TO CODE-TAB-REC (WS-CODE-I).
           IF CODE-TAB-FLAG (WS-CODE-I) = '*NO DESCRIPTION'
              MOVE SPACES TO CODE-TAB-FLAG (WS-CODE-I)
           END-IF.
           MOVE CODE-TABLE-REC TO WS-AFTER-IMAGE.
           ADD 1 TO NUM-CHANGED.

       550-RETIRE-CODE.
      *** THE ENTRIES AFTER THE RETIRED ONE MOVE UP. THE CODE IS KEPT
      *** FOR THE CHECK AGAINST THE CURRENT INPUT FILES
           ADD 1 TO WS-RETIRED-COUNT.
           MOVE CT-TABLE-TYPE TO RT-TABLE-TYPE (WS-RETIRED-COUNT).
           MOVE CT-CODE       TO RT-CODE (WS-RETIRED-COUNT).
           MOVE 0             TO RT-REF-COUNT (WS-RETIRED-COUNT).
           PERFORM VARYING WS-CODE-I FROM WS-CODE-I BY 1
               UNTIL WS-CODE-I >= WS-CODE-COUNT
              MOVE CODE-TAB (WS-CODE-I + 1) TO CODE-TAB (WS-CODE-I)
           END-PERFORM.
           SUBTRACT 1 FROM WS-CODE-COUNT.
           MOVE SPACES TO WS-AFTER-IMAGE.
           ADD 1 TO NUM-RETIRED.

       600-CHECK-RETIRED-REFS.
      *** EVERY FILE THAT FEEDS A PROGRAM VALIDATING AGAINST A RETIRED
      *** CODE'S TABLE TYPE IS READ THROUGH FOR THAT CODE. A FILE NOT
      *** PRESENT THIS RUN IS SKIPPED
           IF WS-RETIRED-COUNT > 0
              WRITE CODMRPT-RECORD FROM REPORT-LINE2
              WRITE CODMRPT-RECORD FROM REF-TITLE-LINE
              WRITE CODMRPT-RECORD FROM REPORT-LINE2
              WRITE CODMRPT-RECORD FROM REF-HEADING-LINE
              WRITE CODMRPT-RECORD FROM REPORT-LINE4
              MOVE 'INS ' TO WS-SCAN-TYPE
              PERFORM 605-CHECK-SCAN-NEEDED
              IF SCAN-NEEDED
                 PERFORM 610-SCAN-HOSPIN
                 PERFORM 620-SCAN-PATMAST
              END-IF
              MOVE 'GENR' TO WS-SCAN-TYPE
              PERFORM 605-CHECK-SCAN-NEEDED
              MOVE 'INST' TO WS-SCAN-TYPE
              IF NOT SCAN-NEEDED
                 PERFORM 605-CHECK-SCAN-NEEDED
              END-IF
              IF SCAN-NEEDED
                 PERFORM 630-SCAN-RFPIN
              END-IF
              MOVE 'REGN' TO WS-SCAN-TYPE
              PERFORM 605-CHECK-SCAN-NEEDED
              IF SCAN-NEEDED
                 PERFORM 640-SCAN-SALES
                 PERFORM 650-SCAN-CUSTMAST
              END-IF
              IF NUM-REF-WARNINGS = 0
                 WRITE CODMRPT-RECORD FROM REF-NONE-LINE
              END-IF
           END-IF.

       605-CHECK-SCAN-NEEDED.
           MOVE 'N' TO SCAN-NEEDED-SW.
           PERFORM VARYING WS-RET-I FROM 1 BY 1
               UNTIL WS-RET-I > WS-RETIRED-COUNT OR SCAN-NEEDED
              IF RT-TABLE-TYPE (WS-RET-I) = WS-SCAN-TYPE
                 MOVE 'Y' TO SCAN-NEEDED-SW
              END-IF
           END-PERFORM.

       610-SCAN-HOSPIN.
           OPEN INPUT HOSPIN.
           IF HI-FILE-FOUND
              MOVE 'INS ' TO WS-SCAN-TYPE
              MOVE SPACE TO SCAN-EOF
              PERFORM 615-READ-HOSPIN
              PERFORM UNTIL SCAN-END-OF-FILE
                 MOVE INS-TYPE TO WS-SCAN-CODE
                 PERFORM 690-COUNT-RETIRED-REF
                 PERFORM 615-READ-HOSPIN
              END-PERFORM
              CLOSE HOSPIN
              MOVE 'HOSPIN' TO WS-SCAN-FILE
              PERFORM 695-WRITE-REF-WARNINGS
           END-IF.

       615-READ-HOSPIN.
           READ HOSPIN
             AT END MOVE 'Y' TO SCAN-EOF
           END-READ.

       620-SCAN-PATMAST.
      *** MERGED-AWAY PATIENT NUMBERS ARE NO LONGER USED FOR BILLING
           OPEN INPUT PATMAST.
           IF PM-FILE-FOUND
              MOVE 'INS ' TO WS-SCAN-TYPE
              MOVE SPACE TO SCAN-EOF
              PERFORM 625-READ-PATMAST
              PERFORM UNTIL SCAN-END-OF-FILE
                 IF NOT PM-MERGED
                    MOVE PM-PRIMARY-INS TO WS-SCAN-CODE
                    PERFORM 690-COUNT-RETIRED-REF
                 END-IF
                 PERFORM 625-READ-PATMAST
              END-PERFORM
              CLOSE PATMAST
              MOVE 'PATMAST' TO WS-SCAN-FILE
              PERFORM 695-WRITE-REF-WARNINGS
           END-IF.

       625-READ-PATMAST.
           READ PATMAST NEXT RECORD
             AT END MOVE 'Y' TO SCAN-EOF
           END-READ.

       630-SCAN-RFPIN.
      *** ONE REQUEST CARRIES A GENRE AND UP TO THREE INSTRUMENTS
           OPEN INPUT RFPIN.
           IF RI-FILE-FOUND
              MOVE SPACE TO SCAN-EOF
              PERFORM 635-READ-RFPIN
              PERFORM UNTIL SCAN-END-OF-FILE
                 MOVE 'GENR' TO WS-SCAN-TYPE
                 MOVE RI-GENRE TO WS-SCAN-CODE
                 PERFORM 690-COUNT-RETIRED-REF
                 MOVE 'INST' TO WS-SCAN-TYPE
                 PERFORM VARYING WS-SCAN-I FROM 1 BY 1
                     UNTIL WS-SCAN-I > 3
                    IF RI-INSTRUMENT-TYPE (WS-SCAN-I) NOT = SPACES
                       MOVE RI-INSTRUMENT-TYPE (WS-SCAN-I)
                         TO WS-SCAN-CODE
                       PERFORM 690-COUNT-RETIRED-REF
                    END-IF
                 END-PERFORM
                 PERFORM 635-READ-RFPIN
              END-PERFORM
              CLOSE RFPIN
              MOVE 'RFPIN' TO WS-SCAN-FILE
              PERFORM 695-WRITE-REF-WARNINGS
           END-IF.

       635-READ-RFPIN.
           READ RFPIN
             AT END MOVE 'Y' TO SCAN-EOF
           END-READ.

       640-SCAN-SALES.
           OPEN INPUT SALES.
           IF SI-FILE-FOUND
              MOVE 'REGN' TO WS-SCAN-TYPE
              MOVE SPACE TO SCAN-EOF
              PERFORM 645-READ-SALES
              PERFORM UNTIL SCAN-END-OF-FILE
                 MOVE SI-REGION TO WS-SCAN-CODE
                 PERFORM 690-COUNT-RETIRED-REF
                 PERFORM 645-READ-SALES
              END-PERFORM
              CLOSE SALES
              MOVE 'SALES' TO WS-SCAN-FILE
              PERFORM 695-WRITE-REF-WARNINGS
           END-IF.

       645-READ-SALES.
           READ SALES
             AT END MOVE 'Y' TO SCAN-EOF
           END-READ.

       650-SCAN-CUSTMAST.
           OPEN INPUT CUSTMAST.
           IF CU-FILE-FOUND
              MOVE 'REGN' TO WS-SCAN-TYPE
              MOVE SPACE TO SCAN-EOF
              PERFORM 655-READ-CUSTMAST
              PERFORM UNTIL SCAN-END-OF-FILE
                 MOVE CU-HOME-REGION TO WS-SCAN-CODE
                 PERFORM 690-COUNT-RETIRED-REF
                 PERFORM 655-READ-CUSTMAST
              END-PERFORM
              CLOSE CUSTMAST
              MOVE 'CUSTMAST' TO WS-SCAN-FILE
              PERFORM 695-WRITE-REF-WARNINGS
           END-IF.

       655-READ-CUSTMAST.
           READ CUSTMAST
             AT END MOVE 'Y' TO SCAN-EOF
           END-READ.

       690-COUNT-RETIRED-REF.
           PERFORM VARYING WS-RET-I FROM 1 BY 1
               UNTIL WS-RET-I > WS-RETIRED-COUNT
              IF RT-TABLE-TYPE (WS-RET-I) = WS-SCAN-TYPE
                 AND RT-CODE (WS-RET-I) = WS-SCAN-CODE
                 ADD 1 TO RT-REF-COUNT (WS-RET-I)
              END-IF
           END-PERFORM.

       695-WRITE-REF-WARNINGS.
      *** ONE WARNING PER RETIRED CODE FOUND ON THE FILE JUST READ;
      *** THE COUNTS START AGAIN FOR THE NEXT FILE
           PERFORM VARYING WS-RET-I FROM 1 BY 1
               UNTIL WS-RET-I > WS-RETIRED-COUNT
              IF RT-REF-COUNT (WS-RET-I) > 0
                 MOVE RT-TABLE-TYPE (WS-RET-I) TO RWL-TABLE-TYPE
                 MOVE RT-CODE (WS-RET-I)       TO RWL-CODE
                 MOVE WS-SCAN-FILE             TO RWL-FILE
                 MOVE RT-REF-COUNT (WS-RET-I)  TO RWL-COUNT
                 WRITE CODMRPT-RECORD FROM REF-WARNING-LINE
                 ADD 1 TO NUM-REF-WARNINGS
                 MOVE 0 TO RT-REF-COUNT (WS-RET-I)
              END-IF
           END-PERFORM.

       700-WRITE-AUDIT.
           MOVE SPACES            TO CODMAUD-RECORD.
           MOVE WS-BUSINESS-DATE  TO AUD-DATE.
           MOVE CMT-OPERATOR-IN   TO AUD-OPERATOR.
           MOVE CMT-ACTION-IN     TO AUD-ACTION.
           MOVE WS-BEFORE-IMAGE   TO AUD-BEFORE.
           MOVE WS-AFTER-IMAGE    TO AUD-AFTER.
           WRITE CODMAUD-RECORD.
           ADD 1 TO NUM-AUDIT-WRITTEN.

       750-WRITE-ERROR-LINE.
           MOVE CMT-ACTION-IN     TO MEL-ACTION.
           MOVE CMT-TABLE-TYPE-IN TO MEL-TABLE-TYPE.
           MOVE CMT-CODE-IN       TO MEL-CODE.
           MOVE CMT-DESC-IN       TO MEL-DESC.
           MOVE CMT-OPERATOR-IN   TO MEL-OPERATOR.
           MOVE WS-ERROR-REASON   TO MEL-REASON.
           WRITE CODMRPT-RECORD FROM MNT-ERROR-LINE.
           ADD 1 TO NUM-REJECTED.

       800-WRITE-FINAL-LINES.
      *** A MASTER TOO BIG FOR THE TABLE IS LEFT AS IT WAS RATHER
      *** THAN WRITTEN BACK SHORT, AND THE STEP ENDS WITH RC 16
           IF CODE-TABLE-FULL
              DISPLAY 'ERROR: CODE-TABLE FULL - CODETBL NOT REWRITTEN'
              MOVE 'CODE TABLE FULL - CODETBL NOT REWRITTEN'
                TO CODMRPT-RECORD
              WRITE CODMRPT-RECORD
           ELSE
              PERFORM 850-WRITE-CODE-MASTER
           END-IF.
           PERFORM 860-LIST-CODE-TABLES.

           WRITE CODMRPT-RECORD FROM REPORT-LINE4.
           MOVE 'TRANSACTIONS READ:'         TO MCL-LABEL.
           MOVE NUM-TRAN-READ                TO MCL-COUNT.
           WRITE CODMRPT-RECORD FROM MNT-COUNT-LINE.
           MOVE 'CODES ADDED:'               TO MCL-LABEL.
           MOVE NUM-ADDED                    TO MCL-COUNT.
           WRITE CODMRPT-RECORD FROM MNT-COUNT-LINE.
           MOVE 'CODES CHANGED:'             TO MCL-LABEL.
           MOVE NUM-CHANGED                  TO MCL-COUNT.
           WRITE CODMRPT-RECORD FROM MNT-COUNT-LINE.
           MOVE 'CODES RETIRED:'             TO MCL-LABEL.
           MOVE NUM-RETIRED                  TO MCL-COUNT.
           WRITE CODMRPT-RECORD FROM MNT-COUNT-LINE.
           MOVE 'TRANSACTIONS REJECTED:'     TO MCL-LABEL.
           MOVE NUM-REJECTED                 TO MCL-COUNT.
           WRITE CODMRPT-RECORD FROM MNT-COUNT-LINE.
           MOVE 'AUDIT RECORDS WRITTEN:'     TO MCL-LABEL.
           MOVE NUM-AUDIT-WRITTEN            TO MCL-COUNT.
           WRITE CODMRPT-RECORD FROM MNT-COUNT-LINE.
           MOVE 'RETIRED-CODE WARNINGS:'     TO MCL-LABEL.
           MOVE NUM-REF-WARNINGS             TO MCL-COUNT.
           WRITE CODMRPT-RECORD FROM MNT-COUNT-LINE.
           MOVE 'MASTER RECORDS READ:'       TO MCL-LABEL.
           MOVE NUM-MASTER-READ              TO MCL-COUNT.
           WRITE CODMRPT-RECORD FROM MNT-COUNT-LINE.
           MOVE 'MASTER RECORDS FLAGGED:'    TO MCL-LABEL.
           MOVE NUM-MASTER-FLAGGED           TO MCL-COUNT.
           WRITE CODMRPT-RECORD FROM MNT-COUNT-LINE.
           MOVE 'MASTER RECORDS WRITTEN:'    TO MCL-LABEL.
           MOVE NUM-MASTER-WRITTEN           TO MCL-COUNT.
           WRITE CODMRPT-RECORD FROM MNT-COUNT-LINE.

           PERFORM 870-WRITE-BAL-RECORD.

       850-WRITE-CODE-MASTER.
           OPEN OUTPUT CODETBL.
           PERFORM VARYING WS-CODE-I FROM 1 BY 1
               UNTIL WS-CODE-I > WS-CODE-COUNT
              MOVE CODE-TAB-REC (WS-CODE-I) TO CODE-TABLE-REC
              WRITE CODE-TABLE-REC
              ADD 1 TO NUM-MASTER-WRITTEN
           END-PERFORM.
           CLOSE CODETBL.

       860-LIST-CODE-TABLES.
      *** EVERY TABLE TYPE IN THE ORDER IT FIRST APPEARS ON THE
      *** MASTER, EACH WITH ITS CODES IN CODELKP ORDER
           WRITE CODMRPT-RECORD FROM REPORT-LINE2.
           WRITE CODMRPT-RECORD FROM LIST-TITLE-LINE.
           WRITE CODMRPT-RECORD FROM REPORT-LINE4.
           MOVE 0 TO WS-TYPE-COUNT.
           PERFORM VARYING WS-CODE-I FROM 1 BY 1
               UNTIL WS-CODE-I > WS-CODE-COUNT
              MOVE 'N' TO TYPE-FOUND-SW
              PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                  UNTIL WS-TYPE-I > WS-TYPE-COUNT OR TYPE-FOUND
                 IF TYPE-TAB-TYPE (WS-TYPE-I)
                    = CODE-TAB-REC (WS-CODE-I) (1:4)
                    MOVE 'Y' TO TYPE-FOUND-SW
                 END-IF
              END-PERFORM
              IF NOT TYPE-FOUND AND WS-TYPE-COUNT < 50
                 ADD 1 TO WS-TYPE-COUNT
                 MOVE CODE-TAB-REC (WS-CODE-I) (1:4)
                   TO TYPE-TAB-TYPE (WS-TYPE-COUNT)
              END-IF
           END-PERFORM.
           IF WS-TYPE-COUNT = 0
              WRITE CODMRPT-RECORD FROM LIST-EMPTY-LINE
           END-IF.
           PERFORM VARYING WS-TYPE-I FROM 1 BY 1
               UNTIL WS-TYPE-I > WS-TYPE-COUNT
              PERFORM 865-LIST-ONE-TABLE
           END-PERFORM.

       865-LIST-ONE-TABLE.
           MOVE TYPE-TAB-TYPE (WS-TYPE-I) TO LTL-TABLE-TYPE.
           WRITE CODMRPT-RECORD FROM REPORT-LINE2.
           WRITE CODMRPT-RECORD FROM LIST-TYPE-LINE.
           MOVE 0 TO WS-TYPE-CODES.
           PERFORM VARYING WS-CODE-I FROM 1 BY 1
               UNTIL WS-CODE-I > WS-CODE-COUNT
              IF CODE-TAB-REC (WS-CODE-I) (1:4)
                 = TYPE-TAB-TYPE (WS-TYPE-I)
                 MOVE CODE-TAB-REC (WS-CODE-I) TO CODE-TABLE-REC
                 MOVE CT-CODE                  TO LDL-CODE
                 MOVE CT-DESC                  TO LDL-DESC
                 MOVE CODE-TAB-FLAG (WS-CODE-I) TO LDL-FLAG
                 WRITE CODMRPT-RECORD FROM LIST-DETAIL-LINE
                 ADD 1 TO WS-TYPE-CODES
              END-IF
           END-PERFORM.
           MOVE WS-TYPE-CODES TO LCL-COUNT.
           WRITE CODMRPT-RECORD FROM LIST-COUNT-LINE.

       870-WRITE-BAL-RECORD.
      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK:
      *** EVERY TRANSACTION READ IS EITHER AUDITED OR REJECTED
           OPEN EXTEND BAL-CONTROL-FILE.
           IF NOT BL-FILE-FOUND
              OPEN OUTPUT BAL-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BAL-CONTROL-REC.
           MOVE 'CODMAINT' TO BAL-PROGRAM.
           MOVE WS-BUSINESS-DATE  TO BAL-RUN-DATE.
           MOVE NUM-TRAN-READ     TO BAL-IN-COUNT.
           MOVE NUM-AUDIT-WRITTEN TO BAL-OUT-COUNT.
           MOVE NUM-REJECTED      TO BAL-ERR-COUNT.
           WRITE BAL-CONTROL-REC.
           CLOSE BAL-CONTROL-FILE.

       900-CLOSE-FILES.
           CLOSE CODMAUD, CODMRPT.
