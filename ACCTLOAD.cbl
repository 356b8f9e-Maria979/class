       IDENTIFICATION DIVISION.
      *****************************************************************
      **   BUILDS THE PRESIDENTS KSDS (ACCTSSRT) FROM THE FLAT
      **   SEQUENTIAL UNLOAD (ACCTSEQ). RECORDS ARE WRITTEN BY KEY IN
      **   WHATEVER ORDER THEY ARRIVE; A SECOND RECORD FOR AN ACCT-NO
      **   ALREADY LOADED IS LISTED ON ACCTLREJ INSTEAD OF REPLACING
      **   THE FIRST, SO A KEYING DUPLICATE NEVER SILENTLY WINS.
      *****************************************************************
       PROGRAM-ID.   ACCTLOAD.
       AUTHOR.        SAYLES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-SEQ-FILE  ASSIGN TO ACCTSEQ.
           SELECT ACCT-REC       ASSIGN TO ACCTSSRT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ACCT-NO
             ALTERNATE RECORD KEY IS LAST-NAME WITH DUPLICATES
             FILE STATUS IS ACCODE.
           SELECT LOAD-REJ-FILE  ASSIGN TO ACCTLREJ.
           SELECT BAL-CONTROL-FILE ASSIGN TO BALFILE
             FILE STATUS IS BLCODE.
           SELECT RUN-CTL-FILE   ASSIGN TO RUNCTL
             FILE STATUS IS RCCODE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-SEQ-FILE RECORDING MODE F.
       01  ACCT-SEQ-REC                PIC X(170).
      *
       FD  ACCT-REC.
           COPY ACCTREC.
      *
       FD  LOAD-REJ-FILE RECORDING MODE F.
       01  LOAD-REJ-REC.
           05  LR-ACCT-NO              PIC X(8).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  LR-LAST-NAME            PIC X(20).
           05  LR-FIRST-NAME           PIC X(15).
           05  LR-REASON               PIC X(30).
           05  FILLER                  PIC X(5)      VALUE SPACES.
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
           05 WS-EOF-INPUT-SW          PIC X(1)       VALUE 'N'.
               88 EOF-INPUT                           VALUE 'Y'.

       01 ACCODE                       PIC X(2)       VALUE SPACES.
          88 AC-FILE-OK                               VALUE '00' '02'.

       01 CTR-RECORDS-READ             PIC 9(7)       VALUE 0.
       01 CTR-RECORDS-LOADED           PIC 9(7)       VALUE 0.
       01 CTR-RECORDS-REJECTED         PIC 9(7)       VALUE 0.

      *** CONTROL COUNTS FOR THE COMMON BALANCING FILE, STAMPED WITH
      *** THE RUNCTL BUSINESS DATE (SYSTEM DATE WHEN NO CARD)
       01 BLCODE                       PIC X(2)       VALUE SPACES.
          88 BL-FILE-FOUND                            VALUE '00'.
       01 RCCODE                       PIC X(2)       VALUE SPACES.
          88 RC-FILE-FOUND                            VALUE '00'.
       01 WS-RC-EOF-SW                 PIC X(1)       VALUE 'N'.
          88 RC-EOF                                   VALUE 'Y'.
       01 WS-BUSINESS-DATE             PIC X(8)       VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
           PERFORM 100-INIT-RTN
           PERFORM 300-LOAD-RECORDS UNTIL EOF-INPUT
           PERFORM 850-WRITE-BAL-RECORD
           PERFORM 900-WRAP-UP
           DISPLAY 'ACCTLOAD: READ ' CTR-RECORDS-READ
              ' LOADED ' CTR-RECORDS-LOADED
              ' REJECTED ' CTR-RECORDS-REJECTED
           GOBACK
           .
       100-INIT-RTN.
           PERFORM 200-OPEN-FILES.
           PERFORM 250-READ-INPUT.

       200-OPEN-FILES.
           OPEN INPUT ACCT-SEQ-FILE
           OPEN OUTPUT ACCT-REC
           IF NOT AC-FILE-OK
                DISPLAY 'ACCTLOAD: ACCTSSRT OPEN FAILED, STATUS '
                   ACCODE
                MOVE 'Y' TO WS-EOF-INPUT-SW
                MOVE 12 TO RETURN-CODE
           END-IF
           OPEN OUTPUT LOAD-REJ-FILE
           .
       250-READ-INPUT.
           READ ACCT-SEQ-FILE
           AT END
              MOVE 'Y' TO WS-EOF-INPUT-SW
           END-READ.

       300-LOAD-RECORDS.
           ADD 1 TO CTR-RECORDS-READ.
           MOVE ACCT-SEQ-REC TO ACCT-FIELDS.
           IF ACCT-NO = SPACES OR YEAR-IN NOT NUMERIC
                MOVE 'ACCT-NO MISSING OR NOT NUMERIC' TO LR-REASON
                PERFORM 450-WRITE-REJECT
           ELSE
                WRITE ACCT-FIELDS
                   INVALID KEY
                      MOVE 'DUPLICATE ACCT-NO' TO LR-REASON
                      PERFORM 450-WRITE-REJECT
                   NOT INVALID KEY
                      ADD 1 TO CTR-RECORDS-LOADED
                END-WRITE
           END-IF.
           PERFORM 250-READ-INPUT.

       450-WRITE-REJECT.
           MOVE ACCT-NO    TO LR-ACCT-NO.
           MOVE LAST-NAME  TO LR-LAST-NAME.
           MOVE FIRST-NAME TO LR-FIRST-NAME.
           WRITE LOAD-REJ-REC.
           ADD 1 TO CTR-RECORDS-REJECTED.

       850-WRITE-BAL-RECORD.
      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK:
      *** EVERY UNLOAD RECORD IS EITHER LOADED OR LISTED AS REJECTED
           PERFORM 860-GET-BUSINESS-DATE.
           OPEN EXTEND BAL-CONTROL-FILE.
           IF NOT BL-FILE-FOUND
                OPEN OUTPUT BAL-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BAL-CONTROL-REC.
           MOVE 'ACCTLOAD' TO BAL-PROGRAM.
           MOVE WS-BUSINESS-DATE     TO BAL-RUN-DATE.
           MOVE CTR-RECORDS-READ     TO BAL-IN-COUNT.
           MOVE CTR-RECORDS-LOADED   TO BAL-OUT-COUNT.
           MOVE CTR-RECORDS-REJECTED TO BAL-ERR-COUNT.
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
           CLOSE ACCT-SEQ-FILE
           CLOSE ACCT-REC
           CLOSE LOAD-REJ-FILE
           .
