       IDENTIFICATION DIVISION.
      *****************************************************************
      **   PRESIDENTS ADDRESS VALIDATION. EVERY ACCTSSRT RECORD'S
      **   CLIENT-ADDR IS CHECKED AGAINST THE STATE MASTER (STATELKP)
      **   AND THE CITY/COUNTY MASTER (CITYLKP): USA-STATE MUST BE A
      **   KNOWN STATE NAME OR TWO-LETTER ABBREVIATION, AND
      **   CITY-COUNTY MUST BE A CITY -- OR A COUNTY -- OF THAT STATE.
      **   FAILURES ARE WRITTEN TO ADDREXC WITH A REASON CODE.
      *****************************************************************
       PROGRAM-ID.   ADDRVAL.
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
           SELECT ADDR-EXC-FILE  ASSIGN TO ADDREXC.
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
       FD  ADDR-EXC-FILE RECORDING MODE F.
           COPY ADDREXC.
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
       01 CTR-RECORDS-VALID            PIC 9(7)       VALUE 0.
       01 CTR-RECORDS-EXCEPTION        PIC 9(7)       VALUE 0.

      *** STATE NAME <-> ABBREVIATION THROUGH STATELKP. USA-STATE IS
      *** FREE TEXT: A BARE TWO-LETTER VALUE IS TREATED AS AN
      *** ABBREVIATION, ANYTHING LONGER AS A FULL STATE NAME
       01 WS-STATE-REQUEST-CODE        PIC X(1)       VALUE '1'.
       01 WS-STATE-ABBR                PIC X(2).
       01 WS-STATE-FULL-NAME           PIC X(20).
       01 WS-STATE-LOOKUP-SW           PIC X(1)       VALUE 'N'.
          88 WS-STATE-FOUND                           VALUE 'Y'.

      *** CITY/COUNTY MASTER THROUGH CITYLKP -- CITY-COUNTY IS TRIED
      *** FIRST AS A CITY, THEN AS A COUNTY, WITHIN THE STATE
       01 WS-CITY-REQUEST-CODE         PIC X(1)       VALUE '1'.
       01 WS-CITY-NAME                 PIC X(20).
       01 WS-COUNTY-NAME               PIC X(20).
       01 WS-CITY-LOOKUP-SW            PIC X(1)       VALUE 'N'.
          88 WS-CITY-FOUND                            VALUE 'Y'.

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
           PERFORM 300-VALIDATE-RECORD UNTIL EOF-INPUT
           PERFORM 850-WRITE-BAL-RECORD
           PERFORM 900-WRAP-UP
           DISPLAY 'ADDRVAL: READ ' CTR-RECORDS-READ
              ' VALID ' CTR-RECORDS-VALID
              ' EXCEPTIONS ' CTR-RECORDS-EXCEPTION
           GOBACK
           .
       100-INIT-RTN.
           PERFORM 200-OPEN-FILES.
           PERFORM 250-READ-MASTER.

       200-OPEN-FILES.
           OPEN INPUT ACCT-REC
           IF NOT AC-FILE-OK
                DISPLAY 'ADDRVAL: ACCTSSRT OPEN FAILED, STATUS '
                   ACCODE
                MOVE 'Y' TO WS-EOF-INPUT-SW
                MOVE 12 TO RETURN-CODE
           END-IF
           OPEN OUTPUT ADDR-EXC-FILE
           .
       250-READ-MASTER.
           READ ACCT-REC NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EOF-INPUT-SW
           END-READ.

       300-VALIDATE-RECORD.
           ADD 1 TO CTR-RECORDS-READ.
           MOVE SPACES TO ADDR-EXC-REC.
           PERFORM 320-CHECK-STATE.
           IF AX-REASON-CODE = SPACES
                PERFORM 340-CHECK-CITY-COUNTY
           END-IF.
           IF AX-REASON-CODE = SPACES
                ADD 1 TO CTR-RECORDS-VALID
           ELSE
                PERFORM 450-WRITE-EXCEPTION
           END-IF.
           PERFORM 250-READ-MASTER.

       320-CHECK-STATE.
      *** RESOLVE USA-STATE TO ITS TWO-LETTER ABBREVIATION
           MOVE 'N' TO WS-STATE-LOOKUP-SW.
           IF USA-STATE NOT = SPACES
                IF USA-STATE (3:13) = SPACES
                     MOVE '1' TO WS-STATE-REQUEST-CODE
                     MOVE USA-STATE (1:2) TO WS-STATE-ABBR
                ELSE
                     MOVE '2' TO WS-STATE-REQUEST-CODE
                     MOVE USA-STATE TO WS-STATE-FULL-NAME
                END-IF
                CALL 'STATELKP' USING WS-STATE-REQUEST-CODE,
                                       WS-STATE-ABBR,
                                       WS-STATE-FULL-NAME,
                                       WS-STATE-LOOKUP-SW
           END-IF.
           IF NOT WS-STATE-FOUND
                MOVE '01' TO AX-REASON-CODE
                MOVE 'STATE NOT ON STATE MASTER' TO AX-REASON-TEXT
           END-IF.

       340-CHECK-CITY-COUNTY.
           IF CITY-COUNTY = SPACES
                MOVE '02' TO AX-REASON-CODE
                MOVE 'CITY/COUNTY IS BLANK' TO AX-REASON-TEXT
           ELSE
                MOVE '1' TO WS-CITY-REQUEST-CODE
                MOVE CITY-COUNTY TO WS-CITY-NAME
                CALL 'CITYLKP' USING WS-CITY-REQUEST-CODE,
                                      WS-STATE-ABBR,
                                      WS-CITY-NAME,
                                      WS-COUNTY-NAME,
                                      WS-CITY-LOOKUP-SW
                IF NOT WS-CITY-FOUND
                     MOVE '2' TO WS-CITY-REQUEST-CODE
                     MOVE CITY-COUNTY TO WS-COUNTY-NAME
                     CALL 'CITYLKP' USING WS-CITY-REQUEST-CODE,
                                           WS-STATE-ABBR,
                                           WS-CITY-NAME,
                                           WS-COUNTY-NAME,
                                           WS-CITY-LOOKUP-SW
                END-IF
                IF NOT WS-CITY-FOUND
                     MOVE '03' TO AX-REASON-CODE
                     MOVE 'CITY/COUNTY NOT IN STATE'
                       TO AX-REASON-TEXT
                END-IF
           END-IF.

       450-WRITE-EXCEPTION.
           MOVE ACCT-NO     TO AX-ACCT-NO.
           MOVE LAST-NAME   TO AX-LAST-NAME.
           MOVE CITY-COUNTY TO AX-CITY-COUNTY.
           MOVE USA-STATE   TO AX-USA-STATE.
           WRITE ADDR-EXC-REC.
           ADD 1 TO CTR-RECORDS-EXCEPTION.

       850-WRITE-BAL-RECORD.
      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK:
      *** EVERY PRESIDENT IS EITHER VALID OR AN ADDRESS EXCEPTION
           PERFORM 860-GET-BUSINESS-DATE.
           OPEN EXTEND BAL-CONTROL-FILE.
           IF NOT BL-FILE-FOUND
                OPEN OUTPUT BAL-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BAL-CONTROL-REC.
           MOVE 'ADDRVAL' TO BAL-PROGRAM.
           MOVE WS-BUSINESS-DATE      TO BAL-RUN-DATE.
           MOVE CTR-RECORDS-READ      TO BAL-IN-COUNT.
           MOVE CTR-RECORDS-VALID     TO BAL-OUT-COUNT.
           MOVE CTR-RECORDS-EXCEPTION TO BAL-ERR-COUNT.
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
           CLOSE ADDR-EXC-FILE
           .
