       IDENTIFICATION DIVISION.
      *****************************************************************
      **   BATCH PATIENT ACCOUNT INQUIRY ACROSS THE HOSPEDIT FILES.
      **   READS REQUEST CARDS CARRYING A PATIENT-NBR AND PRINTS A
      **   ONE-PAGE ACCOUNT SUMMARY FOR EACH PATIENT: DEMOGRAPHICS AND
      **   STATUS FROM THE PATIENT MASTER (PATMAST KSDS), THE LAST
      **   ADMISSION FROM THE READMISSION HISTORY (PATHIST), EVERY
      **   DISCHARGE (DISCHRG), EVERY INSURANCE PRE-AUTHORIZATION
      **   (PREAUTH), EVERY READMISSION WITHIN 30 DAYS (READMHST) AND
      **   THE LATEST BILLING FIGURES -- THE CLAIMS ON THE MOST RECENT
      **   ELECTRONIC CLAIMS EXTRACT (CLAIMOUT) WITH BILLED AND
      **   EXPECTED TOTALS.
      **   THE SEQUENTIAL FILES ARE LOADED ONCE INTO TABLES, SO A DECK
      **   OF ANY SIZE IS ANSWERED IN ONE PASS OF EACH FILE. ANY FILE
      **   MISSING FROM THE RUN SIMPLY CONTRIBUTES NOTHING.
      **   A PATIENT-NBR FOUND ON NONE OF THE FILES -- OR NOT NUMERIC
      **   -- GOES TO A NOT-FOUND LISTING SO THE REQUESTER KNOWS THE
      **   FILES WERE CHECKED.
      *****************************************************************
       PROGRAM-ID.   PATINQ.
       AUTHOR.        SAYLES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAT-MASTER     ASSIGN TO PATMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PM-PATIENT-NBR
             FILE STATUS IS PMCODE.
           SELECT PAT-HISTORY    ASSIGN TO PATHIST
             FILE STATUS IS PHCODE.
           SELECT DISCH-FILE     ASSIGN TO DISCHRG
             FILE STATUS IS DCCODE.
           SELECT PREAUTH-FILE   ASSIGN TO PREAUTH
             FILE STATUS IS PACODE.
           SELECT READMIT-FILE   ASSIGN TO READMHST
             FILE STATUS IS RHCODE.
           SELECT CLAIM-FILE     ASSIGN TO CLAIMOUT
             FILE STATUS IS CLCODE.
           SELECT INQ-REQUEST    ASSIGN TO PATRQST.
           SELECT INQ-REPORT     ASSIGN TO PATIRPT.
           SELECT INQ-NOTFOUND   ASSIGN TO PATINF.
           SELECT BAL-CONTROL-FILE ASSIGN TO BALFILE
             FILE STATUS IS BLCODE.
           SELECT RUN-CTL-FILE   ASSIGN TO RUNCTL
             FILE STATUS IS RCCODE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PAT-MASTER.
           COPY PATMAST.
      *
      *** LAST ADMISSION PER PATIENT, CARRIED FORWARD BY HOSPEDIT
       FD  PAT-HISTORY RECORDING MODE F.
       01  PATHIST-REC.
           05  PHIST-REC-PAT-NBR       PIC 9(5).
           05  PHIST-REC-ADMIT-DATE    PIC X(10).
           05  FILLER                  PIC X(65).
      *
       FD  DISCH-FILE RECORDING MODE F.
       01  DISCH-REC.
           05  DISCH-REC-PAT-NBR       PIC 9(5).
           05  DISCH-REC-DATE          PIC X(10).
           05  FILLER                  PIC X(65).
      *
       FD  PREAUTH-FILE RECORDING MODE F.
       01  PREAUTH-REC.
           05  PAUTH-REC-PAT-NBR       PIC 9(5).
           05  PAUTH-REC-INS-TYPE      PIC X(3).
           05  PAUTH-REC-AUTH-NBR      PIC X(8).
           05  PAUTH-REC-ADMIT-DATE    PIC X(10).
           05  FILLER                  PIC X(54).
      *
       FD  READMIT-FILE RECORDING MODE F.
           COPY READMHST.
      *
       FD  CLAIM-FILE RECORDING MODE F.
           COPY CLAIMREC.
      *
       FD  INQ-REQUEST RECORDING MODE F.
       01  INQ-REQUEST-REC.
           05  RQ-PATIENT-NBR          PIC X(5).
           05  FILLER                  PIC X(75).
      *
       FD  INQ-REPORT RECORDING MODE F.
       01  INQ-REPORT-REC              PIC X(133).
      *
       FD  INQ-NOTFOUND RECORDING MODE F.
       01  INQ-NOTFOUND-REC.
           05  NF-PATIENT-NBR          PIC X(5).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  NF-REASON               PIC X(30)     VALUE
                'NO ACCOUNT ON FILE'.
           05  FILLER                  PIC X(43)     VALUE SPACES.
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
           05 WS-MASTER-OPEN-SW        PIC X(1)       VALUE 'N'.
               88 MASTER-FILE-OPEN                    VALUE 'Y'.
           05 WS-MASTER-FOUND-SW       PIC X(1)       VALUE 'N'.
               88 MASTER-FOUND                        VALUE 'Y'.
           05 WS-EOF-REQUEST-SW        PIC X(1)       VALUE 'N'.
               88 EOF-REQUEST                         VALUE 'Y'.
           05 WS-EOF-LOAD-SW           PIC X(1)       VALUE 'N'.
               88 EOF-LOAD                            VALUE 'Y'.
           05 WS-MATCH-SW              PIC X(1)       VALUE 'N'.
               88 WS-MATCH-FOUND                      VALUE 'Y'.

       01 WS-REQUEST-COUNT             PIC 9(3)       VALUE 0.
       01 WS-NOTFOUND-COUNT            PIC 9(3)       VALUE 0.
       01 CTR-REQUESTS-READ            PIC 9(7)       VALUE 0.
       01 WS-NF-REASON                 PIC X(30)      VALUE SPACES.
       01 WS-INQ-PAT-NBR               PIC 9(5)       VALUE 0.
       01 WS-ITEM-COUNT                PIC 9(4)       VALUE 0.
       01 WS-LAST-ADMIT-DATE           PIC X(10)      VALUE SPACES.

      *** FILE STATUS CODES -- A FAILED OPEN OF ANY INPUT LEAVES ITS
      *** TABLE EMPTY; THE SUMMARY SAYS 'NONE ON FILE' FOR THAT PART
       01 PMCODE                       PIC X(2)       VALUE SPACES.
          88 PM-FILE-OK                               VALUE '00' '02'.
       01 PHCODE                       PIC X(2)       VALUE SPACES.
          88 PH-FILE-FOUND                            VALUE '00'.
       01 DCCODE                       PIC X(2)       VALUE SPACES.
          88 DC-FILE-FOUND                            VALUE '00'.
       01 PACODE                       PIC X(2)       VALUE SPACES.
          88 PA-FILE-FOUND                            VALUE '00'.
       01 RHCODE                       PIC X(2)       VALUE SPACES.
          88 RH-FILE-FOUND                            VALUE '00'.
       01 CLCODE                       PIC X(2)       VALUE SPACES.
          88 CL-FILE-FOUND                            VALUE '00'.

      *** CONTROL COUNTS FOR THE COMMON BALANCING FILE, STAMPED WITH
      *** THE RUNCTL BUSINESS DATE (SYSTEM DATE WHEN NO CARD)
       01 BLCODE                       PIC X(2)       VALUE SPACES.
          88 BL-FILE-FOUND                            VALUE '00'.
       01 RCCODE                       PIC X(2)       VALUE SPACES.
          88 RC-FILE-FOUND                            VALUE '00'.
       01 WS-RC-EOF-SW                 PIC X(1)       VALUE 'N'.
          88 RC-EOF                                   VALUE 'Y'.
       01 WS-BUSINESS-DATE             PIC X(8)       VALUE SPACES.

      *************************************************************
      ****** History tables, loaded once from the HOSPEDIT files ******
      *************************************************************
       01 WS-PH-COUNT                  PIC 9(4)       VALUE 0.
       01 PATHIST-TABLE.
           05 PH-ENTRY OCCURS 2000 TIMES INDEXED BY PH-IDX.
               10 PH-PAT-NBR           PIC 9(5).
               10 PH-ADMIT-DATE        PIC X(10).

       01 WS-DC-COUNT                  PIC 9(4)       VALUE 0.
       01 DISCH-TABLE.
           05 DC-ENTRY OCCURS 2000 TIMES INDEXED BY DC-IDX.
               10 DC-PAT-NBR           PIC 9(5).
               10 DC-DATE              PIC X(10).

       01 WS-PA-COUNT                  PIC 9(4)       VALUE 0.
       01 PREAUTH-TABLE.
           05 PA-ENTRY OCCURS 2000 TIMES INDEXED BY PA-IDX.
               10 PA-PAT-NBR           PIC 9(5).
               10 PA-INS-TYPE          PIC X(3).
               10 PA-AUTH-NBR          PIC X(8).
               10 PA-ADMIT-DATE        PIC X(10).

       01 WS-RH-COUNT                  PIC 9(4)       VALUE 0.
       01 READMIT-TABLE.
           05 RA-ENTRY OCCURS 2000 TIMES INDEXED BY RA-IDX.
               10 RA-PAT-NBR           PIC 9(5).
               10 RA-PRIOR-DATE        PIC X(10).
               10 RA-CURRENT-DATE      PIC X(10).
               10 RA-DAYS-SINCE        PIC 9(3).
               10 RA-RUN-DATE          PIC 9(8).

       01 WS-CL-COUNT                  PIC 9(4)       VALUE 0.
       01 CLAIM-TABLE.
           05 CL-ENTRY OCCURS 2000 TIMES INDEXED BY CL-IDX.
               10 CL-PAT-NBR           PIC 9(5).
               10 CL-CLAIM-NBR         PIC 9(5).
               10 CL-PAYER             PIC X(3).
               10 CL-DATE-ADMIT        PIC X(10).
               10 CL-PATIENT-TYPE      PIC X(1).
               10 CL-STAY-LTH          PIC 9(3).
               10 CL-BILLED-AMT        PIC 9(7)V99.
               10 CL-EXPECTED-AMT      PIC 9(7)V99.

       01 WS-BILLED-TOTAL              PIC 9(9)V99    VALUE 0.
       01 WS-EXPECTED-TOTAL            PIC 9(9)V99    VALUE 0.

      *************************************************************
      ****** Account summary page lines ******
      *************************************************************
       01 WS-BLANK-LINE                 PIC X(133)     VALUE SPACES.

       01 WS-SUMMARY-HEADER.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(27)      VALUE
                'PATIENT ACCOUNT SUMMARY -- '.
           05 SH-PAT-NBR                PIC 9(5).
           05 FILLER                    PIC X(2)       VALUE SPACES.
           05 SH-PAT-NAME               PIC X(20).
           05 FILLER                    PIC X(76)      VALUE SPACES.

       01 WS-SUMMARY-RULE.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(90)      VALUE ALL '='.
           05 FILLER                    PIC X(40)      VALUE SPACES.

       01 WS-SUMMARY-TEXT-LINE.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 ST-CAPTION                PIC X(20).
           05 ST-TEXT                   PIC X(60).
           05 FILLER                    PIC X(50)      VALUE SPACES.

       01 WS-SUMMARY-SECTION-HEAD.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 SS-CAPTION                PIC X(40).
           05 FILLER                    PIC X(90)      VALUE SPACES.

       01 WS-SUMMARY-NONE-LINE.
           05 FILLER                    PIC X(5)       VALUE SPACES.
           05 FILLER                    PIC X(30)      VALUE
                'NONE ON FILE'.
           05 FILLER                    PIC X(98)      VALUE SPACES.

       01 WS-SUMMARY-DISCH-LINE.
           05 FILLER                    PIC X(5)       VALUE SPACES.
           05 FILLER                    PIC X(12)      VALUE
                'DISCHARGED '.
           05 SD-DATE                   PIC X(10).
           05 FILLER                    PIC X(106)     VALUE SPACES.

       01 WS-SUMMARY-AUTH-LINE.
           05 FILLER                    PIC X(5)       VALUE SPACES.
           05 FILLER                    PIC X(5)       VALUE 'INS: '.
           05 SA-INS-TYPE               PIC X(3).
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(7)       VALUE 'AUTH#: '.
           05 SA-AUTH-NBR               PIC X(8).
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(7)       VALUE 'ADMIT: '.
           05 SA-ADMIT-DATE             PIC X(10).
           05 FILLER                    PIC X(82)      VALUE SPACES.

       01 WS-SUMMARY-READMIT-LINE.
           05 FILLER                    PIC X(5)       VALUE SPACES.
           05 FILLER                    PIC X(7)       VALUE 'PRIOR: '.
           05 SR-PRIOR-DATE             PIC X(10).
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(12)      VALUE
                'READMITTED: '.
           05 SR-CURRENT-DATE           PIC X(10).
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 SR-DAYS-SINCE             PIC ZZ9.
           05 FILLER                    PIC X(6)       VALUE ' DAYS '.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(9)       VALUE
                'RUN DATE '.
           05 SR-RUN-DATE               PIC 9(8).
           05 FILLER                    PIC X(54)      VALUE SPACES.

       01 WS-SUMMARY-CLAIM-LINE.
           05 FILLER                    PIC X(5)       VALUE SPACES.
           05 FILLER                    PIC X(7)       VALUE 'CLAIM: '.
           05 SC-CLAIM-NBR              PIC 9(5).
           05 FILLER                    PIC X(2)       VALUE SPACES.
           05 FILLER                    PIC X(7)       VALUE 'PAYER: '.
           05 SC-PAYER                  PIC X(3).
           05 FILLER                    PIC X(2)       VALUE SPACES.
           05 FILLER                    PIC X(7)       VALUE 'ADMIT: '.
           05 SC-DATE-ADMIT             PIC X(10).
           05 FILLER                    PIC X(2)       VALUE SPACES.
           05 FILLER                    PIC X(6)       VALUE 'TYPE: '.
           05 SC-PATIENT-TYPE           PIC X(1).
           05 FILLER                    PIC X(2)       VALUE SPACES.
           05 FILLER                    PIC X(6)       VALUE 'STAY: '.
           05 SC-STAY-LTH               PIC ZZ9.
           05 FILLER                    PIC X(2)       VALUE SPACES.
           05 FILLER                    PIC X(8)       VALUE 'BILLED: '.
           05 SC-BILLED-AMT             PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(2)       VALUE SPACES.
           05 FILLER                    PIC X(10)      VALUE
                'EXPECTED: '.
           05 SC-EXPECTED-AMT           PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(17)      VALUE SPACES.

       01 WS-SUMMARY-MONEY-LINE.
           05 FILLER                    PIC X(5)       VALUE SPACES.
           05 SM-CAPTION                PIC X(20).
           05 SM-AMOUNT                 PIC $$$$,$$$,$$9.99.
           05 FILLER                    PIC X(93)      VALUE SPACES.

       01 WS-TRAILER-LINE.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(20)      VALUE
                'REQUESTS ANSWERED: '.
           05 TL-ANSWERED               PIC ZZ9.
           05 FILLER                    PIC X(5)       VALUE SPACES.
           05 FILLER                    PIC X(12)      VALUE
                'NOT FOUND: '.
           05 TL-NOTFOUND               PIC ZZ9.
           05 FILLER                    PIC X(87)      VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
           PERFORM 100-INIT-RTN
           PERFORM 300-PROCESS-REQUESTS UNTIL EOF-REQUEST
           PERFORM 800-WRITE-TRAILER
           PERFORM 850-WRITE-BAL-RECORD
           PERFORM 900-WRAP-UP
           GOBACK
           .
       100-INIT-RTN.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-HISTORY-FILES.
           PERFORM 250-READ-REQUEST.

       200-OPEN-FILES.
      *** THE PATIENT MASTER IS OPTIONAL -- WITHOUT IT THE SUMMARIES
      *** CARRY NO DEMOGRAPHICS AND ONLY THE HISTORY FILES DECIDE
      *** WHETHER A PATIENT IS KNOWN
           OPEN INPUT PAT-MASTER
           IF PM-FILE-OK
                MOVE 'Y' TO WS-MASTER-OPEN-SW
           ELSE
                DISPLAY 'PATINQ: PATMAST OPEN FAILED, STATUS '
                   PMCODE
           END-IF
           OPEN INPUT INQ-REQUEST
           OPEN OUTPUT INQ-REPORT
           OPEN OUTPUT INQ-NOTFOUND
           .
       210-LOAD-HISTORY-FILES.
           OPEN INPUT PAT-HISTORY.
           IF PH-FILE-FOUND
                MOVE 'N' TO WS-EOF-LOAD-SW
                PERFORM 215-LOAD-PATHIST UNTIL EOF-LOAD
                CLOSE PAT-HISTORY
           END-IF.
           OPEN INPUT DISCH-FILE.
           IF DC-FILE-FOUND
                MOVE 'N' TO WS-EOF-LOAD-SW
                PERFORM 220-LOAD-DISCHARGE UNTIL EOF-LOAD
                CLOSE DISCH-FILE
           END-IF.
           OPEN INPUT PREAUTH-FILE.
           IF PA-FILE-FOUND
                MOVE 'N' TO WS-EOF-LOAD-SW
                PERFORM 225-LOAD-PREAUTH UNTIL EOF-LOAD
                CLOSE PREAUTH-FILE
           END-IF.
           OPEN INPUT READMIT-FILE.
           IF RH-FILE-FOUND
                MOVE 'N' TO WS-EOF-LOAD-SW
                PERFORM 230-LOAD-READMIT UNTIL EOF-LOAD
                CLOSE READMIT-FILE
           END-IF.
           OPEN INPUT CLAIM-FILE.
           IF CL-FILE-FOUND
                MOVE 'N' TO WS-EOF-LOAD-SW
                PERFORM 235-LOAD-CLAIM UNTIL EOF-LOAD
                CLOSE CLAIM-FILE
           END-IF.

       215-LOAD-PATHIST.
           READ PAT-HISTORY
           AT END
              MOVE 'Y' TO WS-EOF-LOAD-SW
           END-READ.
           IF NOT EOF-LOAD
                IF WS-PH-COUNT < 2000
                     ADD 1 TO WS-PH-COUNT
                     SET PH-IDX TO WS-PH-COUNT
                     MOVE PHIST-REC-PAT-NBR    TO PH-PAT-NBR (PH-IDX)
                     MOVE PHIST-REC-ADMIT-DATE TO PH-ADMIT-DATE (PH-IDX)
                ELSE
                     DISPLAY 'PATINQ: PATHIST TABLE FULL - DROPPED '
                        PHIST-REC-PAT-NBR
                END-IF
           END-IF.

       220-LOAD-DISCHARGE.
           READ DISCH-FILE
           AT END
              MOVE 'Y' TO WS-EOF-LOAD-SW
           END-READ.
           IF NOT EOF-LOAD
                IF WS-DC-COUNT < 2000
                     ADD 1 TO WS-DC-COUNT
                     SET DC-IDX TO WS-DC-COUNT
                     MOVE DISCH-REC-PAT-NBR TO DC-PAT-NBR (DC-IDX)
                     MOVE DISCH-REC-DATE    TO DC-DATE (DC-IDX)
                ELSE
                     DISPLAY 'PATINQ: DISCHRG TABLE FULL - DROPPED '
                        DISCH-REC-PAT-NBR
                END-IF
           END-IF.

       225-LOAD-PREAUTH.
           READ PREAUTH-FILE
           AT END
              MOVE 'Y' TO WS-EOF-LOAD-SW
           END-READ.
           IF NOT EOF-LOAD
                IF WS-PA-COUNT < 2000
                     ADD 1 TO WS-PA-COUNT
                     SET PA-IDX TO WS-PA-COUNT
                     MOVE PAUTH-REC-PAT-NBR    TO PA-PAT-NBR (PA-IDX)
                     MOVE PAUTH-REC-INS-TYPE   TO PA-INS-TYPE (PA-IDX)
                     MOVE PAUTH-REC-AUTH-NBR   TO PA-AUTH-NBR (PA-IDX)
                     MOVE PAUTH-REC-ADMIT-DATE TO PA-ADMIT-DATE (PA-IDX)
                ELSE
                     DISPLAY 'PATINQ: PREAUTH TABLE FULL - DROPPED '
                        PAUTH-REC-PAT-NBR
                END-IF
           END-IF.

       230-LOAD-READMIT.
           READ READMIT-FILE
           AT END
              MOVE 'Y' TO WS-EOF-LOAD-SW
           END-READ.
           IF NOT EOF-LOAD
                IF WS-RH-COUNT < 2000
                     ADD 1 TO WS-RH-COUNT
                     SET RA-IDX TO WS-RH-COUNT
                     MOVE RH-PAT-NBR      TO RA-PAT-NBR (RA-IDX)
                     MOVE RH-PRIOR-DATE   TO RA-PRIOR-DATE (RA-IDX)
                     MOVE RH-CURRENT-DATE TO RA-CURRENT-DATE (RA-IDX)
                     MOVE RH-DAYS-SINCE   TO RA-DAYS-SINCE (RA-IDX)
                     MOVE RH-RUN-DATE     TO RA-RUN-DATE (RA-IDX)
                ELSE
                     DISPLAY 'PATINQ: READMHST TABLE FULL - DROPPED '
                        RH-PAT-NBR
                END-IF
           END-IF.

       235-LOAD-CLAIM.
      *** ONLY THE 'D' DETAILS CARRY A PATIENT -- THE PAYER HEADERS AND
      *** TRAILERS ARE SKIPPED
           READ CLAIM-FILE
           AT END
              MOVE 'Y' TO WS-EOF-LOAD-SW
           END-READ.
           IF NOT EOF-LOAD AND CLD-DETAIL
                IF WS-CL-COUNT < 2000
                     ADD 1 TO WS-CL-COUNT
                     SET CL-IDX TO WS-CL-COUNT
                     MOVE CLD-PATIENT-NBR  TO CL-PAT-NBR (CL-IDX)
                     MOVE CLD-CLAIM-NBR    TO CL-CLAIM-NBR (CL-IDX)
                     MOVE CLD-PAYER        TO CL-PAYER (CL-IDX)
                     MOVE CLD-DATE-ADMIT   TO CL-DATE-ADMIT (CL-IDX)
                     MOVE CLD-PATIENT-TYPE TO CL-PATIENT-TYPE (CL-IDX)
                     MOVE CLD-STAY-LTH     TO CL-STAY-LTH (CL-IDX)
                     MOVE CLD-BILLED-AMT   TO CL-BILLED-AMT (CL-IDX)
                     MOVE CLD-EXPECTED-AMT TO CL-EXPECTED-AMT (CL-IDX)
                ELSE
                     DISPLAY 'PATINQ: CLAIMOUT TABLE FULL - DROPPED '
                        CLD-PATIENT-NBR
                END-IF
           END-IF.

       250-READ-REQUEST.
           READ INQ-REQUEST
           AT END
              MOVE 'Y' TO WS-EOF-REQUEST-SW
           END-READ.

       300-PROCESS-REQUESTS.
      *** A PATIENT IS KNOWN WHEN THE MASTER HAS THE NUMBER OR ANY OF
      *** THE HISTORY FILES MENTIONS IT -- A PATIENT ADMITTED BEFORE
      *** THE MASTER WAS LOADED STILL GETS A SUMMARY
           ADD 1 TO CTR-REQUESTS-READ.
           MOVE 'N' TO WS-MATCH-SW.
           MOVE 'NO ACCOUNT ON FILE' TO WS-NF-REASON.
           IF RQ-PATIENT-NBR IS NUMERIC
                MOVE RQ-PATIENT-NBR TO WS-INQ-PAT-NBR
                PERFORM 310-READ-MASTER
                PERFORM 320-CHECK-HISTORY
                IF MASTER-FOUND
                     MOVE 'Y' TO WS-MATCH-SW
                END-IF
           ELSE
                MOVE 'INVALID PATIENT NUMBER' TO WS-NF-REASON
           END-IF.
           IF WS-MATCH-FOUND
                PERFORM 400-WRITE-SUMMARY
                ADD 1 TO WS-REQUEST-COUNT
           ELSE
                PERFORM 450-WRITE-NOTFOUND
           END-IF.
           PERFORM 250-READ-REQUEST.

       310-READ-MASTER.
      *** RANDOM READ ON THE PRIME KEY
           MOVE 'N' TO WS-MASTER-FOUND-SW.
           IF MASTER-FILE-OPEN
                MOVE WS-INQ-PAT-NBR TO PM-PATIENT-NBR
                READ PAT-MASTER
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 'Y' TO WS-MASTER-FOUND-SW
                END-READ
           END-IF.

       320-CHECK-HISTORY.
      *** ONE HIT ON ANY FILE IS ENOUGH -- EACH SEARCH STOPS THE MOMENT
      *** THE PATIENT TURNS UP
           SET PH-IDX TO 1.
           SEARCH PH-ENTRY
              AT END CONTINUE
              WHEN PH-IDX > WS-PH-COUNT
                 CONTINUE
              WHEN PH-PAT-NBR (PH-IDX) = WS-INQ-PAT-NBR
                 MOVE 'Y' TO WS-MATCH-SW
           END-SEARCH.
           SET DC-IDX TO 1.
           SEARCH DC-ENTRY
              AT END CONTINUE
              WHEN DC-IDX > WS-DC-COUNT
                 CONTINUE
              WHEN DC-PAT-NBR (DC-IDX) = WS-INQ-PAT-NBR
                 MOVE 'Y' TO WS-MATCH-SW
           END-SEARCH.
           SET PA-IDX TO 1.
           SEARCH PA-ENTRY
              AT END CONTINUE
              WHEN PA-IDX > WS-PA-COUNT
                 CONTINUE
              WHEN PA-PAT-NBR (PA-IDX) = WS-INQ-PAT-NBR
                 MOVE 'Y' TO WS-MATCH-SW
           END-SEARCH.
           SET RA-IDX TO 1.
           SEARCH RA-ENTRY
              AT END CONTINUE
              WHEN RA-IDX > WS-RH-COUNT
                 CONTINUE
              WHEN RA-PAT-NBR (RA-IDX) = WS-INQ-PAT-NBR
                 MOVE 'Y' TO WS-MATCH-SW
           END-SEARCH.
           SET CL-IDX TO 1.
           SEARCH CL-ENTRY
              AT END CONTINUE
              WHEN CL-IDX > WS-CL-COUNT
                 CONTINUE
              WHEN CL-PAT-NBR (CL-IDX) = WS-INQ-PAT-NBR
                 MOVE 'Y' TO WS-MATCH-SW
           END-SEARCH.

       400-WRITE-SUMMARY.
           MOVE WS-INQ-PAT-NBR TO SH-PAT-NBR.
           IF MASTER-FOUND
                MOVE PM-PATIENT-NAME TO SH-PAT-NAME
           ELSE
                MOVE SPACES TO SH-PAT-NAME
           END-IF.
           WRITE INQ-REPORT-REC FROM WS-SUMMARY-HEADER.
           WRITE INQ-REPORT-REC FROM WS-SUMMARY-RULE.

           IF MASTER-FOUND
                PERFORM 410-WRITE-DEMOGRAPHICS
           ELSE
                MOVE 'PATIENT MASTER:' TO ST-CAPTION
                MOVE 'NOT ON FILE'     TO ST-TEXT
                WRITE INQ-REPORT-REC FROM WS-SUMMARY-TEXT-LINE
           END-IF.

      *** PATHIST HOLDS ONLY THE MOST RECENT ADMISSION PER PATIENT
           MOVE 'NONE ON FILE' TO WS-LAST-ADMIT-DATE.
           PERFORM 415-FIND-LAST-ADMIT
              VARYING PH-IDX FROM 1 BY 1
              UNTIL PH-IDX > WS-PH-COUNT.
           MOVE 'LAST ADMITTED:'   TO ST-CAPTION.
           MOVE WS-LAST-ADMIT-DATE TO ST-TEXT.
           WRITE INQ-REPORT-REC FROM WS-SUMMARY-TEXT-LINE.

           MOVE 'DISCHARGES:' TO SS-CAPTION.
           WRITE INQ-REPORT-REC FROM WS-SUMMARY-SECTION-HEAD.
           MOVE 0 TO WS-ITEM-COUNT.
           PERFORM 420-WRITE-DISCHARGE
              VARYING DC-IDX FROM 1 BY 1
              UNTIL DC-IDX > WS-DC-COUNT.
           IF WS-ITEM-COUNT = 0
                WRITE INQ-REPORT-REC FROM WS-SUMMARY-NONE-LINE
           END-IF.

           MOVE 'PRE-AUTHORIZATIONS:' TO SS-CAPTION.
           WRITE INQ-REPORT-REC FROM WS-SUMMARY-SECTION-HEAD.
           MOVE 0 TO WS-ITEM-COUNT.
           PERFORM 425-WRITE-PREAUTH
              VARYING PA-IDX FROM 1 BY 1
              UNTIL PA-IDX > WS-PA-COUNT.
           IF WS-ITEM-COUNT = 0
                WRITE INQ-REPORT-REC FROM WS-SUMMARY-NONE-LINE
           END-IF.

           MOVE 'READMISSIONS WITHIN 30 DAYS:' TO SS-CAPTION.
           WRITE INQ-REPORT-REC FROM WS-SUMMARY-SECTION-HEAD.
           MOVE 0 TO WS-ITEM-COUNT.
           PERFORM 430-WRITE-READMISSION
              VARYING RA-IDX FROM 1 BY 1
              UNTIL RA-IDX > WS-RH-COUNT.
           IF WS-ITEM-COUNT = 0
                WRITE INQ-REPORT-REC FROM WS-SUMMARY-NONE-LINE
           END-IF.

           MOVE 'LATEST BILLING (CLAIMS EXTRACT):' TO SS-CAPTION.
           WRITE INQ-REPORT-REC FROM WS-SUMMARY-SECTION-HEAD.
           MOVE 0 TO WS-ITEM-COUNT.
           MOVE 0 TO WS-BILLED-TOTAL.
           MOVE 0 TO WS-EXPECTED-TOTAL.
           PERFORM 435-WRITE-CLAIM
              VARYING CL-IDX FROM 1 BY 1
              UNTIL CL-IDX > WS-CL-COUNT.
           IF WS-ITEM-COUNT = 0
                WRITE INQ-REPORT-REC FROM WS-SUMMARY-NONE-LINE
           ELSE
                MOVE 'TOTAL BILLED:'     TO SM-CAPTION
                MOVE WS-BILLED-TOTAL     TO SM-AMOUNT
                WRITE INQ-REPORT-REC FROM WS-SUMMARY-MONEY-LINE
                MOVE 'TOTAL EXPECTED:'   TO SM-CAPTION
                MOVE WS-EXPECTED-TOTAL   TO SM-AMOUNT
                WRITE INQ-REPORT-REC FROM WS-SUMMARY-MONEY-LINE
           END-IF.

           WRITE INQ-REPORT-REC FROM WS-BLANK-LINE.

       410-WRITE-DEMOGRAPHICS.
           MOVE 'PHONE:'          TO ST-CAPTION.
           MOVE PM-PATIENT-PHONE  TO ST-TEXT.
           WRITE INQ-REPORT-REC FROM WS-SUMMARY-TEXT-LINE.

           MOVE 'ADDRESS:'        TO ST-CAPTION.
           MOVE SPACES            TO ST-TEXT.
           STRING PM-STREET DELIMITED BY '  '
                  ', '      DELIMITED BY SIZE
                  PM-CITY   DELIMITED BY '  '
                  ' '       DELIMITED BY SIZE
                  PM-STATE  DELIMITED BY SIZE
                  ' '       DELIMITED BY SIZE
                  PM-ZIP    DELIMITED BY SPACE
                  INTO ST-TEXT
           END-STRING.
           WRITE INQ-REPORT-REC FROM WS-SUMMARY-TEXT-LINE.

           MOVE 'BIRTH DATE:'     TO ST-CAPTION.
           MOVE SPACES            TO ST-TEXT.
           IF PM-BIRTH-DATE > 0
                MOVE PM-BIRTH-DATE (1:4) TO ST-TEXT (1:4)
                MOVE '-'                 TO ST-TEXT (5:1)
                MOVE PM-BIRTH-DATE (5:2) TO ST-TEXT (6:2)
                MOVE '-'                 TO ST-TEXT (8:1)
                MOVE PM-BIRTH-DATE (7:2) TO ST-TEXT (9:2)
           END-IF.
           WRITE INQ-REPORT-REC FROM WS-SUMMARY-TEXT-LINE.

           MOVE 'PRIMARY INSURANCE:' TO ST-CAPTION.
           MOVE PM-PRIMARY-INS       TO ST-TEXT.
           WRITE INQ-REPORT-REC FROM WS-SUMMARY-TEXT-LINE.

      *** A MERGED NUMBER IS STILL ANSWERED, BUT THE REQUESTER IS
      *** POINTED AT THE SURVIVOR, WHERE LATER ADMISSIONS ARE FILED
           MOVE 'ACCOUNT STATUS:' TO ST-CAPTION.
           MOVE SPACES            TO ST-TEXT.
           IF PM-MERGED
                MOVE 'MERGED INTO PATIENT' TO ST-TEXT (1:20)
                MOVE PM-MERGED-INTO        TO ST-TEXT (21:5)
           ELSE
                MOVE 'ACTIVE'              TO ST-TEXT
           END-IF.
           WRITE INQ-REPORT-REC FROM WS-SUMMARY-TEXT-LINE.

       415-FIND-LAST-ADMIT.
           IF PH-PAT-NBR (PH-IDX) = WS-INQ-PAT-NBR
                MOVE PH-ADMIT-DATE (PH-IDX) TO WS-LAST-ADMIT-DATE
           END-IF.

       420-WRITE-DISCHARGE.
           IF DC-PAT-NBR (DC-IDX) = WS-INQ-PAT-NBR
                MOVE DC-DATE (DC-IDX) TO SD-DATE
                WRITE INQ-REPORT-REC FROM WS-SUMMARY-DISCH-LINE
                ADD 1 TO WS-ITEM-COUNT
           END-IF.

       425-WRITE-PREAUTH.
           IF PA-PAT-NBR (PA-IDX) = WS-INQ-PAT-NBR
                MOVE PA-INS-TYPE (PA-IDX)   TO SA-INS-TYPE
                MOVE PA-AUTH-NBR (PA-IDX)   TO SA-AUTH-NBR
                MOVE PA-ADMIT-DATE (PA-IDX) TO SA-ADMIT-DATE
                WRITE INQ-REPORT-REC FROM WS-SUMMARY-AUTH-LINE
                ADD 1 TO WS-ITEM-COUNT
           END-IF.

       430-WRITE-READMISSION.
           IF RA-PAT-NBR (RA-IDX) = WS-INQ-PAT-NBR
                MOVE RA-PRIOR-DATE (RA-IDX)   TO SR-PRIOR-DATE
                MOVE RA-CURRENT-DATE (RA-IDX) TO SR-CURRENT-DATE
                MOVE RA-DAYS-SINCE (RA-IDX)   TO SR-DAYS-SINCE
                MOVE RA-RUN-DATE (RA-IDX)     TO SR-RUN-DATE
                WRITE INQ-REPORT-REC FROM WS-SUMMARY-READMIT-LINE
                ADD 1 TO WS-ITEM-COUNT
           END-IF.

       435-WRITE-CLAIM.
           IF CL-PAT-NBR (CL-IDX) = WS-INQ-PAT-NBR
                MOVE CL-CLAIM-NBR (CL-IDX)    TO SC-CLAIM-NBR
                MOVE CL-PAYER (CL-IDX)        TO SC-PAYER
                MOVE CL-DATE-ADMIT (CL-IDX)   TO SC-DATE-ADMIT
                MOVE CL-PATIENT-TYPE (CL-IDX) TO SC-PATIENT-TYPE
                MOVE CL-STAY-LTH (CL-IDX)     TO SC-STAY-LTH
                MOVE CL-BILLED-AMT (CL-IDX)   TO SC-BILLED-AMT
                MOVE CL-EXPECTED-AMT (CL-IDX) TO SC-EXPECTED-AMT
                WRITE INQ-REPORT-REC FROM WS-SUMMARY-CLAIM-LINE
                ADD CL-BILLED-AMT (CL-IDX)    TO WS-BILLED-TOTAL
                ADD CL-EXPECTED-AMT (CL-IDX)  TO WS-EXPECTED-TOTAL
                ADD 1 TO WS-ITEM-COUNT
           END-IF.

       450-WRITE-NOTFOUND.
           MOVE RQ-PATIENT-NBR TO NF-PATIENT-NBR.
           MOVE WS-NF-REASON   TO NF-REASON.
           WRITE INQ-NOTFOUND-REC.
           ADD 1 TO WS-NOTFOUND-COUNT.

       800-WRITE-TRAILER.
           MOVE WS-REQUEST-COUNT  TO TL-ANSWERED.
           MOVE WS-NOTFOUND-COUNT TO TL-NOTFOUND.
           WRITE INQ-REPORT-REC FROM WS-TRAILER-LINE.

       850-WRITE-BAL-RECORD.
      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK:
      *** EVERY REQUEST READ IS EITHER ANSWERED OR LISTED NOT-FOUND
           PERFORM 860-GET-BUSINESS-DATE.
           OPEN EXTEND BAL-CONTROL-FILE.
           IF NOT BL-FILE-FOUND
                OPEN OUTPUT BAL-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BAL-CONTROL-REC.
           MOVE 'PATINQ  ' TO BAL-PROGRAM.
           MOVE WS-BUSINESS-DATE TO BAL-RUN-DATE.
           MOVE CTR-REQUESTS-READ TO BAL-IN-COUNT.
           MOVE WS-REQUEST-COUNT  TO BAL-OUT-COUNT.
           MOVE WS-NOTFOUND-COUNT TO BAL-ERR-COUNT.
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
           IF MASTER-FILE-OPEN
                CLOSE PAT-MASTER
           END-IF
           CLOSE INQ-REQUEST
           CLOSE INQ-REPORT
           CLOSE INQ-NOTFOUND
           .
