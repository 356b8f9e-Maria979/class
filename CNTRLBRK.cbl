       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
      *** ACCTSSRT IS THE PRESIDENTS KSDS, BROWSED IN KEY SEQUENCE
      *** AND SORTED INTO STATE ORDER ON ACCTWORK FOR THE BREAKS
           SELECT ACCT-MASTER ASSIGN TO ACCTSSRT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS AM-ACCT-NO
             ALTERNATE RECORD KEY IS AM-LAST-NAME WITH DUPLICATES
             FILE STATUS IS AMCODE.
           SELECT ACCT-SORT-FILE ASSIGN TO SORTWK1.
           SELECT ACCT-REC   ASSIGN TO ACCTWORK.
           SELECT ACCT-CSV-FILE ASSIGN TO ACCTCSV.
           SELECT ACCT-REJ-FILE ASSIGN TO ACCTREJ.
           SELECT TOT-HIST-FILE ASSIGN TO TOTHIST
           05 ACCT-BALANCE-O            PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(02)     VALUE SPACES.
           05 SALARY-ACCUM-O            PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(01)     VALUE SPACES.
           05 COUNTY-O                  PIC X(20).
      *
       FD  ACCT-CSV-FILE RECORDING MODE F.
       01  ACCT-CSV-REC                 PIC X(100)    VALUE SPACES.
      *** PARAMETER CARDS (LIKE THE COURQRY CARDS COURSES READS):
      *** 'S' CARDS NAME A STATE TO SELECT (FULL NAME OR TWO-LETTER
      *** ABBREVIATION), 'Y' CARDS GIVE A YEAR-IN RANGE. NO FILE OR
      *** NO CARDS MEANS PROCESS THE ENTIRE ACCTSSRT FILE AS BEFORE.
      *** A 'C' CARD ADDS THE COUNTY (FROM THE CITY/COUNTY MASTER)
      *** AS A COLUMN ALONGSIDE THE STATE BREAK DETAIL LINES
       FD  ACCT-PARM-FILE RECORDING MODE F.
       01  ACCT-PARM-REC.
           05 PARM-TYPE                 PIC X(1).
              88 PARM-STATE-CARD                      VALUE 'S'.
              88 PARM-YEAR-CARD                       VALUE 'Y'.
              88 PARM-COUNTY-CARD                     VALUE 'C'.
           05 FILLER                    PIC X(1).
           05 PARM-STATE                PIC X(15).
           05 PARM-YEARS REDEFINES PARM-STATE.
              10 PARM-YEAR-TO           PIC 9(4).
              10 FILLER                 PIC X(6).
           05 FILLER                    PIC X(63).
      *
       FD  ACCT-MASTER.
       01  ACCT-MASTER-REC.
           05  AM-ACCT-NO              PIC X(8).
           05  FILLER                  PIC X(18).
           05  AM-LAST-NAME            PIC X(20).
           05  FILLER                  PIC X(124).
      *
      *** STATE (MAJOR) AND YEAR-IN (MINOR, FOR THE DECADE BREAK)
       SD  ACCT-SORT-FILE.
       01  ACCT-SORT-REC.
           05  SRT-YEAR-IN             PIC 9(4).
           05  FILLER                  PIC X(102).
           05  SRT-USA-STATE           PIC X(15).
           05  FILLER                  PIC X(49).
      *
       FD  ACCT-REC RECORDING MODE F.
           COPY ACCTREC.
      *
       WORKING-STORAGE SECTION.
       01 PROGRAM-INDICATOR-SWITCHES.
           05 WS-EOF-INPUT-SW          PIC X(1)       VALUE 'N'.
               88 EOF-INPUT                           VALUE 'Y'.

       01 AMCODE                       PIC X(2)       VALUE SPACES.
          88 AM-FILE-OK                               VALUE '00' '02'.

       01 NUMBER-OF-YEARS              PIC S9(3)      VALUE 0.
       01 SALARY-ACCUM                 PIC 9(7)V99    VALUE 0.
       01 WS-YEARS-INVALID-SW          PIC X(1)       VALUE 'N'.
          88 WS-STATE-FOUND                           VALUE 'Y'.
       01 WS-SAL-COUNT                 PIC 9(2)       VALUE 0.

      *** COUNTY COLUMN ('C' ACCTPARM CARD): CITY-COUNTY IS LOOKED UP
      *** IN ITS STATE THROUGH CITYLKP. USA-STATE IS FIRST RESOLVED TO
      *** AN ABBREVIATION -- A BARE TWO-LETTER VALUE IS TAKEN AS ONE,
      *** ANYTHING LONGER GOES THROUGH STATELKP BY NAME. A CITY-COUNTY
      *** NOT ON THE MASTER PRINTS AS KEYED
       01 WS-SHOW-COUNTY-SW            PIC X(1)       VALUE 'N'.
          88 WS-SHOW-COUNTY                           VALUE 'Y'.
       01 WS-CNTY-STATE-REQUEST        PIC X(1)       VALUE '2'.
       01 WS-CNTY-STATE-ABBR           PIC X(2).
       01 WS-CNTY-STATE-NAME           PIC X(20).
       01 WS-CNTY-STATE-SW             PIC X(1)       VALUE 'N'.
          88 WS-CNTY-STATE-FOUND                      VALUE 'Y'.
       01 WS-CITY-REQUEST-CODE         PIC X(1)       VALUE '1'.
       01 WS-CITY-NAME                 PIC X(20).
       01 WS-COUNTY-NAME               PIC X(20).
       01 WS-CITY-LOOKUP-SW            PIC X(1)       VALUE 'N'.
          88 WS-CITY-FOUND                            VALUE 'Y'.

      *** CONTROL COUNTS FOR THE COMMON BALANCING FILE -- EVERY
      *** SELECTED RECORD IN, EVERY DETAIL LINE OUT
       01 BLCODE                       PIC X(2)       VALUE SPACES.
           05 FILLER                    PIC X(8)       VALUE 'THRU'.
           05 FILLER                    PIC X(14)     VALUE 'SALARY'.
           05 FILLER                    PIC X(16)  VALUE '   NET WORTH'.
           05 FILLER                    PIC X(13)  VALUE 'SALARY ACCUM'.
           05 HDR2-COUNTY-O             PIC X(20)  VALUE SPACES.

       01  WS-HEADER-3.
           05 FILLER                    PIC X(3)       VALUE SPACES.
                                                        '============='.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(12)   VALUE ALL '='.
           05 FILLER                    PIC X(01)   VALUE SPACES.
           05 HDR3-COUNTY-O             PIC X(20)   VALUE SPACES.
      *************************************************************
      ****** Control Break Subtotal Line ******
      *************************************************************
           INITIALIZE WS-DECADE-CONTROLS
           .
       200-OPEN-FILES.
           PERFORM 190-SORT-MASTER-BY-STATE
           OPEN INPUT ACCT-REC
           OPEN OUTPUT PRINT-LINE
           OPEN OUTPUT ACCT-CSV-FILE
           OPEN OUTPUT ACCT-REJ-FILE
           .
       190-SORT-MASTER-BY-STATE.
      *** THE KSDS BROWSES IN ACCT-NO (CHRONOLOGICAL) ORDER, BUT THE
      *** REPORT BREAKS ON STATE OF BIRTH -- SORT A STATE-ORDERED
      *** WORK COPY FOR THE SEQUENTIAL READS BELOW
           SORT ACCT-SORT-FILE
               ON ASCENDING KEY SRT-USA-STATE
                                SRT-YEAR-IN
               USING ACCT-MASTER
               GIVING ACCT-REC.
           IF SORT-RETURN NOT = 0
                DISPLAY 'CNTRLBRK: SORT OF ACCTSSRT FAILED, RC '
                   SORT-RETURN
           END-IF.

       120-LOAD-SELECTION-PARMS.
      *** LOAD ANY ACCTPARM SELECTION CARDS. A FAILED OPEN OR AN EMPTY
      *** FILE MEANS NO SELECTION -- THE WHOLE FILE IS PROCESSED
                 MOVE PARM-YEAR-FROM TO WS-SEL-YEAR-FROM
                 MOVE PARM-YEAR-TO   TO WS-SEL-YEAR-TO
                 MOVE 'Y' TO WS-SEL-YEAR-SW
              WHEN PARM-COUNTY-CARD
                 MOVE 'Y' TO WS-SHOW-COUNTY-SW
                 MOVE 'COUNTY' TO HDR2-COUNTY-O
                 MOVE ALL '=' TO HDR3-COUNTY-O
              WHEN OTHER
                 DISPLAY 'WARNING: UNRECOGNIZED ACCTPARM CARD '
                    'IGNORED: ' ACCT-PARM-REC (1:20)
           MOVE ACCT-BALANCE TO ACCT-BALANCE-O
           MOVE LAST-NAME TO LAST-NAME-O
           MOVE FIRST-NAME TO FIRST-NAME-O.
           IF WS-SHOW-COUNTY
                PERFORM 410-LOOKUP-COUNTY
           END-IF.

      *** SALARY ACCUM = # OF YEARS IN OFFICE * SALARY
           COMPUTE NUMBER-OF-YEARS = YEAR-OUT - YEAR-IN.
           PERFORM 480-WRITE-CSV-EXTRACT.
           PERFORM 570-ADD-SUCCESSION-ENTRY.

       410-LOOKUP-COUNTY.
           MOVE CITY-COUNTY TO COUNTY-O.
           MOVE 'N' TO WS-CNTY-STATE-SW.
           IF USA-STATE (3:13) = SPACES
                MOVE USA-STATE (1:2) TO WS-CNTY-STATE-ABBR
                MOVE 'Y' TO WS-CNTY-STATE-SW
           ELSE
                MOVE USA-STATE TO WS-CNTY-STATE-NAME
                CALL 'STATELKP' USING WS-CNTY-STATE-REQUEST,
                                       WS-CNTY-STATE-ABBR,
                                       WS-CNTY-STATE-NAME,
                                       WS-CNTY-STATE-SW
           END-IF.
           IF WS-CNTY-STATE-FOUND AND CITY-COUNTY NOT = SPACES
                MOVE CITY-COUNTY TO WS-CITY-NAME
                CALL 'CITYLKP' USING WS-CITY-REQUEST-CODE,
                                      WS-CNTY-STATE-ABBR,
                                      WS-CITY-NAME,
                                      WS-COUNTY-NAME,
                                      WS-CITY-LOOKUP-SW
                IF WS-CITY-FOUND
                     MOVE WS-COUNTY-NAME TO COUNTY-O
                END-IF
           END-IF.

       490-WRITE-REJECT-RECORD.
      *** YEAR-OUT NOT AFTER YEAR-IN -- LOG INSTEAD OF LETTING A
      *** ZERO/NEGATIVE SALARY-ACCUM SKEW THE HIGH/LOW/AVERAGE STATS
