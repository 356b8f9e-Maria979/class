       IDENTIFICATION DIVISION.
      ****************************************************************
      **   CALLABLE BUSINESS-DAY CALENDAR FOR THE WHOLE SUITE. A DATE
      **     IS A BUSINESS DAY WHEN IT IS A MONDAY TO FRIDAY AND NOT
      **     A HOLIDAY OR CLOSURE ON THE CALENDAR MASTER (CALMAST),
      **     SO DUE DATES AND AGING EVERYWHERE AGREE ON ONE CALENDAR.
      **     WITH NO CALMAST ONLY WEEKENDS ARE SKIPPED.
      **   REQUEST CODES (DATES ARE YYYYMMDD):
      **     '1' - IS LK-DATE-1 A BUSINESS DAY. LK-RESULT-SW 'Y' WHEN
      **           IT IS; OTHERWISE LK-DESC SAYS WHY NOT
      **     '2' - NEXT BUSINESS DAY: LK-DATE-2 IS LK-DAYS BUSINESS
      **           DAYS AFTER LK-DATE-1. LK-DAYS 0 ROLLS LK-DATE-1
      **           FORWARD TO ITSELF OR THE FIRST BUSINESS DAY AFTER
      **     '3' - BUSINESS DAYS BETWEEN: LK-DAYS IS THE NUMBER OF
      **           BUSINESS DAYS AFTER LK-DATE-1 UP TO AND INCLUDING
      **           LK-DATE-2 (0 WHEN LK-DATE-2 IS NOT LATER)
      **   FOR '2' AND '3' LK-RESULT-SW 'N' MEANS A DATE WAS INVALID
      **     AND NOTHING WAS RETURNED
      ****************************************************************
       PROGRAM-ID.   BDAYLKP.
       INSTALLATION.  IBM.
       DATE-WRITTEN.  10-15-2026.
       DATE-COMPILED. 10-15-2026.
       SECURITY.   NONE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM.
       OBJECT-COMPUTER.   IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE     ASSIGN TO CALMAST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CAL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY CALMAST.

       WORKING-STORAGE SECTION.
       01 SWITCHES-IN-PROGRAM.
           05 SW-END-OF-MASTER    PIC X       VALUE 'N'.
               88 END-OF-MASTER               VALUE 'Y'.
           05 SW-TABLE-LOADED     PIC X       VALUE 'N'.
               88 TABLE-LOADED                VALUE 'Y'.
           05 SW-BUSINESS-DAY     PIC X       VALUE 'N'.
               88 IS-BUSINESS-DAY             VALUE 'Y'.

       01  CAL-FILE-STATUS         PIC X(02)  VALUE SPACES.
           88 CAL-FILE-OK                     VALUE '00'.

       01  WS-CLOSED-COUNT         PIC S9(4) COMP VALUE 0.
       01  CD-SUB                  PIC S9(4) COMP VALUE 0.

       01  CLOSED-DAY-TABLE.
           05 CLOSED-DAY-ENTRY OCCURS 500 TIMES.
               10 CD-DATE        PIC 9(08).
               10 CD-DESC        PIC X(30).

      *** DAY ARITHMETIC IS DONE ON INTEGER DAY NUMBERS. DAY 1 (JAN 1
      *** 1601) WAS A MONDAY, SO DAY MOD 7 GIVES 6 SATURDAY, 0 SUNDAY
       01  WS-DAY-FIELDS.
           05 WS-TEST-DATE         PIC 9(08)  VALUE 0.
           05 WS-TEST-INT          PIC S9(9)  COMP VALUE 0.
           05 WS-END-INT           PIC S9(9)  COMP VALUE 0.
           05 WS-DOW               PIC S9(4)  COMP VALUE 0.
           05 WS-WEEKS             PIC S9(9)  COMP VALUE 0.
           05 WS-DAYS-LEFT         PIC S9(5)  COMP VALUE 0.
           05 WS-DAYS-COUNTED      PIC S9(5)  COMP VALUE 0.
           05 WS-REASON            PIC X(30)  VALUE SPACES.

      *** GUARD ON THE DAY-BY-DAY WALKS -- TEN YEARS IS MORE THAN ANY
      *** DUE DATE OR AGING IN THE SUITE NEEDS
       01  WS-MAX-WALK-DAYS        PIC S9(5)  COMP VALUE 3660.
       01  WS-WALK-CTR             PIC S9(5)  COMP VALUE 0.

       LINKAGE SECTION.
       01  LK-REQUEST-CODE         PIC X(01).
           88 LK-IS-BUSINESS-DAY   VALUE '1'.
           88 LK-NEXT-BUSINESS-DAY VALUE '2'.
           88 LK-DAYS-BETWEEN      VALUE '3'.
       01  LK-DATE-1                PIC 9(08).
       01  LK-DATE-2                PIC 9(08).
       01  LK-DAYS                  PIC S9(05).
       01  LK-DESC                  PIC X(30).
       01  LK-RESULT-SW             PIC X(01).
           88 LK-RESULT-YES          VALUE 'Y'.

       PROCEDURE DIVISION USING LK-REQUEST-CODE, LK-DATE-1,
                                 LK-DATE-2, LK-DAYS, LK-DESC,
                                 LK-RESULT-SW.
       000-MAINLINE.
           IF NOT TABLE-LOADED
              PERFORM 040-LOAD-TABLE THRU 040-EXIT
              MOVE 'Y' TO SW-TABLE-LOADED
           END-IF.

           MOVE 'N' TO LK-RESULT-SW.
           EVALUATE TRUE
              WHEN LK-IS-BUSINESS-DAY
                 PERFORM 100-CHECK-BUSINESS-DAY THRU 100-EXIT
              WHEN LK-NEXT-BUSINESS-DAY
                 PERFORM 200-NEXT-BUSINESS-DAY THRU 200-EXIT
              WHEN LK-DAYS-BETWEEN
                 PERFORM 300-COUNT-BUSINESS-DAYS THRU 300-EXIT
           END-EVALUATE.

           GOBACK.

       040-LOAD-TABLE.
      *** LOAD THE HOLIDAYS AND CLOSURES ON THE FIRST CALL THIS RUN.
      *** WITHOUT A CALENDAR EVERY WEEKDAY COUNTS AS A BUSINESS DAY
           OPEN INPUT CALENDAR-FILE.
           IF NOT CAL-FILE-OK
              DISPLAY 'WARNING: CALMAST OPEN FAILED, STATUS '
                 CAL-FILE-STATUS ' - WEEKENDS ONLY ARE NON-BUSINESS'
              GO TO 040-EXIT
           END-IF.
           PERFORM 045-READ-MASTER THRU 045-EXIT.
           PERFORM 050-LOAD-ONE-ENTRY THRU 050-EXIT
                       UNTIL END-OF-MASTER.
           CLOSE CALENDAR-FILE.
       040-EXIT.
           EXIT.

       045-READ-MASTER.
           READ CALENDAR-FILE
           AT END
              MOVE 'Y' TO SW-END-OF-MASTER.
       045-EXIT.
           EXIT.

       050-LOAD-ONE-ENTRY.
           IF CAL-DATE IS NOT NUMERIC
              OR NOT (CAL-HOLIDAY OR CAL-CLOSURE)
              DISPLAY 'WARNING: CALMAST ENTRY IGNORED - '
                 CAL-DATE ' ' CAL-CLOSURE-TYPE
              PERFORM 045-READ-MASTER THRU 045-EXIT
              GO TO 050-EXIT
           END-IF.
           IF WS-CLOSED-COUNT < 500
              ADD 1 TO WS-CLOSED-COUNT
              MOVE CAL-DATE TO CD-DATE (WS-CLOSED-COUNT)
              MOVE CAL-DESC TO CD-DESC (WS-CLOSED-COUNT)
           ELSE
              DISPLAY 'WARNING: CLOSED-DAY-TABLE FULL - DROPPED '
                 CAL-DATE
           END-IF.
           PERFORM 045-READ-MASTER THRU 045-EXIT.
       050-EXIT.
           EXIT.

       100-CHECK-BUSINESS-DAY.
           IF FUNCTION TEST-DATE-YYYYMMDD (LK-DATE-1) NOT = 0
              MOVE 'INVALID DATE' TO LK-DESC
              GO TO 100-EXIT
           END-IF.
           COMPUTE WS-TEST-INT = FUNCTION INTEGER-OF-DATE (LK-DATE-1).
           PERFORM 500-TEST-ONE-DAY THRU 500-EXIT.
           IF IS-BUSINESS-DAY
              MOVE 'Y'    TO LK-RESULT-SW
              MOVE SPACES TO LK-DESC
           ELSE
              MOVE WS-REASON TO LK-DESC
           END-IF.
       100-EXIT.
           EXIT.

       200-NEXT-BUSINESS-DAY.
      *** STEP FORWARD A DAY AT A TIME, COUNTING ONLY BUSINESS DAYS,
      *** UNTIL LK-DAYS OF THEM HAVE PASSED. FOR LK-DAYS 0 THE START
      *** DATE ITSELF IS TRIED FIRST
           IF FUNCTION TEST-DATE-YYYYMMDD (LK-DATE-1) NOT = 0
              OR LK-DAYS < 0
              GO TO 200-EXIT
           END-IF.
           COMPUTE WS-TEST-INT = FUNCTION INTEGER-OF-DATE (LK-DATE-1).
           MOVE LK-DAYS TO WS-DAYS-LEFT.
           MOVE 0 TO WS-WALK-CTR.
           IF WS-DAYS-LEFT = 0
              PERFORM 500-TEST-ONE-DAY THRU 500-EXIT
              IF IS-BUSINESS-DAY
                 MOVE LK-DATE-1 TO LK-DATE-2
                 MOVE 'Y' TO LK-RESULT-SW
                 GO TO 200-EXIT
              END-IF
              MOVE 1 TO WS-DAYS-LEFT
           END-IF.
           PERFORM 210-STEP-ONE-DAY THRU 210-EXIT
                   UNTIL WS-DAYS-LEFT = 0
                      OR WS-WALK-CTR > WS-MAX-WALK-DAYS.
           IF WS-DAYS-LEFT = 0
              COMPUTE LK-DATE-2 =
                      FUNCTION DATE-OF-INTEGER (WS-TEST-INT)
              MOVE 'Y' TO LK-RESULT-SW
           END-IF.
       200-EXIT.
           EXIT.

       210-STEP-ONE-DAY.
           ADD 1 TO WS-TEST-INT.
           ADD 1 TO WS-WALK-CTR.
           PERFORM 500-TEST-ONE-DAY THRU 500-EXIT.
           IF IS-BUSINESS-DAY
              SUBTRACT 1 FROM WS-DAYS-LEFT
           END-IF.
       210-EXIT.
           EXIT.

       300-COUNT-BUSINESS-DAYS.
           MOVE 0 TO LK-DAYS.
           IF FUNCTION TEST-DATE-YYYYMMDD (LK-DATE-1) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD (LK-DATE-2) NOT = 0
              GO TO 300-EXIT
           END-IF.
           MOVE 'Y' TO LK-RESULT-SW.
           COMPUTE WS-TEST-INT = FUNCTION INTEGER-OF-DATE (LK-DATE-1).
           COMPUTE WS-END-INT  = FUNCTION INTEGER-OF-DATE (LK-DATE-2).
           IF WS-END-INT - WS-TEST-INT > WS-MAX-WALK-DAYS
              COMPUTE WS-TEST-INT = WS-END-INT - WS-MAX-WALK-DAYS
           END-IF.
           MOVE 0 TO WS-DAYS-COUNTED.
           PERFORM 310-COUNT-ONE-DAY THRU 310-EXIT
                   UNTIL WS-TEST-INT >= WS-END-INT.
           MOVE WS-DAYS-COUNTED TO LK-DAYS.
       300-EXIT.
           EXIT.

       310-COUNT-ONE-DAY.
           ADD 1 TO WS-TEST-INT.
           PERFORM 500-TEST-ONE-DAY THRU 500-EXIT.
           IF IS-BUSINESS-DAY
              ADD 1 TO WS-DAYS-COUNTED
           END-IF.
       310-EXIT.
           EXIT.

       500-TEST-ONE-DAY.
      *** WS-TEST-INT IS A BUSINESS DAY WHEN IT IS NOT A SATURDAY OR
      *** SUNDAY AND NOT ON THE HOLIDAY/CLOSURE TABLE
           MOVE 'N' TO SW-BUSINESS-DAY.
           DIVIDE 7 INTO WS-TEST-INT GIVING WS-WEEKS
              REMAINDER WS-DOW.
           IF WS-DOW = 6
              MOVE 'SATURDAY' TO WS-REASON
              GO TO 500-EXIT
           END-IF.
           IF WS-DOW = 0
              MOVE 'SUNDAY' TO WS-REASON
              GO TO 500-EXIT
           END-IF.
           COMPUTE WS-TEST-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-TEST-INT).
           MOVE 'Y' TO SW-BUSINESS-DAY.
           PERFORM VARYING CD-SUB FROM 1 BY 1
                   UNTIL CD-SUB > WS-CLOSED-COUNT
                      OR NOT IS-BUSINESS-DAY
              IF CD-DATE (CD-SUB) = WS-TEST-DATE
                 MOVE CD-DESC (CD-SUB) TO WS-REASON
                 MOVE 'N' TO SW-BUSINESS-DAY
              END-IF
           END-PERFORM.
       500-EXIT.
           EXIT.
