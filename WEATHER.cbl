           SELECT WEATHIN  ASSIGN TO WEATHER.
           SELECT WEATHOUT ASSIGN TO WREPORT.
           SELECT WEATHERR ASSIGN TO WERROR.
           SELECT WEATHER-EXTRACT ASSIGN TO WEATHEXT
             FILE STATUS IS WXCODE.
           SELECT WEATHER-RECORDS ASSIGN TO WRECORDS
             FILE STATUS IS WRCODE.
           SELECT FORECAST-IN ASSIGN TO FORECAST
             FILE STATUS IS BLCODE.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
             FILE STATUS IS RCCODE.
           SELECT WEATHQC  ASSIGN TO WQCRPT.
           SELECT WEATHER-PARM ASSIGN TO WPARM
             FILE STATUS IS WPCODE.
           SELECT WEATHER-CORRECTIONS ASSIGN TO WCORRECT
             FILE STATUS IS WCCODE.
       DATA DIVISION.
       FILE SECTION.
       FD  WEATHIN
      *** THE DAY'S DEGREE DAYS, REPEATED ON EACH OF ITS HOURLY ROWS
           05 WX-HDD                   PIC 9(2)V9.
           05 WX-CDD                   PIC 9(2)V9.
      *** QUALITY-CONTROL FLAG: 'E' = ESTIMATED (GAP-FILLED) HOUR,
      *** 'S' = SUSPECT READING (JUMP OR FLAT-LINED SENSOR)
           05 WX-QC-FLAG               PIC X(1).
           05 FILLER                   PIC X(6).

      *** ALL-TIME RECORD HIGH/LOW PER DAY SLOT, CARRIED ACROSS RUNS
       FD  WEATHER-RECORDS
           05 RC-BUSINESS-DATE          PIC 9(8).
           05 FILLER                    PIC X(72).

      *** SENSOR QUALITY-CONTROL LISTING: EVERY HOUR THE QC PASS
      *** DROPPED, REJECTED, ESTIMATED OR FLAGGED
       FD  WEATHQC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WEATHQC-RECORD.
       01  WEATHQC-RECORD PIC X(132).

      *** RUN PARAMETER CARD: 'I' IN COLUMN 1 ASKS FOR AN INTRADAY
      *** (INCREMENTAL) UPDATE. NO CARD, OR ANYTHING ELSE, IS THE
      *** NORMAL FULL-WEEK RUN
       FD  WEATHER-PARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WEATHER-PARM-REC.
       01  WEATHER-PARM-REC.
           05 WP-RUN-MODE              PIC X(1).
              88 WP-INCREMENTAL        VALUE 'I'.
           05 FILLER                   PIC X(79).

      *** TEMPERATURE CORRECTIONS WEATHERC APPLIED ON ITS LAST RUN
       FD  WEATHER-CORRECTIONS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WX-CORRECTION-REC.
           COPY WXCORR.

       WORKING-STORAGE SECTION.
       01  WEATHER-REC-WS.
           05 DAY-WS                   PIC X(01).
                15 HT-HUMIDITY         PIC X(2).
                15 HT-HUMIDITY-N REDEFINES HT-HUMIDITY
                                       PIC 99.
                15 HT-QC-FLAG          PIC X(1).
                   88 HT-ESTIMATED     VALUE 'E'.
                   88 HT-SUSPECT       VALUE 'S'.

       01  SUBSCRIPTS-AND-FLAGS.
           05 WKDAY-SUB                PIC 99 COMP-3.
           88 WS-RECORD-BROKEN         VALUE 'Y'.
       01  WS-RUN-DATE-X               PIC X(10) VALUE SPACES.

      *** SENSOR QUALITY CONTROL. READINGS ARE SLOTTED BY THEIR OWN
      *** TIME OF DAY (SLOT 1 = 12:00AM ... SLOT 24 = 11:00PM) SO A
      *** MISSING HOUR SHOWS UP AS AN EMPTY SLOT. A GAP OF UP TO
      *** WS-QC-MAX-GAP HOURS BETWEEN TWO GOOD READINGS IS FILLED BY
      *** STRAIGHT-LINE INTERPOLATION AND MARKED ESTIMATED
       01  WS-QC-LIMITS.
           05 WS-QC-MAX-GAP            PIC 9(2)  VALUE 3.
           05 WS-QC-MAX-WIND           PIC 9(2)  VALUE 75.
           05 WS-QC-MAX-TEMP-JUMP      PIC 9(2)  VALUE 15.
           05 WS-QC-MAX-HUM-JUMP       PIC 9(2)  VALUE 40.
           05 WS-QC-FLAT-HOURS         PIC 9(2)  VALUE 6.

       01  WS-QC-HOUR-NAME-VALUES.
           05 FILLER                   PIC X(7)  VALUE '12:00AM'.
           05 FILLER                   PIC X(7)  VALUE '01:00AM'.
           05 FILLER                   PIC X(7)  VALUE '02:00AM'.
           05 FILLER                   PIC X(7)  VALUE '03:00AM'.
           05 FILLER                   PIC X(7)  VALUE '04:00AM'.
           05 FILLER                   PIC X(7)  VALUE '05:00AM'.
           05 FILLER                   PIC X(7)  VALUE '06:00AM'.
           05 FILLER                   PIC X(7)  VALUE '07:00AM'.
           05 FILLER                   PIC X(7)  VALUE '08:00AM'.
           05 FILLER                   PIC X(7)  VALUE '09:00AM'.
           05 FILLER                   PIC X(7)  VALUE '10:00AM'.
           05 FILLER                   PIC X(7)  VALUE '11:00AM'.
           05 FILLER                   PIC X(7)  VALUE '12:00PM'.
           05 FILLER                   PIC X(7)  VALUE '01:00PM'.
           05 FILLER                   PIC X(7)  VALUE '02:00PM'.
           05 FILLER                   PIC X(7)  VALUE '03:00PM'.
           05 FILLER                   PIC X(7)  VALUE '04:00PM'.
           05 FILLER                   PIC X(7)  VALUE '05:00PM'.
           05 FILLER                   PIC X(7)  VALUE '06:00PM'.
           05 FILLER                   PIC X(7)  VALUE '07:00PM'.
           05 FILLER                   PIC X(7)  VALUE '08:00PM'.
           05 FILLER                   PIC X(7)  VALUE '09:00PM'.
           05 FILLER                   PIC X(7)  VALUE '10:00PM'.
           05 FILLER                   PIC X(7)  VALUE '11:00PM'.
       01  WS-QC-HOUR-NAMES REDEFINES WS-QC-HOUR-NAME-VALUES.
           05 WS-QC-HOUR-NAME OCCURS 24 TIMES PIC X(7).

      *** ONE DAY'S READINGS IN ARRIVAL ORDER WHILE THEY ARE
      *** RE-SLOTTED -- SAME SHAPE AS HOURS-TABLE
       01  QC-DAY-WORK-TABLE.
           05 QW-HOUR OCCURS 24 TIMES.
              10 QW-TIME-OF-DAY        PIC X(7).
              10 QW-TEMP               PIC X(2).
              10 QW-WIND-DIR           PIC 9(1).
              10 QW-WIND-SPD           PIC X(2).
              10 QW-HUMIDITY           PIC X(2).
              10 QW-QC-FLAG            PIC X(1).

      *** FIRST AND LAST POPULATED HOUR SLOT PER DAY AFTER QC --
      *** ZERO MEANS THE DAY HAS NO USABLE READINGS
       01  QC-DAY-RANGE-TABLE.
           05 QC-DAY-RANGE OCCURS 7 TIMES.
              10 QC-FIRST-HOUR         PIC 9(2).
              10 QC-LAST-HOUR          PIC 9(2).

       01  WS-QC-FIELDS.
           05 WS-QC-DAY-SUB            PIC 9(2)  VALUE 0.
           05 WS-QC-HOUR-SUB           PIC 9(2)  VALUE 0.
           05 WS-QC-SLOT               PIC 9(2)  VALUE 0.
           05 WS-QC-HH                 PIC 9(2)  VALUE 0.
           05 WS-QC-PREV               PIC 9(2)  VALUE 0.
           05 WS-QC-GAP-LEN            PIC 9(2)  VALUE 0.
           05 WS-QC-SPAN               PIC 9(2)  VALUE 0.
           05 WS-QC-K                  PIC 9(2)  VALUE 0.
           05 WS-QC-RUN-START          PIC 9(2)  VALUE 0.
           05 WS-QC-RUN-LEN            PIC 9(2)  VALUE 0.
           05 WS-QC-DIFF               PIC S9(3) VALUE 0.
           05 WS-QC-FIRST-DAY          PIC 9(2)  VALUE 0.
           05 WS-QC-LAST-DAY           PIC 9(2)  VALUE 0.
           05 WS-QC-NEXT-HOUR          PIC 9(2)  VALUE 0.
           05 WS-QC-BAD-SW             PIC X(1)  VALUE 'N'.
              88 WS-QC-BAD             VALUE 'Y'.
           05 WS-QC-FLAG-TEXT          PIC X(4)  VALUE SPACES.
           05 WS-QC-RUN-LEN-ED         PIC Z9.
           05 WS-QC-TIME-IN            PIC X(7)  VALUE SPACES.

       01  WS-QC-COUNTS.
           05 WS-QC-CHECKED            PIC 9(5)  VALUE 0.
           05 WS-QC-ESTIMATED          PIC 9(5)  VALUE 0.
           05 WS-QC-SUSPECT            PIC 9(5)  VALUE 0.
           05 WS-QC-MISSING            PIC 9(5)  VALUE 0.
           05 WS-QC-REJECTED           PIC 9(5)  VALUE 0.
           05 WS-QC-DROPPED            PIC 9(5)  VALUE 0.

      *** EVERYTHING THE QC PASS FOUND, LISTED BY DAY AND HOUR ON
      *** WQCRPT. HOUR 0 IS A READING WHOSE TIME COULD NOT BE READ
       01  QC-ISSUE-TABLE.
           05 QC-ISSUE OCCURS 500 TIMES.
              10 QI-DAY                PIC 9(2).
              10 QI-HOUR               PIC 9(2).
              10 QI-TIME               PIC X(7).
              10 QI-CHECK              PIC X(6).
              10 QI-DETAIL             PIC X(30).
              10 QI-ACTION             PIC X(20).
       01  WS-QI-COUNT                 PIC 9(3)  VALUE 0.
       01  WS-QI-SUB                   PIC 9(3)  VALUE 0.
       01  WS-QI-NEW.
           05 WS-QI-HOUR               PIC 9(2)  VALUE 0.
           05 WS-QI-TIME               PIC X(7)  VALUE SPACES.
           05 WS-QI-CHECK              PIC X(6)  VALUE SPACES.
           05 WS-QI-DETAIL             PIC X(30) VALUE SPACES.
           05 WS-QI-ACTION             PIC X(20) VALUE SPACES.

      *** INTRADAY (INCREMENTAL) UPDATE. THE TABLE PERSISTED ON
      *** WEATHEXT BY THE LAST RUN IS RELOADED, ONLY THE HOURS
      *** RECEIVED SINCE THEN ARE READ FROM WEATHIN AND MERGED INTO
      *** THEIR OWN SLOT, AND ONLY THE DAYS THEY TOUCH ARE RE-CHECKED
      *** AND RE-SUMMARISED. AN HOUR ALREADY OBSERVED IS NEVER
      *** OVERWRITTEN FROM WEATHIN -- ONLY A WEATHERC CORRECTION
      *** (WCORRECT) MAY CHANGE IT
       01  WPCODE                      PIC X(2)  VALUE SPACES.
           88 WP-FILE-FOUND            VALUE '00'.
       01  WXCODE                      PIC X(2)  VALUE SPACES.
           88 WX-FILE-FOUND            VALUE '00'.
       01  WCCODE                      PIC X(2)  VALUE SPACES.
           88 WC-FILE-FOUND            VALUE '00'.
       01  WS-INC-EOF-FLAGS.
           05 WS-WP-EOF                PIC X(1)  VALUE SPACE.
              88 WP-END-OF-FILE        VALUE 'Y'.
           05 WS-WX-EOF                PIC X(1)  VALUE SPACE.
              88 WX-END-OF-FILE        VALUE 'Y'.
           05 WS-WC-EOF                PIC X(1)  VALUE SPACE.
              88 WC-END-OF-FILE        VALUE 'Y'.
       01  WS-RUN-MODE                 PIC X(1)  VALUE 'F'.
           88 WS-INCREMENTAL-RUN       VALUE 'I'.

      *** WHAT THE INCREMENT CHANGED, BY DAY SLOT AND HOUR SLOT:
      *** 'A' = HOUR ADDED FROM WEATHIN, 'C' = CORRECTED FROM
      *** WCORRECT. A DAY IS AFFECTED WHEN ANY OF ITS HOURS CHANGED
       01  INC-CHANGE-TABLE.
           05 INC-DAY OCCURS 7 TIMES.
              10 IC-DAY-SW             PIC X(1).
                 88 IC-DAY-AFFECTED    VALUE 'Y'.
              10 INC-HOUR OCCURS 24 TIMES.
                 15 IC-CHANGE          PIC X(1).
                    88 IC-ADDED        VALUE 'A'.
                    88 IC-CORRECTED    VALUE 'C'.
                 15 IC-OLD-TEMP        PIC X(2).

       01  WS-INC-FIELDS.
           05 WS-INC-DAY-NUM           PIC 9(1)  VALUE 0.
           05 WS-INC-DAY-SLOT          PIC 9(2)  VALUE 0.
           05 WS-INC-SUB               PIC 9(2)  VALUE 0.
           05 WS-INC-DAY-SUB           PIC 9(2)  VALUE 0.
           05 WS-INC-HOUR-SUB          PIC 9(2)  VALUE 0.
           05 WS-INC-NEW-DAY-SW        PIC X(1)  VALUE 'N'.
              88 WS-INC-NEW-DAY        VALUE 'Y'.
           05 WS-INC-REASON            PIC X(58) VALUE SPACES.

       01  WS-INC-COUNTS.
           05 WS-INC-LOADED            PIC 9(5)  VALUE 0.
           05 WS-INC-ADDED             PIC 9(5)  VALUE 0.
           05 WS-INC-CORRECTED         PIC 9(5)  VALUE 0.
           05 WS-INC-DUPLICATE         PIC 9(5)  VALUE 0.
           05 WS-INC-BAD               PIC 9(5)  VALUE 0.
           05 WS-INC-QC-REJECTED       PIC 9(5)  VALUE 0.
           05 WS-INC-DAYS-UPDATED      PIC 9(1)  VALUE 0.

      *** NEW HOUR OR CORRECTION REFUSED BY THE INCREMENTAL MERGE,
      *** WRITTEN TO WERROR WITH THE RECORD AS RECEIVED
       01  INC-ERROR-LINE.
           05 IEL-RECORD               PIC X(20).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 IEL-REASON               PIC X(58).

       01  WS-WORKING-DAY              PIC 9(1).
       01  WS-DAY-OF-WEEK              PIC X(9).
       01  WS-CURRENT-DATE-AND-TIME.
       01 LINE-COUNT                   PIC 99     VALUE 0.

       01 HEADER-LINE1.
          05 HL1-TITLE                PIC X(124) VALUE
             'Hourly Weather: Bangor, ME'.
          05  FILLER                  PIC X(6)  VALUE 'PAGE: '.
          05  HL1-PAGE-NUM            PIC Z9.
          05 FILLER                    PIC X(8)  VALUE 'HUMIDITY'.
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 FILLER                    PIC X(5)  VALUE 'FEELS'.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 FILLER                    PIC X(4)  VALUE 'QC'.
          05 FILLER                    PIC X(4)  VALUE SPACES.


       01 HEADER-LINE4.
          05 FILLER                    PIC X(8)  VALUE ALL '='.
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 FILLER                    PIC X(5)  VALUE ALL '='.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 FILLER                    PIC X(4)  VALUE ALL '='.
          05 FILLER                    PIC X(4)  VALUE SPACES.

       01 DETAIL-LINE1.
          05 DL1-WEEKDAY               PIC X(9).
          05 FILLER                    PIC X(1)  VALUE '%'.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 DL1-FEELS-LIKE            PIC -ZZ9.
          05 FILLER                    PIC X(4)  VALUE SPACES.
          05 DL1-QC-FLAG               PIC X(4).
          05 FILLER                    PIC X(4)  VALUE SPACES.

        01 DETAIL-LINE2.
          05 FILLER                    PIC X(14) VALUE SPACES.
          05 FILLER                    PIC X(1)  VALUE '%'.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 DL2-FEELS-LIKE            PIC -ZZ9.
          05 FILLER                    PIC X(4)  VALUE SPACES.
          05 DL2-QC-FLAG               PIC X(4).
          05 FILLER                    PIC X(4)  VALUE SPACES.

       01 ACCURACY-HEADER-LINE.
          05 FILLER                    PIC X(40) VALUE
          05 SL-RECORD-FLAG            PIC X(7).
          05 FILLER                    PIC X(22) VALUE SPACES.

       01 QC-HEADER-LINE.
          05 FILLER                    PIC X(40) VALUE
             'Sensor Quality Control: Bangor, ME'.
          05 FILLER                    PIC X(10) VALUE 'Run Date: '.
          05 QCH-RUN-DATE              PIC X(10).
          05 FILLER                    PIC X(72) VALUE SPACES.

       01 QC-COLUMN-LINE.
          05 FILLER                    PIC X(10) VALUE 'Day'.
          05 FILLER                    PIC X(9)  VALUE 'Time'.
          05 FILLER                    PIC X(8)  VALUE 'Check'.
          05 FILLER                    PIC X(32) VALUE 'Detail'.
          05 FILLER                    PIC X(20) VALUE 'Action'.
          05 FILLER                    PIC X(53) VALUE SPACES.

       01 QC-DETAIL-LINE.
          05 QCL-DAY-NAME              PIC X(9).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 QCL-TIME                  PIC X(7).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 QCL-CHECK                 PIC X(6).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 QCL-DETAIL                PIC X(30).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 QCL-ACTION                PIC X(20).
          05 FILLER                    PIC X(53) VALUE SPACES.

       01 QC-NONE-LINE.
          05 FILLER                    PIC X(40) VALUE
             '  No hours flagged or estimated this run'.
          05 FILLER                    PIC X(92) VALUE SPACES.

       01 QC-TOTAL-LINE.
          05 FILLER                    PIC X(15) VALUE
             'Hours checked: '.
          05 QTL-CHECKED               PIC ZZZZ9.
          05 FILLER                    PIC X(13) VALUE
             '  Estimated: '.
          05 QTL-ESTIMATED             PIC ZZZZ9.
          05 FILLER                    PIC X(11) VALUE '  Suspect: '.
          05 QTL-SUSPECT               PIC ZZZZ9.
          05 FILLER                    PIC X(11) VALUE '  Missing: '.
          05 QTL-MISSING               PIC ZZZZ9.
          05 FILLER                    PIC X(12) VALUE '  Rejected: '.
          05 QTL-REJECTED              PIC ZZZZ9.
          05 FILLER                    PIC X(11) VALUE '  Dropped: '.
          05 QTL-DROPPED               PIC ZZZZ9.
          05 FILLER                    PIC X(29) VALUE SPACES.

       01 CHANGES-HEADER-LINE.
          05 FILLER                    PIC X(40) VALUE
             'Changes Since Last Run:'.
          05 FILLER                    PIC X(92) VALUE SPACES.

       01 CHANGE-DETAIL-LINE.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 CHL-DAY-NAME              PIC X(9).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 CHL-TIME                  PIC X(7).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 CHL-ACTION                PIC X(14).
          05 CHL-TEMP-TEXT             PIC X(6).
          05 CHL-TEMP                  PIC X(2).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 CHL-WAS-TEXT              PIC X(5).
          05 CHL-OLD-TEMP              PIC X(2).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 CHL-QC-FLAG               PIC X(4).
          05 FILLER                    PIC X(74) VALUE SPACES.

       01 CHANGE-NONE-LINE.
          05 FILLER                    PIC X(40) VALUE
             '  No new or corrected hours this run'.
          05 FILLER                    PIC X(92) VALUE SPACES.

       01 CHANGE-TOTAL-LINE.
          05 FILLER                    PIC X(8)  VALUE '  Read: '.
          05 CTL-READ                  PIC ZZZZ9.
          05 FILLER                    PIC X(9)  VALUE '  Added: '.
          05 CTL-ADDED                 PIC ZZZZ9.
          05 FILLER                    PIC X(13) VALUE
             '  Corrected: '.
          05 CTL-CORRECTED             PIC ZZZZ9.
          05 FILLER                    PIC X(14) VALUE
             '  Duplicates: '.
          05 CTL-DUPLICATE             PIC ZZZZ9.
          05 FILLER                    PIC X(12) VALUE '  Rejected: '.
          05 CTL-REJECTED              PIC ZZZZ9.
          05 FILLER                    PIC X(16) VALUE
             '  Days Updated: '.
          05 CTL-DAYS                  PIC 9.
          05 FILLER                    PIC X(34) VALUE SPACES.


       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-HOUSEKEEPING THRU 100-EXIT.
           IF WS-INCREMENTAL-RUN
              PERFORM 450-MERGE-INCREMENT THRU 450-EXIT
                      UNTIL END-OF-FILE
              PERFORM 470-APPLY-CORRECTIONS THRU 470-EXIT
           ELSE
              PERFORM 500-PROCESS-RECORDS UNTIL END-OF-FILE
           END-IF.
           PERFORM 520-QUALITY-CONTROL THRU 520-EXIT.
           PERFORM 570-PRINT-QC-REPORT THRU 570-EXIT.
           IF WS-INCREMENTAL-RUN
              PERFORM 690-PRINT-CHANGES THRU 690-EXIT
           END-IF.
           SET HOUR-IDX TO 1.
           PERFORM 600-PRINT-REPORT VARYING DAY-IDX
              FROM 1 BY 1 UNTIL DAY-IDX > 7.
           IF WS-INCREMENTAL-RUN
              PERFORM 669-SUM-WEEK-DEGREE-DAYS THRU 669-EXIT
           END-IF.
           PERFORM 668-PRINT-WEEKLY-DEGREE-DAYS THRU 668-EXIT.
      *** THE WIND ROSE AND FORECAST SCORING ARE WHOLE-WEEK VIEWS
      *** LEFT TO THE FULL RUN
           IF NOT WS-INCREMENTAL-RUN
              PERFORM 680-PRINT-WIND-ROSE THRU 680-EXIT
           END-IF.
           PERFORM 665-PRINT-RECORDS-SET THRU 665-EXIT.
           IF NOT WS-INCREMENTAL-RUN
              PERFORM 675-PRINT-ACCURACY-REPORT THRU 675-EXIT
           END-IF.
           PERFORM 670-WRITE-RECORDS-FILE THRU 670-EXIT.
           PERFORM 700-WRITE-EXTRACT THRU 700-EXIT.
           PERFORM 800-WRITE-BAL-RECORD THRU 800-EXIT.
                      SUBSCRIPTS-AND-FLAGS,
                      WS-WORKING-DAY,
                      WS-DAY-OF-WEEK,
                      WS-CURRENT-DATE-AND-TIME,
                      INC-CHANGE-TABLE.

           PERFORM 205-GET-RUN-MODE THRU 205-EXIT.
           IF WS-INCREMENTAL-RUN
              PERFORM 260-LOAD-PERSISTED-TABLE THRU 260-EXIT
           END-IF.
           PERFORM 200-OPEN-FILES THRU 200-EXIT.
           PERFORM 210-REPORT-PREP THRU 210-EXIT.
           PERFORM 220-LOAD-RECORDS-FILE THRU 220-EXIT.

       200-OPEN-FILES.
           OPEN INPUT WEATHIN.
           OPEN OUTPUT WEATHOUT, WEATHERR, WEATHER-EXTRACT, WEATHQC.
       200-EXIT.
           EXIT.

       205-GET-RUN-MODE.
      *** AN OPTIONAL WPARM CARD SELECTS THE INTRADAY UPDATE; WITHOUT
      *** ONE THE RUN IS THE NORMAL FULL WEEK FROM WEATHIN
           MOVE 'F' TO WS-RUN-MODE.
           OPEN INPUT WEATHER-PARM.
           IF WP-FILE-FOUND
              READ WEATHER-PARM
                AT END MOVE 'Y' TO WS-WP-EOF
              END-READ
              IF NOT WP-END-OF-FILE
                 IF WP-INCREMENTAL
                    MOVE 'I' TO WS-RUN-MODE
                 END-IF
              END-IF
              CLOSE WEATHER-PARM
           END-IF.
           IF WS-INCREMENTAL-RUN
              MOVE 'Hourly Weather: Bangor, ME -- Intraday Update'
                TO HL1-TITLE
           END-IF.
       205-EXIT.
           EXIT.

       210-REPORT-PREP.
           MOVE 1 TO PAGE-NUM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME.
       250-EXIT.
           EXIT.

       260-LOAD-PERSISTED-TABLE.
      *** RELOAD THE TABLE THE LAST RUN LEFT ON WEATHEXT -- DAY SLOTS
      *** IN THE ORDER THE DAYS APPEAR, EACH ROW BACK IN ITS OWN HOUR
      *** SLOT WITH ITS QC FLAG AND THE DAY'S DEGREE DAYS. NO EXTRACT
      *** YET JUST MEANS THE INCREMENT STARTS FROM AN EMPTY TABLE
           OPEN INPUT WEATHER-EXTRACT.
           IF WX-FILE-FOUND
              PERFORM 265-READ-EXTRACT THRU 265-EXIT
              PERFORM 270-LOAD-ONE-ROW THRU 270-EXIT
                      UNTIL WX-END-OF-FILE
              CLOSE WEATHER-EXTRACT
           END-IF.
       260-EXIT.
           EXIT.

       265-READ-EXTRACT.
           READ WEATHER-EXTRACT
             AT END MOVE 'Y' TO WS-WX-EOF
           END-READ.
       265-EXIT.
           EXIT.

       270-LOAD-ONE-ROW.
           IF WX-DAY IS NUMERIC AND WX-DAY >= 1 AND WX-DAY <= 7
              AND WX-HOUR IS NUMERIC
              AND WX-HOUR >= 1 AND WX-HOUR <= 24
              MOVE WX-DAY TO WS-INC-DAY-NUM
              PERFORM 457-FIND-DAY-SLOT THRU 457-EXIT
              IF WS-INC-DAY-SLOT > 0
                 MOVE WX-TIME-OF-DAY
                   TO HT-TIME-OF-DAY(WS-INC-DAY-SLOT, WX-HOUR)
                 MOVE WX-TEMP     TO HT-TEMP(WS-INC-DAY-SLOT, WX-HOUR)
                 MOVE WX-WIND-DIR
                   TO HT-WIND-DIR(WS-INC-DAY-SLOT, WX-HOUR)
                 MOVE WX-WIND-SPD
                   TO HT-WIND-SPD(WS-INC-DAY-SLOT, WX-HOUR)
                 MOVE WX-HUMIDITY
                   TO HT-HUMIDITY(WS-INC-DAY-SLOT, WX-HOUR)
                 MOVE WX-QC-FLAG
                   TO HT-QC-FLAG(WS-INC-DAY-SLOT, WX-HOUR)
                 MOVE WX-HDD      TO DD-HDD(WS-INC-DAY-SLOT)
                 MOVE WX-CDD      TO DD-CDD(WS-INC-DAY-SLOT)
                 ADD 1 TO WS-INC-LOADED
              END-IF
           END-IF.
           PERFORM 265-READ-EXTRACT THRU 265-EXIT.
       270-EXIT.
           EXIT.

       300-WRITE-REPORT-HEADERS.
           MOVE PAGE-NUM          TO HL1-PAGE-NUM.

       400-EXIT.
           EXIT.

       450-MERGE-INCREMENT.
           ADD 1 TO WS-BAL-IN.
           PERFORM 455-MERGE-ONE-HOUR THRU 455-EXIT.
           PERFORM 400-READ-WEATHER THRU 400-EXIT.
       450-EXIT.
           EXIT.

       455-MERGE-ONE-HOUR.
      *** PLACE ONE NEW READING IN ITS DAY AND HOUR SLOT. A SLOT THAT
      *** ALREADY HOLDS AN OBSERVED READING IS A DUPLICATE -- THE
      *** VALUE ON FILE STANDS AND ONLY WEATHERC MAY CORRECT IT. AN
      *** ESTIMATED (GAP-FILLED) SLOT GIVES WAY TO THE REAL READING
           MOVE WEATHIN-RECORD TO IEL-RECORD.
           IF DAY-WS IS NOT NUMERIC OR DAY-WS < '1' OR DAY-WS > '7'
              MOVE 'DAY OF WEEK NOT VALID' TO WS-INC-REASON
              PERFORM 460-REJECT-INCREMENT THRU 460-EXIT
              ADD 1 TO WS-INC-BAD
              GO TO 455-EXIT
           END-IF.
           MOVE TIME-WS TO WS-QC-TIME-IN.
           PERFORM 533-PARSE-HOUR-SLOT THRU 533-EXIT.
           IF WS-QC-BAD
              MOVE 'TIME OF DAY NOT READABLE' TO WS-INC-REASON
              PERFORM 460-REJECT-INCREMENT THRU 460-EXIT
              ADD 1 TO WS-INC-BAD
              GO TO 455-EXIT
           END-IF.
           MOVE DAY-WS TO WS-INC-DAY-NUM.
           PERFORM 457-FIND-DAY-SLOT THRU 457-EXIT.
           IF WS-INC-DAY-SLOT = 0
              MOVE 'WEEK TABLE FULL - RUN THE FULL WEEK'
                TO WS-INC-REASON
              PERFORM 460-REJECT-INCREMENT THRU 460-EXIT
              ADD 1 TO WS-INC-BAD
              GO TO 455-EXIT
           END-IF.
           IF HT-TIME-OF-DAY(WS-INC-DAY-SLOT, WS-QC-SLOT) NOT = SPACES
              AND NOT HT-ESTIMATED(WS-INC-DAY-SLOT, WS-QC-SLOT)
              MOVE 'HOUR ALREADY ON FILE - CORRECT IT THROUGH WEATHERC'
                TO WS-INC-REASON
              PERFORM 460-REJECT-INCREMENT THRU 460-EXIT
              ADD 1 TO WS-INC-DUPLICATE
              GO TO 455-EXIT
           END-IF.
      *** A NEW DAY CLOSES THE ONE BEFORE IT, WHOSE TRAILING HOURS
      *** NOW COUNT AS MISSING -- RE-CHECK THAT DAY TOO
           IF WS-INC-NEW-DAY AND WS-INC-DAY-SLOT > 1
              COMPUTE WS-INC-SUB = WS-INC-DAY-SLOT - 1
              MOVE 'Y' TO IC-DAY-SW(WS-INC-SUB)
           END-IF.
           INITIALIZE HOURS-TABLE(WS-INC-DAY-SLOT, WS-QC-SLOT).
           MOVE TIME-WS TO HT-TIME-OF-DAY(WS-INC-DAY-SLOT, WS-QC-SLOT).
           MOVE TEMP-WS TO HT-TEMP(WS-INC-DAY-SLOT, WS-QC-SLOT).
           MOVE WIND-DIRECTION-WS
             TO HT-WIND-DIR(WS-INC-DAY-SLOT, WS-QC-SLOT).
           MOVE WIND-SPEED-WS
             TO HT-WIND-SPD(WS-INC-DAY-SLOT, WS-QC-SLOT).
           MOVE HUMIDITY-WS
             TO HT-HUMIDITY(WS-INC-DAY-SLOT, WS-QC-SLOT).
           MOVE 'A' TO IC-CHANGE(WS-INC-DAY-SLOT, WS-QC-SLOT).
           MOVE 'Y' TO IC-DAY-SW(WS-INC-DAY-SLOT).
           ADD 1 TO WS-INC-ADDED.
       455-EXIT.
           EXIT.

       457-FIND-DAY-SLOT.
      *** THE DAY SLOT ALREADY HOLDING WEEKDAY WS-INC-DAY-NUM, ELSE
      *** THE NEXT EMPTY ONE. ZERO WHEN ALL 7 HOLD OTHER DAYS
           MOVE 0   TO WS-INC-DAY-SLOT.
           MOVE 'N' TO WS-INC-NEW-DAY-SW.
           PERFORM VARYING WS-INC-SUB FROM 1 BY 1
                   UNTIL WS-INC-SUB > 7 OR WS-INC-DAY-SLOT > 0
              IF DAY-OF-THE-WK(WS-INC-SUB) = WS-INC-DAY-NUM
                 MOVE WS-INC-SUB TO WS-INC-DAY-SLOT
              END-IF
           END-PERFORM.
           IF WS-INC-DAY-SLOT > 0
              GO TO 457-EXIT
           END-IF.
           PERFORM VARYING WS-INC-SUB FROM 1 BY 1
                   UNTIL WS-INC-SUB > 7 OR WS-INC-DAY-SLOT > 0
              IF DAY-OF-THE-WK(WS-INC-SUB) = 0
                 MOVE WS-INC-SUB     TO WS-INC-DAY-SLOT
                 MOVE WS-INC-DAY-NUM TO DAY-OF-THE-WK(WS-INC-SUB)
                 MOVE 'Y'            TO WS-INC-NEW-DAY-SW
              END-IF
           END-PERFORM.
       457-EXIT.
           EXIT.

       460-REJECT-INCREMENT.
           MOVE WS-INC-REASON  TO IEL-REASON.
           MOVE INC-ERROR-LINE TO WEATHERR-RECORD.
           WRITE WEATHERR-RECORD.
       460-EXIT.
           EXIT.

       470-APPLY-CORRECTIONS.
      *** CARRY IN THE CORRECTIONS WEATHERC APPLIED FOR THIS BUSINESS
      *** DATE. ONE ALREADY REFLECTED IN THE TABLE (SAME TEMPERATURE)
      *** IS PASSED OVER, SO EVERY INTRADAY RUN OF THE DAY CAN SEE
      *** THE SAME WCORRECT FILE. NO FILE MEANS NO CORRECTIONS
           OPEN INPUT WEATHER-CORRECTIONS.
           IF WC-FILE-FOUND
              PERFORM 472-READ-CORRECTION THRU 472-EXIT
              PERFORM 475-APPLY-ONE-CORRECTION THRU 475-EXIT
                      UNTIL WC-END-OF-FILE
              CLOSE WEATHER-CORRECTIONS
           END-IF.
       470-EXIT.
           EXIT.

       472-READ-CORRECTION.
           READ WEATHER-CORRECTIONS
             AT END MOVE 'Y' TO WS-WC-EOF
           END-READ.
       472-EXIT.
           EXIT.

       475-APPLY-ONE-CORRECTION.
           PERFORM 477-CHECK-ONE-CORRECTION THRU 477-EXIT.
           PERFORM 472-READ-CORRECTION THRU 472-EXIT.
       475-EXIT.
           EXIT.

       477-CHECK-ONE-CORRECTION.
           MOVE WX-CORRECTION-REC TO IEL-RECORD.
           IF WC-RUN-DATE NOT = WS-BUSINESS-DATE
              MOVE 'CORRECTION FROM AN EARLIER RUN DATE - NOT APPLIED'
                TO WS-INC-REASON
              PERFORM 460-REJECT-INCREMENT THRU 460-EXIT
              GO TO 477-EXIT
           END-IF.
           IF WC-NEW-TEMP IS NOT NUMERIC
              MOVE 'CORRECTION TEMPERATURE NOT NUMERIC'
                TO WS-INC-REASON
              PERFORM 460-REJECT-INCREMENT THRU 460-EXIT
              GO TO 477-EXIT
           END-IF.
           MOVE 0 TO WS-INC-DAY-SLOT.
           IF WC-DAY IS NUMERIC
              PERFORM VARYING WS-INC-SUB FROM 1 BY 1
                      UNTIL WS-INC-SUB > 7 OR WS-INC-DAY-SLOT > 0
                 IF DAY-OF-THE-WK(WS-INC-SUB) = WC-DAY
                    AND WC-DAY > 0
                    MOVE WS-INC-SUB TO WS-INC-DAY-SLOT
                 END-IF
              END-PERFORM
           END-IF.
           MOVE WC-TIME TO WS-QC-TIME-IN.
           PERFORM 533-PARSE-HOUR-SLOT THRU 533-EXIT.
           IF WS-INC-DAY-SLOT = 0 OR WS-QC-BAD
              MOVE 'CORRECTION HAS NO OBSERVED HOUR ON FILE'
                TO WS-INC-REASON
              PERFORM 460-REJECT-INCREMENT THRU 460-EXIT
              GO TO 477-EXIT
           END-IF.
           IF HT-TIME-OF-DAY(WS-INC-DAY-SLOT, WS-QC-SLOT) = SPACES
              OR HT-ESTIMATED(WS-INC-DAY-SLOT, WS-QC-SLOT)
              MOVE 'CORRECTION HAS NO OBSERVED HOUR ON FILE'
                TO WS-INC-REASON
              PERFORM 460-REJECT-INCREMENT THRU 460-EXIT
              GO TO 477-EXIT
           END-IF.
           IF HT-TEMP(WS-INC-DAY-SLOT, WS-QC-SLOT) = WC-NEW-TEMP
              GO TO 477-EXIT
           END-IF.
           IF NOT IC-ADDED(WS-INC-DAY-SLOT, WS-QC-SLOT)
              IF NOT IC-CORRECTED(WS-INC-DAY-SLOT, WS-QC-SLOT)
                 MOVE HT-TEMP(WS-INC-DAY-SLOT, WS-QC-SLOT)
                   TO IC-OLD-TEMP(WS-INC-DAY-SLOT, WS-QC-SLOT)
              END-IF
              MOVE 'C' TO IC-CHANGE(WS-INC-DAY-SLOT, WS-QC-SLOT)
           END-IF.
           MOVE WC-NEW-TEMP TO HT-TEMP(WS-INC-DAY-SLOT, WS-QC-SLOT).
           MOVE 'Y' TO IC-DAY-SW(WS-INC-DAY-SLOT).
           ADD 1 TO WS-INC-CORRECTED.
       477-EXIT.
           EXIT.

       500-PROCESS-RECORDS.
           ADD 1 TO WS-BAL-IN.
           IF WS-WORKING-DAY = DAY-WS
       510-EXIT.
           EXIT.

       520-QUALITY-CONTROL.
      *** SENSOR QC PASS BEFORE ANYTHING IS REPORTED: RE-SLOT EACH
      *** DAY'S READINGS BY TIME OF DAY, REJECT OUT-OF-RANGE VALUES,
      *** FILL SHORT GAPS, THEN FLAG IMPLAUSIBLE HOUR-TO-HOUR JUMPS
      *** AND FLAT-LINED SENSORS. THE INPUT MAY START AND END PART
      *** WAY THROUGH A DAY, SO HOURS BEFORE THE FIRST READING OF THE
      *** FIRST DAY AND AFTER THE LAST READING OF THE LAST DAY ARE
      *** NOT COUNTED AS MISSING
           MOVE 0 TO WS-QC-FIRST-DAY, WS-QC-LAST-DAY.
           PERFORM VARYING WS-QC-DAY-SUB FROM 1 BY 1
                   UNTIL WS-QC-DAY-SUB > 7
              IF DAY-OF-THE-WK(WS-QC-DAY-SUB) NOT = 0
                 IF WS-QC-FIRST-DAY = 0
                    MOVE WS-QC-DAY-SUB TO WS-QC-FIRST-DAY
                 END-IF
                 MOVE WS-QC-DAY-SUB TO WS-QC-LAST-DAY
              END-IF
           END-PERFORM.
           PERFORM 525-QC-ONE-DAY THRU 525-EXIT
                   VARYING WS-QC-DAY-SUB FROM 1 BY 1
                   UNTIL WS-QC-DAY-SUB > 7.
       520-EXIT.
           EXIT.

       525-QC-ONE-DAY.
           MOVE 0 TO QC-FIRST-HOUR(WS-QC-DAY-SUB),
                     QC-LAST-HOUR(WS-QC-DAY-SUB).
           IF DAY-OF-THE-WK(WS-QC-DAY-SUB) = 0
              GO TO 525-EXIT
           END-IF.
      *** AN INTRADAY RUN RE-CHECKS ONLY THE DAYS THE INCREMENT
      *** TOUCHED -- THE OTHERS KEEP LAST RUN'S RESULT AS RELOADED
           IF WS-INCREMENTAL-RUN
              IF NOT IC-DAY-AFFECTED(WS-QC-DAY-SUB)
                 PERFORM 538-SET-DAY-RANGE THRU 538-EXIT
                 GO TO 525-EXIT
              END-IF
              PERFORM 527-CLEAR-DAY-FLAGS THRU 527-EXIT
           END-IF.
           PERFORM 530-RESLOT-DAY THRU 530-EXIT.
           PERFORM 535-RANGE-CHECK-HOUR THRU 535-EXIT
                   VARYING WS-QC-HOUR-SUB FROM 1 BY 1
                   UNTIL WS-QC-HOUR-SUB > 24.
           PERFORM 538-SET-DAY-RANGE THRU 538-EXIT.
           IF QC-FIRST-HOUR(WS-QC-DAY-SUB) = 0
              GO TO 525-EXIT
           END-IF.
           PERFORM 540-FILL-GAPS THRU 540-EXIT.
           PERFORM 545-CHECK-JUMPS THRU 545-EXIT.
           PERFORM 547-CHECK-FLATLINE THRU 547-EXIT.
       525-EXIT.
           EXIT.

       527-CLEAR-DAY-FLAGS.
      *** AN AFFECTED DAY IS RE-CHECKED FROM ITS OBSERVED READINGS
      *** ALONE: LAST RUN'S ESTIMATES COME OUT AND ITS SUSPECT FLAGS
      *** ARE CLEARED, SO GAPS, JUMPS AND FLAT RUNS ARE JUDGED AFRESH
           PERFORM VARYING WS-QC-HOUR-SUB FROM 1 BY 1
                   UNTIL WS-QC-HOUR-SUB > 24
              IF HT-ESTIMATED(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
                 INITIALIZE HOURS-TABLE(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
              ELSE
                 MOVE SPACE TO HT-QC-FLAG(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
              END-IF
           END-PERFORM.
       527-EXIT.
           EXIT.

       530-RESLOT-DAY.
      *** MOVE THE DAY'S READINGS OUT IN ARRIVAL ORDER AND BACK INTO
      *** THE SLOT FOR THEIR OWN HOUR
           PERFORM VARYING WS-QC-HOUR-SUB FROM 1 BY 1
                   UNTIL WS-QC-HOUR-SUB > 24
              MOVE HOURS-TABLE(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
                TO QW-HOUR(WS-QC-HOUR-SUB)
              INITIALIZE HOURS-TABLE(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
           END-PERFORM.
           PERFORM 532-RESLOT-ONE-READING THRU 532-EXIT
                   VARYING WS-QC-HOUR-SUB FROM 1 BY 1
                   UNTIL WS-QC-HOUR-SUB > 24.
       530-EXIT.
           EXIT.

       532-RESLOT-ONE-READING.
           IF QW-TIME-OF-DAY(WS-QC-HOUR-SUB) = SPACES
              GO TO 532-EXIT
           END-IF.
           MOVE QW-TIME-OF-DAY(WS-QC-HOUR-SUB) TO WS-QC-TIME-IN.
           PERFORM 533-PARSE-HOUR-SLOT THRU 533-EXIT.
           MOVE QW-TIME-OF-DAY(WS-QC-HOUR-SUB) TO WS-QI-TIME.
           MOVE 'TIME'                         TO WS-QI-CHECK.
           MOVE 'DROPPED'                      TO WS-QI-ACTION.
           IF WS-QC-BAD
              MOVE 0 TO WS-QI-HOUR
              MOVE 'TIME OF DAY NOT READABLE' TO WS-QI-DETAIL
              PERFORM 558-NOTE-ISSUE THRU 558-EXIT
              ADD 1 TO WS-QC-DROPPED
              GO TO 532-EXIT
           END-IF.
           IF HT-TIME-OF-DAY(WS-QC-DAY-SUB, WS-QC-SLOT) NOT = SPACES
              MOVE WS-QC-SLOT TO WS-QI-HOUR
              MOVE 'DUP' TO WS-QI-CHECK
              MOVE 'SECOND READING FOR THIS HOUR' TO WS-QI-DETAIL
              PERFORM 558-NOTE-ISSUE THRU 558-EXIT
              ADD 1 TO WS-QC-DROPPED
              GO TO 532-EXIT
           END-IF.
           MOVE QW-HOUR(WS-QC-HOUR-SUB)
             TO HOURS-TABLE(WS-QC-DAY-SUB, WS-QC-SLOT).
       532-EXIT.
           EXIT.

       533-PARSE-HOUR-SLOT.
      *** HH:MMAM / HH:MMPM IN WS-QC-TIME-IN TO ITS HOUR SLOT IN
      *** WS-QC-SLOT -- WS-QC-BAD WHEN THE TIME CANNOT BE READ
           MOVE 'N' TO WS-QC-BAD-SW.
           MOVE 0 TO WS-QC-SLOT.
           IF WS-QC-TIME-IN(1:2) IS NOT NUMERIC
              OR WS-QC-TIME-IN(3:1) NOT = ':'
              MOVE 'Y' TO WS-QC-BAD-SW
           ELSE
              MOVE WS-QC-TIME-IN(1:2) TO WS-QC-HH
              IF WS-QC-HH < 1 OR WS-QC-HH > 12
                 MOVE 'Y' TO WS-QC-BAD-SW
              END-IF
           END-IF.
           IF NOT WS-QC-BAD
              EVALUATE WS-QC-TIME-IN(6:2)
                 WHEN 'AM'
                    IF WS-QC-HH = 12
                       MOVE 1 TO WS-QC-SLOT
                    ELSE
                       COMPUTE WS-QC-SLOT = WS-QC-HH + 1
                    END-IF
                 WHEN 'PM'
                    IF WS-QC-HH = 12
                       MOVE 13 TO WS-QC-SLOT
                    ELSE
                       COMPUTE WS-QC-SLOT = WS-QC-HH + 13
                    END-IF
                 WHEN OTHER
                    MOVE 'Y' TO WS-QC-BAD-SW
              END-EVALUATE
           END-IF.
       533-EXIT.
           EXIT.

       535-RANGE-CHECK-HOUR.
      *** A READING WITH ANY FIELD OUT OF RANGE IS TAKEN OUT AND
      *** TREATED AS A GAP, SO IT CAN BE ESTIMATED LIKE ONE
           IF HT-TIME-OF-DAY(WS-QC-DAY-SUB, WS-QC-HOUR-SUB) = SPACES
              GO TO 535-EXIT
           END-IF.
           ADD 1 TO WS-QC-CHECKED.
           MOVE 'N' TO WS-QC-BAD-SW.
           MOVE WS-QC-HOUR-SUB TO WS-QI-HOUR.
           MOVE HT-TIME-OF-DAY(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
             TO WS-QI-TIME.
           MOVE 'RANGE'    TO WS-QI-CHECK.
           MOVE 'REJECTED' TO WS-QI-ACTION.
           IF HT-TEMP(WS-QC-DAY-SUB, WS-QC-HOUR-SUB) IS NOT NUMERIC
              MOVE SPACES TO WS-QI-DETAIL
              STRING 'TEMPERATURE '  DELIMITED BY SIZE
                     HT-TEMP(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
                                     DELIMITED BY SIZE
                INTO WS-QI-DETAIL
              END-STRING
              PERFORM 558-NOTE-ISSUE THRU 558-EXIT
              MOVE 'Y' TO WS-QC-BAD-SW
           END-IF.
           IF HT-WIND-DIR(WS-QC-DAY-SUB, WS-QC-HOUR-SUB) IS NOT NUMERIC
              OR HT-WIND-DIR(WS-QC-DAY-SUB, WS-QC-HOUR-SUB) < 1
              OR HT-WIND-DIR(WS-QC-DAY-SUB, WS-QC-HOUR-SUB) > 8
              MOVE SPACES TO WS-QI-DETAIL
              STRING 'WIND DIRECTION ' DELIMITED BY SIZE
                     HT-WIND-DIR(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
                                       DELIMITED BY SIZE
                INTO WS-QI-DETAIL
              END-STRING
              PERFORM 558-NOTE-ISSUE THRU 558-EXIT
              MOVE 'Y' TO WS-QC-BAD-SW
           END-IF.
           IF HT-WIND-SPD(WS-QC-DAY-SUB, WS-QC-HOUR-SUB) IS NOT NUMERIC
              OR HT-WIND-SPD-N(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
                 > WS-QC-MAX-WIND
              MOVE SPACES TO WS-QI-DETAIL
              STRING 'WIND SPEED '   DELIMITED BY SIZE
                     HT-WIND-SPD(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
                                     DELIMITED BY SIZE
                INTO WS-QI-DETAIL
              END-STRING
              PERFORM 558-NOTE-ISSUE THRU 558-EXIT
              MOVE 'Y' TO WS-QC-BAD-SW
           END-IF.
           IF HT-HUMIDITY(WS-QC-DAY-SUB, WS-QC-HOUR-SUB) IS NOT NUMERIC
              OR HT-HUMIDITY-N(WS-QC-DAY-SUB, WS-QC-HOUR-SUB) = 0
              MOVE SPACES TO WS-QI-DETAIL
              STRING 'HUMIDITY '     DELIMITED BY SIZE
                     HT-HUMIDITY(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
                                     DELIMITED BY SIZE
                INTO WS-QI-DETAIL
              END-STRING
              PERFORM 558-NOTE-ISSUE THRU 558-EXIT
              MOVE 'Y' TO WS-QC-BAD-SW
           END-IF.
           IF WS-QC-BAD
              ADD 1 TO WS-QC-REJECTED
              INITIALIZE HOURS-TABLE(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
           END-IF.
       535-EXIT.
           EXIT.

       538-SET-DAY-RANGE.
           PERFORM VARYING WS-QC-HOUR-SUB FROM 1 BY 1
                   UNTIL WS-QC-HOUR-SUB > 24
              IF HT-TIME-OF-DAY(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
                 NOT = SPACES
                 IF QC-FIRST-HOUR(WS-QC-DAY-SUB) = 0
                    MOVE WS-QC-HOUR-SUB
                      TO QC-FIRST-HOUR(WS-QC-DAY-SUB)
                 END-IF
                 MOVE WS-QC-HOUR-SUB TO QC-LAST-HOUR(WS-QC-DAY-SUB)
              END-IF
           END-PERFORM.
       538-EXIT.
           EXIT.

       540-FILL-GAPS.
      *** HOURS BEFORE THE DAY'S FIRST READING AND AFTER ITS LAST
      *** HAVE NOTHING TO INTERPOLATE FROM AND ARE ONLY LISTED
           IF WS-QC-DAY-SUB NOT = WS-QC-FIRST-DAY
              PERFORM 543-NOTE-MISSING THRU 543-EXIT
                      VARYING WS-QC-SLOT FROM 1 BY 1
                      UNTIL WS-QC-SLOT >= QC-FIRST-HOUR(WS-QC-DAY-SUB)
           END-IF.
           MOVE QC-FIRST-HOUR(WS-QC-DAY-SUB) TO WS-QC-PREV.
           COMPUTE WS-QC-NEXT-HOUR = QC-FIRST-HOUR(WS-QC-DAY-SUB) + 1.
           PERFORM VARYING WS-QC-HOUR-SUB FROM WS-QC-NEXT-HOUR BY 1
                   UNTIL WS-QC-HOUR-SUB > QC-LAST-HOUR(WS-QC-DAY-SUB)
              IF HT-TIME-OF-DAY(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
                 NOT = SPACES
                 IF WS-QC-HOUR-SUB - WS-QC-PREV > 1
                    PERFORM 542-FILL-ONE-GAP THRU 542-EXIT
                 END-IF
                 MOVE WS-QC-HOUR-SUB TO WS-QC-PREV
              END-IF
           END-PERFORM.
           IF WS-QC-DAY-SUB NOT = WS-QC-LAST-DAY
              COMPUTE WS-QC-NEXT-HOUR = QC-LAST-HOUR(WS-QC-DAY-SUB) + 1
              PERFORM 543-NOTE-MISSING THRU 543-EXIT
                      VARYING WS-QC-SLOT FROM WS-QC-NEXT-HOUR BY 1
                      UNTIL WS-QC-SLOT > 24
           END-IF.
       540-EXIT.
           EXIT.

       542-FILL-ONE-GAP.
      *** THE GAP RUNS FROM WS-QC-PREV + 1 TO WS-QC-HOUR-SUB - 1
           COMPUTE WS-QC-SPAN = WS-QC-HOUR-SUB - WS-QC-PREV.
           COMPUTE WS-QC-GAP-LEN = WS-QC-SPAN - 1.
           IF WS-QC-GAP-LEN > WS-QC-MAX-GAP
              COMPUTE WS-QC-NEXT-HOUR = WS-QC-PREV + 1
              PERFORM 543-NOTE-MISSING THRU 543-EXIT
                      VARYING WS-QC-SLOT FROM WS-QC-NEXT-HOUR BY 1
                      UNTIL WS-QC-SLOT >= WS-QC-HOUR-SUB
              GO TO 542-EXIT
           END-IF.
           PERFORM VARYING WS-QC-K FROM 1 BY 1
                   UNTIL WS-QC-K > WS-QC-GAP-LEN
              COMPUTE WS-QC-SLOT = WS-QC-PREV + WS-QC-K
              MOVE WS-QC-HOUR-NAME(WS-QC-SLOT)
                TO HT-TIME-OF-DAY(WS-QC-DAY-SUB, WS-QC-SLOT)
              COMPUTE HT-TEMP-N(WS-QC-DAY-SUB, WS-QC-SLOT) ROUNDED =
                 HT-TEMP-N(WS-QC-DAY-SUB, WS-QC-PREV) +
                 (HT-TEMP-N(WS-QC-DAY-SUB, WS-QC-HOUR-SUB) -
                  HT-TEMP-N(WS-QC-DAY-SUB, WS-QC-PREV))
                 * WS-QC-K / WS-QC-SPAN
              COMPUTE HT-WIND-SPD-N(WS-QC-DAY-SUB, WS-QC-SLOT) ROUNDED =
                 HT-WIND-SPD-N(WS-QC-DAY-SUB, WS-QC-PREV) +
                 (HT-WIND-SPD-N(WS-QC-DAY-SUB, WS-QC-HOUR-SUB) -
                  HT-WIND-SPD-N(WS-QC-DAY-SUB, WS-QC-PREV))
                 * WS-QC-K / WS-QC-SPAN
              COMPUTE HT-HUMIDITY-N(WS-QC-DAY-SUB, WS-QC-SLOT) ROUNDED =
                 HT-HUMIDITY-N(WS-QC-DAY-SUB, WS-QC-PREV) +
                 (HT-HUMIDITY-N(WS-QC-DAY-SUB, WS-QC-HOUR-SUB) -
                  HT-HUMIDITY-N(WS-QC-DAY-SUB, WS-QC-PREV))
                 * WS-QC-K / WS-QC-SPAN
      *** WIND DIRECTION IS NOT AVERAGED -- THE NEARER READING'S
      *** DIRECTION IS CARRIED
              IF WS-QC-K * 2 <= WS-QC-SPAN
                 MOVE HT-WIND-DIR(WS-QC-DAY-SUB, WS-QC-PREV)
                   TO HT-WIND-DIR(WS-QC-DAY-SUB, WS-QC-SLOT)
              ELSE
                 MOVE HT-WIND-DIR(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
                   TO HT-WIND-DIR(WS-QC-DAY-SUB, WS-QC-SLOT)
              END-IF
              MOVE 'E' TO HT-QC-FLAG(WS-QC-DAY-SUB, WS-QC-SLOT)
              ADD 1 TO WS-QC-ESTIMATED
              MOVE WS-QC-SLOT                  TO WS-QI-HOUR
              MOVE WS-QC-HOUR-NAME(WS-QC-SLOT) TO WS-QI-TIME
              MOVE 'GAP'                       TO WS-QI-CHECK
              MOVE SPACES                      TO WS-QI-DETAIL
              STRING 'INTERPOLATED TEMP ' DELIMITED BY SIZE
                     HT-TEMP(WS-QC-DAY-SUB, WS-QC-SLOT)
                                          DELIMITED BY SIZE
                INTO WS-QI-DETAIL
              END-STRING
              MOVE 'ESTIMATED'                 TO WS-QI-ACTION
              PERFORM 558-NOTE-ISSUE THRU 558-EXIT
           END-PERFORM.
       542-EXIT.
           EXIT.

       543-NOTE-MISSING.
           MOVE WS-QC-SLOT                  TO WS-QI-HOUR.
           MOVE WS-QC-HOUR-NAME(WS-QC-SLOT) TO WS-QI-TIME.
           MOVE 'GAP'                       TO WS-QI-CHECK.
           MOVE 'NO READING FOR THIS HOUR'  TO WS-QI-DETAIL.
           MOVE 'MISSING - NOT FILLED'      TO WS-QI-ACTION.
           PERFORM 558-NOTE-ISSUE THRU 558-EXIT.
           ADD 1 TO WS-QC-MISSING.
       543-EXIT.
           EXIT.

       545-CHECK-JUMPS.
      *** COMPARE EACH OBSERVED HOUR WITH THE OBSERVED HOUR BEFORE IT.
      *** THE VALUES STAY IN PLACE -- A FRONT CAN MOVE THROUGH -- BUT
      *** THE HOUR IS FLAGGED SUSPECT FOR THE OBSERVER TO CONFIRM
           COMPUTE WS-QC-NEXT-HOUR = QC-FIRST-HOUR(WS-QC-DAY-SUB) + 1.
           PERFORM VARYING WS-QC-HOUR-SUB FROM WS-QC-NEXT-HOUR BY 1
                   UNTIL WS-QC-HOUR-SUB > QC-LAST-HOUR(WS-QC-DAY-SUB)
              COMPUTE WS-QC-PREV = WS-QC-HOUR-SUB - 1
              IF HT-TIME-OF-DAY(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
                 NOT = SPACES
                 AND HT-TIME-OF-DAY(WS-QC-DAY-SUB, WS-QC-PREV)
                 NOT = SPACES
                 AND NOT HT-ESTIMATED(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
                 AND NOT HT-ESTIMATED(WS-QC-DAY-SUB, WS-QC-PREV)
                 PERFORM 546-CHECK-ONE-JUMP THRU 546-EXIT
              END-IF
           END-PERFORM.
       545-EXIT.
           EXIT.

       546-CHECK-ONE-JUMP.
           MOVE WS-QC-HOUR-SUB TO WS-QI-HOUR.
           MOVE HT-TIME-OF-DAY(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
             TO WS-QI-TIME.
           MOVE 'JUMP'            TO WS-QI-CHECK.
           MOVE 'FLAGGED SUSPECT' TO WS-QI-ACTION.
           COMPUTE WS-QC-DIFF =
              HT-TEMP-N(WS-QC-DAY-SUB, WS-QC-HOUR-SUB) -
              HT-TEMP-N(WS-QC-DAY-SUB, WS-QC-PREV).
           IF WS-QC-DIFF < 0
              COMPUTE WS-QC-DIFF = 0 - WS-QC-DIFF
           END-IF.
           IF WS-QC-DIFF > WS-QC-MAX-TEMP-JUMP
              MOVE SPACES TO WS-QI-DETAIL
              STRING 'TEMPERATURE '  DELIMITED BY SIZE
                     HT-TEMP(WS-QC-DAY-SUB, WS-QC-PREV)
                                     DELIMITED BY SIZE
                     ' TO '          DELIMITED BY SIZE
                     HT-TEMP(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
                                     DELIMITED BY SIZE
                INTO WS-QI-DETAIL
              END-STRING
              PERFORM 558-NOTE-ISSUE THRU 558-EXIT
              PERFORM 549-MARK-SUSPECT THRU 549-EXIT
           END-IF.
           COMPUTE WS-QC-DIFF =
              HT-HUMIDITY-N(WS-QC-DAY-SUB, WS-QC-HOUR-SUB) -
              HT-HUMIDITY-N(WS-QC-DAY-SUB, WS-QC-PREV).
           IF WS-QC-DIFF < 0
              COMPUTE WS-QC-DIFF = 0 - WS-QC-DIFF
           END-IF.
           IF WS-QC-DIFF > WS-QC-MAX-HUM-JUMP
              MOVE SPACES TO WS-QI-DETAIL
              STRING 'HUMIDITY '     DELIMITED BY SIZE
                     HT-HUMIDITY(WS-QC-DAY-SUB, WS-QC-PREV)
                                     DELIMITED BY SIZE
                     ' TO '          DELIMITED BY SIZE
                     HT-HUMIDITY(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
                                     DELIMITED BY SIZE
                INTO WS-QI-DETAIL
              END-STRING
              PERFORM 558-NOTE-ISSUE THRU 558-EXIT
              PERFORM 549-MARK-SUSPECT THRU 549-EXIT
           END-IF.
       546-EXIT.
           EXIT.

       547-CHECK-FLATLINE.
      *** A RUN OF WS-QC-FLAT-HOURS OR MORE CONSECUTIVE OBSERVED
      *** HOURS WITH THE SAME TEMPERATURE AND HUMIDITY LOOKS LIKE A
      *** STUCK SENSOR -- EVERY HOUR OF THE RUN IS FLAGGED SUSPECT
           MOVE 0 TO WS-QC-RUN-START, WS-QC-RUN-LEN.
           PERFORM VARYING WS-QC-HOUR-SUB
                   FROM QC-FIRST-HOUR(WS-QC-DAY-SUB) BY 1
                   UNTIL WS-QC-HOUR-SUB > QC-LAST-HOUR(WS-QC-DAY-SUB)
              IF HT-TIME-OF-DAY(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
                 NOT = SPACES
                 AND NOT HT-ESTIMATED(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
                 AND WS-QC-RUN-LEN > 0
                 AND HT-TEMP(WS-QC-DAY-SUB, WS-QC-HOUR-SUB) =
                     HT-TEMP(WS-QC-DAY-SUB, WS-QC-RUN-START)
                 AND HT-HUMIDITY(WS-QC-DAY-SUB, WS-QC-HOUR-SUB) =
                     HT-HUMIDITY(WS-QC-DAY-SUB, WS-QC-RUN-START)
                 ADD 1 TO WS-QC-RUN-LEN
              ELSE
                 PERFORM 548-CLOSE-FLAT-RUN THRU 548-EXIT
                 IF HT-TIME-OF-DAY(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
                    NOT = SPACES
                    AND NOT HT-ESTIMATED(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
                    MOVE WS-QC-HOUR-SUB TO WS-QC-RUN-START
                    MOVE 1 TO WS-QC-RUN-LEN
                 ELSE
                    MOVE 0 TO WS-QC-RUN-LEN
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM 548-CLOSE-FLAT-RUN THRU 548-EXIT.
       547-EXIT.
           EXIT.

       548-CLOSE-FLAT-RUN.
           IF WS-QC-RUN-LEN < WS-QC-FLAT-HOURS
              GO TO 548-EXIT
           END-IF.
           MOVE WS-QC-RUN-LEN TO WS-QC-RUN-LEN-ED.
           MOVE SPACES TO WS-QI-DETAIL.
           STRING 'TEMP '            DELIMITED BY SIZE
                  HT-TEMP(WS-QC-DAY-SUB, WS-QC-RUN-START)
                                     DELIMITED BY SIZE
                  ' HUMIDITY '       DELIMITED BY SIZE
                  HT-HUMIDITY(WS-QC-DAY-SUB, WS-QC-RUN-START)
                                     DELIMITED BY SIZE
                  ' FOR '            DELIMITED BY SIZE
                  WS-QC-RUN-LEN-ED   DELIMITED BY SIZE
                  ' HRS'             DELIMITED BY SIZE
             INTO WS-QI-DETAIL
           END-STRING.
           MOVE 'FLAT'            TO WS-QI-CHECK.
           MOVE 'FLAGGED SUSPECT' TO WS-QI-ACTION.
           MOVE WS-QC-HOUR-SUB    TO WS-QC-NEXT-HOUR.
           PERFORM VARYING WS-QC-HOUR-SUB FROM WS-QC-RUN-START BY 1
                   UNTIL WS-QC-HOUR-SUB >=
                         WS-QC-RUN-START + WS-QC-RUN-LEN
              MOVE WS-QC-HOUR-SUB TO WS-QI-HOUR
              MOVE HT-TIME-OF-DAY(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
                TO WS-QI-TIME
              PERFORM 558-NOTE-ISSUE THRU 558-EXIT
              PERFORM 549-MARK-SUSPECT THRU 549-EXIT
           END-PERFORM.
           MOVE WS-QC-NEXT-HOUR TO WS-QC-HOUR-SUB.
       548-EXIT.
           EXIT.

       549-MARK-SUSPECT.
           IF NOT HT-SUSPECT(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
              MOVE 'S' TO HT-QC-FLAG(WS-QC-DAY-SUB, WS-QC-HOUR-SUB)
              ADD 1 TO WS-QC-SUSPECT
           END-IF.
       549-EXIT.
           EXIT.

       558-NOTE-ISSUE.
           IF WS-QI-COUNT < 500
              ADD 1 TO WS-QI-COUNT
              MOVE WS-QC-DAY-SUB TO QI-DAY(WS-QI-COUNT)
              MOVE WS-QI-HOUR    TO QI-HOUR(WS-QI-COUNT)
              MOVE WS-QI-TIME    TO QI-TIME(WS-QI-COUNT)
              MOVE WS-QI-CHECK   TO QI-CHECK(WS-QI-COUNT)
              MOVE WS-QI-DETAIL  TO QI-DETAIL(WS-QI-COUNT)
              MOVE WS-QI-ACTION  TO QI-ACTION(WS-QI-COUNT)
           ELSE
              DISPLAY 'WARNING: QC-ISSUE-TABLE FULL - DROPPED '
                 WS-QI-CHECK ' ' WS-QI-TIME
           END-IF.
       558-EXIT.
           EXIT.

       570-PRINT-QC-REPORT.
      *** LIST THE QC FINDINGS IN DAY AND HOUR ORDER WITH RUN TOTALS
           MOVE WS-RUN-DATE-X  TO QCH-RUN-DATE.
           MOVE QC-HEADER-LINE TO WEATHQC-RECORD.
           WRITE WEATHQC-RECORD.
           MOVE BLANK-LINE     TO WEATHQC-RECORD.
           WRITE WEATHQC-RECORD.
           MOVE QC-COLUMN-LINE TO WEATHQC-RECORD.
           WRITE WEATHQC-RECORD.
           IF WS-QI-COUNT = 0
              MOVE QC-NONE-LINE TO WEATHQC-RECORD
              WRITE WEATHQC-RECORD
           END-IF.
           PERFORM VARYING WS-QC-DAY-SUB FROM 1 BY 1
                   UNTIL WS-QC-DAY-SUB > 7
              PERFORM VARYING WS-QC-HOUR-SUB FROM 0 BY 1
                      UNTIL WS-QC-HOUR-SUB > 24
                 PERFORM 575-PRINT-QC-HOUR THRU 575-EXIT
              END-PERFORM
           END-PERFORM.
           MOVE BLANK-LINE      TO WEATHQC-RECORD.
           WRITE WEATHQC-RECORD.
           MOVE WS-QC-CHECKED   TO QTL-CHECKED.
           MOVE WS-QC-ESTIMATED TO QTL-ESTIMATED.
           MOVE WS-QC-SUSPECT   TO QTL-SUSPECT.
           MOVE WS-QC-MISSING   TO QTL-MISSING.
           MOVE WS-QC-REJECTED  TO QTL-REJECTED.
           MOVE WS-QC-DROPPED   TO QTL-DROPPED.
           MOVE QC-TOTAL-LINE   TO WEATHQC-RECORD.
           WRITE WEATHQC-RECORD.
       570-EXIT.
           EXIT.

       575-PRINT-QC-HOUR.
           PERFORM VARYING WS-QI-SUB FROM 1 BY 1
                   UNTIL WS-QI-SUB > WS-QI-COUNT
              IF QI-DAY(WS-QI-SUB) = WS-QC-DAY-SUB
                 AND QI-HOUR(WS-QI-SUB) = WS-QC-HOUR-SUB
                 MOVE DAY-OF-THE-WK(WS-QC-DAY-SUB) TO WKDAY-SUB
                 MOVE DT-OF-WK(WKDAY-SUB)  TO QCL-DAY-NAME
                 MOVE QI-TIME(WS-QI-SUB)   TO QCL-TIME
                 MOVE QI-CHECK(WS-QI-SUB)  TO QCL-CHECK
                 MOVE QI-DETAIL(WS-QI-SUB) TO QCL-DETAIL
                 MOVE QI-ACTION(WS-QI-SUB) TO QCL-ACTION
                 MOVE QC-DETAIL-LINE TO WEATHQC-RECORD
                 WRITE WEATHQC-RECORD
              END-IF
           END-PERFORM.
       575-EXIT.
           EXIT.

       600-PRINT-REPORT.
      *** SKIP ANY DAY SLOT WEATHIN NEVER POPULATED (FEWER THAN 7 DAYS
      *** IN THE INPUT) OR LEFT WITH NO USABLE HOUR AFTER QC. THE
      *** DAY'S FIRST LINE IS ITS FIRST POPULATED HOUR. AN INTRADAY
      *** RUN REPRINTS ONLY THE DAYS ITS INCREMENT TOUCHED
           SET WS-INC-DAY-SUB TO DAY-IDX.
           IF QC-FIRST-HOUR(DAY-IDX) = 0
              OR (WS-INCREMENTAL-RUN
                  AND NOT IC-DAY-AFFECTED(WS-INC-DAY-SUB))
              CONTINUE
           ELSE
              SET HOUR-IDX TO QC-FIRST-HOUR(DAY-IDX)
              PERFORM 640-TRANSLATE-DAY THRU 640-EXIT
              PERFORM 610-TRANSLATE-WIND THRU 610-EXIT
              PERFORM 620-PRINT-DETAIL-LINE1 THRU 620-EXIT

              COMPUTE WS-QC-NEXT-HOUR = QC-FIRST-HOUR(DAY-IDX) + 1
              PERFORM VARYING HOUR-IDX FROM WS-QC-NEXT-HOUR BY 1
                      UNTIL HOUR-IDX > 24
                    IF HT-TIME-OF-DAY(DAY-IDX, HOUR-IDX) = SPACES
                       CONTINUE
           MOVE HT-WIND-SPD(DAY-IDX, HOUR-IDX)    TO DL1-WIND-SPD.
           MOVE HT-HUMIDITY(DAY-IDX, HOUR-IDX)    TO DL1-HUMIDITY.
           MOVE WS-FEELS-LIKE                     TO DL1-FEELS-LIKE.
           PERFORM 618-TRANSLATE-QC-FLAG THRU 618-EXIT.
           MOVE WS-QC-FLAG-TEXT                   TO DL1-QC-FLAG.
           MOVE DETAIL-LINE1                      TO WEATHOUT-RECORD.
           WRITE WEATHOUT-RECORD.
           ADD 2                                  TO LINE-COUNT.
       615-EXIT.
           EXIT.

       618-TRANSLATE-QC-FLAG.
           EVALUATE TRUE
              WHEN HT-ESTIMATED(DAY-IDX, HOUR-IDX)
                 MOVE 'EST'  TO WS-QC-FLAG-TEXT
              WHEN HT-SUSPECT(DAY-IDX, HOUR-IDX)
                 MOVE 'SUSP' TO WS-QC-FLAG-TEXT
              WHEN OTHER
                 MOVE SPACES TO WS-QC-FLAG-TEXT
           END-EVALUATE.
       618-EXIT.
           EXIT.

       630-PRINT-DETAIL-LINE2.
           IF LINE-COUNT >= REPORT-MAX-LINES
              PERFORM 300-WRITE-REPORT-HEADERS THRU 300-EXIT
              MOVE HT-WIND-SPD(DAY-IDX, HOUR-IDX)    TO DL2-WIND-SPD
              MOVE HT-HUMIDITY(DAY-IDX, HOUR-IDX)    TO DL2-HUMIDITY
              MOVE WS-FEELS-LIKE                     TO DL2-FEELS-LIKE
              PERFORM 618-TRANSLATE-QC-FLAG THRU 618-EXIT
              MOVE WS-QC-FLAG-TEXT                   TO DL2-QC-FLAG
              MOVE DETAIL-LINE2                      TO WEATHOUT-RECORD
              WRITE WEATHOUT-RECORD
              ADD 1                                  TO LINE-COUNT
           END-IF.
           PERFORM VARYING WS-ACC-DAY-SUB FROM 1 BY 1
                   UNTIL WS-ACC-DAY-SUB > 7
              IF QC-FIRST-HOUR(WS-ACC-DAY-SUB) > 0
                 PERFORM 677-SCORE-ONE-DAY THRU 677-EXIT
              END-IF
           END-PERFORM.
       677-EXIT.
           EXIT.

       669-SUM-WEEK-DEGREE-DAYS.
      *** AN INTRADAY RUN ONLY RE-SUMMARISES THE AFFECTED DAYS, SO THE
      *** WEEK'S TOTALS COME FROM EVERY DAY'S SAVED DEGREE DAYS
           MOVE 0 TO WS-WEEK-HDD, WS-WEEK-CDD.
           PERFORM VARYING WS-INC-DAY-SUB FROM 1 BY 1
                   UNTIL WS-INC-DAY-SUB > 7
              IF QC-FIRST-HOUR(WS-INC-DAY-SUB) > 0
                 ADD DD-HDD(WS-INC-DAY-SUB) TO WS-WEEK-HDD
                 ADD DD-CDD(WS-INC-DAY-SUB) TO WS-WEEK-CDD
              END-IF
           END-PERFORM.
       669-EXIT.
           EXIT.

       668-PRINT-WEEKLY-DEGREE-DAYS.
           MOVE BLANK-LINE TO WEATHOUT-RECORD.
           WRITE WEATHOUT-RECORD.
           INITIALIZE WIND-ROSE-WEEK-TABLE.
           PERFORM VARYING WS-WROSE-DAY-SUB FROM 1 BY 1
                   UNTIL WS-WROSE-DAY-SUB > 7
              IF QC-FIRST-HOUR(WS-WROSE-DAY-SUB) > 0
                 PERFORM 682-WIND-ROSE-ONE-DAY THRU 682-EXIT
              END-IF
           END-PERFORM.
       670-EXIT.
           EXIT.

       690-PRINT-CHANGES.
      *** THE INTRADAY RUN'S HEADLINE: EVERY HOUR ADDED OR CORRECTED
      *** SINCE THE LAST RUN, IN DAY AND HOUR ORDER, THEN THE COUNTS.
      *** A NEW HOUR THE QC PASS THREW OUT IS LISTED AS REJECTED
           MOVE BLANK-LINE          TO WEATHOUT-RECORD.
           WRITE WEATHOUT-RECORD.
           MOVE CHANGES-HEADER-LINE TO WEATHOUT-RECORD.
           WRITE WEATHOUT-RECORD.
           ADD 2 TO LINE-COUNT.
           MOVE 0 TO WS-INC-QC-REJECTED, WS-INC-DAYS-UPDATED.
           IF WS-INC-ADDED = 0 AND WS-INC-CORRECTED = 0
              MOVE CHANGE-NONE-LINE TO WEATHOUT-RECORD
              WRITE WEATHOUT-RECORD
              ADD 1 TO LINE-COUNT
           END-IF.
           PERFORM VARYING WS-INC-DAY-SUB FROM 1 BY 1
                   UNTIL WS-INC-DAY-SUB > 7
              IF IC-DAY-AFFECTED(WS-INC-DAY-SUB)
                 ADD 1 TO WS-INC-DAYS-UPDATED
              END-IF
              PERFORM 692-PRINT-ONE-CHANGE THRU 692-EXIT
                      VARYING WS-INC-HOUR-SUB FROM 1 BY 1
                      UNTIL WS-INC-HOUR-SUB > 24
           END-PERFORM.
           MOVE WS-BAL-IN           TO CTL-READ.
           MOVE WS-INC-ADDED        TO CTL-ADDED.
           MOVE WS-INC-CORRECTED    TO CTL-CORRECTED.
           MOVE WS-INC-DUPLICATE    TO CTL-DUPLICATE.
           COMPUTE CTL-REJECTED = WS-INC-BAD + WS-INC-QC-REJECTED.
           MOVE WS-INC-DAYS-UPDATED TO CTL-DAYS.
           MOVE CHANGE-TOTAL-LINE   TO WEATHOUT-RECORD.
           WRITE WEATHOUT-RECORD.
           ADD 1 TO LINE-COUNT.
       690-EXIT.
           EXIT.

       692-PRINT-ONE-CHANGE.
           IF IC-CHANGE(WS-INC-DAY-SUB, WS-INC-HOUR-SUB) = SPACE
              GO TO 692-EXIT
           END-IF.
           IF LINE-COUNT >= REPORT-MAX-LINES
              PERFORM 300-WRITE-REPORT-HEADERS THRU 300-EXIT
           END-IF.
           SET DAY-IDX  TO WS-INC-DAY-SUB.
           SET HOUR-IDX TO WS-INC-HOUR-SUB.
           PERFORM 640-TRANSLATE-DAY THRU 640-EXIT.
           MOVE WS-DAY-OF-WEEK TO CHL-DAY-NAME.
           MOVE SPACES TO CHL-WAS-TEXT, CHL-OLD-TEMP.
           IF HT-TIME-OF-DAY(DAY-IDX, HOUR-IDX) = SPACES
              OR HT-ESTIMATED(DAY-IDX, HOUR-IDX)
              MOVE WS-QC-HOUR-NAME(WS-INC-HOUR-SUB) TO CHL-TIME
              MOVE 'REJECTED BY QC' TO CHL-ACTION
              MOVE SPACES TO CHL-TEMP-TEXT, CHL-TEMP, CHL-QC-FLAG
              ADD 1 TO WS-INC-QC-REJECTED
           ELSE
              MOVE HT-TIME-OF-DAY(DAY-IDX, HOUR-IDX) TO CHL-TIME
              MOVE 'Temp: '                          TO CHL-TEMP-TEXT
              MOVE HT-TEMP(DAY-IDX, HOUR-IDX)        TO CHL-TEMP
              PERFORM 618-TRANSLATE-QC-FLAG THRU 618-EXIT
              MOVE WS-QC-FLAG-TEXT                   TO CHL-QC-FLAG
              IF IC-ADDED(WS-INC-DAY-SUB, WS-INC-HOUR-SUB)
                 MOVE 'ADDED'     TO CHL-ACTION
              ELSE
                 MOVE 'CORRECTED' TO CHL-ACTION
                 MOVE 'Was: '     TO CHL-WAS-TEXT
                 MOVE IC-OLD-TEMP(WS-INC-DAY-SUB, WS-INC-HOUR-SUB)
                   TO CHL-OLD-TEMP
              END-IF
           END-IF.
           MOVE CHANGE-DETAIL-LINE TO WEATHOUT-RECORD.
           WRITE WEATHOUT-RECORD.
           ADD 1 TO LINE-COUNT.
       692-EXIT.
           EXIT.

       640-TRANSLATE-DAY.
           MOVE DAY-OF-THE-WK(DAY-IDX) TO WKDAY-SUB.
           MOVE DT-OF-WK(WKDAY-SUB)    TO WS-DAY-OF-WEEK.
      *** MACHINE-READABLE EXTRACT OF WEATHER-TABLE (DAY, HOUR, TEMP,
      *** WIND DIR/SPEED, HUMIDITY) SO A LATER PROGRAM CAN READ TODAY'S
      *** HOURLY DATA BACK IN INSTEAD OF STARTING FROM A BLANK TABLE --
      *** ONLY POPULATED HOURS (NON-BLANK HT-TIME-OF-DAY) ARE WRITTEN.
      *** ESTIMATED HOURS CARRY THE 'E' FLAG AND ARE LEFT OUT OF THE
      *** BALANCING OUT-COUNT, WHICH PROVES THE OBSERVED READINGS:
      *** READ = WRITTEN AS OBSERVED + DROPPED OR REJECTED BY QC.
      *** AN INTRADAY RUN REWRITES THE WHOLE TABLE BUT ONLY ITS OWN
      *** NEW HOURS COUNT OUT, AGAINST THE NEW HOURS IT READ
           PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 7
              PERFORM VARYING HOUR-IDX FROM 1 BY 1 UNTIL HOUR-IDX > 24
                 IF HT-TIME-OF-DAY(DAY-IDX, HOUR-IDX) NOT = SPACES
                    MOVE HT-HUMIDITY(DAY-IDX, HOUR-IDX) TO WX-HUMIDITY
                    MOVE DD-HDD(DAY-IDX)                TO WX-HDD
                    MOVE DD-CDD(DAY-IDX)                TO WX-CDD
                    MOVE HT-QC-FLAG(DAY-IDX, HOUR-IDX)  TO WX-QC-FLAG
                    WRITE WEATHER-EXTRACT-RECORD
                    SET WS-INC-DAY-SUB  TO DAY-IDX
                    SET WS-INC-HOUR-SUB TO HOUR-IDX
                    IF NOT HT-ESTIMATED(DAY-IDX, HOUR-IDX)
                       IF NOT WS-INCREMENTAL-RUN
                          OR IC-ADDED(WS-INC-DAY-SUB, WS-INC-HOUR-SUB)
                          ADD 1 TO WS-BAL-OUT
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE WS-BUSINESS-DATE TO BAL-RUN-DATE.
           MOVE WS-BAL-IN  TO BAL-IN-COUNT.
           MOVE WS-BAL-OUT TO BAL-OUT-COUNT.
           IF WS-INCREMENTAL-RUN
              COMPUTE BAL-ERR-COUNT = WS-INC-DUPLICATE + WS-INC-BAD
                                    + WS-INC-QC-REJECTED
           ELSE
              COMPUTE BAL-ERR-COUNT = WS-QC-DROPPED + WS-QC-REJECTED
           END-IF.
           WRITE BAL-CONTROL-REC.
           CLOSE BAL-CONTROL-FILE.
       800-EXIT.
           CLOSE WEATHIN,
                 WEATHOUT,
                 WEATHERR,
                 WEATHER-EXTRACT,
                 WEATHQC.
       900-EXIT.
           EXIT.
