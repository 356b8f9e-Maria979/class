       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEATHINQ.
      ***
      *** BATCH INQUIRY AGAINST THE WEATHER ARCHIVE (WEATHARC) THAT
      *** MAINTUTL BUILDS FROM EACH WEEK'S WEATHEXT SNAPSHOT. READS
      *** REQUEST CARDS FOR ONE DATE ('D'), A DATE RANGE ('R') OR A
      *** DATE AND HOUR ('H') AND PRINTS THE ARCHIVED HOURLY READINGS
      *** FOR EACH DATE ASKED FOR, WITH THAT DAY'S LOW, HIGH AND
      *** AVERAGE TEMPERATURE, THE QC FLAG ON EVERY HOUR AND THE DATE
      *** THE ROWS WERE ARCHIVED -- ENOUGH TO ANSWER AN INSURANCE OR
      *** LEGAL REQUEST FROM THE ARCHIVE ALONE. ANY DATE (OR HOUR)
      *** NOT IN THE ARCHIVE, AND ANY CARD THAT CANNOT BE EDITED,
      *** GOES TO THE NOT-FOUND LISTING SO THE REQUESTER KNOWS THE
      *** ARCHIVE WAS CHECKED.
      *** THE EXTRACT CARRIES ONLY A WEEKDAY, SO A READING'S CALENDAR
      *** DATE IS THE LATEST DATE ON OR BEFORE THE ARCHIVE RUN DATE
      *** THAT FALLS ON THAT WEEKDAY -- MAINTUTL ARCHIVES THE WEEK
      *** AT ITS CLOSE, BEFORE THE NEXT WEATHER RUN.
      ***
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEATHER-ARCHIVE ASSIGN TO WEATHARC
             FILE STATUS IS WACODE.
           SELECT INQ-REQUEST ASSIGN TO WINQRQST.
           SELECT INQ-REPORT ASSIGN TO WINQRPT.
           SELECT INQ-NOTFOUND ASSIGN TO WINQNF.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
             FILE STATUS IS RCCODE.
           SELECT BAL-CONTROL-FILE ASSIGN TO BALFILE
             FILE STATUS IS BLCODE.
       DATA DIVISION.
       FILE SECTION.
      *** ARCHIVED EXTRACT ROWS AS WRITTEN BY MAINTUTL: THE ARCHIVE
      *** RUN DATE FOLLOWED BY THE 30-BYTE WEATHEXT ROW
       FD  WEATHER-ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WEATHER-ARCHIVE-RECORD.
       01  WEATHER-ARCHIVE-RECORD.
           05 WA-RUN-DATE              PIC 9(8).
           05 WA-EXTRACT-DATA.
              10 WX-DAY                PIC 9(1).
              10 WX-HOUR               PIC 9(2).
              10 WX-TIME-OF-DAY        PIC X(7).
              10 WX-TEMP               PIC X(2).
              10 WX-TEMP-N REDEFINES WX-TEMP
                                       PIC 99.
              10 WX-WIND-DIR           PIC 9(1).
              10 WX-WIND-SPD           PIC X(2).
              10 WX-HUMIDITY           PIC X(2).
              10 WX-HDD                PIC 9(2)V9.
              10 WX-CDD                PIC 9(2)V9.
              10 WX-QC-FLAG            PIC X(1).
              10 FILLER                PIC X(6).
           05 FILLER                   PIC X(2).

      *** ONE CARD PER REQUEST. THE FROM DATE IS ALWAYS REQUIRED; THE
      *** TO DATE ONLY FOR A RANGE, THE TIME ONLY FOR A DATE AND HOUR
      *** (HH:MMAM OR HH:MMPM, MATCHED ON THE HOUR). THE REFERENCE IS
      *** THE REQUESTER'S CLAIM OR CASE NUMBER, ECHOED ON THE REPLY
       FD  INQ-REQUEST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INQ-REQUEST-REC.
       01  INQ-REQUEST-REC.
           05 RQ-TYPE                  PIC X(1).
              88 RQ-ONE-DATE           VALUE 'D'.
              88 RQ-DATE-RANGE         VALUE 'R'.
              88 RQ-DATE-AND-HOUR      VALUE 'H'.
           05 FILLER                   PIC X(1).
           05 RQ-FROM-DATE             PIC X(8).
           05 FILLER                   PIC X(1).
           05 RQ-TO-DATE               PIC X(8).
           05 FILLER                   PIC X(1).
           05 RQ-TIME                  PIC X(7).
           05 FILLER                   PIC X(1).
           05 RQ-REFERENCE             PIC X(20).
           05 FILLER                   PIC X(32).

       FD  INQ-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INQ-REPORT-RECORD.
       01  INQ-REPORT-RECORD PIC X(132).

       FD  INQ-NOTFOUND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INQ-NOTFOUND-REC.
       01  INQ-NOTFOUND-REC.
           05 NF-TYPE                  PIC X(1).
           05 FILLER                   PIC X(1).
           05 NF-DATE                  PIC X(10).
           05 FILLER                   PIC X(1).
           05 NF-TIME                  PIC X(7).
           05 FILLER                   PIC X(1).
           05 NF-REFERENCE             PIC X(20).
           05 FILLER                   PIC X(1).
           05 NF-REASON                PIC X(30).
           05 FILLER                   PIC X(8).

      *** COMMON RUN-CONTROL CARD CARRYING THE BUSINESS DATE
       FD  RUN-CTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-CTL-REC.
       01  RUN-CTL-REC.
           05 RC-BUSINESS-DATE         PIC 9(8).
           05 FILLER                   PIC X(72).

       FD  BAL-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY BALREC.

       WORKING-STORAGE SECTION.
       01  WACODE                      PIC X(2)  VALUE SPACES.
           88 WA-FILE-FOUND            VALUE '00'.
       01  RCCODE                      PIC X(2)  VALUE SPACES.
           88 RC-FILE-FOUND            VALUE '00'.
       01  BLCODE                      PIC X(2)  VALUE SPACES.
           88 BL-FILE-FOUND            VALUE '00'.

       01  SUBSCRIPTS-AND-FLAGS.
           05 WA-EOF                   PIC X(1) VALUE SPACE.
              88 WA-END-OF-FILE VALUE 'Y'.
           05 RQ-EOF                   PIC X(1) VALUE SPACE.
              88 RQ-END-OF-FILE VALUE 'Y'.
           05 RC-EOF                   PIC X(1) VALUE SPACE.
              88 RC-END-OF-FILE VALUE 'Y'.
           05 WS-ARCHIVE-DOWN-SW       PIC X(1) VALUE 'N'.
              88 ARCHIVE-UNAVAILABLE   VALUE 'Y'.
           05 WS-REQUEST-VALID-SW      PIC X(1) VALUE 'N'.
              88 REQUEST-VALID         VALUE 'Y'.
           05 WS-DATE-OK-SW            PIC X(1) VALUE 'N'.
              88 DATE-OK               VALUE 'Y'.
           05 WS-ANSWERED-SW           PIC X(1) VALUE 'N'.
              88 REQUEST-ANSWERED      VALUE 'Y'.

      *** THE LONGEST RANGE ONE CARD MAY ASK FOR
       01  WS-MAX-RANGE-DAYS           PIC 9(3) VALUE 31.

       01  WEEKDAYS-TABLE.
           05  MONDAY                  PIC X(9) VALUE 'Monday'.
           05  TUESDAY                 PIC X(9) VALUE 'Tuesday'.
           05  WEDNESDAY               PIC X(9) VALUE 'Wednesday'.
           05  THURSDAY                PIC X(9) VALUE 'Thursday'.
           05  FRIDAY                  PIC X(9) VALUE 'Friday'.
           05  SATURDAY                PIC X(9) VALUE 'Saturday'.
           05  SUNDAY                  PIC X(9) VALUE 'Sunday'.
       01 DAY-OF-WK REDEFINES WEEKDAYS-TABLE.
           05  DT-OF-WK   OCCURS 7 TIMES PIC X(9).

       01  WIND-DIRECTION-TABLE.
           05  N                       PIC X(2)  VALUE 'N'.
           05  NE                      PIC X(2)  VALUE 'NE'.
           05  E                       PIC X(2)  VALUE 'E'.
           05  SE                      PIC X(2)  VALUE 'SE'.
           05  SOUTH                   PIC X(2)  VALUE 'S'.
           05  SW                      PIC X(2)  VALUE 'SW'.
           05  W                       PIC X(2)  VALUE 'W'.
           05  NW                      PIC X(2)  VALUE 'NW'.
       01 WIND-DIRECTIONS-TABLE REDEFINES WIND-DIRECTION-TABLE.
           05  WIND-DIR OCCURS 8 TIMES PIC X(2).

      *** ARCHIVE ROWS FALLING IN THE CURRENT REQUEST'S DATES, ONE
      *** PER DATE AND HOUR -- A SNAPSHOT ARCHIVED TWICE OVERLAYS
      *** ITSELF, THE LATER ARCHIVE ROW WINNING
       01  RESULT-TABLE.
           05 RESULT-ENTRY OCCURS 744 TIMES.
              10 RS-OBS-INT            PIC 9(7).
              10 RS-HOUR               PIC 9(2).
              10 RS-ARC-DATE           PIC 9(8).
              10 RS-TIME-OF-DAY        PIC X(7).
              10 RS-TEMP               PIC 99.
              10 RS-WIND-DIR           PIC 9(1).
              10 RS-WIND-SPD           PIC X(2).
              10 RS-HUMIDITY           PIC X(2).
              10 RS-QC-FLAG            PIC X(1).
       01  WS-RESULT-COUNT             PIC 9(3) VALUE 0.
       01  WS-RS-SUB                   PIC 9(3) VALUE 0.
       01  WS-RS-SLOT                  PIC 9(3) VALUE 0.

       01  WS-DATE-FIELDS.
           05 WS-EDIT-DATE             PIC X(8).
           05 WS-FROM-INT              PIC 9(7) VALUE 0.
           05 WS-TO-INT                PIC 9(7) VALUE 0.
           05 WS-DAY-INT               PIC 9(7) VALUE 0.
           05 WS-ARC-INT               PIC 9(7) VALUE 0.
           05 WS-OBS-INT               PIC 9(7) VALUE 0.
           05 WS-ARC-DOW               PIC 9(1) VALUE 0.
           05 WS-BACK-DAYS             PIC 9(1) VALUE 0.
           05 WS-RANGE-DAYS            PIC 9(7) VALUE 0.
           05 WS-YYYYMMDD              PIC 9(8) VALUE 0.

      *** A YYYYMMDD DATE PRINTED AS YYYY-MM-DD
       01  WS-DATE-PRINT.
           05 DP-YYYY                  PIC 9(4).
           05 FILLER                   PIC X(1) VALUE '-'.
           05 DP-MM                    PIC 9(2).
           05 FILLER                   PIC X(1) VALUE '-'.
           05 DP-DD                    PIC 9(2).
       01  WS-DATE-PRINT-IN            PIC 9(8).
       01  WS-DATE-PRINT-PARTS REDEFINES WS-DATE-PRINT-IN.
           05 DPI-YYYY                 PIC 9(4).
           05 DPI-MM                   PIC 9(2).
           05 DPI-DD                   PIC 9(2).

      *** TIME OF DAY TURNED INTO AN HOUR SLOT, 1 = 12:00AM ... 24 =
      *** 11:00PM, THE SAME NUMBERING WEATHER WRITES TO WX-HOUR
       01  WS-TIME-FIELDS.
           05 WS-PARSE-TIME            PIC X(7).
           05 WS-PARSE-HH              PIC 9(2) VALUE 0.
           05 WS-PARSE-SLOT            PIC 9(2) VALUE 0.
           05 WS-REQ-SLOT              PIC 9(2) VALUE 0.
           05 WS-HOUR-SUB              PIC 9(2) VALUE 0.

      *** ONE DAY'S FIGURES FOR THE DAY SUMMARY LINE
       01  WS-DAY-SUMMARY.
           05 WS-DAY-HOURS             PIC 9(3) VALUE 0.
           05 WS-DAY-ESTIMATED         PIC 9(3) VALUE 0.
           05 WS-DAY-TEMP-TOTAL        PIC 9(5) VALUE 0.
           05 WS-DAY-HIGH              PIC 9(3) VALUE 0.
           05 WS-DAY-LOW               PIC 9(3) VALUE 999.
           05 WS-DAY-AVG               PIC 9(3)V9(2) VALUE 0.
           05 WS-DAY-ARC-DATE          PIC 9(8) VALUE 0.
           05 WS-DAY-HOUR-FOUND-SW     PIC X(1) VALUE 'N'.
              88 DAY-HOUR-FOUND        VALUE 'Y'.

       01  WS-COUNTS.
           05 CTR-REQUESTS-READ        PIC 9(5) VALUE 0.
           05 CTR-REQUESTS-ANSWERED    PIC 9(5) VALUE 0.
           05 CTR-REQUESTS-NOTFOUND    PIC 9(5) VALUE 0.
           05 CTR-NOTFOUND-LINES       PIC 9(5) VALUE 0.
           05 CTR-ARCHIVE-UNREADABLE   PIC 9(5) VALUE 0.

       01  WS-NF-REASON                PIC X(30) VALUE SPACES.
       01  WS-NF-DATE                  PIC X(10) VALUE SPACES.

      *** BUSINESS DATE FROM THE RUNCTL CARD, FALLING BACK TO THE
      *** SYSTEM DATE -- STAMPS THE REPORT AND THE BALANCING RECORD
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

      *** REPORT SECTION
       01 BLANK-LINE                   PIC X(132) VALUE SPACES.

       01 HEADER-LINE1.
          05 FILLER                    PIC X(40) VALUE
             'Weather Archive Inquiry: Bangor, ME'.
          05 FILLER                    PIC X(6)  VALUE 'DATE: '.
          05 HL1-MM                    PIC 9(2).
          05 FILLER                    PIC X(1)  VALUE '/'.
          05 HL1-DD                    PIC 9(2).
          05 FILLER                    PIC X(1)  VALUE '/'.
          05 HL1-YY                    PIC 9(4).
          05 FILLER                    PIC X(76) VALUE SPACES.

       01 REQUEST-LINE.
          05 FILLER                    PIC X(9)  VALUE 'Request: '.
          05 RL-TYPE-TEXT              PIC X(15).
          05 FILLER                    PIC X(6)  VALUE 'From: '.
          05 RL-FROM-DATE              PIC X(10).
          05 FILLER                    PIC X(6)  VALUE '  To: '.
          05 RL-TO-DATE                PIC X(10).
          05 FILLER                    PIC X(8)  VALUE '  Hour: '.
          05 RL-TIME                   PIC X(7).
          05 FILLER                    PIC X(7)  VALUE '  Ref: '.
          05 RL-REFERENCE              PIC X(20).
          05 FILLER                    PIC X(34) VALUE SPACES.

       01 REQUEST-RULE.
          05 FILLER                    PIC X(96) VALUE ALL '='.
          05 FILLER                    PIC X(36) VALUE SPACES.

       01 DAY-LINE.
          05 DYL-DATE                  PIC X(10).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 DYL-DAY-NAME              PIC X(9).
          05 FILLER                    PIC X(5)  VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'Archived: '.
          05 DYL-ARC-DATE              PIC X(10).
          05 FILLER                    PIC X(86) VALUE SPACES.

       01 COLUMN-LINE.
          05 FILLER                    PIC X(4)  VALUE SPACES.
          05 FILLER                    PIC X(11) VALUE 'TIME'.
          05 FILLER                    PIC X(8)  VALUE 'TEMP'.
          05 FILLER                    PIC X(13) VALUE 'WIND'.
          05 FILLER                    PIC X(11) VALUE 'HUMIDITY'.
          05 FILLER                    PIC X(4)  VALUE 'QC'.
          05 FILLER                    PIC X(81) VALUE SPACES.

       01 HOUR-LINE.
          05 FILLER                    PIC X(4)  VALUE SPACES.
          05 HRL-TIME                  PIC X(7).
          05 FILLER                    PIC X(5)  VALUE SPACES.
          05 HRL-TEMP                  PIC Z9.
          05 FILLER                    PIC X(5)  VALUE SPACES.
          05 HRL-WIND-DIR              PIC X(2).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 HRL-WIND-SPD              PIC X(2).
          05 FILLER                    PIC X(4)  VALUE ' mph'.
          05 FILLER                    PIC X(6)  VALUE SPACES.
          05 HRL-HUMIDITY              PIC X(2).
          05 FILLER                    PIC X(1)  VALUE '%'.
          05 FILLER                    PIC X(5)  VALUE SPACES.
          05 HRL-QC-FLAG               PIC X(4).
          05 FILLER                    PIC X(82) VALUE SPACES.

       01 DAY-SUMMARY-LINE.
          05 FILLER                    PIC X(21) VALUE
             '  Day Summary -- Low:'.
          05 DSL-LOW                   PIC ZZ9.
          05 FILLER                    PIC X(7)  VALUE '  High:'.
          05 DSL-HIGH                  PIC ZZ9.
          05 FILLER                    PIC X(11) VALUE '  Avg Temp:'.
          05 DSL-AVG                   PIC ZZ9.99.
          05 FILLER                    PIC X(8)  VALUE '  Hours:'.
          05 DSL-HOURS                 PIC ZZ9.
          05 FILLER                    PIC X(12) VALUE '  Estimated:'.
          05 DSL-ESTIMATED             PIC ZZ9.
          05 FILLER                    PIC X(55) VALUE SPACES.

       01 NONE-FOUND-LINE.
          05 FILLER                    PIC X(53) VALUE
             '  No archived readings found -- see not-found listing'.
          05 FILLER                    PIC X(79) VALUE SPACES.

       01 TRAILER-LINE.
          05 FILLER                    PIC X(20) VALUE
             'Requests answered: '.
          05 TL-ANSWERED               PIC ZZZZ9.
          05 FILLER                    PIC X(14) VALUE
             '  Not found: '.
          05 TL-NOTFOUND               PIC ZZZZ9.
          05 FILLER                    PIC X(88) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-HOUSEKEEPING THRU 100-EXIT.
           PERFORM 200-READ-REQUEST THRU 200-EXIT.
           PERFORM 300-PROCESS-REQUEST THRU 300-EXIT
                   UNTIL RQ-END-OF-FILE.
           PERFORM 700-PRINT-TRAILER THRU 700-EXIT.
           PERFORM 800-WRITE-BAL-RECORD THRU 800-EXIT.
           PERFORM 900-CLOSE-FILES THRU 900-EXIT.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 150-GET-BUSINESS-DATE THRU 150-EXIT.
           MOVE WS-BUSINESS-DATE (1:4) TO HL1-YY.
           MOVE WS-BUSINESS-DATE (5:2) TO HL1-MM.
           MOVE WS-BUSINESS-DATE (7:2) TO HL1-DD.
      *** NO ARCHIVE YET LEAVES EVERY REQUEST TO FALL THROUGH TO THE
      *** NOT-FOUND LISTING
           OPEN INPUT WEATHER-ARCHIVE.
           IF WA-FILE-FOUND
              CLOSE WEATHER-ARCHIVE
           ELSE
              DISPLAY 'WEATHINQ: WEATHARC OPEN FAILED, STATUS '
                 WACODE
              MOVE 'Y' TO WS-ARCHIVE-DOWN-SW
           END-IF.
           OPEN INPUT INQ-REQUEST.
           OPEN OUTPUT INQ-REPORT, INQ-NOTFOUND.
           MOVE HEADER-LINE1 TO INQ-REPORT-RECORD.
           WRITE INQ-REPORT-RECORD.
           MOVE BLANK-LINE TO INQ-REPORT-RECORD.
           WRITE INQ-REPORT-RECORD.
       100-EXIT.
           EXIT.

       150-GET-BUSINESS-DATE.
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
       150-EXIT.
           EXIT.

       200-READ-REQUEST.
           READ INQ-REQUEST
             AT END MOVE 'Y' TO RQ-EOF
           END-READ.
       200-EXIT.
           EXIT.

       300-PROCESS-REQUEST.
      *** EDIT THE CARD, GATHER THE ARCHIVE ROWS FOR ITS DATES, THEN
      *** PRINT THEM DATE BY DATE. A CARD COUNTS AS ANSWERED WHEN AT
      *** LEAST ONE OF ITS DATES (OR ITS HOUR) WAS FOUND
           ADD 1 TO CTR-REQUESTS-READ.
           MOVE 'N' TO WS-ANSWERED-SW.
           PERFORM 310-EDIT-REQUEST THRU 310-EXIT.
           IF NOT REQUEST-VALID
              MOVE RQ-FROM-DATE TO WS-NF-DATE
              PERFORM 650-WRITE-NOTFOUND THRU 650-EXIT
              GO TO 300-COUNT
           END-IF.
           IF ARCHIVE-UNAVAILABLE
              MOVE 'ARCHIVE NOT AVAILABLE' TO WS-NF-REASON
              MOVE RQ-FROM-DATE TO WS-NF-DATE
              PERFORM 650-WRITE-NOTFOUND THRU 650-EXIT
              GO TO 300-COUNT
           END-IF.
           PERFORM 400-GATHER-ARCHIVE-ROWS THRU 400-EXIT.
           PERFORM 500-PRINT-REQUEST-HEADER THRU 500-EXIT.
           PERFORM 510-PRINT-ONE-DATE THRU 510-EXIT
                   VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                   UNTIL WS-DAY-INT > WS-TO-INT.
           IF NOT REQUEST-ANSWERED
              MOVE NONE-FOUND-LINE TO INQ-REPORT-RECORD
              WRITE INQ-REPORT-RECORD
           END-IF.
           MOVE BLANK-LINE TO INQ-REPORT-RECORD.
           WRITE INQ-REPORT-RECORD.
       300-COUNT.
           IF REQUEST-ANSWERED
              ADD 1 TO CTR-REQUESTS-ANSWERED
           ELSE
              ADD 1 TO CTR-REQUESTS-NOTFOUND
           END-IF.
           PERFORM 200-READ-REQUEST THRU 200-EXIT.
       300-EXIT.
           EXIT.

       310-EDIT-REQUEST.
           MOVE 'Y' TO WS-REQUEST-VALID-SW.
           MOVE SPACES TO WS-NF-REASON.
           IF NOT RQ-ONE-DATE AND NOT RQ-DATE-RANGE
              AND NOT RQ-DATE-AND-HOUR
              MOVE 'N' TO WS-REQUEST-VALID-SW
              MOVE 'INVALID REQUEST TYPE' TO WS-NF-REASON
              GO TO 310-EXIT
           END-IF.
           MOVE RQ-FROM-DATE TO WS-EDIT-DATE.
           PERFORM 320-EDIT-DATE THRU 320-EXIT.
           IF NOT DATE-OK
              MOVE 'N' TO WS-REQUEST-VALID-SW
              MOVE 'INVALID FROM DATE' TO WS-NF-REASON
              GO TO 310-EXIT
           END-IF.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE (WS-YYYYMMDD).
           MOVE WS-FROM-INT TO WS-TO-INT.
           IF RQ-DATE-RANGE
              MOVE RQ-TO-DATE TO WS-EDIT-DATE
              PERFORM 320-EDIT-DATE THRU 320-EXIT
              IF NOT DATE-OK
                 MOVE 'N' TO WS-REQUEST-VALID-SW
                 MOVE 'INVALID TO DATE' TO WS-NF-REASON
                 GO TO 310-EXIT
              END-IF
              COMPUTE WS-TO-INT =
                 FUNCTION INTEGER-OF-DATE (WS-YYYYMMDD)
              IF WS-TO-INT < WS-FROM-INT
                 MOVE 'N' TO WS-REQUEST-VALID-SW
                 MOVE 'TO DATE BEFORE FROM DATE' TO WS-NF-REASON
                 GO TO 310-EXIT
              END-IF
              COMPUTE WS-RANGE-DAYS = WS-TO-INT - WS-FROM-INT + 1
              IF WS-RANGE-DAYS > WS-MAX-RANGE-DAYS
                 MOVE 'N' TO WS-REQUEST-VALID-SW
                 MOVE 'RANGE LONGER THAN 31 DAYS' TO WS-NF-REASON
                 GO TO 310-EXIT
              END-IF
           END-IF.
           MOVE 0 TO WS-REQ-SLOT.
           IF RQ-DATE-AND-HOUR
              MOVE RQ-TIME TO WS-PARSE-TIME
              PERFORM 330-PARSE-TIME THRU 330-EXIT
              IF WS-PARSE-SLOT = 0
                 MOVE 'N' TO WS-REQUEST-VALID-SW
                 MOVE 'INVALID TIME OF DAY' TO WS-NF-REASON
                 GO TO 310-EXIT
              END-IF
              MOVE WS-PARSE-SLOT TO WS-REQ-SLOT
           END-IF.
       310-EXIT.
           EXIT.

       320-EDIT-DATE.
           MOVE 'N' TO WS-DATE-OK-SW.
           IF WS-EDIT-DATE IS NUMERIC
              AND WS-EDIT-DATE (1:4) >= '1601'
              AND WS-EDIT-DATE (5:2) >= '01'
              AND WS-EDIT-DATE (5:2) <= '12'
              AND WS-EDIT-DATE (7:2) >= '01'
              AND WS-EDIT-DATE (7:2) <= '31'
              MOVE 'Y' TO WS-DATE-OK-SW
              MOVE WS-EDIT-DATE TO WS-YYYYMMDD
           END-IF.
       320-EXIT.
           EXIT.

       330-PARSE-TIME.
      *** 'HH:MMAM' / 'HH:MMPM' TO AN HOUR SLOT; ZERO IF UNREADABLE
           MOVE 0 TO WS-PARSE-SLOT.
           IF WS-PARSE-TIME (1:2) IS NOT NUMERIC
              OR WS-PARSE-TIME (3:1) NOT = ':'
              GO TO 330-EXIT
           END-IF.
           MOVE WS-PARSE-TIME (1:2) TO WS-PARSE-HH.
           IF WS-PARSE-HH < 1 OR WS-PARSE-HH > 12
              GO TO 330-EXIT
           END-IF.
           EVALUATE WS-PARSE-TIME (6:2)
              WHEN 'AM'
                 IF WS-PARSE-HH = 12
                    MOVE 1 TO WS-PARSE-SLOT
                 ELSE
                    COMPUTE WS-PARSE-SLOT = WS-PARSE-HH + 1
                 END-IF
              WHEN 'PM'
                 IF WS-PARSE-HH = 12
                    MOVE 13 TO WS-PARSE-SLOT
                 ELSE
                    COMPUTE WS-PARSE-SLOT = WS-PARSE-HH + 13
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       330-EXIT.
           EXIT.

       400-GATHER-ARCHIVE-ROWS.
      *** ONE PASS OF THE ARCHIVE PER REQUEST, KEEPING THE ROWS WHOSE
      *** CALENDAR DATE FALLS IN THE REQUESTED DATES
           MOVE 0 TO WS-RESULT-COUNT.
           MOVE SPACE TO WA-EOF.
           OPEN INPUT WEATHER-ARCHIVE.
           PERFORM 410-READ-ARCHIVE THRU 410-EXIT.
           PERFORM 420-CHECK-ONE-ROW THRU 420-EXIT
                   UNTIL WA-END-OF-FILE.
           CLOSE WEATHER-ARCHIVE.
       400-EXIT.
           EXIT.

       410-READ-ARCHIVE.
           READ WEATHER-ARCHIVE
             AT END MOVE 'Y' TO WA-EOF
           END-READ.
       410-EXIT.
           EXIT.

       420-CHECK-ONE-ROW.
           IF WA-RUN-DATE IS NOT NUMERIC
              OR WA-RUN-DATE < 16010101
              OR WX-DAY IS NOT NUMERIC
              OR WX-DAY < 1 OR WX-DAY > 7
              OR WX-TEMP IS NOT NUMERIC
              ADD 1 TO CTR-ARCHIVE-UNREADABLE
              GO TO 420-NEXT
           END-IF.
      *** DAY 1 OF THE INTEGER DATE COUNT (1601-01-01) IS A MONDAY,
      *** WHICH IS WEEKDAY 1 ON THE EXTRACT
           COMPUTE WS-ARC-INT = FUNCTION INTEGER-OF-DATE (WA-RUN-DATE).
           COMPUTE WS-ARC-DOW = FUNCTION MOD (WS-ARC-INT - 1, 7) + 1.
           COMPUTE WS-BACK-DAYS =
              FUNCTION MOD (WS-ARC-DOW - WX-DAY + 7, 7).
           COMPUTE WS-OBS-INT = WS-ARC-INT - WS-BACK-DAYS.
           IF WS-OBS-INT < WS-FROM-INT OR WS-OBS-INT > WS-TO-INT
              GO TO 420-NEXT
           END-IF.
      *** THE HOUR COMES FROM THE TIME OF DAY; WX-HOUR IS ONLY USED
      *** WHEN THE TIME CANNOT BE READ
           MOVE WX-TIME-OF-DAY TO WS-PARSE-TIME.
           PERFORM 330-PARSE-TIME THRU 330-EXIT.
           IF WS-PARSE-SLOT = 0
              MOVE WX-HOUR TO WS-PARSE-SLOT
           END-IF.
           MOVE 0 TO WS-RS-SLOT.
           PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > WS-RESULT-COUNT
              IF RS-OBS-INT (WS-RS-SUB) = WS-OBS-INT
                 AND RS-HOUR (WS-RS-SUB) = WS-PARSE-SLOT
                 MOVE WS-RS-SUB TO WS-RS-SLOT
              END-IF
           END-PERFORM.
           IF WS-RS-SLOT = 0
              IF WS-RESULT-COUNT < 744
                 ADD 1 TO WS-RESULT-COUNT
                 MOVE WS-RESULT-COUNT TO WS-RS-SLOT
              ELSE
                 DISPLAY 'WARNING: RESULT-TABLE FULL - DROPPED '
                    WA-RUN-DATE ' ' WX-DAY ' ' WX-TIME-OF-DAY
                 GO TO 420-NEXT
              END-IF
           END-IF.
           MOVE WS-OBS-INT     TO RS-OBS-INT (WS-RS-SLOT).
           MOVE WS-PARSE-SLOT  TO RS-HOUR (WS-RS-SLOT).
           MOVE WA-RUN-DATE    TO RS-ARC-DATE (WS-RS-SLOT).
           MOVE WX-TIME-OF-DAY TO RS-TIME-OF-DAY (WS-RS-SLOT).
           MOVE WX-TEMP-N      TO RS-TEMP (WS-RS-SLOT).
           MOVE WX-WIND-DIR    TO RS-WIND-DIR (WS-RS-SLOT).
           MOVE WX-WIND-SPD    TO RS-WIND-SPD (WS-RS-SLOT).
           MOVE WX-HUMIDITY    TO RS-HUMIDITY (WS-RS-SLOT).
           MOVE WX-QC-FLAG     TO RS-QC-FLAG (WS-RS-SLOT).
       420-NEXT.
           PERFORM 410-READ-ARCHIVE THRU 410-EXIT.
       420-EXIT.
           EXIT.

       500-PRINT-REQUEST-HEADER.
           EVALUATE TRUE
              WHEN RQ-ONE-DATE
                 MOVE 'DATE'         TO RL-TYPE-TEXT
              WHEN RQ-DATE-RANGE
                 MOVE 'DATE RANGE'   TO RL-TYPE-TEXT
              WHEN OTHER
                 MOVE 'DATE AND HOUR' TO RL-TYPE-TEXT
           END-EVALUATE.
           MOVE FUNCTION DATE-OF-INTEGER (WS-FROM-INT)
             TO WS-DATE-PRINT-IN.
           PERFORM 590-FORMAT-DATE THRU 590-EXIT.
           MOVE WS-DATE-PRINT TO RL-FROM-DATE.
           MOVE FUNCTION DATE-OF-INTEGER (WS-TO-INT)
             TO WS-DATE-PRINT-IN.
           PERFORM 590-FORMAT-DATE THRU 590-EXIT.
           MOVE WS-DATE-PRINT TO RL-TO-DATE.
           IF RQ-DATE-AND-HOUR
              MOVE RQ-TIME TO RL-TIME
           ELSE
              MOVE 'ALL'   TO RL-TIME
           END-IF.
           MOVE RQ-REFERENCE TO RL-REFERENCE.
           MOVE REQUEST-LINE TO INQ-REPORT-RECORD.
           WRITE INQ-REPORT-RECORD.
           MOVE REQUEST-RULE TO INQ-REPORT-RECORD.
           WRITE INQ-REPORT-RECORD.
       500-EXIT.
           EXIT.

       510-PRINT-ONE-DATE.
      *** SUMMARIZE THE DATE FIRST -- A DATE WITH NO ROWS, OR A DATE
      *** WITHOUT THE REQUESTED HOUR, IS LISTED NOT FOUND INSTEAD
           MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
             TO WS-DATE-PRINT-IN.
           PERFORM 590-FORMAT-DATE THRU 590-EXIT.
           MOVE WS-DATE-PRINT TO WS-NF-DATE.
           MOVE 0   TO WS-DAY-HOURS, WS-DAY-ESTIMATED,
                       WS-DAY-TEMP-TOTAL, WS-DAY-HIGH, WS-DAY-ARC-DATE.
           MOVE 999 TO WS-DAY-LOW.
           MOVE 'N' TO WS-DAY-HOUR-FOUND-SW.
           PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > WS-RESULT-COUNT
              IF RS-OBS-INT (WS-RS-SUB) = WS-DAY-INT
                 PERFORM 520-ACCUM-DAY-ROW THRU 520-EXIT
              END-IF
           END-PERFORM.
           IF WS-DAY-HOURS = 0
              MOVE 'DATE NOT IN ARCHIVE' TO WS-NF-REASON
              PERFORM 650-WRITE-NOTFOUND THRU 650-EXIT
              GO TO 510-EXIT
           END-IF.
           IF RQ-DATE-AND-HOUR AND NOT DAY-HOUR-FOUND
              MOVE 'HOUR NOT IN ARCHIVE' TO WS-NF-REASON
              PERFORM 650-WRITE-NOTFOUND THRU 650-EXIT
              GO TO 510-EXIT
           END-IF.
           MOVE 'Y' TO WS-ANSWERED-SW.
           MOVE WS-DATE-PRINT TO DYL-DATE.
           COMPUTE WS-ARC-DOW = FUNCTION MOD (WS-DAY-INT - 1, 7) + 1.
           MOVE DT-OF-WK (WS-ARC-DOW) TO DYL-DAY-NAME.
           MOVE WS-DAY-ARC-DATE TO WS-DATE-PRINT-IN.
           PERFORM 590-FORMAT-DATE THRU 590-EXIT.
           MOVE WS-DATE-PRINT TO DYL-ARC-DATE.
           MOVE DAY-LINE TO INQ-REPORT-RECORD.
           WRITE INQ-REPORT-RECORD.
           MOVE COLUMN-LINE TO INQ-REPORT-RECORD.
           WRITE INQ-REPORT-RECORD.
           PERFORM 530-PRINT-DAY-HOUR THRU 530-EXIT
                   VARYING WS-HOUR-SUB FROM 1 BY 1
                   UNTIL WS-HOUR-SUB > 24.
           COMPUTE WS-DAY-AVG ROUNDED =
              WS-DAY-TEMP-TOTAL / WS-DAY-HOURS.
           MOVE WS-DAY-LOW       TO DSL-LOW.
           MOVE WS-DAY-HIGH      TO DSL-HIGH.
           MOVE WS-DAY-AVG       TO DSL-AVG.
           MOVE WS-DAY-HOURS     TO DSL-HOURS.
           MOVE WS-DAY-ESTIMATED TO DSL-ESTIMATED.
           MOVE DAY-SUMMARY-LINE TO INQ-REPORT-RECORD.
           WRITE INQ-REPORT-RECORD.
           MOVE BLANK-LINE TO INQ-REPORT-RECORD.
           WRITE INQ-REPORT-RECORD.
       510-EXIT.
           EXIT.

       520-ACCUM-DAY-ROW.
           ADD 1 TO WS-DAY-HOURS.
           ADD RS-TEMP (WS-RS-SUB) TO WS-DAY-TEMP-TOTAL.
           IF RS-TEMP (WS-RS-SUB) > WS-DAY-HIGH
              MOVE RS-TEMP (WS-RS-SUB) TO WS-DAY-HIGH
           END-IF.
           IF RS-TEMP (WS-RS-SUB) < WS-DAY-LOW
              MOVE RS-TEMP (WS-RS-SUB) TO WS-DAY-LOW
           END-IF.
           IF RS-QC-FLAG (WS-RS-SUB) = 'E'
              ADD 1 TO WS-DAY-ESTIMATED
           END-IF.
           IF RS-ARC-DATE (WS-RS-SUB) > WS-DAY-ARC-DATE
              MOVE RS-ARC-DATE (WS-RS-SUB) TO WS-DAY-ARC-DATE
           END-IF.
           IF RS-HOUR (WS-RS-SUB) = WS-REQ-SLOT
              MOVE 'Y' TO WS-DAY-HOUR-FOUND-SW
           END-IF.
       520-EXIT.
           EXIT.

       530-PRINT-DAY-HOUR.
      *** HOURS IN CLOCK ORDER; A DATE-AND-HOUR REQUEST PRINTS ONLY
      *** ITS HOUR, THOUGH THE SUMMARY STILL COVERS THE WHOLE DAY
           IF RQ-DATE-AND-HOUR AND WS-HOUR-SUB NOT = WS-REQ-SLOT
              GO TO 530-EXIT
           END-IF.
           PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > WS-RESULT-COUNT
              IF RS-OBS-INT (WS-RS-SUB) = WS-DAY-INT
                 AND RS-HOUR (WS-RS-SUB) = WS-HOUR-SUB
                 PERFORM 540-PRINT-HOUR-LINE THRU 540-EXIT
              END-IF
           END-PERFORM.
       530-EXIT.
           EXIT.

       540-PRINT-HOUR-LINE.
           MOVE RS-TIME-OF-DAY (WS-RS-SUB) TO HRL-TIME.
           MOVE RS-TEMP (WS-RS-SUB)        TO HRL-TEMP.
           IF RS-WIND-DIR (WS-RS-SUB) >= 1
              AND RS-WIND-DIR (WS-RS-SUB) <= 8
              MOVE WIND-DIR (RS-WIND-DIR (WS-RS-SUB)) TO HRL-WIND-DIR
           ELSE
              MOVE '??' TO HRL-WIND-DIR
           END-IF.
           MOVE RS-WIND-SPD (WS-RS-SUB)    TO HRL-WIND-SPD.
           MOVE RS-HUMIDITY (WS-RS-SUB)    TO HRL-HUMIDITY.
           EVALUATE RS-QC-FLAG (WS-RS-SUB)
              WHEN 'E'
                 MOVE 'EST'  TO HRL-QC-FLAG
              WHEN 'S'
                 MOVE 'SUSP' TO HRL-QC-FLAG
              WHEN OTHER
                 MOVE SPACES TO HRL-QC-FLAG
           END-EVALUATE.
           MOVE HOUR-LINE TO INQ-REPORT-RECORD.
           WRITE INQ-REPORT-RECORD.
       540-EXIT.
           EXIT.

       590-FORMAT-DATE.
           MOVE DPI-YYYY TO DP-YYYY.
           MOVE DPI-MM   TO DP-MM.
           MOVE DPI-DD   TO DP-DD.
       590-EXIT.
           EXIT.

       650-WRITE-NOTFOUND.
           MOVE SPACES       TO INQ-NOTFOUND-REC.
           MOVE RQ-TYPE      TO NF-TYPE.
           MOVE WS-NF-DATE   TO NF-DATE.
           IF RQ-DATE-AND-HOUR
              MOVE RQ-TIME   TO NF-TIME
           END-IF.
           MOVE RQ-REFERENCE TO NF-REFERENCE.
           MOVE WS-NF-REASON TO NF-REASON.
           WRITE INQ-NOTFOUND-REC.
           ADD 1 TO CTR-NOTFOUND-LINES.
       650-EXIT.
           EXIT.

       700-PRINT-TRAILER.
           MOVE CTR-REQUESTS-ANSWERED TO TL-ANSWERED.
           MOVE CTR-REQUESTS-NOTFOUND TO TL-NOTFOUND.
           MOVE TRAILER-LINE TO INQ-REPORT-RECORD.
           WRITE INQ-REPORT-RECORD.
           IF CTR-ARCHIVE-UNREADABLE > 0
              DISPLAY 'WEATHINQ: UNREADABLE ARCHIVE ROWS SKIPPED '
                 CTR-ARCHIVE-UNREADABLE
           END-IF.
       700-EXIT.
           EXIT.

       800-WRITE-BAL-RECORD.
      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK:
      *** EVERY REQUEST READ IS EITHER ANSWERED OR LISTED NOT-FOUND
           OPEN EXTEND BAL-CONTROL-FILE.
           IF NOT BL-FILE-FOUND
              OPEN OUTPUT BAL-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BAL-CONTROL-REC.
           MOVE 'WEATHINQ' TO BAL-PROGRAM.
           MOVE WS-BUSINESS-DATE      TO BAL-RUN-DATE.
           MOVE CTR-REQUESTS-READ     TO BAL-IN-COUNT.
           MOVE CTR-REQUESTS-ANSWERED TO BAL-OUT-COUNT.
           MOVE CTR-REQUESTS-NOTFOUND TO BAL-ERR-COUNT.
           WRITE BAL-CONTROL-REC.
           CLOSE BAL-CONTROL-FILE.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           CLOSE INQ-REQUEST, INQ-REPORT, INQ-NOTFOUND.
       900-EXIT.
           EXIT.
