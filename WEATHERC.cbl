           SELECT WEATHOUT ASSIGN TO WREPORT.
           SELECT WEATHERR ASSIGN TO WERROR.
           SELECT TRENDEXC ASSIGN TO WTREND.
           SELECT WEATHER-CORRECTIONS ASSIGN TO WCORRECT.
           SELECT WEATHER-EXTRACT
           ASSIGN TO WEATHEXT
             FILE STATUS IS WXCODE.
           DATA RECORD IS TRENDEXC-RECORD.
       01  TRENDEXC-RECORD PIC X(80).

      *** EVERY CORRECTION APPLIED THIS RUN, FOR WEATHER'S INTRADAY
      *** UPDATE TO CARRY INTO THE PERSISTED TABLE
       FD  WEATHER-CORRECTIONS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WX-CORRECTION-REC.
           COPY WXCORR.

      *** PRIOR RUN'S HOURLY DATA, CARRIED FORWARD BY WEATHER.CBL'S
      *** 700-WRITE-EXTRACT -- SAME 30-BYTE LAYOUT ON BOTH SIDES
       FD  WEATHER-EXTRACT
           05 WX-HUMIDITY              PIC X(2).
           05 WX-HDD                   PIC 9(2)V9.
           05 WX-CDD                   PIC 9(2)V9.
           05 WX-QC-FLAG               PIC X(1).
           05 FILLER                   PIC X(6).

       FD  BAL-CONTROL-FILE
           RECORDING MODE IS F
       100-HOUSEKEEPING.
           INITIALIZE WEATHER-REC-WS,
                      WEATHER-TABLE,
                      HOURLY-UPDATE-TABLE,
                      WS-CURRENT-DATE-AND-TIME,
                      SUBSCRIPTS-AND-FLAGS,
                      WS-WORKING-DAY,

       200-OPEN-FILES.
           OPEN INPUT WEATHIN, HOURIN.
           OPEN OUTPUT WEATHOUT, WEATHERR, TRENDEXC,
                       WEATHER-CORRECTIONS.
       200-EXIT.
           EXIT.

                    OR WS-TREND-DIFF < (0 - WS-TREND-LIMIT)
                    PERFORM 586-LOG-TREND-EXCEPTION THRU 586-EXIT
                 END-IF
                 PERFORM 587-WRITE-CORRECTION THRU 587-EXIT
                 MOVE TEMP-HR-TB(UP-IDX, TEMP-IDX) TO
                                           HT-TEMP(DAY-IDX, HOUR-IDX)
              END-IF
       586-EXIT.
           EXIT.

       587-WRITE-CORRECTION.
      *** RECORD THE APPLIED CORRECTION ON WCORRECT -- THE HOURLY
      *** READING IS KEYED BY ITS WEEKDAY AND TIME OF DAY, NOT BY
      *** ITS POSITION IN THIS RUN'S TABLE
           MOVE SPACES                        TO WX-CORRECTION-REC.
           MOVE DAY-HR-TB(UP-IDX)             TO WC-DAY.
           MOVE TIME-HR-TB(UP-IDX, TEMP-IDX)  TO WC-TIME.
           MOVE TEMP-HR-TB(UP-IDX, TEMP-IDX)  TO WC-NEW-TEMP.
           MOVE HT-TEMP(DAY-IDX, HOUR-IDX)    TO WC-OLD-TEMP.
           MOVE WS-BUSINESS-DATE              TO WC-RUN-DATE.
           WRITE WX-CORRECTION-REC.
       587-EXIT.
           EXIT.

       585-REJECT-UPDATE.
           STRING DAY-HR-TB(UP-IDX)              DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                 HOURIN,
                 WEATHOUT,
                 WEATHERR,
                 TRENDEXC,
                 WEATHER-CORRECTIONS.
       900-EXIT.
           EXIT.
