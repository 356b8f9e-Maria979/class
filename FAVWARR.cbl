       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVWARR.
      *** MONTHLY WARRANTY-EXPIRING REPORT FOR MARIA'S MUSIC STORE.
      *** READS THE WARRANTY REGISTER FAVRFP BUILDS AND LISTS, IN
      *** EXPIRY ORDER, EVERY INSTRUMENT ON AN ACCEPTED QUOTE WHOSE
      *** MAKER'S COVERAGE RUNS OUT IN THE MONTH AFTER THE BUSINESS
      *** DATE, WITH THE EXTENDED PLAN THE SERVICE DESK CAN OFFER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WARRREG ASSIGN TO WARRREG
             FILE STATUS IS WGCODE.

           SELECT RFPQUOTE ASSIGN TO RFPQUOTE
             FILE STATUS IS QFCODE.

           SELECT ARTMAST ASSIGN TO ARTMAST
             FILE STATUS IS AMCODE.

           SELECT WARREXP ASSIGN TO WARREXP.

           SELECT BAL-CONTROL-FILE ASSIGN TO BALFILE
             FILE STATUS IS BLCODE.

           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
             FILE STATUS IS RCCODE.
       DATA DIVISION.
       FILE SECTION.
      *** FAVRFP'S WARRANTY REGISTER, ONE ROW PER PURCHASED INSTRUMENT
       FD  WARRREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY WARRREG.

      *** FAVRFP'S QUOTE FILE, READ FOR THE STATUS OF EACH QUOTE
       FD  RFPQUOTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFPQUOTE-RECORD.
       01  RFPQUOTE-RECORD             PIC X(120).

       FD  ARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY ARTMAST.

       FD  WARREXP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WARREXP-RECORD.
       01  WARREXP-RECORD              PIC X(80).

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
           COPY RFPQUOTE.

      *** ARTIST NAMES FOR THE REPORT
       01  ARTIST-TABLE.
           05 ARTIST-TAB OCCURS 100 TIMES.
              10 ART-ACCOUNT-NO        PIC X(08).
              10 ART-NAME              PIC X(30).
       01  WS-ARTIST-COUNT             PIC 9(03) VALUE 0.
       01  WS-ART-I                    PIC 9(03) VALUE 0.
       01  AMCODE                      PIC X(2)  VALUE SPACES.
           88 AM-FILE-FOUND            VALUE '00'.
       01  ART-EOF                     PIC X(01) VALUE SPACE.
           88 ART-END-OF-FILE           VALUE 'Y'.
       01  ART-FOUND-SW                PIC X(01) VALUE 'N'.
           88 ART-FOUND                 VALUE 'Y'.

      *** STATUS OF EVERY QUOTE ON FAVRFP'S QUOTE FILE, WITH EACH
      *** INSTRUMENT LINE AND ITS RMA RETURN REASON (SPACES = KEPT)
       01  QUOTE-STATUS-TABLE.
           05 QUOTE-STATUS-TAB OCCURS 1000 TIMES.
              10 QS-QUOTE-NO           PIC 9(06).
              10 QS-STATUS             PIC X(01).
              10 QS-ITEM OCCURS 3 TIMES.
                 15 QS-ITEM-TYPE       PIC X(06).
                 15 QS-ITEM-QUALITY    PIC X(01).
                 15 QS-RETURN-RSN      PIC X(02).
       01  WS-QUOTE-COUNT              PIC 9(04) VALUE 0.
       01  WS-QUOTE-I                  PIC 9(04) VALUE 0.
       01  QFCODE                      PIC X(2)  VALUE SPACES.
           88 QF-FILE-FOUND            VALUE '00'.
       01  QF-EOF                      PIC X(01) VALUE SPACE.
           88 QF-END-OF-FILE            VALUE 'Y'.
       01  WS-QUOTE-STATUS             PIC X(01) VALUE SPACE.
           88 WS-QUOTE-ACCEPTED         VALUE 'A'.
       01  WS-QUOTE-FOUND-I            PIC 9(04) VALUE 0.
       01  WS-QS-ITEM-I                PIC 9(01) VALUE 0.
       01  LINE-RETURNED-SW            PIC X(01) VALUE 'N'.
           88 LINE-RETURNED             VALUE 'Y'.

      *** REGISTER ROWS EXPIRING IN THE REPORT MONTH, KEYED FOR THE
      *** SORT BY EXPIRY DATE, ACCOUNT AND QUOTE
       01  EXPIRE-TABLE.
           05 EXPIRE-TAB OCCURS 500 TIMES.
              10 EX-KEY                PIC X(22).
              10 EX-REC                PIC X(80).
       01  EXPIRE-SWAP                 PIC X(102).
       01  WS-EXPIRE-COUNT             PIC 9(03) VALUE 0.
       01  WS-EX-I                     PIC 9(03) VALUE 0.
       01  WS-EX-J                     PIC 9(03) VALUE 0.
       01  WS-EXPIRE-KEY.
           05 WS-EK-END-DATE           PIC 9(08).
           05 WS-EK-ACCOUNT-NO         PIC X(08).
           05 WS-EK-QUOTE-NO           PIC 9(06).
       01  WGCODE                      PIC X(2)  VALUE SPACES.
           88 WG-FILE-FOUND            VALUE '00'.
       01  WG-EOF                      PIC X(01) VALUE SPACE.
           88 WG-END-OF-FILE            VALUE 'Y'.

      *** THE REPORT MONTH IS THE CALENDAR MONTH AFTER THE BUSINESS
      *** DATE, SO THE DESK HAS THE MONTH AHEAD TO MAKE ITS CALLS
       01  WS-REPORT-MONTH.
           05 WS-RPT-YYYY              PIC 9(04) VALUE 0.
           05 WS-RPT-MM                PIC 9(02) VALUE 0.

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
           05 NUM-REG-READ            PIC 9(5) VALUE 0.
           05 NUM-EXPIRING            PIC 9(5) VALUE 0.
           05 NUM-NOT-ACCEPTED        PIC 9(5) VALUE 0.
           05 NUM-NOT-DUE             PIC 9(5) VALUE 0.
           05 NUM-RETURNED            PIC 9(5) VALUE 0.
           05 NUM-WITH-PLAN           PIC 9(5) VALUE 0.
           05 TOTAL-PLAN-VALUE        PIC 9(9)V99 VALUE 0.

       01 REPORT-LINE1.
           05 STORE          PIC X(19)  VALUE "MARIA'S MUSIC STORE".
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

       01 EXP-TITLE-LINE.
          05 FILLER        PIC X(29) VALUE
             'WARRANTIES EXPIRING IN MONTH '.
          05 ETL-MM        PIC 9(02).
          05 FILLER        PIC X(01) VALUE '/'.
          05 ETL-YYYY      PIC 9(04).
          05 FILLER        PIC X(44) VALUE SPACES.

       01 EXP-HEADING-LINE.
          05 FILLER        PIC X(10) VALUE 'ACCOUNT'.
          05 FILLER        PIC X(21) VALUE 'NAME'.
          05 FILLER        PIC X(08) VALUE 'QUOTE'.
          05 FILLER        PIC X(07) VALUE 'TYPE'.
          05 FILLER        PIC X(03) VALUE 'Q'.
          05 FILLER        PIC X(10) VALUE 'EXPIRES'.
          05 FILLER        PIC X(21) VALUE 'EXTENDED PLAN OFFER'.

       01 EXP-DETAIL-LINE.
          05 EDL-ACCOUNT-NO PIC X(08).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 EDL-NAME      PIC X(20).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 EDL-QUOTE-NO  PIC 9(06).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 EDL-TYPE      PIC X(06).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 EDL-QUALITY   PIC X(01).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 EDL-END-DATE  PIC 9(08).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 EDL-OFFER.
             10 EDL-EXT-MONTHS PIC ZZ9.
             10 FILLER     PIC X(05) VALUE ' MOS '.
             10 EDL-EXT-PRICE PIC $$,$$9.99.
          05 FILLER        PIC X(04) VALUE SPACES.

       01 EXP-COUNT-LINE.
          05 ECL-LABEL     PIC X(30).
          05 ECL-COUNT     PIC ZZ,ZZ9.
          05 FILLER        PIC X(44) VALUE SPACES.

       01 EXP-AMOUNT-LINE.
          05 EAL-LABEL     PIC X(30).
          05 EAL-AMOUNT    PIC $$$$,$$$,$$9.99.
          05 FILLER        PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-SELECT-EXPIRING.
           PERFORM 400-SORT-EXPIRING.
           PERFORM 500-WRITE-EXPIRING.
           PERFORM 800-WRITE-FINAL-LINES.
           PERFORM 900-CLOSE-FILES.
           GOBACK.

       100-HOUSEKEEPING.
           INITIALIZE ARTIST-TABLE, QUOTE-STATUS-TABLE, EXPIRE-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 290-GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-YEAR  TO WS-RPT-YYYY.
           COMPUTE WS-RPT-MM = WS-CURRENT-MONTH + 1.
           IF WS-RPT-MM > 12
              MOVE 1 TO WS-RPT-MM
              ADD 1 TO WS-RPT-YYYY
           END-IF.
           PERFORM 150-LOAD-ARTIST-TABLE.
           PERFORM 170-LOAD-QUOTE-STATUS.
           PERFORM 250-WRITE-REPORT-HEADERS.

       200-OPEN-FILES.
           OPEN OUTPUT WARREXP.

       150-LOAD-ARTIST-TABLE.
           OPEN INPUT ARTMAST.
           IF AM-FILE-FOUND
              PERFORM 155-READ-ARTMAST
              PERFORM 160-LOAD-ONE-ARTIST UNTIL ART-END-OF-FILE
              CLOSE ARTMAST
           END-IF.

       155-READ-ARTMAST.
           READ ARTMAST
             AT END MOVE 'Y' TO ART-EOF
           END-READ.

       160-LOAD-ONE-ARTIST.
           IF WS-ARTIST-COUNT < 100
              ADD 1 TO WS-ARTIST-COUNT
              MOVE ARTM-ACCOUNT-NO TO ART-ACCOUNT-NO (WS-ARTIST-COUNT)
              MOVE ARTM-NAME       TO ART-NAME (WS-ARTIST-COUNT)
           ELSE
              DISPLAY 'WARNING: ARTIST-TABLE FULL - DROPPED '
                 ARTM-ACCOUNT-NO
           END-IF.
           PERFORM 155-READ-ARTMAST.

       170-LOAD-QUOTE-STATUS.
           OPEN INPUT RFPQUOTE.
           IF QF-FILE-FOUND
              PERFORM 172-READ-RFPQUOTE
              PERFORM 175-LOAD-ONE-QUOTE UNTIL QF-END-OF-FILE
              CLOSE RFPQUOTE
           END-IF.

       172-READ-RFPQUOTE.
           READ RFPQUOTE INTO QUOTE-REC
             AT END MOVE 'Y' TO QF-EOF
           END-READ.

       175-LOAD-ONE-QUOTE.
           IF WS-QUOTE-COUNT < 1000
              ADD 1 TO WS-QUOTE-COUNT
              MOVE QT-QUOTE-NO TO QS-QUOTE-NO (WS-QUOTE-COUNT)
              MOVE QT-STATUS   TO QS-STATUS (WS-QUOTE-COUNT)
              PERFORM VARYING WS-QS-ITEM-I FROM 1 BY 1
                  UNTIL WS-QS-ITEM-I > 3
                 MOVE QT-ITEM-TYPE (WS-QS-ITEM-I)
                   TO QS-ITEM-TYPE (WS-QUOTE-COUNT, WS-QS-ITEM-I)
                 MOVE QT-ITEM-QUALITY (WS-QS-ITEM-I)
                   TO QS-ITEM-QUALITY (WS-QUOTE-COUNT, WS-QS-ITEM-I)
                 MOVE QT-ITEM-RETURN-RSN (WS-QS-ITEM-I)
                   TO QS-RETURN-RSN (WS-QUOTE-COUNT, WS-QS-ITEM-I)
              END-PERFORM
           ELSE
              DISPLAY 'WARNING: QUOTE-STATUS-TABLE FULL - DROPPED '
                 QT-QUOTE-NO
           END-IF.
           PERFORM 172-READ-RFPQUOTE.

       250-WRITE-REPORT-HEADERS.
           MOVE WS-CURRENT-YEAR   TO RL1-YY.
           MOVE WS-CURRENT-MONTH  TO RL1-MM.
           MOVE WS-CURRENT-DAY    TO RL1-DD.
           MOVE WS-RPT-MM         TO ETL-MM.
           MOVE WS-RPT-YYYY       TO ETL-YYYY.

           WRITE WARREXP-RECORD FROM REPORT-LINE1.
           WRITE WARREXP-RECORD FROM EXP-TITLE-LINE.
           WRITE WARREXP-RECORD FROM REPORT-LINE2.
           WRITE WARREXP-RECORD FROM EXP-HEADING-LINE.
           WRITE WARREXP-RECORD FROM REPORT-LINE4.

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

       300-SELECT-EXPIRING.
      *** A REGISTER ROW IS REPORTED WHEN ITS COVERAGE ENDS IN THE
      *** REPORT MONTH AND ITS QUOTE WAS ACCEPTED -- A QUOTE STILL
      *** OPEN, OR LOST, NEVER BECAME A SALE -- AND THE LINE HAS NOT
      *** SINCE BEEN RETURNED. NO REGISTER YET MEANS AN EMPTY REPORT
           OPEN INPUT WARRREG.
           IF WG-FILE-FOUND
              PERFORM 310-READ-WARRREG
              PERFORM 320-CHECK-ONE-WARRANTY UNTIL WG-END-OF-FILE
              CLOSE WARRREG
           END-IF.

       310-READ-WARRREG.
           READ WARRREG
             AT END MOVE 'Y' TO WG-EOF
           END-READ.

       320-CHECK-ONE-WARRANTY.
           ADD 1 TO NUM-REG-READ.
           PERFORM 330-FIND-QUOTE-STATUS.
           IF NOT WS-QUOTE-ACCEPTED
              ADD 1 TO NUM-NOT-ACCEPTED
           ELSE
              PERFORM 335-CHECK-LINE-RETURNED
              IF LINE-RETURNED
                 ADD 1 TO NUM-RETURNED
              ELSE
                 IF WR-END-DATE (1:6) NOT = WS-REPORT-MONTH
                    ADD 1 TO NUM-NOT-DUE
                 ELSE
                    IF WS-EXPIRE-COUNT < 500
                       ADD 1 TO WS-EXPIRE-COUNT
                       MOVE WR-END-DATE   TO WS-EK-END-DATE
                       MOVE WR-ACCOUNT-NO TO WS-EK-ACCOUNT-NO
                       MOVE WR-QUOTE-NO   TO WS-EK-QUOTE-NO
                       MOVE WS-EXPIRE-KEY TO EX-KEY (WS-EXPIRE-COUNT)
                       MOVE WARRANTY-REG-REC
                         TO EX-REC (WS-EXPIRE-COUNT)
                    ELSE
                       DISPLAY 'WARNING: EXPIRE-TABLE FULL - DROPPED '
                          WR-ACCOUNT-NO ' ' WR-QUOTE-NO
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM 310-READ-WARRREG.

       330-FIND-QUOTE-STATUS.
           MOVE SPACE TO WS-QUOTE-STATUS.
           MOVE 0 TO WS-QUOTE-FOUND-I.
           PERFORM VARYING WS-QUOTE-I FROM 1 BY 1
               UNTIL WS-QUOTE-I > WS-QUOTE-COUNT
              IF QS-QUOTE-NO (WS-QUOTE-I) = WR-QUOTE-NO
                 MOVE QS-STATUS (WS-QUOTE-I) TO WS-QUOTE-STATUS
                 MOVE WS-QUOTE-I TO WS-QUOTE-FOUND-I
              END-IF
           END-PERFORM.

       335-CHECK-LINE-RETURNED.
      *** THE REGISTER ROW CARRIES THE INSTRUMENT TYPE AND QUALITY OF
      *** THE QUOTE LINE IT COVERS. A LINE SENT BACK UNDER AN RMA HAS
      *** A RETURN REASON ON THE QUOTE AND IS NO LONGER THE
      *** CUSTOMER'S TO COVER
           MOVE 'N' TO LINE-RETURNED-SW.
           IF WS-QUOTE-FOUND-I > 0
              PERFORM VARYING WS-QS-ITEM-I FROM 1 BY 1
                  UNTIL WS-QS-ITEM-I > 3
                 IF QS-ITEM-TYPE (WS-QUOTE-FOUND-I, WS-QS-ITEM-I)
                       = WR-INSTR-TYPE
                    AND QS-ITEM-QUALITY (WS-QUOTE-FOUND-I, WS-QS-ITEM-I)
                       = WR-QUALITY
                    AND QS-RETURN-RSN (WS-QUOTE-FOUND-I, WS-QS-ITEM-I)
                       NOT = SPACES
                    MOVE 'Y' TO LINE-RETURNED-SW
                 END-IF
              END-PERFORM
           END-IF.

       400-SORT-EXPIRING.
           PERFORM VARYING WS-EX-I FROM 1 BY 1
               UNTIL WS-EX-I >= WS-EXPIRE-COUNT
              PERFORM VARYING WS-EX-J FROM 1 BY 1
                  UNTIL WS-EX-J > WS-EXPIRE-COUNT - WS-EX-I
                 IF EX-KEY (WS-EX-J) > EX-KEY (WS-EX-J + 1)
                    MOVE EXPIRE-TAB (WS-EX-J) TO EXPIRE-SWAP
                    MOVE EXPIRE-TAB (WS-EX-J + 1)
                      TO EXPIRE-TAB (WS-EX-J)
                    MOVE EXPIRE-SWAP TO EXPIRE-TAB (WS-EX-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       500-WRITE-EXPIRING.
           PERFORM VARYING WS-EX-I FROM 1 BY 1
               UNTIL WS-EX-I > WS-EXPIRE-COUNT
              MOVE EX-REC (WS-EX-I) TO WARRANTY-REG-REC
              PERFORM 510-WRITE-EXPIRING-LINE
           END-PERFORM.

       510-WRITE-EXPIRING-LINE.
           MOVE 'N' TO ART-FOUND-SW.
           MOVE SPACES TO EDL-NAME.
           PERFORM VARYING WS-ART-I FROM 1 BY 1
               UNTIL WS-ART-I > WS-ARTIST-COUNT OR ART-FOUND
              IF ART-ACCOUNT-NO (WS-ART-I) = WR-ACCOUNT-NO
                 MOVE ART-NAME (WS-ART-I) TO EDL-NAME
                 MOVE 'Y' TO ART-FOUND-SW
              END-IF
           END-PERFORM.
           MOVE WR-ACCOUNT-NO   TO EDL-ACCOUNT-NO.
           MOVE WR-QUOTE-NO     TO EDL-QUOTE-NO.
           MOVE WR-INSTR-TYPE   TO EDL-TYPE.
           MOVE WR-QUALITY      TO EDL-QUALITY.
           MOVE WR-END-DATE     TO EDL-END-DATE.
           IF WR-EXT-MONTHS > 0 AND WR-EXT-PRICE > 0
              MOVE WR-EXT-MONTHS TO EDL-EXT-MONTHS
              MOVE WR-EXT-PRICE  TO EDL-EXT-PRICE
              ADD 1 TO NUM-WITH-PLAN
              ADD WR-EXT-PRICE TO TOTAL-PLAN-VALUE
           ELSE
              MOVE 'NONE OFFERED' TO EDL-OFFER
           END-IF.
           WRITE WARREXP-RECORD FROM EXP-DETAIL-LINE.
           ADD 1 TO NUM-EXPIRING.

       800-WRITE-FINAL-LINES.
           WRITE WARREXP-RECORD FROM REPORT-LINE4.
           MOVE 'REGISTER ROWS READ:'         TO ECL-LABEL.
           MOVE NUM-REG-READ                  TO ECL-COUNT.
           WRITE WARREXP-RECORD FROM EXP-COUNT-LINE.
           MOVE 'EXPIRING IN MONTH:'          TO ECL-LABEL.
           MOVE NUM-EXPIRING                  TO ECL-COUNT.
           WRITE WARREXP-RECORD FROM EXP-COUNT-LINE.
           MOVE 'WITH EXTENDED PLAN TO OFFER:' TO ECL-LABEL.
           MOVE NUM-WITH-PLAN                 TO ECL-COUNT.
           WRITE WARREXP-RECORD FROM EXP-COUNT-LINE.
           MOVE 'EXTENDED PLAN VALUE:'        TO EAL-LABEL.
           MOVE TOTAL-PLAN-VALUE              TO EAL-AMOUNT.
           WRITE WARREXP-RECORD FROM EXP-AMOUNT-LINE.
           MOVE 'QUOTE NOT ACCEPTED:'         TO ECL-LABEL.
           MOVE NUM-NOT-ACCEPTED              TO ECL-COUNT.
           WRITE WARREXP-RECORD FROM EXP-COUNT-LINE.
           MOVE 'NOT EXPIRING THIS MONTH:'    TO ECL-LABEL.
           MOVE NUM-NOT-DUE                   TO ECL-COUNT.
           WRITE WARREXP-RECORD FROM EXP-COUNT-LINE.
           MOVE 'LINE RETURNED UNDER RMA:'    TO ECL-LABEL.
           MOVE NUM-RETURNED                  TO ECL-COUNT.
           WRITE WARREXP-RECORD FROM EXP-COUNT-LINE.

           PERFORM 870-WRITE-BAL-RECORD.

       870-WRITE-BAL-RECORD.
      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK:
      *** EVERY REGISTER ROW READ IS EITHER LISTED OR PASSED OVER, SO
      *** IN = ROWS READ, OUT = LISTED + NOT ACCEPTED + NOT DUE +
      *** RETURNED, AND ERRORS ARE ROWS DROPPED FOR A FULL TABLE
           OPEN EXTEND BAL-CONTROL-FILE.
           IF NOT BL-FILE-FOUND
              OPEN OUTPUT BAL-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BAL-CONTROL-REC.
           MOVE 'FAVWARR ' TO BAL-PROGRAM.
           MOVE WS-BUSINESS-DATE TO BAL-RUN-DATE.
           MOVE NUM-REG-READ TO BAL-IN-COUNT.
           COMPUTE BAL-OUT-COUNT = NUM-EXPIRING + NUM-NOT-ACCEPTED
                                 + NUM-NOT-DUE + NUM-RETURNED.
           COMPUTE BAL-ERR-COUNT = BAL-IN-COUNT - BAL-OUT-COUNT.
           WRITE BAL-CONTROL-REC.
           CLOSE BAL-CONTROL-FILE.

       900-CLOSE-FILES.
           CLOSE WARREXP.
