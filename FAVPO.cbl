       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVPO.
      *** VENDOR PURCHASE ORDERS FOR MARIA'S MUSIC STORE. CONSOLIDATES
      *** THE INSTRUMENT DEMAND FAVRFP WRITES FOR ACCEPTED QUOTES INTO
      *** ONE PURCHASE ORDER PER VENDOR (SUPPLIER MASTER GIVES THE
      *** VENDOR, COST AND MINIMUM ORDER QUANTITY PER INSTRUMENT TYPE),
      *** POSTS VENDOR RECEIPTS AGAINST THE OPEN PO LINES CARRIED ON
      *** THE PO MASTER, AND REPORTS WHAT IS STILL OUTSTANDING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFPDMND ASSIGN TO RFPDMND.

           SELECT SUPPMAST ASSIGN TO SUPPMAST.

           SELECT POMAST ASSIGN TO POMAST
             FILE STATUS IS PMCODE.

           SELECT PORCPT ASSIGN TO PORCPT
             FILE STATUS IS RPCODE.

           SELECT POOUT ASSIGN TO POOUT.

           SELECT POREG ASSIGN TO POREG.

           SELECT POOPEN ASSIGN TO POOPEN.

           SELECT POERR ASSIGN TO POERR.

           SELECT BAL-CONTROL-FILE ASSIGN TO BALFILE
             FILE STATUS IS BLCODE.

           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
             FILE STATUS IS RCCODE.
       DATA DIVISION.
       FILE SECTION.
       FD  RFPDMND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY RFPDMND.

       FD  SUPPMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPMAST.

      *** PO MASTER: EVERY PO LINE RAISED, OPEN OR CLOSED, CARRIED
      *** FROM RUN TO RUN AND REWRITTEN AT THE END OF EACH RUN
       FD  POMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY POMAST.

      *** VENDOR RECEIPTS: QUANTITY OF AN INSTRUMENT TYPE RECEIVED
      *** AGAINST A PO. A ZERO RECEIPT DATE TAKES THE BUSINESS DATE
       FD  PORCPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PORCPT-RECORD.
       01  PORCPT-RECORD.
           05 RCPT-PO-NUMBER-IN        PIC 9(06).
           05 RCPT-INSTR-TYPE-IN       PIC X(06).
           05 RCPT-QTY-IN              PIC 9(05).
           05 RCPT-DATE-IN             PIC 9(08).
           05 FILLER                   PIC X(55).

      *** PURCHASE ORDERS FOR TRANSMISSION TO THE VENDORS: A HEADER,
      *** ONE DETAIL PER LINE AND A TRAILER FOR EACH PO
       FD  POOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POOUT-RECORD.
       01  POOUT-RECORD                PIC X(80).

       FD  POREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POREG-RECORD.
       01  POREG-RECORD                PIC X(80).

       FD  POOPEN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POOPEN-RECORD.
       01  POOPEN-RECORD               PIC X(80).

      *** REJECTED DEMAND AND RECEIPT RECORDS WITH THE REASON
       FD  POERR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POERR-RECORD.
       01  POERR-RECORD.
           05 POERR-DATA               PIC X(80).
           05 POERR-REASON             PIC X(12).

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
      *** SUPPLIER MASTER TABLE. THE DEMAND FOR EACH INSTRUMENT TYPE
      *** IS ACCUMULATED AGAINST ITS SUPPLIER ROW
       01  SUPPLIER-TABLE.
           05 SUPPLIER-TAB OCCURS 50 TIMES INDEXED BY SUP-IDX.
              10 SUP-INSTR-TYPE        PIC X(06).
              10 SUP-VENDOR-ID         PIC X(06).
              10 SUP-VENDOR-NAME       PIC X(25).
              10 SUP-UNIT-COST         PIC 9(05)V99.
              10 SUP-MIN-ORDER-QTY     PIC 9(03).
              10 SUP-NEEDED-QTY        PIC 9(05).
              10 SUP-ORDERED-SW        PIC X(01).
                 88 SUP-ORDERED        VALUE 'Y'.
              10 SUP-HELD-SW           PIC X(01).
                 88 SUP-HELD           VALUE 'Y'.

       01  WS-SUPPLIER-COUNT           PIC 9(03) VALUE 0.
       01  SUP-EOF                     PIC X(01) VALUE SPACE.
           88 SUP-END-OF-FILE           VALUE 'Y'.
       01  SUP-FOUND-SW                PIC X(01) VALUE 'N'.
           88 SUP-FOUND                 VALUE 'Y'.
       01  WS-SUP-I                    PIC 9(03) VALUE 0.

      *** PO MASTER TABLE: PRIOR PO LINES PLUS THE LINES RAISED THIS
      *** RUN, WRITTEN BACK OUT AS THE NEW PO MASTER
       01  PO-TABLE.
           05 PO-TAB OCCURS 500 TIMES.
              10 PO-NUMBER             PIC 9(06).
              10 PO-LINE-NO            PIC 9(02).
              10 PO-VENDOR-ID          PIC X(06).
              10 PO-INSTR-TYPE         PIC X(06).
              10 PO-QTY-ORDERED        PIC 9(05).
              10 PO-QTY-RECEIVED       PIC 9(05).
              10 PO-UNIT-COST          PIC 9(05)V99.
              10 PO-ORDER-DATE         PIC 9(08).
              10 PO-LAST-RCPT-DATE     PIC 9(08).
              10 PO-STATUS             PIC X(01).
                 88 PO-LINE-OPEN       VALUE 'O'.
                 88 PO-LINE-CLOSED     VALUE 'C'.

       01  WS-PO-COUNT                 PIC 9(03) VALUE 0.
       01  WS-PO-I                     PIC 9(03) VALUE 0.
       01  PMCODE                      PIC X(2)  VALUE SPACES.
           88 PM-FILE-FOUND            VALUE '00'.
       01  PM-EOF                      PIC X(01) VALUE SPACE.
           88 PM-END-OF-FILE            VALUE 'Y'.

       01  RPCODE                      PIC X(2)  VALUE SPACES.
           88 RP-FILE-FOUND            VALUE '00'.
       01  RP-EOF                      PIC X(01) VALUE SPACE.
           88 RP-END-OF-FILE            VALUE 'Y'.
       01  PO-FOUND-SW                 PIC X(01) VALUE 'N'.
           88 PO-FOUND                  VALUE 'Y'.
       01  PO-TABLE-FULL-SW            PIC X(01) VALUE 'N'.
           88 PO-TABLE-FULL             VALUE 'Y'.
       01  PO-ROOM-SW                  PIC X(01) VALUE 'Y'.
           88 PO-ROOM                   VALUE 'Y'.
       01  DEMAND-HELD-SW              PIC X(01) VALUE 'N'.
           88 DEMAND-HELD               VALUE 'Y'.
       01  WS-NEW-LINES                PIC 9(03) VALUE 0.

      *** CLOSED PO LINES ARE KEPT ON THE MASTER FOR A YEAR AFTER
      *** THEIR LAST RECEIPT, THEN DROPPED WHEN IT IS REWRITTEN
       01  WS-PO-KEEP-DAYS             PIC 9(03) VALUE 365.
       01  WS-CLOSE-DATE               PIC 9(08) VALUE 0.
       01  WS-CLOSE-DATE-INT           PIC S9(9) VALUE 0.
       01  PO-PURGE-SW                 PIC X(01) VALUE 'N'.
           88 PO-PURGED                 VALUE 'Y'.
       01  WS-RCPT-DATE                PIC 9(08) VALUE 0.
       01  WS-OUTSTANDING-QTY          PIC 9(05) VALUE 0.

       01  DM-EOF                      PIC X(01) VALUE SPACE.
           88 DM-END-OF-FILE            VALUE 'Y'.

      *** PO NUMBERS CARRY ON FROM THE HIGHEST NUMBER ON THE MASTER
       01  WS-NEXT-PO-NUMBER           PIC 9(06) VALUE 0.
       01  WS-CUR-VENDOR-ID            PIC X(06) VALUE SPACES.
       01  WS-LINE-NO                  PIC 9(02) VALUE 0.
       01  WS-ORDER-QTY                PIC 9(05) VALUE 0.
       01  WS-EXT-COST                 PIC 9(07)V99 VALUE 0.
       01  WS-PO-QTY                   PIC 9(05) VALUE 0.
       01  WS-PO-TOTAL                 PIC 9(09)V99 VALUE 0.
       01  WS-ERROR-REASON             PIC X(12) VALUE SPACES.

      *** BUSINESS DATE FROM THE RUNCTL CARD, FALLING BACK TO THE
      *** SYSTEM DATE WHEN NO CARD IS SUPPLIED
       01  RCCODE                      PIC X(2)  VALUE SPACES.
           88 RC-FILE-FOUND            VALUE '00'.
       01  RC-EOF                      PIC X(1)  VALUE SPACE.
           88 RC-END-OF-FILE           VALUE 'Y'.
       01  WS-BUSINESS-DATE            PIC X(8)  VALUE SPACES.
       01  WS-RUN-YYYYMMDD             PIC 9(08) VALUE 0.
       01  WS-RUN-DATE-INT             PIC S9(9) VALUE 0.
       01  WS-ORDER-DATE-INT           PIC S9(9) VALUE 0.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR    PIC  9(4).
               10  WS-CURRENT-MONTH   PIC  9(2).
               10  WS-CURRENT-DAY     PIC  9(2).

       01  BLCODE                      PIC X(2)  VALUE SPACES.
           88 BL-FILE-FOUND            VALUE '00'.

       01 RUN-TOTALS.
           05 NUM-DEMAND-READ         PIC 9(5) VALUE 0.
           05 NUM-DEMAND-ORDERED      PIC 9(5) VALUE 0.
           05 NUM-DEMAND-BAD          PIC 9(5) VALUE 0.
           05 NUM-DEMAND-HELD         PIC 9(5) VALUE 0.
           05 NUM-RCPT-READ           PIC 9(5) VALUE 0.
           05 NUM-RCPT-POSTED         PIC 9(5) VALUE 0.
           05 NUM-RCPT-BAD            PIC 9(5) VALUE 0.
           05 NUM-PO-RAISED           PIC 9(5) VALUE 0.
           05 NUM-OPEN-LINES          PIC 9(5) VALUE 0.
           05 NUM-LINES-PURGED        PIC 9(5) VALUE 0.
           05 TOTAL-PO-COST           PIC 9(9)V99 VALUE 0.
           05 TOTAL-OPEN-COST         PIC 9(9)V99 VALUE 0.

      *** PURCHASE ORDER RECORD LAYOUTS FOR POOUT
       01 PO-HEADER-REC.
          05 POH-REC-TYPE  PIC X(01) VALUE 'H'.
          05 POH-PO-NUMBER PIC 9(06).
          05 POH-VENDOR-ID PIC X(06).
          05 POH-VENDOR-NAME PIC X(25).
          05 POH-ORDER-DATE PIC 9(08).
          05 FILLER        PIC X(34) VALUE SPACES.

       01 PO-DETAIL-REC.
          05 POD-REC-TYPE  PIC X(01) VALUE 'D'.
          05 POD-PO-NUMBER PIC 9(06).
          05 POD-LINE-NO   PIC 9(02).
          05 POD-INSTR-TYPE PIC X(06).
          05 POD-QTY       PIC 9(05).
          05 POD-UNIT-COST PIC 9(05)V99.
          05 POD-EXT-COST  PIC 9(07)V99.
          05 FILLER        PIC X(44) VALUE SPACES.

       01 PO-TRAILER-REC.
          05 POT-REC-TYPE  PIC X(01) VALUE 'T'.
          05 POT-PO-NUMBER PIC 9(06).
          05 POT-LINE-COUNT PIC 9(02).
          05 POT-TOTAL-QTY PIC 9(05).
          05 POT-TOTAL-COST PIC 9(09)V99.
          05 FILLER        PIC X(55) VALUE SPACES.

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

       01 REG-TITLE-LINE.
          05 FILLER        PIC X(23) VALUE 'PURCHASE ORDER REGISTER'.
          05 FILLER        PIC X(57) VALUE SPACES.

       01 REG-HEADING-LINE.
          05 FILLER        PIC X(08) VALUE 'PO NO'.
          05 FILLER        PIC X(08) VALUE 'VENDOR'.
          05 FILLER        PIC X(26) VALUE 'VENDOR NAME'.
          05 FILLER        PIC X(08) VALUE 'INSTR'.
          05 FILLER        PIC X(06) VALUE '   QTY'.
          05 FILLER        PIC X(11) VALUE '  UNIT COST'.
          05 FILLER        PIC X(13) VALUE '     EXT COST'.

       01 REG-DETAIL-LINE.
          05 RDL-PO-NUMBER PIC 9(06).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RDL-VENDOR-ID PIC X(06).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RDL-VENDOR-NAME PIC X(25).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 RDL-INSTR-TYPE PIC X(06).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RDL-QTY       PIC ZZ,ZZ9.
          05 FILLER        PIC X(01) VALUE SPACES.
          05 RDL-UNIT-COST PIC $$$,$$9.99.
          05 FILLER        PIC X(01) VALUE SPACES.
          05 RDL-EXT-COST  PIC $,$$$,$$9.99.

       01 REG-PO-TOTAL-LINE.
          05 FILLER        PIC X(40) VALUE SPACES.
          05 FILLER        PIC X(10) VALUE 'PO TOTAL: '.
          05 RPT-QTY       PIC ZZ,ZZ9.
          05 FILLER        PIC X(10) VALUE SPACES.
          05 RPT-COST      PIC $$$,$$$,$$9.99.

       01 REG-RCPT-TITLE-LINE.
          05 FILLER        PIC X(17) VALUE 'RECEIPTS POSTED'.
          05 FILLER        PIC X(63) VALUE SPACES.

       01 REG-RCPT-LINE.
          05 RRL-PO-NUMBER PIC 9(06).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RRL-VENDOR-ID PIC X(06).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RRL-INSTR-TYPE PIC X(06).
          05 FILLER        PIC X(11) VALUE '  RECEIVED '.
          05 RRL-QTY       PIC ZZ,ZZ9.
          05 FILLER        PIC X(04) VALUE ' ON '.
          05 RRL-DATE      PIC 9(08).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RRL-STATUS    PIC X(12).
          05 FILLER        PIC X(15) VALUE SPACES.

       01 REG-COUNT-LINE.
          05 RCL-LABEL     PIC X(30).
          05 RCL-COUNT     PIC ZZ,ZZ9.
          05 FILLER        PIC X(44) VALUE SPACES.

       01 REG-GRAND-TOTAL-LINE.
          05 FILLER        PIC X(30) VALUE 'TOTAL COST OF POS RAISED:'.
          05 RGT-COST      PIC $$$$,$$$,$$9.99.
          05 FILLER        PIC X(35) VALUE SPACES.

       01 OPEN-TITLE-LINE.
          05 FILLER        PIC X(29) VALUE
             'OUTSTANDING PURCHASE ORDERS'.
          05 FILLER        PIC X(51) VALUE SPACES.

       01 OPEN-HEADING-LINE.
          05 FILLER        PIC X(08) VALUE 'PO NO'.
          05 FILLER        PIC X(03) VALUE 'LN'.
          05 FILLER        PIC X(08) VALUE 'VENDOR'.
          05 FILLER        PIC X(08) VALUE 'INSTR'.
          05 FILLER        PIC X(08) VALUE ' ORDERED'.
          05 FILLER        PIC X(08) VALUE '  RECVD'.
          05 FILLER        PIC X(08) VALUE '    OPEN'.
          05 FILLER        PIC X(10) VALUE '  ORDERED'.
          05 FILLER        PIC X(06) VALUE '  DAYS'.
          05 FILLER        PIC X(13) VALUE '   OPEN VALUE'.

       01 OPEN-DETAIL-LINE.
          05 ODL-PO-NUMBER PIC 9(06).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 ODL-LINE-NO   PIC 9(02).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 ODL-VENDOR-ID PIC X(06).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 ODL-INSTR-TYPE PIC X(06).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 ODL-ORDERED   PIC ZZ,ZZ9.
          05 FILLER        PIC X(02) VALUE SPACES.
          05 ODL-RECEIVED  PIC ZZ,ZZ9.
          05 FILLER        PIC X(02) VALUE SPACES.
          05 ODL-OPEN      PIC ZZ,ZZ9.
          05 FILLER        PIC X(02) VALUE SPACES.
          05 ODL-ORDER-DATE PIC 9(08).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 ODL-DAYS      PIC ZZZZ9.
          05 FILLER        PIC X(01) VALUE SPACES.
          05 ODL-OPEN-VALUE PIC $$$$,$$9.99.

       01 OPEN-TOTAL-LINE.
          05 FILLER        PIC X(19) VALUE 'OPEN PO LINES:'.
          05 OTL-LINES     PIC ZZ,ZZ9.
          05 FILLER        PIC X(20) VALUE '   OUTSTANDING VALUE'.
          05 FILLER        PIC X(02) VALUE ': '.
          05 OTL-VALUE     PIC $$$$,$$$,$$9.99.
          05 FILLER        PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-POST-RECEIPTS.
           PERFORM 500-PROCESS-DEMAND UNTIL DM-END-OF-FILE.
           PERFORM 600-RAISE-PURCHASE-ORDERS.
           IF DEMAND-HELD
              PERFORM 650-HOLD-DEMAND
           END-IF.
           PERFORM 700-WRITE-OUTSTANDING-REPORT.
           PERFORM 800-WRITE-FINAL-LINES.
           PERFORM 900-CLOSE-FILES.
           IF PO-TABLE-FULL OR DEMAND-HELD
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-HOUSEKEEPING.
           INITIALIZE SUPPLIER-TABLE, PO-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 290-GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-YYYYMMDD).
           PERFORM 150-READ-SUPPMAST.
           PERFORM 160-LOAD-SUPPLIER-TABLE UNTIL SUP-END-OF-FILE.
           PERFORM 170-LOAD-PO-MASTER.
           PERFORM 250-WRITE-REPORT-HEADERS.
           PERFORM 400-READ-RFPDMND.

       200-OPEN-FILES.
           OPEN INPUT RFPDMND, SUPPMAST.
           OPEN OUTPUT POOUT, POREG, POOPEN, POERR.

       150-READ-SUPPMAST.
           READ SUPPMAST
             AT END MOVE 'Y' TO SUP-EOF
           END-READ.

       160-LOAD-SUPPLIER-TABLE.
           IF WS-SUPPLIER-COUNT < 50
              ADD 1 TO WS-SUPPLIER-COUNT
              SET SUP-IDX TO WS-SUPPLIER-COUNT
              MOVE SUPM-INSTR-TYPE    TO SUP-INSTR-TYPE (SUP-IDX)
              MOVE SUPM-VENDOR-ID     TO SUP-VENDOR-ID (SUP-IDX)
              MOVE SUPM-VENDOR-NAME   TO SUP-VENDOR-NAME (SUP-IDX)
              MOVE SUPM-UNIT-COST     TO SUP-UNIT-COST (SUP-IDX)
              MOVE SUPM-MIN-ORDER-QTY TO SUP-MIN-ORDER-QTY (SUP-IDX)
              MOVE 0                  TO SUP-NEEDED-QTY (SUP-IDX)
              MOVE 'N'                TO SUP-ORDERED-SW (SUP-IDX)
              MOVE 'N'                TO SUP-HELD-SW (SUP-IDX)
           ELSE
              DISPLAY 'WARNING: SUPPLIER-TABLE FULL - DROPPED '
                 SUPM-INSTR-TYPE
           END-IF.
           PERFORM 150-READ-SUPPMAST.

       170-LOAD-PO-MASTER.
      *** PICK UP THE PO LINES RAISED BY PRIOR RUNS. NO FILE MEANS NO
      *** PO HAS EVER BEEN RAISED, SO NUMBERING STARTS AT 000001
           OPEN INPUT POMAST.
           IF PM-FILE-FOUND
              PERFORM 172-READ-POMAST
              PERFORM 175-LOAD-ONE-PO-LINE UNTIL PM-END-OF-FILE
              CLOSE POMAST
           END-IF.
           ADD 1 TO WS-NEXT-PO-NUMBER.

       172-READ-POMAST.
           READ POMAST
             AT END MOVE 'Y' TO PM-EOF
           END-READ.

       175-LOAD-ONE-PO-LINE.
           IF WS-PO-COUNT < 500
              ADD 1 TO WS-PO-COUNT
              MOVE POM-PO-NUMBER      TO PO-NUMBER (WS-PO-COUNT)
              MOVE POM-LINE-NO        TO PO-LINE-NO (WS-PO-COUNT)
              MOVE POM-VENDOR-ID      TO PO-VENDOR-ID (WS-PO-COUNT)
              MOVE POM-INSTR-TYPE     TO PO-INSTR-TYPE (WS-PO-COUNT)
              MOVE POM-QTY-ORDERED    TO PO-QTY-ORDERED (WS-PO-COUNT)
              MOVE POM-QTY-RECEIVED   TO PO-QTY-RECEIVED (WS-PO-COUNT)
              MOVE POM-UNIT-COST      TO PO-UNIT-COST (WS-PO-COUNT)
              MOVE POM-ORDER-DATE     TO PO-ORDER-DATE (WS-PO-COUNT)
              MOVE POM-LAST-RCPT-DATE
                TO PO-LAST-RCPT-DATE (WS-PO-COUNT)
              MOVE POM-STATUS         TO PO-STATUS (WS-PO-COUNT)
              IF POM-PO-NUMBER > WS-NEXT-PO-NUMBER
                 MOVE POM-PO-NUMBER TO WS-NEXT-PO-NUMBER
              END-IF
           ELSE
              DISPLAY 'ERROR: PO-TABLE FULL - CANNOT HOLD PO '
                 POM-PO-NUMBER
              MOVE 'Y' TO PO-TABLE-FULL-SW
           END-IF.
           PERFORM 172-READ-POMAST.

       250-WRITE-REPORT-HEADERS.
           MOVE WS-CURRENT-YEAR   TO RL1-YY.
           MOVE WS-CURRENT-MONTH  TO RL1-MM.
           MOVE WS-CURRENT-DAY    TO RL1-DD.

           WRITE POREG-RECORD FROM REPORT-LINE1.
           WRITE POREG-RECORD FROM REG-TITLE-LINE.
           WRITE POREG-RECORD FROM REPORT-LINE2.
           WRITE POREG-RECORD FROM REG-HEADING-LINE.
           WRITE POREG-RECORD FROM REPORT-LINE4.

           WRITE POOPEN-RECORD FROM REPORT-LINE1.
           WRITE POOPEN-RECORD FROM OPEN-TITLE-LINE.
           WRITE POOPEN-RECORD FROM REPORT-LINE2.
           WRITE POOPEN-RECORD FROM OPEN-HEADING-LINE.
           WRITE POOPEN-RECORD FROM REPORT-LINE4.

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

       300-POST-RECEIPTS.
      *** APPLY THE VENDOR RECEIPTS TO THE OPEN PO LINES BEFORE ANY
      *** NEW ORDERS ARE RAISED. THE RECEIPT FILE IS ABSENT ON RUNS
      *** WHERE NOTHING CAME IN
           OPEN INPUT PORCPT.
           IF RP-FILE-FOUND
              WRITE POREG-RECORD FROM REPORT-LINE2
              WRITE POREG-RECORD FROM REG-RCPT-TITLE-LINE
              PERFORM 310-READ-PORCPT
              PERFORM 320-POST-ONE-RECEIPT UNTIL RP-END-OF-FILE
              CLOSE PORCPT
              WRITE POREG-RECORD FROM REPORT-LINE2
           END-IF.

       310-READ-PORCPT.
           READ PORCPT
             AT END MOVE 'Y' TO RP-EOF
           END-READ.
           IF NOT RP-END-OF-FILE
              ADD 1 TO NUM-RCPT-READ
           END-IF.

       320-POST-ONE-RECEIPT.
      *** A RECEIPT MUST NAME AN OPEN LINE ON A KNOWN PO AND CANNOT
      *** TAKE MORE THAN IS STILL OUTSTANDING ON THAT LINE
           MOVE SPACES TO WS-ERROR-REASON.
           MOVE 'N' TO PO-FOUND-SW.
           IF RCPT-PO-NUMBER-IN IS NOT NUMERIC
              OR RCPT-QTY-IN IS NOT NUMERIC
              OR RCPT-QTY-IN = 0
              MOVE 'BAD RECEIPT' TO WS-ERROR-REASON
           ELSE
              PERFORM VARYING WS-PO-I FROM 1 BY 1
                  UNTIL WS-PO-I > WS-PO-COUNT OR PO-FOUND
                 IF PO-NUMBER (WS-PO-I) = RCPT-PO-NUMBER-IN
                    AND PO-INSTR-TYPE (WS-PO-I) = RCPT-INSTR-TYPE-IN
                    AND PO-LINE-OPEN (WS-PO-I)
                    MOVE 'Y' TO PO-FOUND-SW
                 END-IF
              END-PERFORM
              IF PO-FOUND
                 SUBTRACT 1 FROM WS-PO-I
                 COMPUTE WS-OUTSTANDING-QTY =
                    PO-QTY-ORDERED (WS-PO-I) - PO-QTY-RECEIVED (WS-PO-I)
                 IF RCPT-QTY-IN > WS-OUTSTANDING-QTY
                    MOVE 'OVER RECEIPT' TO WS-ERROR-REASON
                 END-IF
              ELSE
                 MOVE 'NO OPEN PO' TO WS-ERROR-REASON
              END-IF
           END-IF.

           IF WS-ERROR-REASON NOT = SPACES
              MOVE PORCPT-RECORD   TO POERR-DATA
              MOVE WS-ERROR-REASON TO POERR-REASON
              WRITE POERR-RECORD
              ADD 1 TO NUM-RCPT-BAD
           ELSE
              PERFORM 330-APPLY-RECEIPT
           END-IF.
           PERFORM 310-READ-PORCPT.

       330-APPLY-RECEIPT.
           IF RCPT-DATE-IN IS NUMERIC AND RCPT-DATE-IN > 0
              MOVE RCPT-DATE-IN TO WS-RCPT-DATE
           ELSE
              MOVE WS-RUN-YYYYMMDD TO WS-RCPT-DATE
           END-IF.
           ADD RCPT-QTY-IN TO PO-QTY-RECEIVED (WS-PO-I).
           MOVE WS-RCPT-DATE TO PO-LAST-RCPT-DATE (WS-PO-I).
           IF PO-QTY-RECEIVED (WS-PO-I) = PO-QTY-ORDERED (WS-PO-I)
              MOVE 'C' TO PO-STATUS (WS-PO-I)
              MOVE 'LINE CLOSED' TO RRL-STATUS
           ELSE
              MOVE 'PARTIAL' TO RRL-STATUS
           END-IF.
           ADD 1 TO NUM-RCPT-POSTED.

           MOVE PO-NUMBER (WS-PO-I)     TO RRL-PO-NUMBER.
           MOVE PO-VENDOR-ID (WS-PO-I)  TO RRL-VENDOR-ID.
           MOVE PO-INSTR-TYPE (WS-PO-I) TO RRL-INSTR-TYPE.
           MOVE RCPT-QTY-IN             TO RRL-QTY.
           MOVE WS-RCPT-DATE            TO RRL-DATE.
           WRITE POREG-RECORD FROM REG-RCPT-LINE.

       400-READ-RFPDMND.
           READ RFPDMND
             AT END MOVE 'Y' TO DM-EOF
           END-READ.
           IF NOT DM-END-OF-FILE
              ADD 1 TO NUM-DEMAND-READ
           END-IF.

       500-PROCESS-DEMAND.
      *** ACCUMULATE THE RUN'S DEMAND AGAINST THE SUPPLIER OF EACH
      *** INSTRUMENT TYPE. A TYPE NO VENDOR SUPPLIES CANNOT BE ORDERED
           MOVE SPACES TO WS-ERROR-REASON.
           IF DM-QTY IS NOT NUMERIC OR DM-QTY = 0
              MOVE 'BAD DEMAND' TO WS-ERROR-REASON
           ELSE
              MOVE 'N' TO SUP-FOUND-SW
              PERFORM VARYING SUP-IDX FROM 1 BY 1
                  UNTIL SUP-IDX > WS-SUPPLIER-COUNT OR SUP-FOUND
                 IF SUP-INSTR-TYPE (SUP-IDX) = DM-INSTR-TYPE
                    ADD DM-QTY TO SUP-NEEDED-QTY (SUP-IDX)
                    MOVE 'Y' TO SUP-FOUND-SW
                 END-IF
              END-PERFORM
              IF NOT SUP-FOUND
                 MOVE 'NO SUPPLIER' TO WS-ERROR-REASON
              END-IF
           END-IF.

           IF WS-ERROR-REASON NOT = SPACES
              MOVE RFP-DEMAND-REC  TO POERR-DATA
              MOVE WS-ERROR-REASON TO POERR-REASON
              WRITE POERR-RECORD
              ADD 1 TO NUM-DEMAND-BAD
           ELSE
              ADD 1 TO NUM-DEMAND-ORDERED
           END-IF.
           PERFORM 400-READ-RFPDMND.

       600-RAISE-PURCHASE-ORDERS.
      *** ONE PO PER VENDOR WITH DEMAND THIS RUN, ONE LINE PER
      *** INSTRUMENT TYPE THAT VENDOR SUPPLIES. A PO IS ONLY RAISED
      *** WHEN ALL ITS LINES FIT ON THE PO MASTER TABLE; OTHERWISE THE
      *** VENDOR'S DEMAND IS HELD FOR A LATER RUN
           PERFORM VARYING WS-SUP-I FROM 1 BY 1
               UNTIL WS-SUP-I > WS-SUPPLIER-COUNT
              IF SUP-NEEDED-QTY (WS-SUP-I) > 0
                 AND NOT SUP-ORDERED (WS-SUP-I)
                 PERFORM 605-CHECK-PO-ROOM
                 IF PO-ROOM
                    PERFORM 610-RAISE-ONE-PO
                 ELSE
                    PERFORM 607-HOLD-VENDOR
                 END-IF
              END-IF
           END-PERFORM.

       605-CHECK-PO-ROOM.
           MOVE 0 TO WS-NEW-LINES.
           PERFORM VARYING SUP-IDX FROM 1 BY 1
               UNTIL SUP-IDX > WS-SUPPLIER-COUNT
              IF SUP-VENDOR-ID (SUP-IDX) = SUP-VENDOR-ID (WS-SUP-I)
                 AND SUP-NEEDED-QTY (SUP-IDX) > 0
                 AND NOT SUP-ORDERED (SUP-IDX)
                 ADD 1 TO WS-NEW-LINES
              END-IF
           END-PERFORM.
           IF WS-PO-COUNT + WS-NEW-LINES > 500
              MOVE 'N' TO PO-ROOM-SW
           ELSE
              MOVE 'Y' TO PO-ROOM-SW
           END-IF.

       607-HOLD-VENDOR.
      *** NOTHING GOES TO POOUT OR POREG FOR THIS VENDOR. ITS SUPPLIER
      *** ROWS ARE MARKED SO 650 CAN SEND THE DEMAND TO POERR
           DISPLAY 'ERROR: PO-TABLE FULL - DEMAND HELD FOR VENDOR '
              SUP-VENDOR-ID (WS-SUP-I).
           MOVE 'Y' TO DEMAND-HELD-SW.
           MOVE SUP-VENDOR-ID (WS-SUP-I) TO WS-CUR-VENDOR-ID.
           PERFORM VARYING SUP-IDX FROM 1 BY 1
               UNTIL SUP-IDX > WS-SUPPLIER-COUNT
              IF SUP-VENDOR-ID (SUP-IDX) = WS-CUR-VENDOR-ID
                 AND SUP-NEEDED-QTY (SUP-IDX) > 0
                 AND NOT SUP-ORDERED (SUP-IDX)
                 MOVE 'Y' TO SUP-ORDERED-SW (SUP-IDX)
                 MOVE 'Y' TO SUP-HELD-SW (SUP-IDX)
              END-IF
           END-PERFORM.

       610-RAISE-ONE-PO.
           MOVE SUP-VENDOR-ID (WS-SUP-I) TO WS-CUR-VENDOR-ID.
           MOVE 0 TO WS-LINE-NO, WS-PO-QTY, WS-PO-TOTAL.

           MOVE WS-NEXT-PO-NUMBER        TO POH-PO-NUMBER.
           MOVE WS-CUR-VENDOR-ID         TO POH-VENDOR-ID.
           MOVE SUP-VENDOR-NAME (WS-SUP-I) TO POH-VENDOR-NAME.
           MOVE WS-RUN-YYYYMMDD          TO POH-ORDER-DATE.
           WRITE POOUT-RECORD FROM PO-HEADER-REC.

           PERFORM VARYING SUP-IDX FROM 1 BY 1
               UNTIL SUP-IDX > WS-SUPPLIER-COUNT
              IF SUP-VENDOR-ID (SUP-IDX) = WS-CUR-VENDOR-ID
                 AND SUP-NEEDED-QTY (SUP-IDX) > 0
                 AND NOT SUP-ORDERED (SUP-IDX)
                 PERFORM 620-WRITE-PO-LINE
              END-IF
           END-PERFORM.

           MOVE WS-NEXT-PO-NUMBER TO POT-PO-NUMBER.
           MOVE WS-LINE-NO        TO POT-LINE-COUNT.
           MOVE WS-PO-QTY         TO POT-TOTAL-QTY.
           MOVE WS-PO-TOTAL       TO POT-TOTAL-COST.
           WRITE POOUT-RECORD FROM PO-TRAILER-REC.

           MOVE WS-PO-QTY   TO RPT-QTY.
           MOVE WS-PO-TOTAL TO RPT-COST.
           WRITE POREG-RECORD FROM REG-PO-TOTAL-LINE.
           WRITE POREG-RECORD FROM REPORT-LINE2.

           ADD WS-PO-TOTAL TO TOTAL-PO-COST.
           ADD 1 TO NUM-PO-RAISED.
           ADD 1 TO WS-NEXT-PO-NUMBER.

       620-WRITE-PO-LINE.
      *** ORDER THE RUN'S DEMAND, ROUNDED UP TO THE VENDOR MINIMUM
           MOVE 'Y' TO SUP-ORDERED-SW (SUP-IDX).
           ADD 1 TO WS-LINE-NO.
           MOVE SUP-NEEDED-QTY (SUP-IDX) TO WS-ORDER-QTY.
           IF WS-ORDER-QTY < SUP-MIN-ORDER-QTY (SUP-IDX)
              MOVE SUP-MIN-ORDER-QTY (SUP-IDX) TO WS-ORDER-QTY
           END-IF.
           COMPUTE WS-EXT-COST =
              WS-ORDER-QTY * SUP-UNIT-COST (SUP-IDX).
           ADD WS-ORDER-QTY TO WS-PO-QTY.
           ADD WS-EXT-COST  TO WS-PO-TOTAL.

           MOVE WS-NEXT-PO-NUMBER        TO POD-PO-NUMBER.
           MOVE WS-LINE-NO               TO POD-LINE-NO.
           MOVE SUP-INSTR-TYPE (SUP-IDX) TO POD-INSTR-TYPE.
           MOVE WS-ORDER-QTY             TO POD-QTY.
           MOVE SUP-UNIT-COST (SUP-IDX)  TO POD-UNIT-COST.
           MOVE WS-EXT-COST              TO POD-EXT-COST.
           WRITE POOUT-RECORD FROM PO-DETAIL-REC.

           MOVE WS-NEXT-PO-NUMBER         TO RDL-PO-NUMBER.
           MOVE WS-CUR-VENDOR-ID          TO RDL-VENDOR-ID.
           MOVE SUP-VENDOR-NAME (SUP-IDX) TO RDL-VENDOR-NAME.
           MOVE SUP-INSTR-TYPE (SUP-IDX)  TO RDL-INSTR-TYPE.
           MOVE WS-ORDER-QTY              TO RDL-QTY.
           MOVE SUP-UNIT-COST (SUP-IDX)   TO RDL-UNIT-COST.
           MOVE WS-EXT-COST               TO RDL-EXT-COST.
           WRITE POREG-RECORD FROM REG-DETAIL-LINE.

           IF WS-PO-COUNT < 500
              ADD 1 TO WS-PO-COUNT
              MOVE WS-NEXT-PO-NUMBER   TO PO-NUMBER (WS-PO-COUNT)
              MOVE WS-LINE-NO          TO PO-LINE-NO (WS-PO-COUNT)
              MOVE WS-CUR-VENDOR-ID    TO PO-VENDOR-ID (WS-PO-COUNT)
              MOVE SUP-INSTR-TYPE (SUP-IDX)
                TO PO-INSTR-TYPE (WS-PO-COUNT)
              MOVE WS-ORDER-QTY        TO PO-QTY-ORDERED (WS-PO-COUNT)
              MOVE 0                   TO PO-QTY-RECEIVED (WS-PO-COUNT)
              MOVE SUP-UNIT-COST (SUP-IDX)
                TO PO-UNIT-COST (WS-PO-COUNT)
              MOVE WS-RUN-YYYYMMDD     TO PO-ORDER-DATE (WS-PO-COUNT)
              MOVE 0 TO PO-LAST-RCPT-DATE (WS-PO-COUNT)
              MOVE 'O'                 TO PO-STATUS (WS-PO-COUNT)
           ELSE
              DISPLAY 'ERROR: PO-TABLE FULL - CANNOT HOLD PO '
                 WS-NEXT-PO-NUMBER ' ' SUP-INSTR-TYPE (SUP-IDX)
              MOVE 'Y' TO PO-TABLE-FULL-SW
           END-IF.

       650-HOLD-DEMAND.
      *** SECOND PASS OVER THE DEMAND FILE: EVERY GOOD DEMAND RECORD
      *** FOR A HELD INSTRUMENT TYPE GOES TO POERR AS IT CAME IN, SO
      *** IT CAN BE FED BACK ONCE THE PO MASTER HAS ROOM
           CLOSE RFPDMND.
           OPEN INPUT RFPDMND.
           MOVE SPACE TO DM-EOF.
           PERFORM 652-REREAD-RFPDMND.
           PERFORM 655-HOLD-ONE-DEMAND UNTIL DM-END-OF-FILE.

       652-REREAD-RFPDMND.
           READ RFPDMND
             AT END MOVE 'Y' TO DM-EOF
           END-READ.

       655-HOLD-ONE-DEMAND.
           IF DM-QTY IS NUMERIC AND DM-QTY > 0
              MOVE 'N' TO SUP-FOUND-SW
              PERFORM VARYING SUP-IDX FROM 1 BY 1
                  UNTIL SUP-IDX > WS-SUPPLIER-COUNT OR SUP-FOUND
                 IF SUP-INSTR-TYPE (SUP-IDX) = DM-INSTR-TYPE
                    MOVE 'Y' TO SUP-FOUND-SW
                    IF SUP-HELD (SUP-IDX)
                       MOVE RFP-DEMAND-REC  TO POERR-DATA
                       MOVE 'DEMAND HELD'  TO POERR-REASON
                       WRITE POERR-RECORD
                       ADD 1 TO NUM-DEMAND-HELD
                       SUBTRACT 1 FROM NUM-DEMAND-ORDERED
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM 652-REREAD-RFPDMND.

       700-WRITE-OUTSTANDING-REPORT.
      *** EVERY PO LINE NOT YET RECEIVED IN FULL, WITH HOW LONG IT
      *** HAS BEEN OPEN AND THE COST STILL TO COME IN
           PERFORM VARYING WS-PO-I FROM 1 BY 1
               UNTIL WS-PO-I > WS-PO-COUNT
              IF PO-LINE-OPEN (WS-PO-I)
                 PERFORM 710-WRITE-OPEN-LINE
              END-IF
           END-PERFORM.
           MOVE NUM-OPEN-LINES  TO OTL-LINES.
           MOVE TOTAL-OPEN-COST TO OTL-VALUE.
           WRITE POOPEN-RECORD FROM REPORT-LINE2.
           WRITE POOPEN-RECORD FROM OPEN-TOTAL-LINE.

       710-WRITE-OPEN-LINE.
           COMPUTE WS-OUTSTANDING-QTY =
              PO-QTY-ORDERED (WS-PO-I) - PO-QTY-RECEIVED (WS-PO-I).
           COMPUTE WS-EXT-COST =
              WS-OUTSTANDING-QTY * PO-UNIT-COST (WS-PO-I).
           COMPUTE WS-ORDER-DATE-INT =
              FUNCTION INTEGER-OF-DATE (PO-ORDER-DATE (WS-PO-I)).
           MOVE PO-NUMBER (WS-PO-I)       TO ODL-PO-NUMBER.
           MOVE PO-LINE-NO (WS-PO-I)      TO ODL-LINE-NO.
           MOVE PO-VENDOR-ID (WS-PO-I)    TO ODL-VENDOR-ID.
           MOVE PO-INSTR-TYPE (WS-PO-I)   TO ODL-INSTR-TYPE.
           MOVE PO-QTY-ORDERED (WS-PO-I)  TO ODL-ORDERED.
           MOVE PO-QTY-RECEIVED (WS-PO-I) TO ODL-RECEIVED.
           MOVE WS-OUTSTANDING-QTY        TO ODL-OPEN.
           MOVE PO-ORDER-DATE (WS-PO-I)   TO ODL-ORDER-DATE.
           COMPUTE ODL-DAYS = WS-RUN-DATE-INT - WS-ORDER-DATE-INT.
           MOVE WS-EXT-COST               TO ODL-OPEN-VALUE.
           WRITE POOPEN-RECORD FROM OPEN-DETAIL-LINE.
           ADD 1 TO NUM-OPEN-LINES.
           ADD WS-EXT-COST TO TOTAL-OPEN-COST.

       800-WRITE-FINAL-LINES.
           WRITE POREG-RECORD FROM REPORT-LINE4.
           MOVE TOTAL-PO-COST TO RGT-COST.
           WRITE POREG-RECORD FROM REG-GRAND-TOTAL-LINE.

           MOVE 'PURCHASE ORDERS RAISED:'  TO RCL-LABEL.
           MOVE NUM-PO-RAISED              TO RCL-COUNT.
           WRITE POREG-RECORD FROM REG-COUNT-LINE.
           MOVE 'DEMAND RECORDS READ:'     TO RCL-LABEL.
           MOVE NUM-DEMAND-READ            TO RCL-COUNT.
           WRITE POREG-RECORD FROM REG-COUNT-LINE.
           MOVE 'DEMAND RECORDS REJECTED:' TO RCL-LABEL.
           MOVE NUM-DEMAND-BAD             TO RCL-COUNT.
           WRITE POREG-RECORD FROM REG-COUNT-LINE.
           MOVE 'DEMAND RECORDS HELD:'     TO RCL-LABEL.
           MOVE NUM-DEMAND-HELD            TO RCL-COUNT.
           WRITE POREG-RECORD FROM REG-COUNT-LINE.
           MOVE 'RECEIPTS READ:'           TO RCL-LABEL.
           MOVE NUM-RCPT-READ              TO RCL-COUNT.
           WRITE POREG-RECORD FROM REG-COUNT-LINE.
           MOVE 'RECEIPTS POSTED:'         TO RCL-LABEL.
           MOVE NUM-RCPT-POSTED            TO RCL-COUNT.
           WRITE POREG-RECORD FROM REG-COUNT-LINE.
           MOVE 'RECEIPTS REJECTED:'       TO RCL-LABEL.
           MOVE NUM-RCPT-BAD               TO RCL-COUNT.
           WRITE POREG-RECORD FROM REG-COUNT-LINE.

           PERFORM 850-WRITE-PO-MASTER.
           PERFORM 870-WRITE-BAL-RECORD.

       850-WRITE-PO-MASTER.
      *** REWRITE THE PO MASTER: PRIOR LINES AS UPDATED BY THIS RUN'S
      *** RECEIPTS, PLUS THE LINES OF THE POS RAISED THIS RUN. IF THE
      *** TABLE RAN OUT OF ROOM, WRITING IT BACK WOULD LOSE PO LINES,
      *** SO THE FILE IS LEFT AS IT WAS AND THE STEP ENDS WITH RC 16.
      *** CLOSED LINES PAST THE RETENTION PERIOD ARE DROPPED
           IF PO-TABLE-FULL
              DISPLAY 'ERROR: PO-TABLE FULL - POMAST NOT REWRITTEN'
           ELSE
              PERFORM 851-REWRITE-PO-MASTER
           END-IF.

       851-REWRITE-PO-MASTER.
           OPEN OUTPUT POMAST.
           PERFORM VARYING WS-PO-I FROM 1 BY 1
               UNTIL WS-PO-I > WS-PO-COUNT
              PERFORM 855-CHECK-PO-PURGE
              IF NOT PO-PURGED
                 PERFORM 852-WRITE-ONE-PO-LINE
              END-IF
           END-PERFORM.
           CLOSE POMAST.
           DISPLAY 'POMAST: ' NUM-LINES-PURGED
              ' CLOSED PO LINES PURGED'.

       852-WRITE-ONE-PO-LINE.
           MOVE SPACES                     TO PO-MASTER-REC.
           MOVE PO-NUMBER (WS-PO-I)        TO POM-PO-NUMBER.
           MOVE PO-LINE-NO (WS-PO-I)       TO POM-LINE-NO.
           MOVE PO-VENDOR-ID (WS-PO-I)     TO POM-VENDOR-ID.
           MOVE PO-INSTR-TYPE (WS-PO-I)    TO POM-INSTR-TYPE.
           MOVE PO-QTY-ORDERED (WS-PO-I)   TO POM-QTY-ORDERED.
           MOVE PO-QTY-RECEIVED (WS-PO-I)  TO POM-QTY-RECEIVED.
           MOVE PO-UNIT-COST (WS-PO-I)     TO POM-UNIT-COST.
           MOVE PO-ORDER-DATE (WS-PO-I)    TO POM-ORDER-DATE.
           MOVE PO-LAST-RCPT-DATE (WS-PO-I)
                                           TO POM-LAST-RCPT-DATE.
           MOVE PO-STATUS (WS-PO-I)        TO POM-STATUS.
           WRITE PO-MASTER-REC.

       855-CHECK-PO-PURGE.
      *** A CLOSED LINE AGES FROM ITS LAST RECEIPT, OR FROM ITS ORDER
      *** DATE WHEN NO RECEIPT DATE WAS CARRIED. A LINE WITH NO USABLE
      *** DATE IS KEPT
           MOVE 'N' TO PO-PURGE-SW.
           IF PO-LINE-CLOSED (WS-PO-I)
              MOVE PO-LAST-RCPT-DATE (WS-PO-I) TO WS-CLOSE-DATE
              IF WS-CLOSE-DATE = 0
                 MOVE PO-ORDER-DATE (WS-PO-I) TO WS-CLOSE-DATE
              END-IF
              IF WS-CLOSE-DATE > 16010100
                 AND WS-CLOSE-DATE (5:2) >= '01'
                 AND WS-CLOSE-DATE (5:2) <= '12'
                 AND WS-CLOSE-DATE (7:2) >= '01'
                 AND WS-CLOSE-DATE (7:2) <= '31'
                 COMPUTE WS-CLOSE-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (WS-CLOSE-DATE)
                 IF WS-RUN-DATE-INT - WS-CLOSE-DATE-INT
                       > WS-PO-KEEP-DAYS
                    MOVE 'Y' TO PO-PURGE-SW
                    ADD 1 TO NUM-LINES-PURGED
                 END-IF
              END-IF
           END-IF.

       870-WRITE-BAL-RECORD.
      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK:
      *** IN = DEMAND + RECEIPTS READ, OUT = DEMAND ORDERED + RECEIPTS
      *** POSTED, ERRORS ARE THE POERR RECORDS (REJECTED OR HELD)
           OPEN EXTEND BAL-CONTROL-FILE.
           IF NOT BL-FILE-FOUND
              OPEN OUTPUT BAL-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BAL-CONTROL-REC.
           MOVE 'FAVPO   ' TO BAL-PROGRAM.
           MOVE WS-BUSINESS-DATE TO BAL-RUN-DATE.
           COMPUTE BAL-IN-COUNT = NUM-DEMAND-READ + NUM-RCPT-READ.
           COMPUTE BAL-OUT-COUNT = NUM-DEMAND-ORDERED + NUM-RCPT-POSTED.
           COMPUTE BAL-ERR-COUNT = NUM-DEMAND-BAD + NUM-DEMAND-HELD
                                 + NUM-RCPT-BAD.
           WRITE BAL-CONTROL-REC.
           CLOSE BAL-CONTROL-FILE.

       900-CLOSE-FILES.
           CLOSE RFPDMND, SUPPMAST, POOUT, POREG, POOPEN, POERR.
