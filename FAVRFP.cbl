
           SELECT RFPCOMM ASSIGN TO RFPCOMM.

           SELECT RFPDMND ASSIGN TO RFPDMND.

           SELECT RFPQUOTE ASSIGN TO RFPQUOTE
             FILE STATUS IS QFCODE.

           SELECT RFPQTRN ASSIGN TO RFPQTRN
             FILE STATUS IS QTCODE.

           SELECT RFPCONV ASSIGN TO RFPCONV.

           SELECT RFPSCHD ASSIGN TO RFPSCHD.

           SELECT RFPPRICE ASSIGN TO RFPPRICE.

           SELECT RFPHIST ASSIGN TO RFPHIST
             FILE STATUS IS DHCODE.

           SELECT RFPDUP ASSIGN TO RFPDUP
             FILE STATUS IS DPCODE.

           SELECT RFPDUPR ASSIGN TO RFPDUPR.

           SELECT WARRTBL ASSIGN TO WARRTBL
             FILE STATUS IS WTCODE.

           SELECT WARRREG ASSIGN TO WARRREG
             FILE STATUS IS WGCODE.

           SELECT BAL-CONTROL-FILE ASSIGN TO BALFILE
             FILE STATUS IS BLCODE.


           SELECT GRANDTOT ASSIGN TO GRANDTOT
             FILE STATUS IS GTCODE.

           SELECT ZONEREG ASSIGN TO ZONEREG
             FILE STATUS IS ZRCODE.

           SELECT RFPSALE ASSIGN TO RFPSALE
             FILE STATUS IS SICODE.

           SELECT RFPRMA ASSIGN TO RFPRMA
             FILE STATUS IS RMCODE.

           SELECT RSTKTBL ASSIGN TO RSTKTBL
             FILE STATUS IS RKCODE.

           SELECT RFPRTNR ASSIGN TO RFPRTNR.
       DATA DIVISION.
       FILE SECTION.
       FD  RFPIN
           05 RATE-AMOUNT-IN           PIC 9(07)V99.
           05 RATE-RENTAL-AMOUNT-IN    PIC 9(05)V99. *> Monthly rental
           05 RATE-LEAD-DAYS-IN        PIC 9(03). *> Shop lead time
           05 RATE-EFF-DATE-IN         PIC 9(08). *> Effective from
           05 FILLER                   PIC X(47).

       FD  SHIPIN
           RECORDING MODE IS F
           DATA RECORD IS RFPCOMM-RECORD.
       01  RFPCOMM-RECORD              PIC X(80).

      *** INSTRUMENT DEMAND: ONE RECORD PER INSTRUMENT ON EVERY QUOTE
      *** ACCEPTED THIS RUN, PICKED UP BY FAVPO TO RAISE THE VENDOR
      *** PURCHASE ORDERS
       FD  RFPDMND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY RFPDMND.

      *** QUOTE FILE: EVERY QUOTE ISSUED AND ITS CURRENT STATUS,
      *** CARRIED FROM RUN TO RUN AND REWRITTEN AT THE END OF EACH RUN
       FD  RFPQUOTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFPQUOTE-RECORD.
       01  RFPQUOTE-RECORD             PIC X(120).

      *** QUOTE TRANSACTIONS: 'A' THE CUSTOMER ACCEPTED THE QUOTE,
      *** 'D' THE CUSTOMER DECLINED IT, KEYED BY QUOTE NUMBER. A ZERO
      *** DATE TAKES THE BUSINESS DATE
       FD  RFPQTRN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFPQTRN-RECORD.
       01  RFPQTRN-RECORD.
           05 QTR-QUOTE-NO-IN          PIC 9(06).
           05 QTR-ACTION-IN            PIC X(01).
           05 QTR-DATE-IN              PIC 9(08).
           05 FILLER                   PIC X(65).

      *** QUOTE ACTIVITY AND MONTHLY CONVERSION REPORT
       FD  RFPCONV
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFPCONV-RECORD.
       01  RFPCONV-RECORD              PIC X(80).

      *** PRICE HISTORY: EVERY RATEIN ROW BY INSTRUMENT, AND THE OPEN
      *** QUOTES A PRICE CHANGE SINCE THEY WERE ISSUED WOULD REPRICE
       FD  RFPPRICE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFPPRICE-RECORD.
       01  RFPPRICE-RECORD             PIC X(80).

      *** ROLLING HISTORY OF REQUESTS PROCESSED, FOR DUPLICATE CHECKS
       FD  RFPHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFPHIST-RECORD.
       01  RFPHIST-RECORD              PIC X(80).

      *** SUSPECTED DUPLICATE REQUESTS AWAITING THE DESK
       FD  RFPDUP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFPDUP-RECORD.
       01  RFPDUP-RECORD               PIC X(160).

       FD  RFPDUPR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFPDUPR-RECORD.
       01  RFPDUPR-RECORD              PIC X(80).

      *** MAKER'S WARRANTY BY INSTRUMENT TYPE: STANDARD MONTHS, AND
      *** THE MONTHS AND PRICE OF THE EXTENDED PLAN WE OFFER ON TOP
       FD  WARRTBL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WARRTBL-RECORD.
       01  WARRTBL-RECORD.
           05 WARR-INSTR-TYPE-IN       PIC X(06).
           05 WARR-STD-MONTHS-IN       PIC 9(03).
           05 WARR-EXT-MONTHS-IN       PIC 9(03).
           05 WARR-EXT-PRICE-IN        PIC 9(05)V99.
           05 FILLER                   PIC X(61).

      *** WARRANTY REGISTER, ADDED TO EVERY RUN AND READ BY FAVWARR
       FD  WARRREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY WARRREG.

      *** SHIP-TO ZONE TO SALES-REGION MAP FOR THE SALES1 INTERFACE
       FD  ZONEREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ZONEREG-RECORD.
       01  ZONEREG-RECORD.
           05 ZR-ZONE-CODE-IN          PIC X(03).
           05 ZR-REGION-IN             PIC X(02).
           05 FILLER                   PIC X(75).

      *** ACCEPTED ORDERS FOR SALES1, ADDED TO EVERY RUN
       FD  RFPSALE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY RFPSALE.

      *** RETURN AUTHORIZATIONS: ONE INSTRUMENT SENT BACK, KEYED BY
      *** ARTIST-ACCOUNT-NO AND INSTRUMENT TYPE. CONDITION IS 'N' AS
      *** NEW, 'U' USED OR 'D' DAMAGED. A ZERO DELIVERY DATE TAKES
      *** THE QUOTE'S ACCEPTANCE DATE, A ZERO RETURN DATE THE
      *** BUSINESS DATE
       FD  RFPRMA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFPRMA-RECORD.
       01  RFPRMA-RECORD.
           05 RMA-NO-IN                PIC X(06).
           05 RMA-ACCOUNT-NO-IN        PIC X(08).
           05 RMA-INSTR-TYPE-IN        PIC X(06).
           05 RMA-REASON-IN            PIC X(02).
           05 RMA-CONDITION-IN         PIC X(01).
           05 RMA-DELIVERY-DATE-IN     PIC 9(08).
           05 RMA-RETURN-DATE-IN       PIC 9(08).
           05 FILLER                   PIC X(41).

      *** RESTOCKING FEES BY RETURN REASON. EACH ROW IS A BAND OF
      *** DAYS SINCE DELIVERY UP TO RSTK-MAX-DAYS-IN; THE NARROWEST
      *** BAND THAT STILL COVERS THE RETURN SETS THE FEE PERCENT
      *** (9V999, E.G. 0150 = 15%). PAST THE WIDEST BAND THE RETURN
      *** IS OUTSIDE THE WINDOW FOR THAT REASON
       FD  RSTKTBL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTKTBL-RECORD.
       01  RSTKTBL-RECORD.
           05 RSTK-REASON-IN           PIC X(02).
           05 RSTK-MAX-DAYS-IN         PIC 9(03).
           05 RSTK-FEE-PCT-IN          PIC 9V999.
           05 FILLER                   PIC X(71).

      *** RETURNS AND RMA REPORT
       FD  RFPRTNR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFPRTNR-RECORD.
       01  RFPRTNR-RECORD              PIC X(80).

      *** PAYMENT SCHEDULE EXTRACT: THE DEPOSIT AND EACH INSTALLMENT
      *** PRINTED FOR A QUOTE, PICKED UP BY FAVPAY FOR THE LEDGER
       FD  RFPSCHD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY RFPSCHD.

      *** ARTIST ACCOUNT MASTER: EVERY ACCOUNT WE MAY SHIP AGAINST,
      *** WITH ITS CREDIT STANDING AND ACTIVE/CLOSED FLAG
       FD  ARTMAST
           05 FILLER                   PIC X(72).

      *** RUN PARAMETERS FOR THE PAYMENT SCHEDULE: DEPOSIT PERCENT
      *** (V99, E.G. 020 = 20%) AND INSTALLMENT TERM IN MONTHS, THE
      *** MANAGER'S APPROVAL LIMIT AND THE QUOTE VALIDITY IN DAYS.
      *** THE DELINQUENCY THRESHOLD IN DAYS IS READ BY FAVPAY
       FD  RFPPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05 PARM-DEPOSIT-PCT-IN      PIC 9V99.
           05 PARM-TERM-MONTHS-IN      PIC 9(02).
           05 PARM-APPROVAL-LIMIT-IN   PIC 9(07)V99.
           05 PARM-QUOTE-VALID-DAYS-IN PIC 9(03).
           05 PARM-DELINQ-DAYS-IN      PIC 9(03).
           05 PARM-DUP-WINDOW-DAYS-IN  PIC 9(03).
           05 FILLER                   PIC X(57).

      *** ORDERS HELD PENDING MANAGER APPROVAL -- FULL RFPIN IMAGES,
      *** CARRIED FROM RUN TO RUN UNTIL RELEASED OR DECLINED
       01  RFPHOLD-RECORD              PIC X(120).

      *** MANAGER APPROVAL TRANSACTIONS: 'R' RELEASES A HELD ORDER,
      *** 'D' PERMANENTLY DECLINES IT, KEYED BY ARTIST-ACCOUNT-NO.
      *** QUEUE 'U' POINTS THE SAME ACTIONS AT A SUSPECTED DUPLICATE
      *** INSTEAD: 'R' QUOTES IT AFTER ALL, 'D' KILLS IT
       FD  RFPAPPR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
       01  RFPAPPR-RECORD.
           05 APPR-ACCOUNT-NO-IN       PIC X(08).
           05 APPR-ACTION-IN           PIC X(01).
           05 APPR-QUEUE-IN            PIC X(01).
           05 FILLER                   PIC X(70).

       FD  BAL-CONTROL-FILE
           RECORDING MODE IS F
              10 RATE-AMOUNT           PIC 9(07)V99.
              10 RATE-RENTAL-AMOUNT    PIC 9(05)V99.
              10 RATE-LEAD-DAYS        PIC 9(03).
              10 RATE-EFF-DATE         PIC 9(08).

       01  WS-RATE-COUNT               PIC 99 VALUE 0.

      *** EVERY RATEIN ROW, PAST, CURRENT AND FUTURE, FOR THE PRICE
      *** HISTORY REPORT. RATE-TABLE ABOVE HOLDS ONLY THE PRICE IN
      *** FORCE ON THE BUSINESS DATE FOR EACH INSTRUMENT TYPE
       01  RATE-HIST-TABLE.
           05 RATE-HIST-TAB OCCURS 60 TIMES.
              10 RH-INSTR-TYPE         PIC X(06).
              10 RH-EFF-DATE           PIC 9(08).
              10 RH-AMOUNT             PIC 9(07)V99.
              10 RH-RENTAL-AMOUNT      PIC 9(05)V99.
              10 RH-LEAD-DAYS          PIC 9(03).
       01  RATE-HIST-SWAP              PIC X(33).
       01  WS-RATE-HIST-COUNT          PIC 9(03) VALUE 0.
       01  WS-RH-I                     PIC 9(03) VALUE 0.
       01  WS-RH-J                     PIC 9(03) VALUE 0.
       01  WS-RATE-EFF-DATE            PIC 9(08) VALUE 0.
       01  WS-OLD-EFF-DATE             PIC S9(9) VALUE 0.
       01  WS-NEW-EFF-DATE             PIC S9(9) VALUE 0.
       01  WS-OLD-PRICE                PIC 9(07)V99 VALUE 0.
       01  WS-NEW-PRICE                PIC 9(07)V99 VALUE 0.
       01  WS-ITEM-I                   PIC 9(01) VALUE 0.
       01  NUM-REPRICE                 PIC 9(4) VALUE 0.
       01  RATE-FOUND-SW               PIC X(01) VALUE 'N'.
           88 RATE-FOUND                VALUE 'Y'.
       01  RATE-MISSING-SW             PIC X(01) VALUE 'N'.
           05 WS-CLK-FOUND-SW          PIC X(01) VALUE 'N'.
              88 WS-CLK-FOUND          VALUE 'Y'.

      *** PARAMETERS FOR THE BDAYLKP BUSINESS CALENDAR. COMMITTED
      *** DELIVERY DATES, QUOTE EXPIRIES AND INSTALLMENT DUE DATES ARE
      *** ROLLED FORWARD OFF WEEKENDS, HOLIDAYS AND CLOSURES
       01  WS-BDAYLKP-FIELDS.
           05 WS-BDY-REQUEST           PIC X(01) VALUE '2'.
           05 WS-BDY-DATE-1            PIC 9(08) VALUE 0.
           05 WS-BDY-DATE-2            PIC 9(08) VALUE 0.
           05 WS-BDY-DAYS              PIC S9(05) VALUE 0.
           05 WS-BDY-DESC              PIC X(30) VALUE SPACES.
           05 WS-BDY-RESULT-SW         PIC X(01) VALUE 'N'.
              88 WS-BDY-RESULT-OK      VALUE 'Y'.

      *** BUSINESS DATE FROM THE RUNCTL CARD, FALLING BACK TO THE
      *** SYSTEM DATE WHEN NO CARD IS SUPPLIED. IT DRIVES THE REPORT
      *** HEADING, THE PAYMENT-SCHEDULE DATES AND THE DELIVERY
       01  WS-INSTALL-NBR              PIC 9(02) VALUE 0.
       01  WS-SCHED-MONTH              PIC 9(02) VALUE 0.
       01  WS-SCHED-YEAR               PIC 9(04) VALUE 0.
       01  WS-SCHED-DAY                PIC 9(02) VALUE 0.

      *** ARTIST MASTER TABLE, LOADED AT STARTUP LIKE RATE-TABLE
       01  ARTIST-TABLE.
           05 APPROVAL-TAB OCCURS 50 TIMES.
              10 APPR-ACCOUNT-NO       PIC X(08).
              10 APPR-ACTION           PIC X(01).
              10 APPR-QUEUE            PIC X(01).
       01  WS-APPR-COUNT               PIC 9(03) VALUE 0.

       01  WS-HOLD-I                   PIC 9(03) VALUE 0.
       01  GTCODE                      PIC X(2)  VALUE SPACES.
           88 GT-FILE-FOUND            VALUE '00'.

      *** QUOTE LIFECYCLE. THE QUOTE FILE IS ABSENT ON THE FIRST RUN
      *** AND THE TRANSACTION FILE ON ANY RUN WITH NO CUSTOMER ANSWERS.
      *** QUOTES ARE HELD AS FULL RECORD IMAGES LIKE THE HELD ORDERS
           COPY RFPQUOTE.
       01  QFCODE                      PIC X(2)  VALUE SPACES.
           88 QF-FILE-FOUND            VALUE '00'.
       01  QF-EOF                      PIC X(01) VALUE SPACE.
           88 QF-END-OF-FILE            VALUE 'Y'.
       01  QTCODE                      PIC X(2)  VALUE SPACES.
           88 QT-FILE-FOUND            VALUE '00'.
       01  QT-EOF                      PIC X(01) VALUE SPACE.
           88 QT-END-OF-FILE            VALUE 'Y'.

       01  QUOTE-TABLE.
           05 QUOTE-TAB OCCURS 1000 TIMES.
              10 QUOTE-TAB-REC         PIC X(120).
       01  WS-QUOTE-COUNT              PIC 9(04) VALUE 0.
       01  WS-QUOTE-I                  PIC 9(04) VALUE 0.
       01  QUOTE-FOUND-SW              PIC X(01) VALUE 'N'.
           88 QUOTE-FOUND               VALUE 'Y'.
       01  QUOTE-TABLE-FULL-SW         PIC X(01) VALUE 'N'.
           88 QUOTE-TABLE-FULL          VALUE 'Y'.
       01  WS-NEXT-QUOTE-NO            PIC 9(06) VALUE 0.
       01  WS-QUOTE-VALID-DAYS         PIC 9(03) VALUE 030.
      *** A DECLINED OR EXPIRED QUOTE IS DROPPED FROM RFPQUOTE THIS
      *** MANY DAYS AFTER IT CLOSED. ACCEPTED QUOTES ARE KEPT FOR THE
      *** RETURNS AND WARRANTY RUNS, OPEN ONES UNTIL THEY CLOSE
       01  WS-QUOTE-KEEP-DAYS          PIC 9(03) VALUE 365.
       01  WS-QUOTE-STATUS-INT         PIC S9(9) VALUE 0.
       01  WS-QUOTES-PURGED            PIC 9(05) VALUE 0.
       01  QUOTE-PURGE-SW              PIC X(01) VALUE 'N'.
           88 QUOTE-PURGED              VALUE 'Y'.
       01  WS-QTR-DATE                 PIC 9(08) VALUE 0.
       01  WS-QTR-RESULT               PIC X(20) VALUE SPACES.

      *** DUPLICATE-REQUEST CHECK. THE HISTORY TABLE HOLDS ONLY ROWS
      *** STILL INSIDE THE WINDOW, SO ANY KEY MATCH IS A SUSPECT. THE
      *** WINDOW DEFAULTS TO 14 DAYS WHEN THE PARAMETER CARD IS SILENT
           COPY RFPHIST.
           COPY RFPDUP.
       01  DHCODE                      PIC X(2)  VALUE SPACES.
           88 DH-FILE-FOUND            VALUE '00'.
       01  DH-EOF                      PIC X(01) VALUE SPACE.
           88 DH-END-OF-FILE            VALUE 'Y'.
       01  DPCODE                      PIC X(2)  VALUE SPACES.
           88 DP-FILE-FOUND            VALUE '00'.
       01  DP-EOF                      PIC X(01) VALUE SPACE.
           88 DP-END-OF-FILE            VALUE 'Y'.
       01  DUP-HIST-TABLE.
           05 DUP-HIST-TAB OCCURS 2000 TIMES.
              10 DUP-HIST-REC          PIC X(80).
       01  WS-DUP-HIST-COUNT           PIC 9(04) VALUE 0.
       01  WS-DH-I                     PIC 9(04) VALUE 0.
       01  SUSPECT-TABLE.
           05 SUSPECT-TAB OCCURS 50 TIMES.
              10 SUSPECT-REC           PIC X(160).
              10 SUSPECT-STATUS        PIC X(01).
                 88 SUSPECT-KEPT       VALUE 'K'.
                 88 SUSPECT-DISPOSED   VALUE 'X'.
       01  WS-SUSPECT-COUNT            PIC 9(03) VALUE 0.
       01  WS-SUS-I                    PIC 9(03) VALUE 0.
       01  WS-DUP-WINDOW-DAYS          PIC 9(03) VALUE 014.
       01  WS-DUP-RUN-INT              PIC S9(9) VALUE 0.
       01  WS-HIST-DATE-INT            PIC S9(9) VALUE 0.
       01  WS-HIST-QUOTE-NO            PIC 9(06) VALUE 0.
       01  WS-HIST-AMOUNT              PIC 9(07)V99 VALUE 0.
       01  DUP-FOUND-SW                PIC X(01) VALUE 'N'.
           88 DUP-FOUND                 VALUE 'Y'.
       01  NUM-SUSPECT                 PIC 9(4) VALUE 0.
       01  NUM-DUP-RELEASED            PIC 9(4) VALUE 0.
       01  NUM-DUP-KILLED              PIC 9(4) VALUE 0.
       01  NUM-DUP-PENDING             PIC 9(4) VALUE 0.

      *** WARRANTY TABLE AND REGISTRATION WORK FIELDS. NO WARRTBL
      *** FILE MEANS NO WARRANTIES ARE REGISTERED OR OFFERED
       01  WARR-TABLE.
           05 WARR-TAB OCCURS 18 TIMES.
              10 WARR-INSTR-TYPE       PIC X(06).
              10 WARR-STD-MONTHS       PIC 9(03).
              10 WARR-EXT-MONTHS       PIC 9(03).
              10 WARR-EXT-PRICE        PIC 9(05)V99.
       01  WS-WARR-COUNT               PIC 99 VALUE 0.
       01  WS-WARR-I                   PIC 99 VALUE 0.
       01  WTCODE                      PIC X(2)  VALUE SPACES.
           88 WT-FILE-FOUND            VALUE '00'.
       01  WT-EOF                      PIC X(01) VALUE SPACE.
           88 WT-END-OF-FILE            VALUE 'Y'.
       01  WGCODE                      PIC X(2)  VALUE SPACES.
           88 WG-FILE-FOUND            VALUE '00'.
       01  WARR-FOUND-SW               PIC X(01) VALUE 'N'.
           88 WARR-FOUND                VALUE 'Y'.
       01  WS-ADD-MONTHS-FIELDS.
           05 WS-AM-FROM-DATE          PIC 9(08) VALUE 0.
           05 WS-AM-MONTHS             PIC 9(03) VALUE 0.
           05 WS-AM-RESULT-DATE        PIC 9(08) VALUE 0.
           05 WS-AM-TOTAL-MONTHS       PIC 9(06) VALUE 0.
           05 WS-AM-YEAR               PIC 9(04) VALUE 0.
           05 WS-AM-MONTH              PIC 9(02) VALUE 0.
           05 WS-AM-DAY                PIC 9(02) VALUE 0.
           05 WS-AM-LAST-DAY           PIC 9(02) VALUE 0.
           05 WS-AM-NEXT-FIRST         PIC 9(08) VALUE 0.
           05 WS-AM-CLAMP-SW           PIC X(01) VALUE 'N'.
              88 WS-AM-CLAMPED          VALUE 'Y'.
       01  NUM-WARR-REG                PIC 9(4) VALUE 0.

      *** SHIP-TO ZONE TO SALES-REGION MAP. NO ZONEREG FILE LEAVES
      *** EVERY ZONE UNMAPPED; THE ORDERS STILL GO TO SALES1 WITH A
      *** BLANK REGION SO ITS RECONCILIATION CAN LIST THEM
       01  ZONE-REGION-TABLE.
           05 ZONE-REGION-TAB OCCURS 20 TIMES.
              10 ZRT-ZONE-CODE         PIC X(03).
              10 ZRT-REGION            PIC X(02).
       01  WS-ZONEREG-COUNT            PIC 99 VALUE 0.
       01  WS-ZONEREG-I                PIC 99 VALUE 0.
       01  ZRCODE                      PIC X(2)  VALUE SPACES.
           88 ZR-FILE-FOUND            VALUE '00'.
       01  ZR-EOF                      PIC X(01) VALUE SPACE.
           88 ZR-END-OF-FILE            VALUE 'Y'.
       01  ZONEREG-FOUND-SW            PIC X(01) VALUE 'N'.
           88 ZONEREG-FOUND             VALUE 'Y'.
       01  SICODE                      PIC X(2)  VALUE SPACES.
           88 SI-FILE-FOUND            VALUE '00'.
       01  WS-SI-MONTH                 PIC 9(02) VALUE 0.
       01  NUM-SALES-SENT              PIC 9(4) VALUE 0.
       01  NUM-ZONE-UNMAPPED           PIC 9(4) VALUE 0.

      *** RETURNS (RMA). EITHER FILE MAY BE ABSENT; WITH NO FEE TABLE
      *** NO REASON CODE IS RECOGNISED, SO EVERY RMA IS REJECTED. A
      *** CREDITED RETURN COMES OFF THE RUN'S TOTALS -- AND SO THE
      *** YEAR-TO-DATE TOTAL -- AND OFF ITS GENRE'S FIGURES
       01  RMCODE                      PIC X(2)  VALUE SPACES.
           88 RM-FILE-FOUND            VALUE '00'.
       01  RM-EOF                      PIC X(01) VALUE SPACE.
           88 RM-END-OF-FILE            VALUE 'Y'.
       01  RKCODE                      PIC X(2)  VALUE SPACES.
           88 RK-FILE-FOUND            VALUE '00'.
       01  RK-EOF                      PIC X(01) VALUE SPACE.
           88 RK-END-OF-FILE            VALUE 'Y'.
       01  RSTK-TABLE.
           05 RSTK-TAB OCCURS 30 TIMES.
              10 RSTK-REASON           PIC X(02).
              10 RSTK-MAX-DAYS         PIC 9(03).
              10 RSTK-FEE-PCT          PIC 9V999.
       01  WS-RSTK-COUNT               PIC 99 VALUE 0.
       01  WS-RSTK-I                   PIC 99 VALUE 0.
       01  RSTK-FOUND-SW               PIC X(01) VALUE 'N'.
           88 RSTK-FOUND                VALUE 'Y'.
       01  RSTK-REASON-SW              PIC X(01) VALUE 'N'.
           88 RSTK-REASON-KNOWN         VALUE 'Y'.
       01  WS-RMA-FIELDS.
           05 WS-RMA-RESULT            PIC X(17) VALUE SPACES.
           05 WS-RMA-QUOTE-I           PIC 9(04) VALUE 0.
           05 WS-RMA-ITEM              PIC 9(01) VALUE 0.
           05 WS-RMA-ITEMS             PIC 9(01) VALUE 0.
           05 WS-RMA-SALE-SW           PIC X(01) VALUE 'N'.
              88 RMA-SALE-FOUND         VALUE 'Y'.
           05 WS-RMA-RENTAL-SW         PIC X(01) VALUE 'N'.
              88 RMA-RENTAL-SEEN        VALUE 'Y'.
           05 WS-RMA-RETURNED-SW       PIC X(01) VALUE 'N'.
              88 RMA-RETURNED-SEEN      VALUE 'Y'.
           05 WS-RMA-DELIVERY-DATE     PIC 9(08) VALUE 0.
           05 WS-RMA-RETURN-DATE       PIC 9(08) VALUE 0.
           05 WS-RMA-DELIVERY-INT      PIC S9(9) VALUE 0.
           05 WS-RMA-RETURN-INT        PIC S9(9) VALUE 0.
           05 WS-RMA-DAYS              PIC S9(9) VALUE 0.
           05 WS-RMA-BAND-DAYS         PIC 9(03) VALUE 0.
           05 WS-RMA-FEE-PCT           PIC 9V999 VALUE 0.
           05 WS-RMA-ITEM-SUM          PIC 9(07)V99 VALUE 0.
           05 WS-RMA-PRICE             PIC S9(7)V99 VALUE 0.
           05 WS-RMA-FEE               PIC S9(7)V99 VALUE 0.
           05 WS-RMA-CREDIT            PIC S9(7)V99 VALUE 0.
       01  WS-ITEM-COST-TABLE.
           05 WS-ITEM-COST OCCURS 3 TIMES PIC S9(7)V99.
       01  NUM-RMA-READ                PIC 9(4) VALUE 0.
       01  NUM-RETURNS                 PIC 9(4) VALUE 0.
       01  NUM-RMA-REJECTED            PIC 9(4) VALUE 0.
       01  TOTAL-RETURN-CREDITS        PIC S9(9)V99 VALUE 0.
       01  TOTAL-RESTOCK-FEES          PIC S9(9)V99 VALUE 0.

      *** RETURN STATISTICS. THE RUN COLUMNS ARE THIS RUN'S CREDITED
      *** RMAS; SOLD AND ON-FILE COUNT THE PURCHASED LINES ON EVERY
      *** ACCEPTED QUOTE ON FILE AND HOW MANY OF THEM CAME BACK
       01  RTN-REASON-TABLE.
           05 RTN-REASON-TAB OCCURS 20 TIMES.
              10 RRS-REASON            PIC X(02).
              10 RRS-RUN-COUNT         PIC 9(04).
              10 RRS-RUN-CREDIT        PIC S9(7)V99.
              10 RRS-RUN-FEES          PIC S9(7)V99.
              10 RRS-FILE-COUNT        PIC 9(05).
       01  WS-RRS-COUNT                PIC 99 VALUE 0.
       01  WS-RRS-I                    PIC 99 VALUE 0.
       01  WS-RRS-KEY                  PIC X(02) VALUE SPACES.
       01  RTN-TYPE-TABLE.
           05 RTN-TYPE-TAB OCCURS 20 TIMES.
              10 RTY-TYPE              PIC X(06).
              10 RTY-SOLD              PIC 9(05).
              10 RTY-RETURNED          PIC 9(05).
              10 RTY-RUN-COUNT         PIC 9(04).
              10 RTY-RUN-CREDIT        PIC S9(7)V99.
       01  WS-RTY-COUNT                PIC 99 VALUE 0.
       01  WS-RTY-I                    PIC 99 VALUE 0.
       01  WS-RTY-KEY                  PIC X(06) VALUE SPACES.
       01  WS-RTN-TOTALS.
           05 WS-RTN-TOT-SOLD          PIC 9(05) VALUE 0.
           05 WS-RTN-TOT-RETURNED      PIC 9(05) VALUE 0.
           05 WS-RTN-PCT               PIC 9(03)V9 VALUE 0.

       01  NUM-QUOTED                  PIC 9(4) VALUE 0.
       01  NUM-ACCEPTED                PIC 9(4) VALUE 0.
       01  NUM-QDECLINED               PIC 9(4) VALUE 0.
       01  NUM-EXPIRED                 PIC 9(4) VALUE 0.
       01  NUM-QTR-REJECTED            PIC 9(4) VALUE 0.

      *** CONVERSION ACCUMULATORS FOR THE BUSINESS MONTH -- BUILT ONCE
      *** BY GENRE AND THEN AGAIN BY INSTRUMENT TYPE. LOST VALUE IS
      *** WHAT WAS QUOTED BUT DECLINED OR LEFT TO EXPIRE
       01  CONV-TABLE.
           05 CONV-TAB OCCURS 20 TIMES INDEXED BY CONV-IDX.
              10 CONV-KEY              PIC X(09).
              10 CONV-ISSUED           PIC 9(05).
              10 CONV-ISSUED-AMT       PIC 9(09)V99.
              10 CONV-WON              PIC 9(05).
              10 CONV-WON-AMT          PIC 9(09)V99.
              10 CONV-OPEN             PIC 9(05).
              10 CONV-LOST-AMT         PIC 9(09)V99.
       01  WS-CONV-COUNT               PIC 9(02) VALUE 0.
       01  WS-CONV-KEY                 PIC X(09) VALUE SPACES.
       01  CONV-FOUND-SW               PIC X(01) VALUE 'N'.
           88 CONV-FOUND                VALUE 'Y'.
       01  CONV-BY-SW                  PIC X(01) VALUE 'G'.
           88 CONV-BY-GENRE             VALUE 'G'.
           88 CONV-BY-INSTRUMENT        VALUE 'I'.
       01  CONV-TOTALS.
           05 CONV-TOT-ISSUED          PIC 9(05).
           05 CONV-TOT-ISSUED-AMT      PIC 9(09)V99.
           05 CONV-TOT-WON             PIC 9(05).
           05 CONV-TOT-WON-AMT         PIC 9(09)V99.
           05 CONV-TOT-OPEN            PIC 9(05).
           05 CONV-TOT-LOST-AMT        PIC 9(09)V99.
       01  WS-CONV-PCT                 PIC 9(03)V9 VALUE 0.

       01  GENRE-TABLE.
           05 GENRE-TAB OCCURS 6 TIMES INDEXED BY GENRE-IDX.
              10 GENRE-NAME            PIC X(09).

       01 REPORT-LINE8.
          05 FILLER        PIC X(24) VALUE 'INSTRUMENT GRAND TOTAL: '.
          05 RL8-GRAND-TOTAL PIC $$$$,$$$,$99.99-.
          05 FILLER        PIC X(40) VALUE SPACES.

       01 REPORT-LINE9.
          05 FILLER        PIC X(14) VALUE 'GENRE SUBTOTAL'.
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RL9-GENRE-NAME PIC X(09).
          05 FILLER        PIC X(02) VALUE ': '.
          05 RL9-GENRE-TOTAL PIC $$$$,$$$,$99.99-.
          05 FILLER        PIC X(04) VALUE ' R: '.
          05 RL9-GENRE-RENTAL PIC $$$,$$$,$99.99.
          05 FILLER        PIC X(04) VALUE ' P: '.
          05 RL9-GENRE-PURCHASE PIC $$,$$$,$99.99-.
          05 FILLER        PIC X(01) VALUE SPACES.

       01 REPORT-LINE9A.

       01 REPORT-LINE9B.
          05 FILLER        PIC X(24) VALUE 'PURCHASE REVENUE TOTAL: '.
          05 RL9B-PURCHASE-TOTAL PIC $$$$,$$$,$99.99-.
          05 FILLER        PIC X(40) VALUE SPACES.

       01 REPORT-LINE11.
          05 RL13-NUM-DECLINED PIC Z,ZZ9.
          05 FILLER        PIC X(48) VALUE SPACES.

       01 REPORT-LINE14.
          05 FILLER        PIC X(26) VALUE 'SUSPECTED DUPLICATES:     '.
          05 RL14-NUM-SUSPECT PIC Z,ZZ9.
          05 FILLER        PIC X(48) VALUE SPACES.

       01 REPORT-LINE15.
          05 FILLER        PIC X(26) VALUE 'WARRANTIES REGISTERED:    '.
          05 RL15-NUM-WARR PIC Z,ZZ9.
          05 FILLER        PIC X(48) VALUE SPACES.

       01 REPORT-LINE16.
          05 FILLER        PIC X(26) VALUE 'ORDERS SENT TO SALES:     '.
          05 RL16-NUM-SENT PIC Z,ZZ9.
          05 FILLER        PIC X(48) VALUE SPACES.

       01 REPORT-LINE17.
          05 FILLER        PIC X(26) VALUE '  ZONE NOT MAPPED:        '.
          05 RL17-NUM-UNMAPPED PIC Z,ZZ9.
          05 FILLER        PIC X(48) VALUE SPACES.

       01 REPORT-LINE18.
          05 FILLER        PIC X(26) VALUE 'RETURNS CREDITED:         '.
          05 RL18-NUM-RETURNS PIC Z,ZZ9.
          05 FILLER        PIC X(48) VALUE SPACES.

       01 REPORT-LINE8A.
          05 FILLER        PIC X(24) VALUE '  INCL RETURN CREDITS:  '.
          05 RL8A-CREDITS  PIC $$$$,$$$,$99.99-.
          05 FILLER        PIC X(40) VALUE SPACES.

       01 RTN-TITLE-LINE.
          05 FILLER        PIC X(27) VALUE
             'RETURNS AND RMA ACTIVITY - '.
          05 RTT-MM        PIC 9(02).
          05 FILLER        PIC X(01) VALUE '/'.
          05 RTT-YYYY      PIC 9(04).
          05 FILLER        PIC X(46) VALUE SPACES.

       01 RTN-HEADING-LINE.
          05 FILLER        PIC X(40) VALUE
             'RMA    ACCOUNT  TYPE   RS C DAYS     PRI'.
          05 FILLER        PIC X(40) VALUE
             'CE       FEE    CREDIT RESULT'.

       01 RTN-DETAIL-LINE.
          05 RDL-RMA-NO    PIC X(06).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 RDL-ACCOUNT-NO PIC X(08).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 RDL-TYPE      PIC X(06).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 RDL-REASON    PIC X(02).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 RDL-CONDITION PIC X(01).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 RDL-DAYS      PIC ZZZ9.
          05 FILLER        PIC X(01) VALUE SPACES.
          05 RDL-PRICE     PIC $$,$$9.99.
          05 FILLER        PIC X(01) VALUE SPACES.
          05 RDL-FEE       PIC $$,$$9.99.
          05 FILLER        PIC X(01) VALUE SPACES.
          05 RDL-CREDIT    PIC $$,$$9.99.
          05 FILLER        PIC X(01) VALUE SPACES.
          05 RDL-RESULT    PIC X(17).

       01 RTN-REASON-HEADING.
          05 FILLER        PIC X(40) VALUE
             'RSN   THIS RUN        CREDITED    RESTOC'.
          05 FILLER        PIC X(40) VALUE
             'K FEES ON FILE    RATE'.

       01 RTN-REASON-LINE.
          05 RRL-REASON    PIC X(05).
          05 FILLER        PIC X(03) VALUE SPACES.
          05 RRL-RUN-COUNT PIC ZZ,ZZ9.
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RRL-CREDIT    PIC $$$,$$$,$$9.99.
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RRL-FEES      PIC $$$,$$$,$$9.99.
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RRL-FILE-COUNT PIC ZZ,ZZ9.
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RRL-PCT       PIC ZZ9.9.
          05 FILLER        PIC X(01) VALUE '%'.
          05 FILLER        PIC X(18) VALUE SPACES.

       01 RTN-TYPE-HEADING.
          05 FILLER        PIC X(40) VALUE
             'TYPE      SOLD  RETURNED     RATE THIS R'.
          05 FILLER        PIC X(40) VALUE
             'UN        CREDITED'.

       01 RTN-TYPE-LINE.
          05 RIL-TYPE      PIC X(06).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RIL-SOLD      PIC ZZ,ZZ9.
          05 FILLER        PIC X(04) VALUE SPACES.
          05 RIL-RETURNED  PIC ZZ,ZZ9.
          05 FILLER        PIC X(03) VALUE SPACES.
          05 RIL-PCT       PIC ZZ9.9.
          05 FILLER        PIC X(01) VALUE '%'.
          05 FILLER        PIC X(03) VALUE SPACES.
          05 RIL-RUN-COUNT PIC ZZ,ZZ9.
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RIL-CREDIT    PIC $$$,$$$,$$9.99.
          05 FILLER        PIC X(22) VALUE SPACES.

       01 WARRANTY-LINE.
          05 FILLER        PIC X(12) VALUE '  WARRANTY: '.
          05 WL-INSTR-TYPE PIC X(06).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 WL-MONTHS     PIC ZZ9.
          05 FILLER        PIC X(16) VALUE ' MONTHS THROUGH '.
          05 WL-MM         PIC 9(02).
          05 FILLER        PIC X(01) VALUE '/'.
          05 WL-DD         PIC 9(02).
          05 FILLER        PIC X(01) VALUE '/'.
          05 WL-YYYY       PIC 9(04).
          05 FILLER        PIC X(32) VALUE SPACES.

       01 EXTENDED-PLAN-LINE.
          05 FILLER        PIC X(27) VALUE
             '    OPTIONAL EXTENDED PLAN:'.
          05 EPL-MONTHS    PIC ZZ9.
          05 FILLER        PIC X(16) VALUE ' MORE MONTHS TO '.
          05 EPL-MM        PIC 9(02).
          05 FILLER        PIC X(01) VALUE '/'.
          05 EPL-DD        PIC 9(02).
          05 FILLER        PIC X(01) VALUE '/'.
          05 EPL-YYYY      PIC 9(04).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 EPL-PRICE     PIC $$$,$99.99.
          05 FILLER        PIC X(12) VALUE SPACES.

       01 SCHEDULE-DEPOSIT-LINE.
          05 FILLER        PIC X(20) VALUE '  DEPOSIT AT ORDER: '.
          05 SDL-DEPOSIT   PIC $,$$$,$99.99.

       01 REPORT-LINE10.
          05 FILLER        PIC X(24) VALUE 'FISCAL YEAR-TO-DATE TOT:'.
          05 RL10-YTD-TOTAL PIC $$$$,$$$,$99.99-.
          05 FILLER        PIC X(40) VALUE SPACES.

       01 QUOTE-NUMBER-LINE.
          05 FILLER        PIC X(12) VALUE '  QUOTE NO: '.
          05 QNL-QUOTE-NO  PIC 9(06).
          05 FILLER        PIC X(17) VALUE '  VALID THROUGH: '.
          05 QNL-MM        PIC 9(02).
          05 FILLER        PIC X(01) VALUE '/'.
          05 QNL-DD        PIC 9(02).
          05 FILLER        PIC X(01) VALUE '/'.
          05 QNL-YYYY      PIC 9(04).
          05 FILLER        PIC X(35) VALUE SPACES.

       01 CONV-TITLE-LINE.
          05 FILLER        PIC X(32) VALUE
             'QUOTE ACTIVITY AND CONVERSION - '.
          05 CTL-MM        PIC 9(02).
          05 FILLER        PIC X(01) VALUE '/'.
          05 CTL-YYYY      PIC 9(04).
          05 FILLER        PIC X(41) VALUE SPACES.

       01 CONV-SECTION-LINE.
          05 CSL-TEXT      PIC X(40).
          05 FILLER        PIC X(40) VALUE SPACES.

       01 CONV-ACTIVITY-LINE.
          05 FILLER        PIC X(08) VALUE '  QUOTE '.
          05 CAL-QUOTE-NO  PIC 9(06).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 CAL-ACCOUNT-NO PIC X(08).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 CAL-AMOUNT    PIC $,$$$,$$9.99.
          05 FILLER        PIC X(02) VALUE SPACES.
          05 CAL-RESULT    PIC X(20).
          05 FILLER        PIC X(20) VALUE SPACES.

       01 CONV-HEADING-LINE.
          05 CHL-KEY       PIC X(10).
          05 FILLER        PIC X(07) VALUE ' ISSUED'.
          05 FILLER        PIC X(14) VALUE '  ISSUED VALUE'.
          05 FILLER        PIC X(05) VALUE '  WON'.
          05 FILLER        PIC X(14) VALUE '     WON VALUE'.
          05 FILLER        PIC X(07) VALUE '  CONV%'.
          05 FILLER        PIC X(05) VALUE ' OPEN'.
          05 FILLER        PIC X(14) VALUE '    LOST VALUE'.
          05 FILLER        PIC X(04) VALUE SPACES.

       01 CONV-DETAIL-LINE.
          05 CDL-KEY       PIC X(09).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 CDL-ISSUED    PIC ZZ,ZZ9.
          05 FILLER        PIC X(01) VALUE SPACES.
          05 CDL-ISSUED-AMT PIC $$$,$$$,$$9.99.
          05 CDL-WON       PIC Z,ZZ9.
          05 CDL-WON-AMT   PIC $$$,$$$,$$9.99.
          05 FILLER        PIC X(01) VALUE SPACES.
          05 CDL-PCT       PIC ZZ9.9.
          05 FILLER        PIC X(01) VALUE '%'.
          05 CDL-OPEN      PIC Z,ZZ9.
          05 CDL-LOST-AMT  PIC $$$,$$$,$$9.99.
          05 FILLER        PIC X(04) VALUE SPACES.

       01 CONV-COUNT-LINE.
          05 CCL-LABEL     PIC X(30).
          05 CCL-COUNT     PIC Z,ZZ9.
          05 FILLER        PIC X(45) VALUE SPACES.

       01 PRICE-TITLE-LINE.
          05 FILLER        PIC X(40) VALUE
             'INSTRUMENT PRICE HISTORY'.
          05 FILLER        PIC X(40) VALUE SPACES.

       01 PRICE-HEADING-LINE.
          05 FILLER        PIC X(08) VALUE 'TYPE'.
          05 FILLER        PIC X(10) VALUE 'EFFECTIVE'.
          05 FILLER        PIC X(15) VALUE '       PURCHASE'.
          05 FILLER        PIC X(12) VALUE '      RENTAL'.
          05 FILLER        PIC X(09) VALUE '  LEAD'.
          05 FILLER        PIC X(26) VALUE 'STATUS'.

       01 PRICE-DETAIL-LINE.
          05 PDL-TYPE      PIC X(06).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 PDL-EFF-DATE  PIC X(08).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 PDL-AMOUNT    PIC $$,$$$,$$9.99.
          05 FILLER        PIC X(02) VALUE SPACES.
          05 PDL-RENTAL    PIC $$$,$$9.99.
          05 FILLER        PIC X(03) VALUE SPACES.
          05 PDL-LEAD      PIC ZZ9.
          05 FILLER        PIC X(03) VALUE SPACES.
          05 PDL-STATUS    PIC X(08).
          05 FILLER        PIC X(20) VALUE SPACES.

       01 REPRICE-HEADING-LINE.
          05 FILLER        PIC X(08) VALUE 'QUOTE'.
          05 FILLER        PIC X(10) VALUE 'ACCOUNT'.
          05 FILLER        PIC X(10) VALUE 'TYPE  R/B'.
          05 FILLER        PIC X(09) VALUE 'QUOTED'.
          05 FILLER        PIC X(11) VALUE '  OLD PRICE'.
          05 FILLER        PIC X(11) VALUE '  NEW PRICE'.
          05 FILLER        PIC X(10) VALUE ' EFFECTIVE'.
          05 FILLER        PIC X(11) VALUE ' EXPIRES'.

       01 REPRICE-DETAIL-LINE.
          05 RPL-QUOTE-NO  PIC 9(06).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RPL-ACCOUNT-NO PIC X(08).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RPL-TYPE      PIC X(06).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 RPL-RENT-BUY  PIC X(01).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RPL-QUOTE-DATE PIC 9(08).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 RPL-OLD-PRICE PIC $$$,$$9.99.
          05 FILLER        PIC X(01) VALUE SPACES.
          05 RPL-NEW-PRICE PIC $$$,$$9.99.
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RPL-EFF-DATE  PIC 9(08).
          05 FILLER        PIC X(02) VALUE SPACES.
          05 RPL-EXPIRY    PIC 9(08).
          05 FILLER        PIC X(02) VALUE SPACES.

       01 DUP-TITLE-LINE.
          05 FILLER        PIC X(38) VALUE
             'SUSPECTED DUPLICATE REQUESTS - WINDOW '.
          05 DTL-DAYS      PIC ZZ9.
          05 FILLER        PIC X(05) VALUE ' DAYS'.
          05 FILLER        PIC X(34) VALUE SPACES.

       01 DUP-HEADING-LINE.
          05 FILLER        PIC X(09) VALUE 'ACCOUNT'.
          05 FILLER        PIC X(13) VALUE 'NAME'.
          05 FILLER        PIC X(07) VALUE 'TYPE'.
          05 FILLER        PIC X(02) VALUE 'Q'.
          05 FILLER        PIC X(09) VALUE 'RECEIVED'.
          05 FILLER        PIC X(09) VALUE 'ORIG RUN'.
          05 FILLER        PIC X(07) VALUE 'QUOTE'.
          05 FILLER        PIC X(12) VALUE '   ORIG AMT'.
          05 FILLER        PIC X(12) VALUE 'ACTION'.

       01 DUP-DETAIL-LINE.
          05 DDL-ACCOUNT-NO PIC X(08).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 DDL-NAME      PIC X(12).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 DDL-TYPE      PIC X(06).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 DDL-QUALITY   PIC X(01).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 DDL-RECEIVED  PIC 9(08).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 DDL-ORIG-DATE PIC 9(08).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 DDL-QUOTE-NO  PIC X(06).
          05 FILLER        PIC X(01) VALUE SPACES.
          05 DDL-AMOUNT    PIC $$$$,$$9.99.
          05 FILLER        PIC X(01) VALUE SPACES.
          05 DDL-ACTION    PIC X(08).
          05 FILLER        PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 500-PROCESS-FILE UNTIL END-OF-FILE.
           PERFORM 800-WRITE-FINAL-LINES.
           PERFORM 900-CLOSE-FILES.
           IF QUOTE-TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-HOUSEKEEPING.
           INITIALIZE COST, GRAND-TOTALS, GRAND-TOTALS-O.
           INITIALIZE RATE-TABLE, SHIP-TABLE.
           PERFORM 200-OPEN-FILES.
      *** THE BUSINESS DATE DECIDES WHICH RATEIN PRICE IS IN FORCE,
      *** SO IT IS NEEDED BEFORE THE RATE TABLE IS LOADED
           PERFORM 290-GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-YYYYMMDD.
           PERFORM 150-READ-RATEIN.
           PERFORM 160-LOAD-RATE-TABLE UNTIL RATE-END-OF-FILE.
           PERFORM 180-READ-SHIPIN.
           PERFORM 184-LOAD-TAX-TABLE UNTIL TAX-END-OF-FILE.
           PERFORM 188-READ-ARTMAST.
           PERFORM 189-LOAD-ARTIST-TABLE UNTIL ART-END-OF-FILE.
           PERFORM 186-LOAD-WARRANTY-TABLE.
           PERFORM 183-LOAD-ZONE-REGION-TABLE.
           PERFORM 174-LOAD-RESTOCK-TABLE.
           PERFORM 170-INIT-GENRE-TABLE.
           PERFORM 193-READ-RFPPARM.
           PERFORM 195-READ-GRANDTOT.
           PERFORM 300-WRITE-REPORT-HEADERS.
           PERFORM 191-LOAD-QUOTE-FILE.
           PERFORM 192-APPLY-QUOTE-TRANS.
           PERFORM 194-EXPIRE-QUOTES.
           PERFORM 178-PROCESS-RETURNS.
           PERFORM 196-LOAD-HELD-ORDERS.
           PERFORM 197-LOAD-APPROVALS.
           PERFORM 199-LOAD-DUP-HISTORY.
           PERFORM 198-PROCESS-PRIOR-HOLDS.
           PERFORM 199C-PROCESS-PRIOR-SUSPECTS.
           MOVE 'N' TO ERROR-FLAG.
           PERFORM 400-READ-RFPIN.

       200-OPEN-FILES.
           OPEN INPUT RFPIN, RATEIN, SHIPIN, TRADEIN, TAXIN, ARTMAST.
           OPEN OUTPUT RFPOUT, RFPERR, RFPCOMM, RFPDMND, RFPCONV,
                       RFPSCHD, RFPPRICE, RFPDUPR, RFPRTNR.
      *** THE WARRANTY REGISTER IS ADDED TO, STARTING IT IF NEW
           OPEN EXTEND WARRREG.
           IF NOT WG-FILE-FOUND
              OPEN OUTPUT WARRREG
           END-IF.
      *** SO IS THE ORDER INTERFACE SALES1 READS
           OPEN EXTEND RFPSALE.
           IF NOT SI-FILE-FOUND
              OPEN OUTPUT RFPSALE
           END-IF.

       193-READ-RFPPARM.
      *** PICK UP THE DEPOSIT PERCENT AND INSTALLMENT TERM. A MISSING
                    AND PARM-APPROVAL-LIMIT-IN > 0
                    MOVE PARM-APPROVAL-LIMIT-IN TO WS-APPROVAL-LIMIT
                 END-IF
                 IF PARM-QUOTE-VALID-DAYS-IN IS NUMERIC
                    AND PARM-QUOTE-VALID-DAYS-IN > 0
                    MOVE PARM-QUOTE-VALID-DAYS-IN
                      TO WS-QUOTE-VALID-DAYS
                 END-IF
                 IF PARM-DUP-WINDOW-DAYS-IN IS NUMERIC
                    AND PARM-DUP-WINDOW-DAYS-IN > 0
                    MOVE PARM-DUP-WINDOW-DAYS-IN
                      TO WS-DUP-WINDOW-DAYS
                 END-IF
              END-IF
              CLOSE RFPPARM
           END-IF.

       191-LOAD-QUOTE-FILE.
      *** PICK UP EVERY QUOTE ISSUED BY PRIOR RUNS, LESS DECLINED AND
      *** EXPIRED ONES PAST WS-QUOTE-KEEP-DAYS, WHICH ARE DROPPED HERE
      *** AND SO LEFT OFF WHEN THE FILE IS REWRITTEN. NEW QUOTE
      *** NUMBERS CARRY ON FROM THE HIGHEST NUMBER ON FILE
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-YYYYMMDD).
           OPEN INPUT RFPQUOTE.
           IF QF-FILE-FOUND
              PERFORM 191A-READ-RFPQUOTE
              PERFORM 191B-LOAD-ONE-QUOTE UNTIL QF-END-OF-FILE
              CLOSE RFPQUOTE
           END-IF.
           IF WS-QUOTES-PURGED > 0
              DISPLAY 'RFPQUOTE: ' WS-QUOTES-PURGED
                 ' CLOSED QUOTES PURGED'
           END-IF.
           ADD 1 TO WS-NEXT-QUOTE-NO.

       191A-READ-RFPQUOTE.
           READ RFPQUOTE INTO QUOTE-REC
             AT END MOVE 'Y' TO QF-EOF
           END-READ.

       191B-LOAD-ONE-QUOTE.
      *** A PURGED QUOTE STILL COUNTS TOWARD THE NEXT QUOTE NUMBER SO
      *** NO NUMBER IS EVER ISSUED TWICE
           IF QT-QUOTE-NO > WS-NEXT-QUOTE-NO
              MOVE QT-QUOTE-NO TO WS-NEXT-QUOTE-NO
           END-IF.
           MOVE 'N' TO QUOTE-PURGE-SW.
           IF (QT-DECLINED OR QT-EXPIRED)
              AND QT-STATUS-DATE IS NUMERIC
              AND QT-STATUS-DATE > 0
              COMPUTE WS-QUOTE-STATUS-INT =
                      FUNCTION INTEGER-OF-DATE (QT-STATUS-DATE)
              IF WS-RUN-DATE-INT - WS-QUOTE-STATUS-INT
                 > WS-QUOTE-KEEP-DAYS
                 MOVE 'Y' TO QUOTE-PURGE-SW
                 ADD 1 TO WS-QUOTES-PURGED
              END-IF
           END-IF.
           IF NOT QUOTE-PURGED
              PERFORM 191C-KEEP-ONE-QUOTE
           END-IF.
           PERFORM 191A-READ-RFPQUOTE.

       191C-KEEP-ONE-QUOTE.
           IF WS-QUOTE-COUNT < 1000
              ADD 1 TO WS-QUOTE-COUNT
              MOVE QUOTE-REC TO QUOTE-TAB-REC (WS-QUOTE-COUNT)
           ELSE
              DISPLAY 'ERROR: QUOTE-TABLE FULL - CANNOT HOLD QUOTE '
                 QT-QUOTE-NO
              MOVE 'Y' TO QUOTE-TABLE-FULL-SW
           END-IF.

       192-APPLY-QUOTE-TRANS.
      *** APPLY THE CUSTOMERS' ACCEPT/DECLINE ANSWERS. ONLY AN OPEN
      *** QUOTE CAN BE ANSWERED; ANYTHING ELSE IS LISTED AS REJECTED.
      *** AN ACCEPTED QUOTE'S INSTRUMENTS GO TO FAVPO AS DEMAND
           MOVE WS-CURRENT-MONTH TO CTL-MM.
           MOVE WS-CURRENT-YEAR  TO CTL-YYYY.
           WRITE RFPCONV-RECORD FROM REPORT-LINE1.
           WRITE RFPCONV-RECORD FROM CONV-TITLE-LINE.
           WRITE RFPCONV-RECORD FROM REPORT-LINE4.
           MOVE 'QUOTE TRANSACTIONS' TO CSL-TEXT.
           WRITE RFPCONV-RECORD FROM CONV-SECTION-LINE.
           OPEN INPUT RFPQTRN.
           IF QT-FILE-FOUND
              PERFORM 192A-READ-RFPQTRN
              PERFORM 192B-APPLY-ONE-TRAN UNTIL QT-END-OF-FILE
              CLOSE RFPQTRN
           END-IF.

       192A-READ-RFPQTRN.
           READ RFPQTRN
             AT END MOVE 'Y' TO QT-EOF
           END-READ.

       192B-APPLY-ONE-TRAN.
           MOVE 'N' TO QUOTE-FOUND-SW.
           MOVE SPACES TO QUOTE-REC.
           IF QTR-QUOTE-NO-IN IS NUMERIC
              PERFORM VARYING WS-QUOTE-I FROM 1 BY 1
                  UNTIL WS-QUOTE-I > WS-QUOTE-COUNT OR QUOTE-FOUND
                 IF QUOTE-TAB-REC (WS-QUOTE-I) (1:6) = QTR-QUOTE-NO-IN
                    MOVE 'Y' TO QUOTE-FOUND-SW
                 END-IF
              END-PERFORM
           END-IF.
           IF QUOTE-FOUND
              SUBTRACT 1 FROM WS-QUOTE-I
              MOVE QUOTE-TAB-REC (WS-QUOTE-I) TO QUOTE-REC
           END-IF.
           IF QTR-DATE-IN IS NUMERIC AND QTR-DATE-IN > 0
              MOVE QTR-DATE-IN TO WS-QTR-DATE
           ELSE
              MOVE WS-RUN-YYYYMMDD TO WS-QTR-DATE
           END-IF.

           EVALUATE TRUE
              WHEN NOT QUOTE-FOUND
                 MOVE 'REJECTED - NO QUOTE' TO WS-QTR-RESULT
                 ADD 1 TO NUM-QTR-REJECTED
              WHEN NOT QT-OPEN
                 MOVE 'REJECTED - NOT OPEN' TO WS-QTR-RESULT
                 ADD 1 TO NUM-QTR-REJECTED
              WHEN QTR-ACTION-IN = 'A'
                 AND WS-QTR-DATE > QT-EXPIRY-DATE
                 MOVE 'REJECTED - EXPIRED' TO WS-QTR-RESULT
                 ADD 1 TO NUM-QTR-REJECTED
              WHEN QTR-ACTION-IN = 'A'
                 MOVE 'A' TO QT-STATUS
                 MOVE WS-QTR-DATE TO QT-STATUS-DATE
                 MOVE 'ACCEPTED' TO WS-QTR-RESULT
                 ADD 1 TO NUM-ACCEPTED
                 PERFORM 757-WRITE-DEMAND
                 PERFORM 758-WRITE-SALES-INTERFACE
              WHEN QTR-ACTION-IN = 'D'
                 MOVE 'D' TO QT-STATUS
                 MOVE WS-QTR-DATE TO QT-STATUS-DATE
                 MOVE 'DECLINED' TO WS-QTR-RESULT
                 ADD 1 TO NUM-QDECLINED
              WHEN OTHER
                 MOVE 'REJECTED - ACTION' TO WS-QTR-RESULT
                 ADD 1 TO NUM-QTR-REJECTED
           END-EVALUATE.
           IF QUOTE-FOUND
              MOVE QUOTE-REC TO QUOTE-TAB-REC (WS-QUOTE-I)
           END-IF.

           MOVE QTR-QUOTE-NO-IN TO CAL-QUOTE-NO.
           MOVE QT-ACCOUNT-NO   TO CAL-ACCOUNT-NO.
           IF QUOTE-FOUND
              MOVE QT-AMOUNT    TO CAL-AMOUNT
           ELSE
              MOVE 0            TO CAL-AMOUNT
           END-IF.
           MOVE WS-QTR-RESULT   TO CAL-RESULT.
           WRITE RFPCONV-RECORD FROM CONV-ACTIVITY-LINE.
           PERFORM 192A-READ-RFPQTRN.

       194-EXPIRE-QUOTES.
      *** AN OPEN QUOTE STILL UNANSWERED PAST ITS VALID-THROUGH DATE
      *** EXPIRES AUTOMATICALLY
           WRITE RFPCONV-RECORD FROM REPORT-LINE2.
           MOVE 'QUOTES EXPIRED' TO CSL-TEXT.
           WRITE RFPCONV-RECORD FROM CONV-SECTION-LINE.
           PERFORM VARYING WS-QUOTE-I FROM 1 BY 1
               UNTIL WS-QUOTE-I > WS-QUOTE-COUNT
              MOVE QUOTE-TAB-REC (WS-QUOTE-I) TO QUOTE-REC
              IF QT-OPEN AND QT-EXPIRY-DATE < WS-RUN-YYYYMMDD
                 MOVE 'E' TO QT-STATUS
                 MOVE WS-RUN-YYYYMMDD TO QT-STATUS-DATE
                 MOVE QUOTE-REC TO QUOTE-TAB-REC (WS-QUOTE-I)
                 ADD 1 TO NUM-EXPIRED
                 MOVE QT-QUOTE-NO   TO CAL-QUOTE-NO
                 MOVE QT-ACCOUNT-NO TO CAL-ACCOUNT-NO
                 MOVE QT-AMOUNT     TO CAL-AMOUNT
                 MOVE 'EXPIRED'     TO CAL-RESULT
                 WRITE RFPCONV-RECORD FROM CONV-ACTIVITY-LINE
              END-IF
           END-PERFORM.

       196-LOAD-HELD-ORDERS.
      *** PICK UP ORDERS HELD BY PRIOR RUNS. NO FILE MEANS NOTHING IS
      *** CURRENTLY HELD
                TO APPR-ACCOUNT-NO (WS-APPR-COUNT)
              MOVE APPR-ACTION-IN
                TO APPR-ACTION (WS-APPR-COUNT)
              MOVE APPR-QUEUE-IN
                TO APPR-QUEUE (WS-APPR-COUNT)
           ELSE
              DISPLAY 'WARNING: APPROVAL-TABLE FULL - DROPPED '
                 APPR-ACCOUNT-NO-IN
                  UNTIL WS-APPR-I > WS-APPR-COUNT
                 IF APPR-ACCOUNT-NO (WS-APPR-I) =
                    HELD-ORDER-REC (WS-HOLD-I) (1:8)
                    AND APPR-QUEUE (WS-APPR-I) NOT = 'U'
                    MOVE APPR-ACTION (WS-APPR-I)
                      TO WS-APPR-ACTION-FOUND
                 END-IF
              END-EVALUATE
           END-PERFORM.

       199-LOAD-DUP-HISTORY.
      *** PICK UP THE REQUEST HISTORY, DROPPING ROWS THAT HAVE AGED
      *** OUT OF THE WINDOW. NO FILE MEANS NO HISTORY YET
           COMPUTE WS-DUP-RUN-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-YYYYMMDD).
           OPEN INPUT RFPHIST.
           IF DH-FILE-FOUND
              PERFORM 199A-READ-RFPHIST
              PERFORM 199B-LOAD-ONE-HIST UNTIL DH-END-OF-FILE
              CLOSE RFPHIST
           END-IF.

       199A-READ-RFPHIST.
           READ RFPHIST INTO RFP-HISTORY-REC
             AT END MOVE 'Y' TO DH-EOF
           END-READ.

       199B-LOAD-ONE-HIST.
           IF HS-RUN-DATE IS NUMERIC AND HS-RUN-DATE > 0
              COMPUTE WS-HIST-DATE-INT =
                      FUNCTION INTEGER-OF-DATE (HS-RUN-DATE)
              IF WS-DUP-RUN-INT - WS-HIST-DATE-INT
                 <= WS-DUP-WINDOW-DAYS
                 PERFORM 795B-ADD-HISTORY-ROW
              END-IF
           END-IF.
           PERFORM 199A-READ-RFPHIST.

       199C-PROCESS-PRIOR-SUSPECTS.
      *** APPLY THE DESK'S QUEUE 'U' ACTIONS TO THE SUSPECTS FROM
      *** PRIOR RUNS: A RELEASE QUOTES THE REQUEST AS NORMAL, SKIPPING
      *** ONLY THE DUPLICATE CHECK; A DECLINE KILLS IT; ANYTHING ELSE
      *** STAYS PENDING FOR NEXT RUN
           MOVE WS-DUP-WINDOW-DAYS TO DTL-DAYS.
           WRITE RFPDUPR-RECORD FROM REPORT-LINE1.
           WRITE RFPDUPR-RECORD FROM DUP-TITLE-LINE.
           WRITE RFPDUPR-RECORD FROM REPORT-LINE4.
           WRITE RFPDUPR-RECORD FROM DUP-HEADING-LINE.
           OPEN INPUT RFPDUP.
           IF DP-FILE-FOUND
              PERFORM 199D-READ-RFPDUP
              PERFORM 199E-LOAD-ONE-SUSPECT UNTIL DP-END-OF-FILE
              CLOSE RFPDUP
           END-IF.
           PERFORM VARYING WS-SUS-I FROM 1 BY 1
               UNTIL WS-SUS-I > WS-SUSPECT-COUNT
              MOVE SUSPECT-REC (WS-SUS-I) TO RFP-SUSPECT-REC
              MOVE SPACE TO WS-APPR-ACTION-FOUND
              PERFORM VARYING WS-APPR-I FROM 1 BY 1
                  UNTIL WS-APPR-I > WS-APPR-COUNT
                 IF APPR-ACCOUNT-NO (WS-APPR-I) =
                    DP-RFPIN-IMAGE (1:8)
                    AND APPR-QUEUE (WS-APPR-I) = 'U'
                    MOVE APPR-ACTION (WS-APPR-I)
                      TO WS-APPR-ACTION-FOUND
                 END-IF
              END-PERFORM
              EVALUATE WS-APPR-ACTION-FOUND
                 WHEN 'R'
                    MOVE 'RELEASED' TO DDL-ACTION
                    PERFORM 727-WRITE-DUP-LINE
                    MOVE DP-RFPIN-IMAGE TO RFPIN-REC
                    MOVE 'N' TO ERROR-FLAG
                    PERFORM 600-ERROR-CHECKING
                    IF ERROR-NOT-FOUND
                       PERFORM 700-PROCESS-RECORD
                    END-IF
                    MOVE 'X' TO SUSPECT-STATUS (WS-SUS-I)
                    ADD 1 TO NUM-DUP-RELEASED
                 WHEN 'D'
                    MOVE 'KILLED' TO DDL-ACTION
                    PERFORM 727-WRITE-DUP-LINE
                    MOVE 'X' TO SUSPECT-STATUS (WS-SUS-I)
                    ADD 1 TO NUM-DUP-KILLED
                 WHEN OTHER
                    MOVE 'PENDING' TO DDL-ACTION
                    PERFORM 727-WRITE-DUP-LINE
                    ADD 1 TO NUM-DUP-PENDING
              END-EVALUATE
           END-PERFORM.

       199D-READ-RFPDUP.
           READ RFPDUP
             AT END MOVE 'Y' TO DP-EOF
           END-READ.

       199E-LOAD-ONE-SUSPECT.
           IF WS-SUSPECT-COUNT < 50
              ADD 1 TO WS-SUSPECT-COUNT
              MOVE RFPDUP-RECORD TO SUSPECT-REC (WS-SUSPECT-COUNT)
              MOVE 'K' TO SUSPECT-STATUS (WS-SUSPECT-COUNT)
           ELSE
              DISPLAY 'WARNING: SUSPECT-TABLE FULL - DROPPED '
                 RFPDUP-RECORD (1:8)
           END-IF.
           PERFORM 199D-READ-RFPDUP.

       195-READ-GRANDTOT.
      *** PICK UP THE FISCAL-YEAR-TO-DATE TOTAL LEFT BY THE PRIOR RUN
      *** SO IT CAN BE CARRIED FORWARD AND UPDATED BY THIS RUN. THE
       160-LOAD-RATE-TABLE.
      *** LOAD INSTRUMENT PRICES FROM THE RATE FILE INSTEAD OF
      *** HARDCODING THEM -- PRICE CHANGES ARE A DATA CHANGE NOW.
      *** AN INSTRUMENT MAY CARRY SEVERAL ROWS, EACH EFFECTIVE FROM ITS
      *** OWN DATE (ZERO OR BLANK = IN FORCE SINCE BEFORE ANY OTHER).
      *** THE ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER THE
      *** BUSINESS DATE IS THE PRICE QUOTED; THE REST ARE KEPT FOR
      *** THE PRICE HISTORY REPORT
           IF RATE-EFF-DATE-IN IS NUMERIC
              MOVE RATE-EFF-DATE-IN TO WS-RATE-EFF-DATE
           ELSE
              MOVE 0 TO WS-RATE-EFF-DATE
           END-IF.
           IF WS-RATE-HIST-COUNT < 60
              ADD 1 TO WS-RATE-HIST-COUNT
              MOVE RATE-INSTR-TYPE-IN
                TO RH-INSTR-TYPE (WS-RATE-HIST-COUNT)
              MOVE WS-RATE-EFF-DATE
                TO RH-EFF-DATE (WS-RATE-HIST-COUNT)
              MOVE RATE-AMOUNT-IN
                TO RH-AMOUNT (WS-RATE-HIST-COUNT)
              MOVE RATE-RENTAL-AMOUNT-IN
                TO RH-RENTAL-AMOUNT (WS-RATE-HIST-COUNT)
              MOVE RATE-LEAD-DAYS-IN
                TO RH-LEAD-DAYS (WS-RATE-HIST-COUNT)
           ELSE
              DISPLAY 'WARNING: RATE-HIST-TABLE FULL - DROPPED '
                 RATE-INSTR-TYPE-IN ' ' WS-RATE-EFF-DATE
           END-IF.
           IF WS-RATE-EFF-DATE <= WS-RUN-YYYYMMDD
              PERFORM 162-PICK-RATE-IN-FORCE
           END-IF.
           PERFORM 150-READ-RATEIN.

       162-PICK-RATE-IN-FORCE.
           MOVE 'N' TO RATE-FOUND-SW.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > WS-RATE-COUNT OR RATE-FOUND
              IF RATE-INSTR-TYPE (RATE-IDX) = RATE-INSTR-TYPE-IN
                 MOVE 'Y' TO RATE-FOUND-SW
              END-IF
           END-PERFORM.
           IF RATE-FOUND
              SET RATE-IDX DOWN BY 1
              IF RATE-EFF-DATE (RATE-IDX) > WS-RATE-EFF-DATE
                 MOVE 'N' TO RATE-FOUND-SW
              END-IF
           ELSE
              IF WS-RATE-COUNT < 6
                 ADD 1 TO WS-RATE-COUNT
                 SET RATE-IDX TO WS-RATE-COUNT
                 MOVE 'Y' TO RATE-FOUND-SW
              ELSE
                 DISPLAY 'WARNING: RATE-TABLE FULL - DROPPED '
                    RATE-INSTR-TYPE-IN
              END-IF
           END-IF.
           IF RATE-FOUND
              MOVE RATE-INSTR-TYPE-IN TO RATE-INSTR-TYPE (RATE-IDX)
              MOVE RATE-AMOUNT-IN     TO RATE-AMOUNT (RATE-IDX)
              MOVE RATE-RENTAL-AMOUNT-IN
                                      TO RATE-RENTAL-AMOUNT (RATE-IDX)
              MOVE RATE-LEAD-DAYS-IN  TO RATE-LEAD-DAYS (RATE-IDX)
              MOVE WS-RATE-EFF-DATE   TO RATE-EFF-DATE (RATE-IDX)
           END-IF.

       180-READ-SHIPIN.
           READ SHIPIN
           END-IF.
           PERFORM 185-READ-TRADEIN.

       186-LOAD-WARRANTY-TABLE.
           OPEN INPUT WARRTBL.
           IF WT-FILE-FOUND
              PERFORM 186A-READ-WARRTBL
              PERFORM 186B-LOAD-ONE-WARRANTY UNTIL WT-END-OF-FILE
              CLOSE WARRTBL
           END-IF.

       186A-READ-WARRTBL.
           READ WARRTBL
             AT END MOVE 'Y' TO WT-EOF
           END-READ.

       186B-LOAD-ONE-WARRANTY.
           IF WS-WARR-COUNT < 18
              ADD 1 TO WS-WARR-COUNT
              MOVE WARR-INSTR-TYPE-IN TO WARR-INSTR-TYPE (WS-WARR-COUNT)
              MOVE WARR-STD-MONTHS-IN TO WARR-STD-MONTHS (WS-WARR-COUNT)
              MOVE WARR-EXT-MONTHS-IN TO WARR-EXT-MONTHS (WS-WARR-COUNT)
              MOVE WARR-EXT-PRICE-IN  TO WARR-EXT-PRICE (WS-WARR-COUNT)
           ELSE
              DISPLAY 'WARNING: WARR-TABLE FULL - DROPPED '
                 WARR-INSTR-TYPE-IN
           END-IF.
           PERFORM 186A-READ-WARRTBL.

       183-LOAD-ZONE-REGION-TABLE.
           OPEN INPUT ZONEREG.
           IF ZR-FILE-FOUND
              PERFORM 183A-READ-ZONEREG
              PERFORM 183B-LOAD-ONE-ZONE UNTIL ZR-END-OF-FILE
              CLOSE ZONEREG
           END-IF.

       183A-READ-ZONEREG.
           READ ZONEREG
             AT END MOVE 'Y' TO ZR-EOF
           END-READ.

       183B-LOAD-ONE-ZONE.
           IF WS-ZONEREG-COUNT < 20
              ADD 1 TO WS-ZONEREG-COUNT
              MOVE ZR-ZONE-CODE-IN TO ZRT-ZONE-CODE (WS-ZONEREG-COUNT)
              MOVE ZR-REGION-IN    TO ZRT-REGION (WS-ZONEREG-COUNT)
           ELSE
              DISPLAY 'WARNING: ZONE-REGION-TABLE FULL - DROPPED '
                 ZR-ZONE-CODE-IN
           END-IF.
           PERFORM 183A-READ-ZONEREG.

       174-LOAD-RESTOCK-TABLE.
      *** EVERY REASON ON THE FEE TABLE GETS A ROW ON THE RETURNS
      *** REPORT, EVEN ONE WITH NOTHING RETURNED
           OPEN INPUT RSTKTBL.
           IF RK-FILE-FOUND
              PERFORM 174A-READ-RSTKTBL
              PERFORM 174B-LOAD-ONE-RESTOCK UNTIL RK-END-OF-FILE
              CLOSE RSTKTBL
           END-IF.

       174A-READ-RSTKTBL.
           READ RSTKTBL
             AT END MOVE 'Y' TO RK-EOF
           END-READ.

       174B-LOAD-ONE-RESTOCK.
           IF WS-RSTK-COUNT < 30
              ADD 1 TO WS-RSTK-COUNT
              MOVE RSTK-REASON-IN   TO RSTK-REASON (WS-RSTK-COUNT)
              MOVE RSTK-MAX-DAYS-IN TO RSTK-MAX-DAYS (WS-RSTK-COUNT)
              MOVE RSTK-FEE-PCT-IN  TO RSTK-FEE-PCT (WS-RSTK-COUNT)
              MOVE RSTK-REASON-IN   TO WS-RRS-KEY
              PERFORM 178G-FIND-REASON-ROW
           ELSE
              DISPLAY 'WARNING: RSTK-TABLE FULL - DROPPED REASON '
                 RSTK-REASON-IN
           END-IF.
           PERFORM 174A-READ-RSTKTBL.

       178-PROCESS-RETURNS.
      *** PRICE EACH RETURN AGAINST THE ACCEPTED QUOTE IT CAME FROM,
      *** TAKE OFF THE RESTOCKING FEE AND CREDIT THE REST. THE LINE
      *** IS MARKED RETURNED ON THE QUOTE FILE SO IT CANNOT BE
      *** CREDITED TWICE
           MOVE WS-CURRENT-MONTH TO RTT-MM.
           MOVE WS-CURRENT-YEAR  TO RTT-YYYY.
           WRITE RFPRTNR-RECORD FROM REPORT-LINE1.
           WRITE RFPRTNR-RECORD FROM RTN-TITLE-LINE.
           WRITE RFPRTNR-RECORD FROM REPORT-LINE4.
           MOVE 'RETURN AUTHORIZATIONS' TO CSL-TEXT.
           WRITE RFPRTNR-RECORD FROM CONV-SECTION-LINE.
           WRITE RFPRTNR-RECORD FROM RTN-HEADING-LINE.
           OPEN INPUT RFPRMA.
           IF RM-FILE-FOUND
              PERFORM 178A-READ-RFPRMA
              PERFORM 178B-APPLY-ONE-RMA UNTIL RM-END-OF-FILE
              CLOSE RFPRMA
           END-IF.

       178A-READ-RFPRMA.
           READ RFPRMA
             AT END MOVE 'Y' TO RM-EOF
           END-READ.

       178B-APPLY-ONE-RMA.
           ADD 1 TO NUM-RMA-READ.
           MOVE SPACES TO WS-RMA-RESULT.
           MOVE 0 TO WS-RMA-DAYS, WS-RMA-PRICE, WS-RMA-FEE,
                     WS-RMA-CREDIT.
           PERFORM 178C-FIND-RMA-SALE.

           IF WS-RMA-RESULT = SPACES
              IF RMA-CONDITION-IN NOT = 'N' AND NOT = 'U'
                                 AND NOT = 'D'
                 MOVE 'BAD CONDITION' TO WS-RMA-RESULT
              END-IF
           END-IF.

           IF WS-RMA-RESULT = SPACES
              IF RMA-DELIVERY-DATE-IN IS NUMERIC
                 AND RMA-DELIVERY-DATE-IN > 0
                 MOVE RMA-DELIVERY-DATE-IN TO WS-RMA-DELIVERY-DATE
              ELSE
                 MOVE QT-STATUS-DATE TO WS-RMA-DELIVERY-DATE
              END-IF
              IF RMA-RETURN-DATE-IN IS NUMERIC
                 AND RMA-RETURN-DATE-IN > 0
                 MOVE RMA-RETURN-DATE-IN TO WS-RMA-RETURN-DATE
              ELSE
                 MOVE WS-RUN-YYYYMMDD TO WS-RMA-RETURN-DATE
              END-IF
              COMPUTE WS-RMA-DELIVERY-INT =
                      FUNCTION INTEGER-OF-DATE (WS-RMA-DELIVERY-DATE)
              COMPUTE WS-RMA-RETURN-INT =
                      FUNCTION INTEGER-OF-DATE (WS-RMA-RETURN-DATE)
              COMPUTE WS-RMA-DAYS =
                      WS-RMA-RETURN-INT - WS-RMA-DELIVERY-INT
              IF WS-RMA-DELIVERY-INT = 0 OR WS-RMA-RETURN-INT = 0
                 OR WS-RMA-DAYS < 0
                 MOVE 0 TO WS-RMA-DAYS
                 MOVE 'BAD DATES' TO WS-RMA-RESULT
              END-IF
           END-IF.

           IF WS-RMA-RESULT = SPACES
              PERFORM 178E-FIND-RESTOCK-FEE
           END-IF.

           IF WS-RMA-RESULT = SPACES
              PERFORM 178D-PRICE-RMA
           END-IF.

           IF WS-RMA-RESULT = SPACES
              PERFORM 178F-POST-RMA-CREDIT
              MOVE 'CREDITED' TO WS-RMA-RESULT
              ADD 1 TO NUM-RETURNS
           ELSE
              ADD 1 TO NUM-RMA-REJECTED
           END-IF.

           MOVE RMA-NO-IN          TO RDL-RMA-NO.
           MOVE RMA-ACCOUNT-NO-IN  TO RDL-ACCOUNT-NO.
           MOVE RMA-INSTR-TYPE-IN  TO RDL-TYPE.
           MOVE RMA-REASON-IN      TO RDL-REASON.
           MOVE RMA-CONDITION-IN   TO RDL-CONDITION.
           MOVE WS-RMA-DAYS        TO RDL-DAYS.
           MOVE WS-RMA-PRICE       TO RDL-PRICE.
           MOVE WS-RMA-FEE         TO RDL-FEE.
           MOVE WS-RMA-CREDIT      TO RDL-CREDIT.
           MOVE WS-RMA-RESULT      TO RDL-RESULT.
           WRITE RFPRTNR-RECORD FROM RTN-DETAIL-LINE.
           PERFORM 178A-READ-RFPRMA.

       178C-FIND-RMA-SALE.
      *** THE MOST RECENT ACCEPTED QUOTE FOR THE ACCOUNT WITH A
      *** PURCHASED LINE OF THIS TYPE NOT ALREADY RETURNED. A RENTED
      *** INSTRUMENT COMING BACK IS THE END OF THE RENTAL, NOT A
      *** RETURN, SO RENTAL LINES ARE NEVER CREDITED HERE
           MOVE 'N' TO WS-RMA-SALE-SW, WS-RMA-RENTAL-SW,
                       WS-RMA-RETURNED-SW.
           MOVE 0 TO WS-RMA-QUOTE-I, WS-RMA-ITEM.
           PERFORM VARYING WS-QUOTE-I FROM WS-QUOTE-COUNT BY -1
               UNTIL WS-QUOTE-I < 1 OR RMA-SALE-FOUND
              MOVE QUOTE-TAB-REC (WS-QUOTE-I) TO QUOTE-REC
              IF QT-ACCOUNT-NO = RMA-ACCOUNT-NO-IN AND QT-ACCEPTED
                 PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                     UNTIL WS-ITEM-I > 3 OR RMA-SALE-FOUND
                    IF QT-ITEM-TYPE (WS-ITEM-I) = RMA-INSTR-TYPE-IN
                       EVALUATE TRUE
                          WHEN QT-ITEM-RENT-BUY (WS-ITEM-I) = 'R'
                             MOVE 'Y' TO WS-RMA-RENTAL-SW
                          WHEN QT-ITEM-RETURN-RSN (WS-ITEM-I)
                                  NOT = SPACES
                             MOVE 'Y' TO WS-RMA-RETURNED-SW
                          WHEN OTHER
                             MOVE 'Y' TO WS-RMA-SALE-SW
                             MOVE WS-QUOTE-I TO WS-RMA-QUOTE-I
                             MOVE WS-ITEM-I  TO WS-RMA-ITEM
                       END-EVALUATE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN RMA-SALE-FOUND
                 MOVE QUOTE-TAB-REC (WS-RMA-QUOTE-I) TO QUOTE-REC
              WHEN RMA-RETURNED-SEEN
                 MOVE 'ALREADY RETURNED' TO WS-RMA-RESULT
              WHEN RMA-RENTAL-SEEN
                 MOVE 'RENTAL LINE' TO WS-RMA-RESULT
              WHEN OTHER
                 MOVE 'NO SALE FOUND' TO WS-RMA-RESULT
           END-EVALUATE.

       178D-PRICE-RMA.
      *** THE LINE'S SHARE OF THE QUOTED TOTAL, SO ANY TRADE-IN ON
      *** THE ORDER IS SHARED ACROSS ITS LINES. A QUOTE ISSUED BEFORE
      *** LINE AMOUNTS WERE KEPT CAN ONLY BE PRICED IF IT HAD ONE LINE
           MOVE 0 TO WS-RMA-ITEM-SUM, WS-RMA-ITEMS.
           PERFORM VARYING WS-ITEM-I FROM 1 BY 1 UNTIL WS-ITEM-I > 3
              IF QT-ITEM-TYPE (WS-ITEM-I) NOT = SPACES
                 ADD 1 TO WS-RMA-ITEMS
                 IF QT-ITEM-AMOUNT (WS-ITEM-I) IS NUMERIC
                    ADD QT-ITEM-AMOUNT (WS-ITEM-I) TO WS-RMA-ITEM-SUM
                 END-IF
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN QT-ITEM-AMOUNT (WS-RMA-ITEM) IS NUMERIC
                   AND WS-RMA-ITEM-SUM > 0
                 COMPUTE WS-RMA-PRICE ROUNDED =
                    QT-ITEM-AMOUNT (WS-RMA-ITEM) * QT-AMOUNT
                       / WS-RMA-ITEM-SUM
              WHEN WS-RMA-ITEMS = 1
                 MOVE QT-AMOUNT TO WS-RMA-PRICE
              WHEN OTHER
                 MOVE 'NO ITEM PRICE' TO WS-RMA-RESULT
           END-EVALUATE.

       178E-FIND-RESTOCK-FEE.
           MOVE 'N' TO RSTK-FOUND-SW, RSTK-REASON-SW.
           MOVE 0 TO WS-RMA-FEE-PCT, WS-RMA-BAND-DAYS.
           PERFORM VARYING WS-RSTK-I FROM 1 BY 1
               UNTIL WS-RSTK-I > WS-RSTK-COUNT
              IF RSTK-REASON (WS-RSTK-I) = RMA-REASON-IN
                 MOVE 'Y' TO RSTK-REASON-SW
                 IF RSTK-MAX-DAYS (WS-RSTK-I) >= WS-RMA-DAYS
                    IF NOT RSTK-FOUND
                       OR RSTK-MAX-DAYS (WS-RSTK-I) < WS-RMA-BAND-DAYS
                       MOVE 'Y' TO RSTK-FOUND-SW
                       MOVE RSTK-MAX-DAYS (WS-RSTK-I)
                         TO WS-RMA-BAND-DAYS
                       MOVE RSTK-FEE-PCT (WS-RSTK-I)
                         TO WS-RMA-FEE-PCT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN NOT RSTK-REASON-KNOWN
                 MOVE 'UNKNOWN REASON' TO WS-RMA-RESULT
              WHEN NOT RSTK-FOUND
                 MOVE 'PAST WINDOW' TO WS-RMA-RESULT
           END-EVALUATE.

       178F-POST-RMA-CREDIT.
           COMPUTE WS-RMA-FEE ROUNDED = WS-RMA-PRICE * WS-RMA-FEE-PCT.
           COMPUTE WS-RMA-CREDIT = WS-RMA-PRICE - WS-RMA-FEE.
           MOVE RMA-REASON-IN TO QT-ITEM-RETURN-RSN (WS-RMA-ITEM).
           MOVE QUOTE-REC TO QUOTE-TAB-REC (WS-RMA-QUOTE-I).
      *** ONLY PURCHASED LINES ARE CREDITED, SO THE CREDIT COMES OFF
      *** THE PURCHASE SIDE OF THE REVENUE SPLIT
           SUBTRACT WS-RMA-CREDIT FROM OVERALL-GRAND-TOTAL,
                                       TOTAL-PURCHASE-REVENUE.
           ADD WS-RMA-CREDIT TO TOTAL-RETURN-CREDITS.
           ADD WS-RMA-FEE    TO TOTAL-RESTOCK-FEES.
           MOVE 'N' TO GENRE-FOUND-SW.
           PERFORM VARYING GENRE-IDX FROM 1 BY 1
               UNTIL GENRE-IDX > WS-GENRE-COUNT OR GENRE-FOUND
              IF GENRE-NAME (GENRE-IDX) = QT-GENRE
                 SUBTRACT WS-RMA-CREDIT FROM GENRE-TOTAL (GENRE-IDX),
                                      GENRE-PURCHASE-TOT (GENRE-IDX)
                 MOVE 'Y' TO GENRE-FOUND-SW
              END-IF
           END-PERFORM.
           MOVE RMA-REASON-IN TO WS-RRS-KEY.
           PERFORM 178G-FIND-REASON-ROW.
           IF WS-RRS-I > 0
              ADD 1             TO RRS-RUN-COUNT (WS-RRS-I)
              ADD WS-RMA-CREDIT TO RRS-RUN-CREDIT (WS-RRS-I)
              ADD WS-RMA-FEE    TO RRS-RUN-FEES (WS-RRS-I)
           END-IF.
           MOVE RMA-INSTR-TYPE-IN TO WS-RTY-KEY.
           PERFORM 178H-FIND-TYPE-ROW.
           IF WS-RTY-I > 0
              ADD 1             TO RTY-RUN-COUNT (WS-RTY-I)
              ADD WS-RMA-CREDIT TO RTY-RUN-CREDIT (WS-RTY-I)
           END-IF.

       178G-FIND-REASON-ROW.
      *** FIND OR ADD THE RETURNS-REPORT ROW FOR WS-RRS-KEY. ZERO
      *** MEANS THE TABLE IS FULL
           MOVE 0 TO WS-RRS-I.
           PERFORM VARYING WS-RSTK-I FROM 1 BY 1
               UNTIL WS-RSTK-I > WS-RRS-COUNT OR WS-RRS-I > 0
              IF RRS-REASON (WS-RSTK-I) = WS-RRS-KEY
                 MOVE WS-RSTK-I TO WS-RRS-I
              END-IF
           END-PERFORM.
           IF WS-RRS-I = 0
              IF WS-RRS-COUNT < 20
                 ADD 1 TO WS-RRS-COUNT
                 MOVE WS-RRS-COUNT TO WS-RRS-I
                 MOVE WS-RRS-KEY TO RRS-REASON (WS-RRS-I)
                 MOVE 0 TO RRS-RUN-COUNT (WS-RRS-I)
                           RRS-RUN-CREDIT (WS-RRS-I)
                           RRS-RUN-FEES (WS-RRS-I)
                           RRS-FILE-COUNT (WS-RRS-I)
              ELSE
                 DISPLAY 'WARNING: RTN-REASON-TABLE FULL - REASON '
                    WS-RRS-KEY ' NOT REPORTED'
              END-IF
           END-IF.

       178H-FIND-TYPE-ROW.
           MOVE 0 TO WS-RTY-I.
           PERFORM VARYING WS-RSTK-I FROM 1 BY 1
               UNTIL WS-RSTK-I > WS-RTY-COUNT OR WS-RTY-I > 0
              IF RTY-TYPE (WS-RSTK-I) = WS-RTY-KEY
                 MOVE WS-RSTK-I TO WS-RTY-I
              END-IF
           END-PERFORM.
           IF WS-RTY-I = 0
              IF WS-RTY-COUNT < 20
                 ADD 1 TO WS-RTY-COUNT
                 MOVE WS-RTY-COUNT TO WS-RTY-I
                 MOVE WS-RTY-KEY TO RTY-TYPE (WS-RTY-I)
                 MOVE 0 TO RTY-SOLD (WS-RTY-I)
                           RTY-RETURNED (WS-RTY-I)
                           RTY-RUN-COUNT (WS-RTY-I)
                           RTY-RUN-CREDIT (WS-RTY-I)
              ELSE
                 DISPLAY 'WARNING: RTN-TYPE-TABLE FULL - TYPE '
                    WS-RTY-KEY ' NOT REPORTED'
              END-IF
           END-IF.

       170-INIT-GENRE-TABLE.
      *** BUILD THE GENRE SUBTOTAL TABLE BY ENUMERATING THE 'GENR'
      *** CODE SET FROM CODELKP INSTEAD OF HARDCODING THE SIX NAMES
           MOVE WS-CURRENT-YEAR   TO RL1-YY.
           MOVE WS-CURRENT-MONTH  TO RL1-MM.
           MOVE WS-CURRENT-DAY    TO RL1-DD.
           MOVE WS-BUSINESS-DATE  TO WS-RUN-YYYYMMDD.

           MOVE REPORT-LINE1 TO RFPOUT-RECORD.
           WRITE RFPOUT-RECORD.
       500-PROCESS-FILE.
           PERFORM 600-ERROR-CHECKING.
           IF ERROR-NOT-FOUND
             PERFORM 720-CHECK-DUPLICATE
             IF DUP-FOUND
                PERFORM 725-SUSPEND-DUPLICATE
             ELSE
                PERFORM 700-PROCESS-RECORD
             END-IF
           END-IF.
           MOVE 'N' TO ERROR-FLAG.
           PERFORM 400-READ-RFPIN.
           MOVE 'EDIT ERROR' TO WS-ERROR-REASON.

       705-LOOKUP-INSTRUMENT-PRICE.
      *** RATE-TABLE HOLDS ONLY THE PRICE IN FORCE ON THE BUSINESS
      *** DATE (SEE 160-LOAD-RATE-TABLE), SO THE QUOTE USES IT
           MOVE 'N' TO RATE-FOUND-SW.
           MOVE 0   TO COST-PER-INSTRUMENT.
           MOVE 0   TO RENTAL-RATE-PER-INSTRUMENT.
           MOVE 'N' TO TAX-MISSING-SW.
           MOVE 0 TO TRADE-IN-CREDIT, GROSS-COST.
           MOVE 0 TO WS-MAX-LEAD-DAYS.
           INITIALIZE WS-ITEM-COST-TABLE.
           PERFORM VARYING INSTR-IDX FROM 1 BY 1 UNTIL INSTR-IDX > 3
              IF MUSICIAN-INSTRUMENT-TYPE (INSTR-IDX) NOT = SPACES
                 ADD 1 TO WS-INSTR-COUNT
                   MOVE 'Y' TO COST-OVERFLOW-SW
            END-COMPUTE.

            MOVE INSTRUMENT-COST TO WS-ITEM-COST (INSTR-IDX).

            IF RENTAL (INSTR-IDX)
               ADD INSTRUMENT-COST TO REC-RENTAL-COST
            ELSE
            END-COMPUTE.

       780-WRITE-COMMITMENT.
      *** AN ORDER WE CANNOT SHIP BY THE CUSTOMER'S REQUESTED DATE IS
      *** FLAGGED FOR SALES
           PERFORM 781-COMPUTE-COMMIT-DATE.

           MOVE REQ-DELIVERY-DATE (1:4) TO WS-REQ-YYYYMMDD (1:4).
           MOVE REQ-DELIVERY-DATE (6:2) TO WS-REQ-YYYYMMDD (5:2).
           END-IF.
           WRITE RFPCOMM-RECORD FROM COMMITMENT-LINE.

       781-COMPUTE-COMMIT-DATE.
      *** COMMITTED DATE = RUN DATE + LONGEST LEAD TIME AMONG THE
      *** ORDER'S INSTRUMENTS
           MOVE WS-CURRENT-YEAR       TO WS-RUN-YYYYMMDD (1:4).
           MOVE WS-CURRENT-MONTH      TO WS-RUN-YYYYMMDD (5:2).
           MOVE WS-CURRENT-DAY        TO WS-RUN-YYYYMMDD (7:2).
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-YYYYMMDD).
           COMPUTE WS-COMMIT-DATE-INT =
                   WS-RUN-DATE-INT + WS-MAX-LEAD-DAYS.
           COMPUTE WS-COMMIT-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER (WS-COMMIT-DATE-INT).
      *** NOTHING SHIPS ON A DAY THE WAREHOUSE IS SHUT
           MOVE WS-COMMIT-YYYYMMDD TO WS-BDY-DATE-1.
           PERFORM 783-ROLL-TO-BUSINESS-DAY.
           MOVE WS-BDY-DATE-1 TO WS-COMMIT-YYYYMMDD.
           COMPUTE WS-COMMIT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-COMMIT-YYYYMMDD).

       783-ROLL-TO-BUSINESS-DAY.
      *** WS-BDY-DATE-1 COMES BACK AS ITSELF WHEN IT IS A BUSINESS DAY,
      *** OTHERWISE AS THE NEXT ONE ON THE CALENDAR. AN INVALID DATE
      *** IS LEFT AS IT WAS
           MOVE '2' TO WS-BDY-REQUEST.
           MOVE 0   TO WS-BDY-DAYS.
           CALL 'BDAYLKP' USING WS-BDY-REQUEST,
                                WS-BDY-DATE-1,
                                WS-BDY-DATE-2,
                                WS-BDY-DAYS,
                                WS-BDY-DESC,
                                WS-BDY-RESULT-SW.
           IF WS-BDY-RESULT-OK
              MOVE WS-BDY-DATE-2 TO WS-BDY-DATE-1
           END-IF.

       770-HOLD-ORDER.
           IF WS-NEW-HOLD-COUNT < 50
              ADD 1 TO WS-NEW-HOLD-COUNT
              MOVE RFPIN-REC TO NEW-HOLD-REC (WS-NEW-HOLD-COUNT)
              ADD 1 TO NUM-HELD
              MOVE 0          TO WS-HIST-QUOTE-NO
              MOVE TOTAL-COST TO WS-HIST-AMOUNT
              PERFORM 795-RECORD-HISTORY
           ELSE
              DISPLAY 'WARNING: NEW-HOLDS-TABLE FULL - ORDER NOT '
                 'HELD: ' ARTIST-ACCOUNT-NO
           END-IF.

       720-CHECK-DUPLICATE.
      *** A REQUEST IS A SUSPECTED DUPLICATE WHEN ANY OF ITS
      *** INSTRUMENT LINES MATCHES A HISTORY ROW ON ACCOUNT, TYPE AND
      *** QUALITY. THE MOST RECENT MATCHING ROW IS KEPT FOR THE REPORT
           MOVE 'N' TO DUP-FOUND-SW.
           MOVE SPACES TO RFP-SUSPECT-REC.
           PERFORM VARYING INSTR-IDX FROM 1 BY 1 UNTIL INSTR-IDX > 3
              IF MUSICIAN-INSTRUMENT-TYPE (INSTR-IDX) NOT = SPACES
                 PERFORM VARYING WS-DH-I FROM 1 BY 1
                     UNTIL WS-DH-I > WS-DUP-HIST-COUNT
                    MOVE DUP-HIST-REC (WS-DH-I) TO RFP-HISTORY-REC
                    IF HS-ACCOUNT-NO = ARTIST-ACCOUNT-NO
                       AND HS-INSTR-TYPE =
                           MUSICIAN-INSTRUMENT-TYPE (INSTR-IDX)
                       AND HS-QUALITY = INSTRUMENT-QUALITY (INSTR-IDX)
                       IF NOT DUP-FOUND
                          OR HS-RUN-DATE >= DP-ORIG-RUN-DATE
                          MOVE 'Y'           TO DUP-FOUND-SW
                          MOVE HS-INSTR-TYPE TO DP-MATCH-TYPE
                          MOVE HS-QUALITY    TO DP-MATCH-QUALITY
                          MOVE HS-RUN-DATE   TO DP-ORIG-RUN-DATE
                          MOVE HS-QUOTE-NO   TO DP-ORIG-QUOTE-NO
                          MOVE HS-QUOTE-AMT  TO DP-ORIG-AMOUNT
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       725-SUSPEND-DUPLICATE.
      *** THE REQUEST GOES TO THE SUSPECT FILE INSTEAD OF BEING
      *** QUOTED, UNTIL THE DESK RELEASES OR KILLS IT
           MOVE RFPIN-REC       TO DP-RFPIN-IMAGE.
           MOVE WS-RUN-YYYYMMDD TO DP-SUSPECT-DATE.
           IF WS-SUSPECT-COUNT < 50
              ADD 1 TO WS-SUSPECT-COUNT
              MOVE RFP-SUSPECT-REC TO SUSPECT-REC (WS-SUSPECT-COUNT)
              MOVE 'K' TO SUSPECT-STATUS (WS-SUSPECT-COUNT)
              ADD 1 TO NUM-SUSPECT
              MOVE 'SUSPECT' TO DDL-ACTION
              PERFORM 727-WRITE-DUP-LINE
           ELSE
              DISPLAY 'WARNING: SUSPECT-TABLE FULL - REQUEST NOT '
                 'KEPT: ' ARTIST-ACCOUNT-NO
           END-IF.

       727-WRITE-DUP-LINE.
      *** ONE LINE PER SUSPECT FROM RFP-SUSPECT-REC, ACTION ALREADY SET
           MOVE DP-RFPIN-IMAGE (1:8)   TO DDL-ACCOUNT-NO.
           MOVE DP-RFPIN-IMAGE (18:12) TO DDL-NAME.
           MOVE DP-MATCH-TYPE          TO DDL-TYPE.
           MOVE DP-MATCH-QUALITY       TO DDL-QUALITY.
           MOVE DP-SUSPECT-DATE        TO DDL-RECEIVED.
           MOVE DP-ORIG-RUN-DATE       TO DDL-ORIG-DATE.
           IF DP-ORIG-QUOTE-NO = 0
              MOVE 'HELD'              TO DDL-QUOTE-NO
           ELSE
              MOVE DP-ORIG-QUOTE-NO    TO DDL-QUOTE-NO
           END-IF.
           MOVE DP-ORIG-AMOUNT         TO DDL-AMOUNT.
           WRITE RFPDUPR-RECORD FROM DUP-DETAIL-LINE.

       795-RECORD-HISTORY.
      *** ONE HISTORY ROW PER INSTRUMENT LINE OF THE REQUEST JUST
      *** QUOTED OR HELD, STAMPED WITH THE BUSINESS DATE
           PERFORM VARYING INSTR-IDX FROM 1 BY 1 UNTIL INSTR-IDX > 3
              IF MUSICIAN-INSTRUMENT-TYPE (INSTR-IDX) NOT = SPACES
                 MOVE SPACES            TO RFP-HISTORY-REC
                 MOVE ARTIST-ACCOUNT-NO TO HS-ACCOUNT-NO
                 MOVE MUSICIAN-INSTRUMENT-TYPE (INSTR-IDX)
                                        TO HS-INSTR-TYPE
                 MOVE INSTRUMENT-QUALITY (INSTR-IDX)
                                        TO HS-QUALITY
                 MOVE WS-RUN-YYYYMMDD   TO HS-RUN-DATE
                 MOVE WS-HIST-QUOTE-NO  TO HS-QUOTE-NO
                 MOVE WS-HIST-AMOUNT    TO HS-QUOTE-AMT
                 PERFORM 795B-ADD-HISTORY-ROW
              END-IF
           END-PERFORM.

       795B-ADD-HISTORY-ROW.
           IF WS-DUP-HIST-COUNT < 2000
              ADD 1 TO WS-DUP-HIST-COUNT
              MOVE RFP-HISTORY-REC TO DUP-HIST-REC (WS-DUP-HIST-COUNT)
           ELSE
              DISPLAY 'WARNING: DUP-HIST-TABLE FULL - DROPPED '
                 HS-ACCOUNT-NO ' ' HS-INSTR-TYPE
           END-IF.

       715-APPLY-TRADE-IN.
      *** VALUE ANY TRADE-IN SEGMENT FROM THE TRADE-TABLE AND NET IT
      *** AGAINST THE QUOTE. A TRADED TYPE/CONDITION WITH NO TABLE
              END-IF
           END-PERFORM.

       757-WRITE-DEMAND.
      *** ONE DEMAND RECORD PER INSTRUMENT ON THE ACCEPTED QUOTE SO
      *** FAVPO CAN CONSOLIDATE WHAT HAS TO BE BOUGHT IN FROM THE
      *** VENDORS
           PERFORM VARYING INSTR-IDX FROM 1 BY 1 UNTIL INSTR-IDX > 3
              IF QT-ITEM-TYPE (INSTR-IDX) NOT = SPACES
                 MOVE SPACES TO RFP-DEMAND-REC
                 MOVE QT-ACCOUNT-NO TO DM-ACCOUNT-NO
                 MOVE QT-ITEM-TYPE (INSTR-IDX) TO DM-INSTR-TYPE
                 MOVE QT-ITEM-QUALITY (INSTR-IDX) TO DM-QUALITY
                 MOVE QT-ITEM-RENT-BUY (INSTR-IDX) TO DM-RENT-BUY
                 MOVE 1 TO DM-QTY
                 MOVE WS-BUSINESS-DATE TO DM-RUN-DATE
                 WRITE RFP-DEMAND-REC
              END-IF
           END-PERFORM.

       758-WRITE-SALES-INTERFACE.
      *** THE ACCEPTED ORDER BOOKS TO SALES1 IN THE REGION ITS SHIP-TO
      *** ZONE MAPS TO, FOR THE YEAR AND QUARTER OF THE ACCEPTANCE
           MOVE SPACES TO RFP-SALE-REC.
           MOVE QT-QUOTE-NO    TO SI-QUOTE-NO.
           MOVE QT-ACCOUNT-NO  TO SI-ACCOUNT-NO.
           MOVE QT-SHIP-TO     TO SI-SHIP-TO.
           MOVE 'N' TO ZONEREG-FOUND-SW.
           PERFORM VARYING WS-ZONEREG-I FROM 1 BY 1
               UNTIL WS-ZONEREG-I > WS-ZONEREG-COUNT OR ZONEREG-FOUND
              IF ZRT-ZONE-CODE (WS-ZONEREG-I) = QT-SHIP-TO
                 AND QT-SHIP-TO NOT = SPACES
                 MOVE ZRT-REGION (WS-ZONEREG-I) TO SI-REGION
                 MOVE 'Y' TO ZONEREG-FOUND-SW
              END-IF
           END-PERFORM.
           IF NOT ZONEREG-FOUND
              ADD 1 TO NUM-ZONE-UNMAPPED
           END-IF.
           MOVE QT-STATUS-DATE (1:4) TO SI-YEAR.
           MOVE QT-STATUS-DATE (5:2) TO WS-SI-MONTH.
           COMPUTE SI-QUARTER = (WS-SI-MONTH + 2) / 3.
           MOVE QT-AMOUNT      TO SI-AMOUNT.
           MOVE QT-STATUS-DATE TO SI-ACCEPT-DATE.
           MOVE WS-BUSINESS-DATE TO SI-RUN-DATE.
           WRITE RFP-SALE-REC.
           ADD 1 TO NUM-SALES-SENT.

       750-WRITE-OUTPUT.
           PERFORM 755-ACCUM-GENRE.
           MOVE ARTIST-MUSICAL-GENRE     TO ARTIST-MUSICAL-GENRE-O.
              WRITE RFPOUT-RECORD FROM RFPOUT-TRADE-LINE
           END-IF.

           PERFORM 790-RECORD-QUOTE.
           PERFORM 760-WRITE-PAYMENT-SCHEDULE.
           PERFORM 766-REGISTER-WARRANTIES.

       790-RECORD-QUOTE.
      *** EVERY QUOTE ISSUED GOES ON THE QUOTE FILE AS OPEN, VALID FOR
      *** THE PARAMETER NUMBER OF DAYS FROM THE RUN DATE
           MOVE SPACES TO QUOTE-REC.
           MOVE WS-NEXT-QUOTE-NO     TO QT-QUOTE-NO.
           MOVE ARTIST-ACCOUNT-NO    TO QT-ACCOUNT-NO.
           MOVE TOTAL-COST           TO QT-AMOUNT.
           MOVE WS-RUN-YYYYMMDD      TO QT-QUOTE-DATE.
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-YYYYMMDD).
           COMPUTE QT-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DATE-INT + WS-QUOTE-VALID-DAYS).
           MOVE QT-EXPIRY-DATE TO WS-BDY-DATE-1.
           PERFORM 783-ROLL-TO-BUSINESS-DAY.
           MOVE WS-BDY-DATE-1 TO QT-EXPIRY-DATE.
           MOVE 'O'                  TO QT-STATUS.
           MOVE WS-RUN-YYYYMMDD      TO QT-STATUS-DATE.
           MOVE ARTIST-MUSICAL-GENRE TO QT-GENRE.
           MOVE MUSICIAN-INSTRUMENT-TYPE-O TO QT-INSTR-TYPE.
           MOVE SHIP-TO              TO QT-SHIP-TO.
           PERFORM VARYING INSTR-IDX FROM 1 BY 1 UNTIL INSTR-IDX > 3
              MOVE MUSICIAN-INSTRUMENT-TYPE (INSTR-IDX)
                TO QT-ITEM-TYPE (INSTR-IDX)
              MOVE INSTRUMENT-QUALITY (INSTR-IDX)
                TO QT-ITEM-QUALITY (INSTR-IDX)
              MOVE RENT-BUY-IND (INSTR-IDX)
                TO QT-ITEM-RENT-BUY (INSTR-IDX)
              MOVE WS-ITEM-COST (INSTR-IDX)
                TO QT-ITEM-AMOUNT (INSTR-IDX)
           END-PERFORM.
           IF WS-QUOTE-COUNT < 1000
              ADD 1 TO WS-QUOTE-COUNT
              MOVE QUOTE-REC TO QUOTE-TAB-REC (WS-QUOTE-COUNT)
           ELSE
              DISPLAY 'ERROR: QUOTE-TABLE FULL - CANNOT HOLD QUOTE '
                 WS-NEXT-QUOTE-NO
              MOVE 'Y' TO QUOTE-TABLE-FULL-SW
           END-IF.
           ADD 1 TO NUM-QUOTED.
           ADD 1 TO WS-NEXT-QUOTE-NO.
           MOVE QT-QUOTE-NO TO WS-HIST-QUOTE-NO.
           MOVE QT-AMOUNT   TO WS-HIST-AMOUNT.
           PERFORM 795-RECORD-HISTORY.

           MOVE QT-QUOTE-NO          TO QNL-QUOTE-NO.
           MOVE QT-EXPIRY-DATE (1:4) TO QNL-YYYY.
           MOVE QT-EXPIRY-DATE (5:2) TO QNL-MM.
           MOVE QT-EXPIRY-DATE (7:2) TO QNL-DD.
           WRITE RFPOUT-RECORD FROM QUOTE-NUMBER-LINE.

       760-WRITE-PAYMENT-SCHEDULE.
      *** DEPOSIT DUE AT ORDER, THEN EQUAL MONTHLY INSTALLMENTS OVER
              MOVE WS-DEPOSIT-AMT TO SDL-DEPOSIT
              COMPUTE SDL-PCT = WS-DEPOSIT-PCT * 100
              WRITE RFPOUT-RECORD FROM SCHEDULE-DEPOSIT-LINE
              MOVE SPACES          TO RFP-SCHEDULE-REC
              MOVE 0               TO SC-INST-NO
              MOVE WS-RUN-YYYYMMDD TO SC-DUE-DATE
              MOVE WS-DEPOSIT-AMT  TO SC-AMOUNT
              PERFORM 765-WRITE-SCHEDULE-EXTRACT

      *** INSTALLMENTS FALL DUE ON THE RUN DAY OF EACH MONTH, HELD TO
      *** THE 28TH SO EVERY MONTH HAS THE DAY, AND MOVED ON TO THE
      *** NEXT BUSINESS DAY WHEN THAT DAY IS A WEEKEND OR HOLIDAY
              MOVE WS-CURRENT-MONTH TO WS-SCHED-MONTH
              MOVE WS-CURRENT-YEAR  TO WS-SCHED-YEAR
              MOVE WS-CURRENT-DAY   TO WS-SCHED-DAY
              IF WS-SCHED-DAY > 28
                 MOVE 28 TO WS-SCHED-DAY
              END-IF
              PERFORM VARYING WS-INSTALL-NBR FROM 1 BY 1
                  UNTIL WS-INSTALL-NBR > WS-TERM-MONTHS
                 ADD 1 TO WS-SCHED-MONTH
                 MOVE WS-SCHED-YEAR  TO SIL-YYYY
                 IF WS-INSTALL-NBR = WS-TERM-MONTHS
                    MOVE WS-LAST-INSTALL-AMT TO SIL-AMT
                    MOVE WS-LAST-INSTALL-AMT TO SC-AMOUNT
                 ELSE
                    MOVE WS-INSTALL-AMT TO SIL-AMT
                    MOVE WS-INSTALL-AMT TO SC-AMOUNT
                 END-IF
                 WRITE RFPOUT-RECORD FROM SCHEDULE-INSTALL-LINE
                 MOVE WS-INSTALL-NBR TO SC-INST-NO
                 MOVE WS-SCHED-YEAR  TO WS-BDY-DATE-1 (1:4)
                 MOVE WS-SCHED-MONTH TO WS-BDY-DATE-1 (5:2)
                 MOVE WS-SCHED-DAY   TO WS-BDY-DATE-1 (7:2)
                 PERFORM 783-ROLL-TO-BUSINESS-DAY
                 MOVE WS-BDY-DATE-1  TO SC-DUE-DATE
                 PERFORM 765-WRITE-SCHEDULE-EXTRACT
              END-PERFORM
           END-IF.

       766-REGISTER-WARRANTIES.
      *** EVERY PURCHASED INSTRUMENT WITH A WARRANTY ROW IS REGISTERED
      *** AGAINST THE QUOTE, COVERED FROM THE COMMITTED DELIVERY DATE.
      *** THE QUOTE SHOWS THE COVERAGE AND, WHERE ONE IS PRICED, THE
      *** EXTENDED PLAN THE ARTIST MAY ADD
           PERFORM 781-COMPUTE-COMMIT-DATE.
           PERFORM VARYING INSTR-IDX FROM 1 BY 1 UNTIL INSTR-IDX > 3
              IF MUSICIAN-INSTRUMENT-TYPE (INSTR-IDX) NOT = SPACES
                 AND PURCHASE (INSTR-IDX)
                 PERFORM 767-FIND-WARRANTY
                 IF WARR-FOUND
                    PERFORM 768-WRITE-WARRANTY
                 END-IF
              END-IF
           END-PERFORM.

       767-FIND-WARRANTY.
           MOVE 'N' TO WARR-FOUND-SW.
           PERFORM VARYING WS-WARR-I FROM 1 BY 1
               UNTIL WS-WARR-I > WS-WARR-COUNT OR WARR-FOUND
              IF WARR-INSTR-TYPE (WS-WARR-I) =
                 MUSICIAN-INSTRUMENT-TYPE (INSTR-IDX)
                 AND WARR-STD-MONTHS (WS-WARR-I) > 0
                 MOVE 'Y' TO WARR-FOUND-SW
              END-IF
           END-PERFORM.
           IF WARR-FOUND
              SUBTRACT 1 FROM WS-WARR-I
           END-IF.

       768-WRITE-WARRANTY.
           MOVE SPACES                  TO WARRANTY-REG-REC.
           MOVE ARTIST-ACCOUNT-NO       TO WR-ACCOUNT-NO.
           MOVE QT-QUOTE-NO             TO WR-QUOTE-NO.
           MOVE MUSICIAN-INSTRUMENT-TYPE (INSTR-IDX)
                                        TO WR-INSTR-TYPE.
           MOVE INSTRUMENT-QUALITY (INSTR-IDX)
                                        TO WR-QUALITY.
           MOVE WS-RUN-YYYYMMDD         TO WR-REG-DATE.
           MOVE WS-COMMIT-YYYYMMDD      TO WR-START-DATE.
           MOVE WARR-STD-MONTHS (WS-WARR-I) TO WR-STD-MONTHS.
           MOVE WARR-EXT-MONTHS (WS-WARR-I) TO WR-EXT-MONTHS.
           MOVE WARR-EXT-PRICE (WS-WARR-I)  TO WR-EXT-PRICE.
           MOVE WS-COMMIT-YYYYMMDD      TO WS-AM-FROM-DATE.
           MOVE WR-STD-MONTHS           TO WS-AM-MONTHS.
           PERFORM 769-ADD-MONTHS.
           MOVE WS-AM-RESULT-DATE       TO WR-END-DATE.
           MOVE 0                       TO WR-EXT-END-DATE.
           IF WR-EXT-MONTHS > 0 AND WR-EXT-PRICE > 0
              MOVE WS-COMMIT-YYYYMMDD   TO WS-AM-FROM-DATE
              COMPUTE WS-AM-MONTHS = WR-STD-MONTHS + WR-EXT-MONTHS
              PERFORM 769-ADD-MONTHS
              MOVE WS-AM-RESULT-DATE    TO WR-EXT-END-DATE
           ELSE
              MOVE 0                    TO WR-EXT-MONTHS
              MOVE 0                    TO WR-EXT-PRICE
           END-IF.
           WRITE WARRANTY-REG-REC.
           ADD 1 TO NUM-WARR-REG.

           MOVE WR-INSTR-TYPE           TO WL-INSTR-TYPE.
           MOVE WR-STD-MONTHS           TO WL-MONTHS.
           MOVE WR-END-DATE (1:4)       TO WL-YYYY.
           MOVE WR-END-DATE (5:2)       TO WL-MM.
           MOVE WR-END-DATE (7:2)       TO WL-DD.
           WRITE RFPOUT-RECORD FROM WARRANTY-LINE.
           IF WR-EXT-END-DATE > 0
              MOVE WR-EXT-MONTHS        TO EPL-MONTHS
              MOVE WR-EXT-END-DATE (1:4) TO EPL-YYYY
              MOVE WR-EXT-END-DATE (5:2) TO EPL-MM
              MOVE WR-EXT-END-DATE (7:2) TO EPL-DD
              MOVE WR-EXT-PRICE         TO EPL-PRICE
              WRITE RFPOUT-RECORD FROM EXTENDED-PLAN-LINE
           END-IF.

       769-ADD-MONTHS.
      *** COVERAGE OF N MONTHS FROM A DATE ENDS THE DAY BEFORE THE
      *** SAME DAY N MONTHS ON. WHEN THE TARGET MONTH DOES NOT HAVE
      *** THAT DAY (JAN 31 + 1 MONTH) IT ENDS ON THE MONTH'S LAST DAY
           MOVE WS-AM-FROM-DATE (1:4) TO WS-AM-YEAR.
           MOVE WS-AM-FROM-DATE (5:2) TO WS-AM-MONTH.
           MOVE WS-AM-FROM-DATE (7:2) TO WS-AM-DAY.
           MOVE 'N' TO WS-AM-CLAMP-SW.
           COMPUTE WS-AM-TOTAL-MONTHS =
                   (WS-AM-YEAR * 12) + WS-AM-MONTH - 1 + WS-AM-MONTHS.
           DIVIDE WS-AM-TOTAL-MONTHS BY 12
              GIVING WS-AM-YEAR REMAINDER WS-AM-MONTH.
           ADD 1 TO WS-AM-MONTH.
           IF WS-AM-DAY > 28
              IF WS-AM-MONTH = 12
                 COMPUTE WS-AM-NEXT-FIRST =
                         ((WS-AM-YEAR + 1) * 10000) + 0101
              ELSE
                 COMPUTE WS-AM-NEXT-FIRST =
                         (WS-AM-YEAR * 10000)
                       + ((WS-AM-MONTH + 1) * 100) + 01
              END-IF
              COMPUTE WS-AM-RESULT-DATE = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (WS-AM-NEXT-FIRST) - 1)
              MOVE WS-AM-RESULT-DATE (7:2) TO WS-AM-LAST-DAY
              IF WS-AM-DAY > WS-AM-LAST-DAY
                 MOVE WS-AM-LAST-DAY     TO WS-AM-DAY
                 MOVE 'Y'                TO WS-AM-CLAMP-SW
              END-IF
           END-IF.
           COMPUTE WS-AM-RESULT-DATE = (WS-AM-YEAR * 10000)
                                     + (WS-AM-MONTH * 100) + WS-AM-DAY.
           IF NOT WS-AM-CLAMPED
              COMPUTE WS-AM-RESULT-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-AM-RESULT-DATE) - 1)
           END-IF.

       765-WRITE-SCHEDULE-EXTRACT.
      *** ONE LEDGER FEED ROW PER PRINTED SCHEDULE LINE, KEYED BY THE
      *** QUOTE JUST RECORDED BY 790-RECORD-QUOTE
           MOVE QT-QUOTE-NO   TO SC-QUOTE-NO.
           MOVE QT-ACCOUNT-NO TO SC-ACCOUNT-NO.
           WRITE RFP-SCHEDULE-REC.

       800-WRITE-FINAL-LINES.
           MOVE REPORT-LINE2 TO RFPOUT-RECORD.
           WRITE RFPOUT-RECORD.
           MOVE REPORT-LINE8 TO RFPOUT-RECORD.
           WRITE RFPOUT-RECORD.

           IF NUM-RETURNS > 0
              COMPUTE RL8A-CREDITS = 0 - TOTAL-RETURN-CREDITS
              MOVE REPORT-LINE8A TO RFPOUT-RECORD
              WRITE RFPOUT-RECORD
           END-IF.

           PERFORM VARYING GENRE-IDX FROM 1 BY 1
               UNTIL GENRE-IDX > WS-GENRE-COUNT
              MOVE GENRE-NAME (GENRE-IDX)  TO RL9-GENRE-NAME
           MOVE REPORT-LINE13 TO RFPOUT-RECORD.
           WRITE RFPOUT-RECORD.

           MOVE NUM-SUSPECT TO RL14-NUM-SUSPECT.
           MOVE REPORT-LINE14 TO RFPOUT-RECORD.
           WRITE RFPOUT-RECORD.

           MOVE NUM-WARR-REG TO RL15-NUM-WARR.
           MOVE REPORT-LINE15 TO RFPOUT-RECORD.
           WRITE RFPOUT-RECORD.

           MOVE NUM-SALES-SENT TO RL16-NUM-SENT.
           MOVE REPORT-LINE16 TO RFPOUT-RECORD.
           WRITE RFPOUT-RECORD.

           MOVE NUM-ZONE-UNMAPPED TO RL17-NUM-UNMAPPED.
           MOVE REPORT-LINE17 TO RFPOUT-RECORD.
           WRITE RFPOUT-RECORD.

           MOVE NUM-RETURNS TO RL18-NUM-RETURNS.
           MOVE REPORT-LINE18 TO RFPOUT-RECORD.
           WRITE RFPOUT-RECORD.

           PERFORM 850-WRITE-GRANDTOT.
           PERFORM 860-WRITE-HOLD-FILE.
           PERFORM 862-WRITE-DUP-FILES.
           PERFORM 865-WRITE-QUOTE-FILE.
           PERFORM 880-WRITE-CONVERSION-REPORT.
           PERFORM 886-WRITE-RETURNS-REPORT.
           PERFORM 890-WRITE-PRICE-HISTORY.
           PERFORM 870-WRITE-BAL-RECORD.

       865-WRITE-QUOTE-FILE.
      *** REWRITE THE QUOTE FILE: PRIOR QUOTES WITH THIS RUN'S STATUS
      *** CHANGES PLUS THE QUOTES ISSUED THIS RUN. CLOSED QUOTES PAST
      *** WS-QUOTE-KEEP-DAYS WERE DROPPED ON LOAD (191B) AND SO ARE
      *** NOT WRITTEN BACK. IF THE TABLE RAN
      *** OUT OF ROOM, WRITING IT BACK WOULD LOSE QUOTES, SO THE FILE
      *** IS LEFT AS IT WAS AND THE STEP ENDS WITH RC 16
           IF QUOTE-TABLE-FULL
              DISPLAY 'ERROR: QUOTE-TABLE FULL - RFPQUOTE NOT REWRITTEN'
           ELSE
              PERFORM 866-REWRITE-QUOTE-FILE
           END-IF.

       866-REWRITE-QUOTE-FILE.
           OPEN OUTPUT RFPQUOTE.
           PERFORM VARYING WS-QUOTE-I FROM 1 BY 1
               UNTIL WS-QUOTE-I > WS-QUOTE-COUNT
              MOVE QUOTE-TAB-REC (WS-QUOTE-I) TO RFPQUOTE-RECORD
              WRITE RFPQUOTE-RECORD
           END-PERFORM.
           CLOSE RFPQUOTE.

       880-WRITE-CONVERSION-REPORT.
      *** QUOTES ISSUED IN THE BUSINESS MONTH AGAINST THOSE WON, BY
      *** GENRE AND THEN BY INSTRUMENT TYPE, WITH THE VALUE LOST TO
      *** DECLINES AND EXPIRIES, FOLLOWED BY THE RUN'S ACTIVITY COUNTS
           MOVE 'G' TO CONV-BY-SW.
           MOVE 'GENRE' TO CHL-KEY.
           PERFORM 882-BUILD-CONVERSION.
           MOVE 'I' TO CONV-BY-SW.
           MOVE 'INSTRUMENT' TO CHL-KEY.
           PERFORM 882-BUILD-CONVERSION.

           WRITE RFPCONV-RECORD FROM REPORT-LINE4.
           MOVE 'QUOTES ISSUED THIS RUN:'     TO CCL-LABEL.
           MOVE NUM-QUOTED                    TO CCL-COUNT.
           WRITE RFPCONV-RECORD FROM CONV-COUNT-LINE.
           MOVE 'QUOTES ACCEPTED THIS RUN:'   TO CCL-LABEL.
           MOVE NUM-ACCEPTED                  TO CCL-COUNT.
           WRITE RFPCONV-RECORD FROM CONV-COUNT-LINE.
           MOVE 'QUOTES DECLINED THIS RUN:'   TO CCL-LABEL.
           MOVE NUM-QDECLINED                 TO CCL-COUNT.
           WRITE RFPCONV-RECORD FROM CONV-COUNT-LINE.
           MOVE 'QUOTES EXPIRED THIS RUN:'    TO CCL-LABEL.
           MOVE NUM-EXPIRED                   TO CCL-COUNT.
           WRITE RFPCONV-RECORD FROM CONV-COUNT-LINE.
           MOVE 'TRANSACTIONS REJECTED:'      TO CCL-LABEL.
           MOVE NUM-QTR-REJECTED              TO CCL-COUNT.
           WRITE RFPCONV-RECORD FROM CONV-COUNT-LINE.

       882-BUILD-CONVERSION.
           INITIALIZE CONV-TABLE, CONV-TOTALS.
           MOVE 0 TO WS-CONV-COUNT.
           PERFORM VARYING WS-QUOTE-I FROM 1 BY 1
               UNTIL WS-QUOTE-I > WS-QUOTE-COUNT
              MOVE QUOTE-TAB-REC (WS-QUOTE-I) TO QUOTE-REC
              IF QT-QUOTE-DATE (1:6) = WS-RUN-YYYYMMDD (1:6)
                 PERFORM 884-ACCUM-CONVERSION
              END-IF
           END-PERFORM.

           WRITE RFPCONV-RECORD FROM REPORT-LINE2.
           IF CONV-BY-GENRE
              MOVE 'CONVERSION BY GENRE' TO CSL-TEXT
           ELSE
              MOVE 'CONVERSION BY INSTRUMENT TYPE' TO CSL-TEXT
           END-IF.
           WRITE RFPCONV-RECORD FROM CONV-SECTION-LINE.
           WRITE RFPCONV-RECORD FROM CONV-HEADING-LINE.
           PERFORM VARYING CONV-IDX FROM 1 BY 1
               UNTIL CONV-IDX > WS-CONV-COUNT
              MOVE CONV-KEY (CONV-IDX)        TO CDL-KEY
              MOVE CONV-ISSUED (CONV-IDX)     TO CDL-ISSUED
              MOVE CONV-ISSUED-AMT (CONV-IDX) TO CDL-ISSUED-AMT
              MOVE CONV-WON (CONV-IDX)        TO CDL-WON
              MOVE CONV-WON-AMT (CONV-IDX)    TO CDL-WON-AMT
              MOVE CONV-OPEN (CONV-IDX)       TO CDL-OPEN
              MOVE CONV-LOST-AMT (CONV-IDX)   TO CDL-LOST-AMT
              COMPUTE WS-CONV-PCT ROUNDED =
                 CONV-WON (CONV-IDX) * 100 / CONV-ISSUED (CONV-IDX)
              MOVE WS-CONV-PCT                TO CDL-PCT
              WRITE RFPCONV-RECORD FROM CONV-DETAIL-LINE
           END-PERFORM.

           MOVE 'TOTAL'             TO CDL-KEY.
           MOVE CONV-TOT-ISSUED     TO CDL-ISSUED.
           MOVE CONV-TOT-ISSUED-AMT TO CDL-ISSUED-AMT.
           MOVE CONV-TOT-WON        TO CDL-WON.
           MOVE CONV-TOT-WON-AMT    TO CDL-WON-AMT.
           MOVE CONV-TOT-OPEN       TO CDL-OPEN.
           MOVE CONV-TOT-LOST-AMT   TO CDL-LOST-AMT.
           IF CONV-TOT-ISSUED > 0
              COMPUTE WS-CONV-PCT ROUNDED =
                 CONV-TOT-WON * 100 / CONV-TOT-ISSUED
           ELSE
              MOVE 0 TO WS-CONV-PCT
           END-IF.
           MOVE WS-CONV-PCT         TO CDL-PCT.
           WRITE RFPCONV-RECORD FROM CONV-DETAIL-LINE.

       884-ACCUM-CONVERSION.
           IF CONV-BY-GENRE
              MOVE QT-GENRE TO WS-CONV-KEY
           ELSE
              MOVE QT-INSTR-TYPE TO WS-CONV-KEY
           END-IF.
           MOVE 'N' TO CONV-FOUND-SW.
           PERFORM VARYING CONV-IDX FROM 1 BY 1
               UNTIL CONV-IDX > WS-CONV-COUNT OR CONV-FOUND
              IF CONV-KEY (CONV-IDX) = WS-CONV-KEY
                 MOVE 'Y' TO CONV-FOUND-SW
              END-IF
           END-PERFORM.
           IF CONV-FOUND
              SET CONV-IDX DOWN BY 1
           ELSE
              IF WS-CONV-COUNT < 20
                 ADD 1 TO WS-CONV-COUNT
                 SET CONV-IDX TO WS-CONV-COUNT
                 MOVE WS-CONV-KEY TO CONV-KEY (CONV-IDX)
                 MOVE 'Y' TO CONV-FOUND-SW
              ELSE
                 DISPLAY 'WARNING: CONV-TABLE FULL - DROPPED '
                    WS-CONV-KEY
              END-IF
           END-IF.
           IF CONV-FOUND
              ADD 1         TO CONV-ISSUED (CONV-IDX), CONV-TOT-ISSUED
              ADD QT-AMOUNT TO CONV-ISSUED-AMT (CONV-IDX),
                               CONV-TOT-ISSUED-AMT
              EVALUATE TRUE
                 WHEN QT-ACCEPTED
                    ADD 1 TO CONV-WON (CONV-IDX), CONV-TOT-WON
                    ADD QT-AMOUNT TO CONV-WON-AMT (CONV-IDX),
                                     CONV-TOT-WON-AMT
                 WHEN QT-OPEN
                    ADD 1 TO CONV-OPEN (CONV-IDX), CONV-TOT-OPEN
                 WHEN OTHER
                    ADD QT-AMOUNT TO CONV-LOST-AMT (CONV-IDX),
                                     CONV-TOT-LOST-AMT
              END-EVALUATE
           END-IF.

       886-WRITE-RETURNS-REPORT.
      *** RETURN RATES FROM THE QUOTE FILE: EVERY PURCHASED LINE ON
      *** AN ACCEPTED QUOTE IS A SALE, AND A LINE MARKED WITH A
      *** REASON CODE CAME BACK. THE RATE BY REASON IS THE SHARE OF
      *** ALL LINES SOLD RETURNED FOR THAT REASON
           MOVE 0 TO WS-RTN-TOT-SOLD, WS-RTN-TOT-RETURNED.
           PERFORM VARYING WS-QUOTE-I FROM 1 BY 1
               UNTIL WS-QUOTE-I > WS-QUOTE-COUNT
              MOVE QUOTE-TAB-REC (WS-QUOTE-I) TO QUOTE-REC
              IF QT-ACCEPTED
                 PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                     UNTIL WS-ITEM-I > 3
                    IF QT-ITEM-TYPE (WS-ITEM-I) NOT = SPACES
                       AND QT-ITEM-RENT-BUY (WS-ITEM-I) NOT = 'R'
                       PERFORM 886A-COUNT-SOLD-LINE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

           WRITE RFPRTNR-RECORD FROM REPORT-LINE2.
           MOVE 'RETURNS BY REASON' TO CSL-TEXT.
           WRITE RFPRTNR-RECORD FROM CONV-SECTION-LINE.
           WRITE RFPRTNR-RECORD FROM RTN-REASON-HEADING.
           PERFORM VARYING WS-RRS-I FROM 1 BY 1
               UNTIL WS-RRS-I > WS-RRS-COUNT
              MOVE RRS-REASON (WS-RRS-I)     TO RRL-REASON
              MOVE RRS-RUN-COUNT (WS-RRS-I)  TO RRL-RUN-COUNT
              MOVE RRS-RUN-CREDIT (WS-RRS-I) TO RRL-CREDIT
              MOVE RRS-RUN-FEES (WS-RRS-I)   TO RRL-FEES
              MOVE RRS-FILE-COUNT (WS-RRS-I) TO RRL-FILE-COUNT
              MOVE 0 TO WS-RTN-PCT
              IF WS-RTN-TOT-SOLD > 0
                 COMPUTE WS-RTN-PCT ROUNDED =
                    RRS-FILE-COUNT (WS-RRS-I) * 100 / WS-RTN-TOT-SOLD
              END-IF
              MOVE WS-RTN-PCT TO RRL-PCT
              WRITE RFPRTNR-RECORD FROM RTN-REASON-LINE
           END-PERFORM.
           MOVE 'TOTAL'              TO RRL-REASON.
           MOVE NUM-RETURNS          TO RRL-RUN-COUNT.
           MOVE TOTAL-RETURN-CREDITS TO RRL-CREDIT.
           MOVE TOTAL-RESTOCK-FEES   TO RRL-FEES.
           MOVE WS-RTN-TOT-RETURNED  TO RRL-FILE-COUNT.
           MOVE 0 TO WS-RTN-PCT.
           IF WS-RTN-TOT-SOLD > 0
              COMPUTE WS-RTN-PCT ROUNDED =
                 WS-RTN-TOT-RETURNED * 100 / WS-RTN-TOT-SOLD
           END-IF.
           MOVE WS-RTN-PCT TO RRL-PCT.
           WRITE RFPRTNR-RECORD FROM RTN-REASON-LINE.

           WRITE RFPRTNR-RECORD FROM REPORT-LINE2.
           MOVE 'RETURNS BY INSTRUMENT TYPE' TO CSL-TEXT.
           WRITE RFPRTNR-RECORD FROM CONV-SECTION-LINE.
           WRITE RFPRTNR-RECORD FROM RTN-TYPE-HEADING.
           PERFORM VARYING WS-RTY-I FROM 1 BY 1
               UNTIL WS-RTY-I > WS-RTY-COUNT
              MOVE RTY-TYPE (WS-RTY-I)       TO RIL-TYPE
              MOVE RTY-SOLD (WS-RTY-I)       TO RIL-SOLD
              MOVE RTY-RETURNED (WS-RTY-I)   TO RIL-RETURNED
              MOVE RTY-RUN-COUNT (WS-RTY-I)  TO RIL-RUN-COUNT
              MOVE RTY-RUN-CREDIT (WS-RTY-I) TO RIL-CREDIT
              MOVE 0 TO WS-RTN-PCT
              IF RTY-SOLD (WS-RTY-I) > 0
                 COMPUTE WS-RTN-PCT ROUNDED =
                    RTY-RETURNED (WS-RTY-I) * 100 / RTY-SOLD (WS-RTY-I)
              END-IF
              MOVE WS-RTN-PCT TO RIL-PCT
              WRITE RFPRTNR-RECORD FROM RTN-TYPE-LINE
           END-PERFORM.
           MOVE 'TOTAL'              TO RIL-TYPE.
           MOVE WS-RTN-TOT-SOLD      TO RIL-SOLD.
           MOVE WS-RTN-TOT-RETURNED  TO RIL-RETURNED.
           MOVE NUM-RETURNS          TO RIL-RUN-COUNT.
           MOVE TOTAL-RETURN-CREDITS TO RIL-CREDIT.
           MOVE 0 TO WS-RTN-PCT.
           IF WS-RTN-TOT-SOLD > 0
              COMPUTE WS-RTN-PCT ROUNDED =
                 WS-RTN-TOT-RETURNED * 100 / WS-RTN-TOT-SOLD
           END-IF.
           MOVE WS-RTN-PCT TO RIL-PCT.
           WRITE RFPRTNR-RECORD FROM RTN-TYPE-LINE.

           WRITE RFPRTNR-RECORD FROM REPORT-LINE2.
           MOVE 'RMA TRANSACTIONS READ:' TO CCL-LABEL.
           MOVE NUM-RMA-READ TO CCL-COUNT.
           WRITE RFPRTNR-RECORD FROM CONV-COUNT-LINE.
           MOVE 'RETURNS CREDITED:' TO CCL-LABEL.
           MOVE NUM-RETURNS TO CCL-COUNT.
           WRITE RFPRTNR-RECORD FROM CONV-COUNT-LINE.
           MOVE 'RMAS REJECTED:' TO CCL-LABEL.
           MOVE NUM-RMA-REJECTED TO CCL-COUNT.
           WRITE RFPRTNR-RECORD FROM CONV-COUNT-LINE.

       886A-COUNT-SOLD-LINE.
           ADD 1 TO WS-RTN-TOT-SOLD.
           MOVE QT-ITEM-TYPE (WS-ITEM-I) TO WS-RTY-KEY.
           PERFORM 178H-FIND-TYPE-ROW.
           IF WS-RTY-I > 0
              ADD 1 TO RTY-SOLD (WS-RTY-I)
           END-IF.
           IF QT-ITEM-RETURN-RSN (WS-ITEM-I) NOT = SPACES
              ADD 1 TO WS-RTN-TOT-RETURNED
              IF WS-RTY-I > 0
                 ADD 1 TO RTY-RETURNED (WS-RTY-I)
              END-IF
              MOVE QT-ITEM-RETURN-RSN (WS-ITEM-I) TO WS-RRS-KEY
              PERFORM 178G-FIND-REASON-ROW
              IF WS-RRS-I > 0
                 ADD 1 TO RRS-FILE-COUNT (WS-RRS-I)
              END-IF
           END-IF.

       890-WRITE-PRICE-HISTORY.
      *** EVERY RATEIN ROW IN INSTRUMENT AND EFFECTIVE-DATE ORDER,
      *** MARKED PAST, CURRENT (THE ROW BEING QUOTED) OR FUTURE, THEN
      *** THE OPEN QUOTES WHOSE PRICE HAS CHANGED OR IS SCHEDULED TO
      *** CHANGE SINCE THEY WERE ISSUED
           PERFORM VARYING WS-RH-I FROM 1 BY 1
               UNTIL WS-RH-I >= WS-RATE-HIST-COUNT
              PERFORM VARYING WS-RH-J FROM 1 BY 1
                  UNTIL WS-RH-J > WS-RATE-HIST-COUNT - WS-RH-I
                 IF RH-INSTR-TYPE (WS-RH-J) >
                    RH-INSTR-TYPE (WS-RH-J + 1)
                    OR (RH-INSTR-TYPE (WS-RH-J) =
                        RH-INSTR-TYPE (WS-RH-J + 1)
                    AND RH-EFF-DATE (WS-RH-J) >
                        RH-EFF-DATE (WS-RH-J + 1))
                    MOVE RATE-HIST-TAB (WS-RH-J) TO RATE-HIST-SWAP
                    MOVE RATE-HIST-TAB (WS-RH-J + 1)
                      TO RATE-HIST-TAB (WS-RH-J)
                    MOVE RATE-HIST-SWAP TO RATE-HIST-TAB (WS-RH-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

           WRITE RFPPRICE-RECORD FROM REPORT-LINE1.
           WRITE RFPPRICE-RECORD FROM PRICE-TITLE-LINE.
           WRITE RFPPRICE-RECORD FROM REPORT-LINE4.
           WRITE RFPPRICE-RECORD FROM PRICE-HEADING-LINE.
           PERFORM VARYING WS-RH-I FROM 1 BY 1
               UNTIL WS-RH-I > WS-RATE-HIST-COUNT
              PERFORM 892-WRITE-PRICE-LINE
           END-PERFORM.

           WRITE RFPPRICE-RECORD FROM REPORT-LINE2.
           MOVE 'OPEN QUOTES THAT WOULD REPRICE' TO CSL-TEXT.
           WRITE RFPPRICE-RECORD FROM CONV-SECTION-LINE.
           WRITE RFPPRICE-RECORD FROM REPRICE-HEADING-LINE.
           MOVE 0 TO NUM-REPRICE.
           PERFORM VARYING WS-QUOTE-I FROM 1 BY 1
               UNTIL WS-QUOTE-I > WS-QUOTE-COUNT
              MOVE QUOTE-TAB-REC (WS-QUOTE-I) TO QUOTE-REC
              IF QT-OPEN
                 PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                     UNTIL WS-ITEM-I > 3
                    IF QT-ITEM-TYPE (WS-ITEM-I) NOT = SPACES
                       PERFORM 894-CHECK-REPRICE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           WRITE RFPPRICE-RECORD FROM REPORT-LINE4.
           MOVE 'QUOTE LINES THAT WOULD REPRICE' TO CCL-LABEL.
           MOVE NUM-REPRICE TO CCL-COUNT.
           WRITE RFPPRICE-RECORD FROM CONV-COUNT-LINE.

       892-WRITE-PRICE-LINE.
           MOVE RH-INSTR-TYPE (WS-RH-I) TO PDL-TYPE.
           IF RH-EFF-DATE (WS-RH-I) = 0
              MOVE 'STANDING' TO PDL-EFF-DATE
           ELSE
              MOVE RH-EFF-DATE (WS-RH-I) TO PDL-EFF-DATE
           END-IF.
           MOVE RH-AMOUNT (WS-RH-I)        TO PDL-AMOUNT.
           MOVE RH-RENTAL-AMOUNT (WS-RH-I) TO PDL-RENTAL.
           MOVE RH-LEAD-DAYS (WS-RH-I)     TO PDL-LEAD.
           MOVE 'PAST' TO PDL-STATUS.
           IF RH-EFF-DATE (WS-RH-I) > WS-RUN-YYYYMMDD
              MOVE 'FUTURE' TO PDL-STATUS
           ELSE
              PERFORM VARYING RATE-IDX FROM 1 BY 1
                  UNTIL RATE-IDX > WS-RATE-COUNT
                 IF RATE-INSTR-TYPE (RATE-IDX) =
                    RH-INSTR-TYPE (WS-RH-I)
                    AND RATE-EFF-DATE (RATE-IDX) =
                        RH-EFF-DATE (WS-RH-I)
                    MOVE 'CURRENT' TO PDL-STATUS
                 END-IF
              END-PERFORM
           END-IF.
           WRITE RFPPRICE-RECORD FROM PRICE-DETAIL-LINE.

       894-CHECK-REPRICE.
      *** THE OLD PRICE IS THE ONE IN FORCE ON THE QUOTE DATE; THE NEW
      *** PRICE IS THE LATEST ROW ON FILE FOR THE INSTRUMENT. A RENTAL
      *** LINE COMPARES THE MONTHLY RENTAL, A PURCHASE LINE THE PRICE
           MOVE -1 TO WS-OLD-EFF-DATE, WS-NEW-EFF-DATE.
           MOVE 0  TO WS-OLD-PRICE, WS-NEW-PRICE.
           PERFORM VARYING WS-RH-I FROM 1 BY 1
               UNTIL WS-RH-I > WS-RATE-HIST-COUNT
              IF RH-INSTR-TYPE (WS-RH-I) = QT-ITEM-TYPE (WS-ITEM-I)
                 IF RH-EFF-DATE (WS-RH-I) <= QT-QUOTE-DATE
                    AND RH-EFF-DATE (WS-RH-I) > WS-OLD-EFF-DATE
                    MOVE RH-EFF-DATE (WS-RH-I) TO WS-OLD-EFF-DATE
                    IF QT-ITEM-RENT-BUY (WS-ITEM-I) = 'R'
                       MOVE RH-RENTAL-AMOUNT (WS-RH-I) TO WS-OLD-PRICE
                    ELSE
                       MOVE RH-AMOUNT (WS-RH-I) TO WS-OLD-PRICE
                    END-IF
                 END-IF
                 IF RH-EFF-DATE (WS-RH-I) > WS-NEW-EFF-DATE
                    MOVE RH-EFF-DATE (WS-RH-I) TO WS-NEW-EFF-DATE
                    IF QT-ITEM-RENT-BUY (WS-ITEM-I) = 'R'
                       MOVE RH-RENTAL-AMOUNT (WS-RH-I) TO WS-NEW-PRICE
                    ELSE
                       MOVE RH-AMOUNT (WS-RH-I) TO WS-NEW-PRICE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-OLD-EFF-DATE >= 0
              AND WS-NEW-EFF-DATE > QT-QUOTE-DATE
              AND WS-NEW-PRICE NOT = WS-OLD-PRICE
              MOVE QT-QUOTE-NO                TO RPL-QUOTE-NO
              MOVE QT-ACCOUNT-NO              TO RPL-ACCOUNT-NO
              MOVE QT-ITEM-TYPE (WS-ITEM-I)   TO RPL-TYPE
              IF QT-ITEM-RENT-BUY (WS-ITEM-I) = 'R'
                 MOVE 'R' TO RPL-RENT-BUY
              ELSE
                 MOVE 'B' TO RPL-RENT-BUY
              END-IF
              MOVE QT-QUOTE-DATE              TO RPL-QUOTE-DATE
              MOVE WS-OLD-PRICE               TO RPL-OLD-PRICE
              MOVE WS-NEW-PRICE               TO RPL-NEW-PRICE
              MOVE WS-NEW-EFF-DATE            TO RPL-EFF-DATE
              MOVE QT-EXPIRY-DATE             TO RPL-EXPIRY
              WRITE RFPPRICE-RECORD FROM REPRICE-DETAIL-LINE
              ADD 1 TO NUM-REPRICE
           END-IF.

       860-WRITE-HOLD-FILE.
      *** REWRITE THE PENDING-APPROVAL FILE: STILL-HELD ORDERS FROM
      *** PRIOR RUNS PLUS ORDERS NEWLY HELD THIS RUN
           END-PERFORM.
           CLOSE RFPHOLD.

       862-WRITE-DUP-FILES.
      *** REWRITE THE REQUEST HISTORY AND THE SUSPECT FILE (PENDING
      *** SUSPECTS FROM PRIOR RUNS PLUS THIS RUN'S), THEN CLOSE OUT
      *** THE DUPLICATE REPORT WITH THE RUN'S COUNTS
           OPEN OUTPUT RFPHIST.
           PERFORM VARYING WS-DH-I FROM 1 BY 1
               UNTIL WS-DH-I > WS-DUP-HIST-COUNT
              MOVE DUP-HIST-REC (WS-DH-I) TO RFPHIST-RECORD
              WRITE RFPHIST-RECORD
           END-PERFORM.
           CLOSE RFPHIST.

           OPEN OUTPUT RFPDUP.
           PERFORM VARYING WS-SUS-I FROM 1 BY 1
               UNTIL WS-SUS-I > WS-SUSPECT-COUNT
              IF SUSPECT-KEPT (WS-SUS-I)
                 MOVE SUSPECT-REC (WS-SUS-I) TO RFPDUP-RECORD
                 WRITE RFPDUP-RECORD
              END-IF
           END-PERFORM.
           CLOSE RFPDUP.

           WRITE RFPDUPR-RECORD FROM REPORT-LINE4.
           MOVE 'NEW SUSPECTED DUPLICATES'   TO CCL-LABEL.
           MOVE NUM-SUSPECT                  TO CCL-COUNT.
           WRITE RFPDUPR-RECORD FROM CONV-COUNT-LINE.
           MOVE 'PRIOR SUSPECTS RELEASED'    TO CCL-LABEL.
           MOVE NUM-DUP-RELEASED             TO CCL-COUNT.
           WRITE RFPDUPR-RECORD FROM CONV-COUNT-LINE.
           MOVE 'PRIOR SUSPECTS KILLED'      TO CCL-LABEL.
           MOVE NUM-DUP-KILLED               TO CCL-COUNT.
           WRITE RFPDUPR-RECORD FROM CONV-COUNT-LINE.
           MOVE 'PRIOR SUSPECTS PENDING'     TO CCL-LABEL.
           MOVE NUM-DUP-PENDING              TO CCL-COUNT.
           WRITE RFPDUPR-RECORD FROM CONV-COUNT-LINE.

       870-WRITE-BAL-RECORD.
      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK:
      *** IN = READ + RELEASED HOLDS AND SUSPECTS, OUT = QUOTED +
      *** HELD + SUSPECTED DUPLICATES, ERRORS ARE THE RFPERR RECORDS
           OPEN EXTEND BAL-CONTROL-FILE.
           IF NOT BL-FILE-FOUND
              OPEN OUTPUT BAL-CONTROL-FILE
           MOVE SPACES TO BAL-CONTROL-REC.
           MOVE 'FAVRFP  ' TO BAL-PROGRAM.
           MOVE WS-BUSINESS-DATE TO BAL-RUN-DATE.
           COMPUTE BAL-IN-COUNT = RECS-READ + NUM-RELEASED
                                + NUM-DUP-RELEASED.
           COMPUTE BAL-OUT-COUNT = NUM-GOOD + NUM-HELD + NUM-SUSPECT.
           MOVE NUM-BAD TO BAL-ERR-COUNT.
           WRITE BAL-CONTROL-REC.
           CLOSE BAL-CONTROL-FILE.

       900-CLOSE-FILES.
           CLOSE RFPIN, RFPOUT, RFPERR, RATEIN, SHIPIN, TRADEIN,
                 TAXIN, ARTMAST, RFPCOMM, RFPDMND, RFPCONV,
                 RFPSCHD, RFPPRICE, RFPDUPR, WARRREG, RFPSALE,
                 RFPRTNR.
