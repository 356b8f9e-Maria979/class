      *****************************************************************
      *  QUOTE FILE RECORD (RFPQUOTE) -- 120 BYTES.
      *  ONE ROW PER QUOTE FAVRFP HAS ISSUED, CARRIED FROM RUN TO RUN.
      *  STATUS MOVES FROM OPEN TO ACCEPTED OR DECLINED ON A QUOTE
      *  TRANSACTION, OR TO EXPIRED ONCE QT-EXPIRY-DATE HAS PASSED.
      *  QT-INSTR-TYPE IS THE SINGLE INSTRUMENT TYPE QUOTED, OR MULTI;
      *  THE INSTRUMENT LINES THEMSELVES FOLLOW IN QT-ITEM-GROUP.
      *  QT-SHIP-TO IS THE REQUEST'S SHIP-TO ZONE, SPACES ON QUOTES
      *  ISSUED BEFORE THE ZONE WAS CARRIED. QT-ITEM-AMOUNT IS EACH
      *  LINE'S QUOTED COST BEFORE ANY TRADE-IN (SPACES ON OLDER
      *  QUOTES) AND QT-ITEM-RETURN-RSN THE REASON CODE ONCE THE LINE
      *  HAS BEEN RETURNED UNDER AN RMA, SPACES UNTIL THEN
      *****************************************************************
       01  QUOTE-REC.
           05  QT-QUOTE-NO             PIC 9(06).
           05  QT-ACCOUNT-NO           PIC X(08).
           05  QT-AMOUNT               PIC 9(07)V99.
           05  QT-QUOTE-DATE           PIC 9(08).
           05  QT-EXPIRY-DATE          PIC 9(08).
           05  QT-STATUS               PIC X(01).
               88  QT-OPEN             VALUE 'O'.
               88  QT-ACCEPTED         VALUE 'A'.
               88  QT-DECLINED         VALUE 'D'.
               88  QT-EXPIRED          VALUE 'E'.
           05  QT-STATUS-DATE          PIC 9(08).
           05  QT-GENRE                PIC X(09).
           05  QT-INSTR-TYPE           PIC X(06).
           05  QT-ITEM-GROUP OCCURS 3 TIMES.
               10  QT-ITEM-TYPE        PIC X(06).
               10  QT-ITEM-QUALITY     PIC X(01).
               10  QT-ITEM-RENT-BUY    PIC X(01).
           05  QT-SHIP-TO              PIC X(03).
           05  QT-ITEM-DETAIL OCCURS 3 TIMES.
               10  QT-ITEM-AMOUNT      PIC 9(05)V99.
               10  QT-ITEM-RETURN-RSN  PIC X(02).
           05  FILLER                  PIC X(03).
