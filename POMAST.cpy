      *****************************************************************
      *  PURCHASE-ORDER MASTER RECORD (POMAST) -- 80 BYTES.
      *  ONE ROW PER PO LINE. FAVPO ADDS THE LINES OF EACH NEW PO,
      *  POSTS VENDOR RECEIPTS AGAINST THEM AND CLOSES A LINE ONCE
      *  THE FULL ORDERED QUANTITY HAS BEEN RECEIVED
      *****************************************************************
       01  PO-MASTER-REC.
           05  POM-PO-NUMBER           PIC 9(06).
           05  POM-LINE-NO             PIC 9(02).
           05  POM-VENDOR-ID           PIC X(06).
           05  POM-INSTR-TYPE          PIC X(06).
           05  POM-QTY-ORDERED         PIC 9(05).
           05  POM-QTY-RECEIVED        PIC 9(05).
           05  POM-UNIT-COST           PIC 9(05)V99.
           05  POM-ORDER-DATE          PIC 9(08).
           05  POM-LAST-RCPT-DATE      PIC 9(08).
           05  POM-STATUS              PIC X(01).
               88  POM-OPEN            VALUE 'O'.
               88  POM-CLOSED          VALUE 'C'.
           05  FILLER                  PIC X(26).
