      *****************************************************************
      *  INSTRUMENT DEMAND RECORD (RFPDMND) -- 80 BYTES.
      *  WRITTEN BY FAVRFP FOR EVERY INSTRUMENT ON AN ACCEPTED QUOTE AND
      *  CONSOLIDATED BY FAVPO INTO PURCHASE ORDERS PER VENDOR
      *****************************************************************
       01  RFP-DEMAND-REC.
           05  DM-ACCOUNT-NO           PIC X(08).
           05  DM-INSTR-TYPE           PIC X(06).
           05  DM-QUALITY              PIC X(01).
           05  DM-RENT-BUY             PIC X(01).
           05  DM-QTY                  PIC 9(03).
           05  DM-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(53).
