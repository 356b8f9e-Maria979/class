      *****************************************************************
      *  REQUEST HISTORY RECORD (RFPHIST) -- 80 BYTES.
      *  ONE ROW PER INSTRUMENT LINE FAVRFP HAS QUOTED OR HELD FOR
      *  APPROVAL, KEPT FOR THE DUPLICATE-REQUEST WINDOW AND AGED OFF
      *  AFTER IT. HS-QUOTE-NO IS ZERO FOR AN ORDER HELD, NOT QUOTED
      *****************************************************************
       01  RFP-HISTORY-REC.
           05  HS-ACCOUNT-NO           PIC X(08).
           05  HS-INSTR-TYPE           PIC X(06).
           05  HS-QUALITY              PIC X(01).
           05  HS-RUN-DATE             PIC 9(08).
           05  HS-QUOTE-NO             PIC 9(06).
           05  HS-QUOTE-AMT            PIC 9(07)V99.
           05  FILLER                  PIC X(42).
