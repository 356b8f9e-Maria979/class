      *****************************************************************
      *  PAYMENT SCHEDULE RECORD (RFPSCHD) -- 80 BYTES.
      *  WRITTEN BY FAVRFP FOR EVERY LINE OF A PRINTED PAYMENT
      *  SCHEDULE: INSTALLMENT 00 IS THE DEPOSIT DUE AT ORDER, THEN
      *  ONE ROW PER MONTHLY INSTALLMENT. FAVPAY LOADS THEM ONTO THE
      *  INSTALLMENT LEDGER
      *****************************************************************
       01  RFP-SCHEDULE-REC.
           05  SC-QUOTE-NO             PIC 9(06).
           05  SC-ACCOUNT-NO           PIC X(08).
           05  SC-INST-NO              PIC 9(02).
           05  SC-DUE-DATE             PIC 9(08).
           05  SC-AMOUNT               PIC 9(07)V99.
           05  FILLER                  PIC X(47).
