      *****************************************************************
      *  INSTALLMENT LEDGER RECORD (INSTLEDG) -- 80 BYTES.
      *  ONE ROW PER SCHEDULED PAYMENT. A ROW IS PENDING UNTIL ITS
      *  QUOTE IS ACCEPTED, THEN OPEN UNTIL PAID IN FULL, WHEN IT IS
      *  DROPPED AT THE LEDGER REWRITE. ROWS FOR A DECLINED OR EXPIRED
      *  QUOTE ARE DROPPED
      *****************************************************************
       01  INSTALLMENT-LEDGER-REC.
           05  IL-QUOTE-NO             PIC 9(06).
           05  IL-ACCOUNT-NO           PIC X(08).
           05  IL-INST-NO              PIC 9(02).
           05  IL-DUE-DATE             PIC 9(08).
           05  IL-AMOUNT-DUE           PIC 9(07)V99.
           05  IL-AMOUNT-PAID          PIC 9(07)V99.
           05  IL-LAST-PAY-DATE        PIC 9(08).
           05  IL-STATUS               PIC X(01).
               88  IL-PENDING          VALUE 'P'.
               88  IL-OPEN             VALUE 'O'.
               88  IL-PAID             VALUE 'C'.
           05  FILLER                  PIC X(29).
