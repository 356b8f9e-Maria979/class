      *****************************************************************
      *  STUDENT LEDGER TRANSACTION (80 BYTES). COURSES WRITES ONE
      *  TUITION CHARGE PER BILLED STUDENT TO COURCHG ALONGSIDE THE
      *  COURBILL REGISTER; THE BURSAR'S PAYMENT AND FINANCIAL-AID
      *  POSTINGS (STUPAY) USE THE SAME LAYOUT. STULEDGR POSTS BOTH
      *  TO THE STUDENT BALANCE FILE BY LT-STUDENT-ID
      *****************************************************************
       01  LEDGER-TRAN-REC.
           05  LT-STUDENT-ID           PIC X(9).
           05  LT-TRAN-TYPE            PIC X(1).
               88  LT-CHARGE                      VALUE 'C'.
               88  LT-PAYMENT                     VALUE 'P'.
               88  LT-FINANCIAL-AID               VALUE 'A'.
               88  LT-VALID-TYPE                  VALUE 'C' 'P' 'A'.
           05  LT-TRAN-DATE            PIC 9(8).
           05  LT-AMOUNT               PIC 9(7)V99.
           05  LT-STUDENT-NAME         PIC X(20).
           05  LT-REFERENCE            PIC X(20).
           05  FILLER                  PIC X(13).
