      *****************************************************************
      *  ADMINISTRATION OFFICER RECORD (ADMINFL) -- 100 BYTES.
      *  KSDS KEYED BY THE PRESIDENT'S ACCT-NO (YEAR-IN/YEAR-OUT) PLUS
      *  A TWO-DIGIT SEQUENCE, ONE RECORD PER VICE PRESIDENT OR CABINET
      *  OFFICER, SO A GENERIC START ON THE ACCT-NO RETURNS EVERY
      *  OFFICER OF THAT TERM IN SEQUENCE ORDER
      *****************************************************************
       01  ADMIN-REC.
           05  ADM-KEY.
               10  ADM-ACCT-NO         PIC X(8).
               10  ADM-ACCT-YEAR REDEFINES ADM-ACCT-NO.
                   15  ADM-TERM-YEAR-IN   PIC 9(4).
                   15  ADM-TERM-YEAR-OUT  PIC 9(4).
               10  ADM-SEQ             PIC 9(2).
           05  ADM-ROLE-CODE           PIC X(2).
               88  ADM-VICE-PRESIDENT             VALUE 'VP'.
               88  ADM-CABINET-OFFICER            VALUE 'CB'.
               88  ADM-VALID-ROLE                 VALUE 'VP' 'CB'.
           05  ADM-ROLE-TITLE          PIC X(25).
           05  ADM-LAST-NAME           PIC X(20).
           05  ADM-FIRST-NAME          PIC X(15).
           05  ADM-HOME-STATE          PIC X(15).
           05  ADM-YEAR-FROM           PIC 9(4).
           05  ADM-YEAR-TO             PIC 9(4).
           05  FILLER                  PIC X(5).
