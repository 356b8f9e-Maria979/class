      *****************************************************************
      *  CONSOLIDATED EXCEPTION QUEUE RECORD (EXCQUEUE) -- 160 BYTES.
      *  ONE ROW PER REJECTED KEY PER REASON PER SOURCE PROGRAM, BUILT
      *  BY EXCQUEUE FROM THE NIGHT'S REJECT FILES (ACCTREJ, COURERR,
      *  RFPERR, ERRFILE, SALESREJ, WERROR, INQNF). AN OPEN ROW CLOSES
      *  BY ITSELF THE NIGHT ITS KEY GOES THROUGH THE SOURCE PROGRAM
      *  WITHOUT BEING REJECTED. DATES ARE BUSINESS DATES (YYYYMMDD)
      *****************************************************************
       01  EXC-QUEUE-REC.
           05  EQ-SOURCE-PGM          PIC X(08).
           05  EQ-SOURCE-DD           PIC X(08).
           05  EQ-KEY                 PIC X(40).
           05  EQ-REASON              PIC X(40).
           05  EQ-SEVERITY            PIC X(01).
               88  EQ-SEV-HIGH        VALUE 'H'.
               88  EQ-SEV-MEDIUM      VALUE 'M'.
               88  EQ-SEV-LOW         VALUE 'L'.
           05  EQ-OWNER               PIC X(16).
           05  EQ-STATUS              PIC X(01).
               88  EQ-OPEN            VALUE 'O'.
               88  EQ-CLOSED          VALUE 'C'.
           05  EQ-FIRST-DATE          PIC 9(08).
           05  EQ-LAST-DATE           PIC 9(08).
           05  EQ-CLOSED-DATE         PIC 9(08).
           05  EQ-TIMES-SEEN          PIC 9(04).
           05  FILLER                 PIC X(18).
