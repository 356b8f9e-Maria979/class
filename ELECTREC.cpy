      *****************************************************************
      *  ELECTION RESULTS RECORD (ELECTFL) -- 80 BYTES.
      *  KSDS KEYED BY ELECTION YEAR PLUS A TWO-DIGIT CANDIDATE
      *  SEQUENCE, ONE RECORD PER CANDIDATE. EL-PARTY USES THE SAME
      *  CODES AS ACCT-PARTY ON THE PRESIDENTS FILE. POPULAR VOTE IS
      *  ZERO FOR ELECTIONS BEFORE A POPULAR VOTE WAS RECORDED
      *****************************************************************
       01  ELECT-REC.
           05  EL-KEY.
               10  EL-YEAR             PIC 9(4).
               10  EL-CAND-SEQ         PIC 9(2).
           05  EL-CAND-LAST-NAME       PIC X(20).
           05  EL-CAND-FIRST-NAME      PIC X(15).
           05  EL-PARTY                PIC X(7).
           05  EL-ELECTORAL-VOTES      PIC 9(3).
           05  EL-POPULAR-VOTES        PIC 9(9).
           05  FILLER                  PIC X(20).
