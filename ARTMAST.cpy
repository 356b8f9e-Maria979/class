      *****************************************************************
      *  ARTIST ACCOUNT MASTER RECORD (ARTMAST) -- 80 BYTES.
      *  EVERY ACCOUNT FAVRFP MAY QUOTE AND SHIP AGAINST, WITH ITS
      *  CREDIT STANDING AND ACTIVE/CLOSED FLAG
      *****************************************************************
       01  ARTMAST-REC.
           05  ARTM-ACCOUNT-NO         PIC X(08).
           05  ARTM-NAME               PIC X(30).
           05  ARTM-CREDIT             PIC X(01).
               88  ARTM-GOOD-CREDIT    VALUE 'G'.
               88  ARTM-BAD-CREDIT     VALUE 'B'.
           05  ARTM-ACTIVE             PIC X(01).
               88  ARTM-ACTIVE-ACCT    VALUE 'A'.
               88  ARTM-CLOSED-ACCT    VALUE 'C'.
           05  FILLER                  PIC X(40).
