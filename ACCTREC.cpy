      *****************************************************************
      *  PRESIDENTS MASTER RECORD LAYOUT (ACCTSSRT) -- 170 BYTES.
      *  ACCTSSRT IS A KSDS: PRIME KEY ACCT-NO (THE YYYYYYYY TERM,
      *  SO A KEYED BROWSE RETURNS THE TERMS IN CHRONOLOGICAL ORDER),
      *  ALTERNATE KEY LAST-NAME WITH DUPLICATES.
      *  ACCT-LIMIT CARRIES THE SALARY, ACCT-BALANCE THE NET WORTH
      *  AND ACCT-PARTY THE POLITICAL PARTY
      *****************************************************************
       01  ACCT-FIELDS.
           05  ACCT-NO                 PIC X(8).
           05  ACCT-YEAR REDEFINES ACCT-NO.
               10  YEAR-IN             PIC 9(4).
               10  YEAR-OUT            PIC 9(4).
           05  ACCT-LIMIT              PIC S9(7)V99.
           05  ACCT-BALANCE            PIC S9(7)V99.
           05  LAST-NAME               PIC X(20).
           05  FIRST-NAME              PIC X(15).
           05  CLIENT-ADDR.
               10  STREET-ADDR         PIC X(25).
               10  CITY-COUNTY         PIC X(20).
               10  USA-STATE           PIC X(15).
           05  ACCT-PARTY              PIC X(7).
           05  COMMENTS                PIC X(42).
