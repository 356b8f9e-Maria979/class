      *****************************************************************
      *  PRESIDENTS ADDRESS-EXCEPTION RECORD (ADDREXC) -- 100 BYTES.
      *  ONE RECORD PER ACCTSSRT RECORD WHOSE CLIENT-ADDR FAILS THE
      *  CITY/COUNTY MASTER CHECK:
      *     01  USA-STATE IS NOT A KNOWN STATE NAME OR ABBREVIATION
      *     02  CITY-COUNTY IS BLANK
      *     03  CITY-COUNTY IS NOT A CITY OR COUNTY OF USA-STATE
      *****************************************************************
       01  ADDR-EXC-REC.
           05  AX-ACCT-NO              PIC X(08).
           05  FILLER                  PIC X(01).
           05  AX-LAST-NAME            PIC X(20).
           05  AX-CITY-COUNTY          PIC X(20).
           05  AX-USA-STATE            PIC X(15).
           05  AX-REASON-CODE          PIC X(02).
               88  AX-STATE-UNKNOWN               VALUE '01'.
               88  AX-CITY-BLANK                  VALUE '02'.
               88  AX-CITY-NOT-IN-STATE           VALUE '03'.
           05  FILLER                  PIC X(01).
           05  AX-REASON-TEXT          PIC X(30).
           05  FILLER                  PIC X(03).
