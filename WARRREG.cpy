      *****************************************************************
      *  WARRANTY REGISTER RECORD (WARRREG) -- 80 BYTES.
      *  ONE ROW PER PURCHASED INSTRUMENT LINE FAVRFP QUOTES. COVERAGE
      *  RUNS FROM THE COMMITTED DELIVERY DATE FOR THE MAKER'S
      *  STANDARD MONTHS. WR-EXT-MONTHS / WR-EXT-PRICE CARRY THE
      *  EXTENDED PLAN OFFERED ON THE QUOTE (ZERO = NONE OFFERED) AND
      *  WR-EXT-END-DATE THE DATE IT WOULD RUN TO
      *****************************************************************
       01  WARRANTY-REG-REC.
           05  WR-ACCOUNT-NO           PIC X(08).
           05  WR-QUOTE-NO             PIC 9(06).
           05  WR-INSTR-TYPE           PIC X(06).
           05  WR-QUALITY              PIC X(01).
           05  WR-REG-DATE             PIC 9(08).
           05  WR-START-DATE           PIC 9(08).
           05  WR-END-DATE             PIC 9(08).
           05  WR-STD-MONTHS           PIC 9(03).
           05  WR-EXT-MONTHS           PIC 9(03).
           05  WR-EXT-PRICE            PIC 9(05)V99.
           05  WR-EXT-END-DATE         PIC 9(08).
           05  FILLER                  PIC X(14).
