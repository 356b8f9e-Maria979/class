      *****************************************************************
      *  SUSPECTED DUPLICATE REQUEST RECORD (RFPDUP) -- 160 BYTES.
      *  THE FULL RFPIN IMAGE OF A REQUEST THAT MATCHED THE REQUEST
      *  HISTORY, WITH THE HISTORY ROW IT MATCHED. CARRIED FROM RUN TO
      *  RUN UNTIL THE DESK RELEASES OR KILLS IT ON RFPAPPR
      *****************************************************************
       01  RFP-SUSPECT-REC.
           05  DP-RFPIN-IMAGE          PIC X(120).
           05  DP-SUSPECT-DATE         PIC 9(08).
           05  DP-MATCH-TYPE           PIC X(06).
           05  DP-MATCH-QUALITY        PIC X(01).
           05  DP-ORIG-RUN-DATE        PIC 9(08).
           05  DP-ORIG-QUOTE-NO        PIC 9(06).
           05  DP-ORIG-AMOUNT          PIC 9(07)V99.
           05  FILLER                  PIC X(02).
