      *****************************************************************
      *  CITY/COUNTY MASTER RECORD (CITYMST) -- 80 BYTES.
      *  KSDS KEYED BY TWO-LETTER STATE ABBREVIATION PLUS CITY NAME,
      *  ONE RECORD PER CITY GIVING THE COUNTY IT LIES IN, SO A
      *  GENERIC START ON THE ABBREVIATION RETURNS EVERY CITY (AND SO
      *  EVERY COUNTY) OF THAT STATE
      *****************************************************************
       01  CITY-MASTER-REC.
           05  CM-KEY.
               10  CM-STATE-ABBREV     PIC X(02).
               10  CM-CITY-NAME        PIC X(20).
           05  CM-COUNTY-NAME          PIC X(20).
           05  FILLER                  PIC X(38).
