      *****************************************************************
      *  HISTORICAL EVENT RECORD (EVENTFL) -- 80 BYTES.
      *  ONE DATED EVENT PER RECORD, IN ANY ORDER. EV-CATEGORY IS A
      *  CODE FROM THE 'EVCT' TABLE ON CODETBL
      *****************************************************************
       01  EVENT-WORK-REC.
           05  EV-YEAR                 PIC 9(4).
           05  FILLER                  PIC X(1).
           05  EV-CATEGORY             PIC X(4).
           05  FILLER                  PIC X(1).
           05  EV-DESCRIPTION          PIC X(60).
           05  FILLER                  PIC X(10).
