      *****************************************************************
      *  READMISSION HISTORY RECORD (READMHST) -- 80 BYTES.
      *  ONE RECORD PER READMISSION WITHIN 30 DAYS, APPENDED BY
      *  HOSPEDIT AT THE END OF EVERY RUN SO THE READMISSIONS SURVIVE
      *  PAST THE REPORT THEY WERE PRINTED ON. DATES ARE "YYYY-MM-DD"
      *  LIKE DATE-ADMIT; RH-RUN-DATE IS THE BUSINESS DATE OF THE RUN
      *****************************************************************
       01  READMIT-HIST-REC.
           05  RH-PAT-NBR              PIC 9(5).
           05  RH-PRIOR-DATE           PIC X(10).
           05  RH-CURRENT-DATE         PIC X(10).
           05  RH-DAYS-SINCE           PIC 9(3).
           05  RH-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(44).
