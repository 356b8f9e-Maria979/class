      *****************************************************************
      *  REPORT DISTRIBUTION MASTER RECORD (DISTMAST) -- 80 BYTES.
      *  ONE ROW PER REPORT PER RECIPIENT: WHICH NIGHTLY OUTPUT (BY ITS
      *  DD NAME) GOES TO WHOM, WHERE IT IS DELIVERED, HOW MANY COPIES
      *  AND WHETHER IT IS SENSITIVE. A REPORT WITH SEVERAL RECIPIENTS
      *  HAS ONE ROW EACH. BLANK COPIES MEANS ONE COPY; A BLANK
      *  FREQUENCY MEANS THE REPORT IS EXPECTED EVERY NIGHT. AN '*' IN
      *  COLUMN 1 IS A COMMENT CARD. READ BY RPTDIST
      *****************************************************************
       01  DIST-MASTER-REC.
           05  DM-REPORT-ID            PIC X(08).
           05  DM-RECIPIENT-ID         PIC X(08).
           05  DM-RECIPIENT-NAME       PIC X(24).
           05  DM-DELIVER-TO           PIC X(20).
           05  DM-COPIES-X             PIC X(02).
           05  DM-COPIES REDEFINES DM-COPIES-X
                                       PIC 9(02).
           05  DM-SENSITIVE-SW         PIC X(01).
               88  DM-SENSITIVE        VALUE 'Y'.
               88  DM-SENSITIVE-VALID  VALUE 'Y' 'N' ' '.
           05  DM-FREQUENCY            PIC X(01).
               88  DM-NIGHTLY          VALUE 'N' ' '.
               88  DM-ON-REQUEST       VALUE 'R'.
           05  FILLER                  PIC X(16).
