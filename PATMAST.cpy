      *****************************************************************
      *  PATIENT MASTER RECORD (PATMAST) -- 150 BYTES.
      *  KSDS KEYED BY PATIENT NUMBER. HOLDS THE PERMANENT DEMOGRAPHICS
      *  THAT USED TO BE RE-KEYED ON EVERY ADMISSION. MAINTAINED BY
      *  PATMAINT ONLY; HOSPEDIT READS IT TO VALIDATE EACH ADMISSION.
      *  A PATIENT NUMBER RETIRED BY A MERGE STAYS ON FILE WITH STATUS
      *  'M' AND POINTS AT THE SURVIVING NUMBER IN PM-MERGED-INTO
      *****************************************************************
       01  PATIENT-MASTER-REC.
           05  PM-PATIENT-NBR          PIC 9(5).
           05  PM-PATIENT-NAME         PIC X(20).
           05  PM-PATIENT-PHONE        PIC X(10).
           05  PM-ADDRESS.
               10  PM-STREET           PIC X(25).
               10  PM-CITY             PIC X(15).
               10  PM-STATE            PIC X(2).
               10  PM-ZIP              PIC X(9).
           05  PM-BIRTH-DATE           PIC 9(8).
           05  PM-PRIMARY-INS          PIC X(3).
           05  PM-STATUS               PIC X(1).
               88  PM-ACTIVE                      VALUE 'A'.
               88  PM-MERGED                      VALUE 'M'.
           05  PM-MERGED-INTO          PIC 9(5).
           05  PM-ADDED-DATE           PIC 9(8).
           05  PM-LAST-MAINT-DATE      PIC 9(8).
           05  FILLER                  PIC X(31).
