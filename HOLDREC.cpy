      *****************************************************************
      *  REGISTRATION HOLD RECORD (REGHOLD) -- 80 BYTES.
      *  KSDS KEYED BY STUDENT ID PLUS HOLD TYPE, SO A STUDENT MAY
      *  CARRY ONE HOLD OF EACH TYPE. A HOLD IS ACTIVE FROM ITS PLACED
      *  DATE UNTIL ITS RELEASE DATE; A ZERO RELEASE DATE MEANS THE
      *  HOLD HAS NOT BEEN RELEASED. HOLD-REASON IS THE TEXT SHOWN TO
      *  THE REGISTRAR WHEN ENROLLMENTS ARE REFUSED
      *****************************************************************
       01  HOLD-REC.
           05  HOLD-KEY.
               10  HOLD-STUDENT-ID     PIC X(9).
               10  HOLD-TYPE           PIC X(2).
                   88  HOLD-FINANCIAL             VALUE 'FN'.
                   88  HOLD-DISCIPLINARY          VALUE 'DS'.
                   88  HOLD-ACADEMIC              VALUE 'AC'.
                   88  HOLD-REGISTRAR             VALUE 'RG'.
           05  HOLD-PLACED-DATE        PIC 9(8).
           05  HOLD-RELEASE-DATE       PIC 9(8).
           05  HOLD-OFFICE             PIC X(10).
           05  HOLD-REASON             PIC X(30).
           05  FILLER                  PIC X(13).
