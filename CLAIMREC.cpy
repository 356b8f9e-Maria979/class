      *****************************************************************
      *  ELECTRONIC CLAIM EXTRACT RECORD (CLAIMOUT) -- 80 BYTES.
      *  ONE BATCH PER PAYER (INS-TYPE): AN 'H' HEADER, ONE 'D' DETAIL
      *  PER ADMISSION, AND A 'T' TRAILER. HEADER AND TRAILER BOTH
      *  CARRY THE BATCH CLAIM COUNT AND BILLED DOLLAR TOTAL SO THE
      *  PAYER CAN PROVE THE BATCH ARRIVED WHOLE. AMOUNTS ARE UNSIGNED
      *  ZONED WITH AN IMPLIED DECIMAL POINT
      *****************************************************************
       01  CLAIM-HEADER-REC.
           05  CLH-REC-TYPE            PIC X(01).
               88 CLH-HEADER           VALUE 'H'.
           05  CLH-PAYER               PIC X(03).
           05  CLH-SOURCE              PIC X(08).
           05  CLH-RUN-DATE            PIC 9(08).
           05  CLH-BATCH-NBR           PIC 9(03).
           05  CLH-CLAIM-COUNT         PIC 9(05).
           05  CLH-BILLED-TOTAL        PIC 9(09)V99.
           05  FILLER                  PIC X(41).

       01  CLAIM-DETAIL-REC.
           05  CLD-REC-TYPE            PIC X(01).
               88 CLD-DETAIL           VALUE 'D'.
           05  CLD-PAYER               PIC X(03).
           05  CLD-CLAIM-NBR           PIC 9(05).
           05  CLD-PATIENT-NBR         PIC 9(05).
           05  CLD-DATE-ADMIT          PIC X(10).
           05  CLD-PATIENT-TYPE        PIC X(01).
           05  CLD-DIAG-CODE           PIC 9(04).
           05  CLD-ATTEND-PHYS         PIC X(05).
           05  CLD-AUTH-NBR            PIC X(08).
           05  CLD-STAY-LTH            PIC 9(03).
           05  CLD-BILLED-AMT          PIC 9(07)V99.
           05  CLD-EXPECTED-AMT        PIC 9(07)V99.
           05  FILLER                  PIC X(17).

       01  CLAIM-TRAILER-REC.
           05  CLT-REC-TYPE            PIC X(01).
               88 CLT-TRAILER          VALUE 'T'.
           05  CLT-PAYER               PIC X(03).
           05  CLT-BATCH-NBR           PIC 9(03).
           05  CLT-CLAIM-COUNT         PIC 9(05).
           05  CLT-BILLED-TOTAL        PIC 9(09)V99.
           05  CLT-EXPECTED-TOTAL      PIC 9(09)V99.
           05  FILLER                  PIC X(46).
