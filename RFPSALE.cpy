      *****************************************************************
      *  ORDER-TO-SALES INTERFACE RECORD (RFPSALE) -- 80 BYTES.
      *  ONE ROW PER QUOTE ACCEPTED, ADDED TO EVERY FAVRFP RUN AND
      *  RE-READ IN FULL BY SALES1 AS ADDITIONAL SALES INPUT FOR THE
      *  REGION, YEAR AND QUARTER OF THE ACCEPTANCE. SI-REGION COMES
      *  FROM THE ZONEREG SHIP-TO ZONE MAP AND IS SPACES WHEN THE ZONE
      *  HAS NO REGION -- SALES1 LISTS THOSE ON ITS RECONCILIATION
      *****************************************************************
       01  RFP-SALE-REC.
           05  SI-QUOTE-NO             PIC 9(06).
           05  SI-ACCOUNT-NO           PIC X(08).
           05  SI-SHIP-TO              PIC X(03).
           05  SI-REGION               PIC X(02).
           05  SI-YEAR                 PIC 9(04).
           05  SI-QUARTER              PIC 9(01).
           05  SI-AMOUNT               PIC 9(07)V99.
           05  SI-ACCEPT-DATE          PIC 9(08).
           05  SI-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(31).
