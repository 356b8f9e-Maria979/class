           05 WX-HUMIDITY              PIC X(2).
           05 WX-HDD                   PIC 9(2)V9.
           05 WX-CDD                   PIC 9(2)V9.
           05 WX-QC-FLAG               PIC X(1).
           05 FILLER                   PIC X(6).

       FD  MONTH-HISTORY
           RECORDING MODE IS F
