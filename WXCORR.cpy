      *****************************************************************
      *  APPLIED TEMPERATURE CORRECTION RECORD (WXCORR) -- 20 BYTES.
      *  ONE ROW PER HOURIN CORRECTION WEATHERC APPLIED, REWRITTEN ON
      *  EVERY WEATHERC RUN. AN INTRADAY (INCREMENTAL) WEATHER RUN
      *  READS IT BACK AND APPLIES ANY VALUE THAT DIFFERS FROM THE
      *  PERSISTED TABLE -- THE ONLY WAY AN HOUR ALREADY ON FILE MAY
      *  CHANGE. WC-TIME IS THE READING'S HH:MMAM TIME OF DAY
      *****************************************************************
       01  WX-CORRECTION-REC.
           05  WC-DAY                  PIC 9(01).
           05  WC-TIME                 PIC X(07).
           05  WC-NEW-TEMP             PIC X(02).
           05  WC-OLD-TEMP             PIC X(02).
           05  WC-RUN-DATE             PIC X(08).
