      *****************************************************************
      *  SUPPLIER MASTER RECORD (SUPPMAST) -- 80 BYTES.
      *  ONE ROW PER INSTRUMENT TYPE CARRIED: THE VENDOR WE BUY IT
      *  FROM, OUR UNIT COST, AND THE VENDOR'S MINIMUM ORDER QUANTITY
      *****************************************************************
       01  SUPPLIER-MASTER-REC.
           05  SUPM-INSTR-TYPE         PIC X(06).
           05  SUPM-VENDOR-ID          PIC X(06).
           05  SUPM-VENDOR-NAME        PIC X(25).
           05  SUPM-UNIT-COST          PIC 9(05)V99.
           05  SUPM-MIN-ORDER-QTY      PIC 9(03).
           05  FILLER                  PIC X(33).
