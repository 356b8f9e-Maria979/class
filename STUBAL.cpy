      *****************************************************************
      *  STUDENT BALANCE RECORD (STUBAL) -- 350 BYTES.
      *  KSDS KEYED BY STUDENT ID. OPEN CHARGES ARE HELD AS DATED ITEMS
      *  SO THE BALANCE CAN BE AGED; PAYMENTS AND AID CLEAR THE OLDEST
      *  ITEMS FIRST AND ANY EXCESS IS CARRIED AS SB-CREDIT-BAL.
      *  THE SB-PERIOD- FIELDS HOLD THE ACTIVITY FOR SB-PERIOD-DATE
      *  AND ARE RESET THE FIRST TIME A LATER RUN TOUCHES THE RECORD.
      *  SB-BALANCE = OPEN ITEMS LESS SB-CREDIT-BAL
      *****************************************************************
       01  STUDENT-BALANCE-REC.
           05  SB-STUDENT-ID           PIC X(9).
           05  SB-STUDENT-NAME         PIC X(20).
           05  SB-BALANCE              PIC S9(7)V99.
           05  SB-CREDIT-BAL           PIC 9(7)V99.
           05  SB-PERIOD-DATE          PIC 9(8).
           05  SB-PRIOR-BALANCE        PIC S9(7)V99.
           05  SB-PERIOD-CHARGES       PIC 9(7)V99.
           05  SB-PERIOD-PAYMENTS      PIC 9(7)V99.
           05  SB-PERIOD-AID           PIC 9(7)V99.
           05  SB-PERIOD-FEES          PIC 9(7)V99.
           05  SB-LAST-FEE-DATE        PIC 9(8).
           05  SB-ITEM-COUNT           PIC 9(2).
           05  SB-OPEN-ITEM OCCURS 12 TIMES.
               10  SB-ITEM-TYPE        PIC X(1).
                   88  SB-ITEM-TUITION            VALUE 'T'.
                   88  SB-ITEM-LATE-FEE           VALUE 'L'.
               10  SB-ITEM-DATE        PIC 9(8).
               10  SB-ITEM-AMT         PIC 9(7)V99.
           05  FILLER                  PIC X(24).
