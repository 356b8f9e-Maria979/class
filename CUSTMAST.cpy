      *****************************************************************
      *  CUSTOMER MASTER RECORD (CUSTMAST) -- 80 BYTES.
      *  ONE ROW PER BUYING CUSTOMER. SALES1 LOADS IT TO VALIDATE THE
      *  CUSTOMER NUMBER CARRIED ON EACH SALES AND CREDIT MEMO RECORD
      *  AND TO NAME THE CUSTOMER ON THE TOP-CUSTOMER REPORT. THE HOME
      *  REGION IS WHERE THE ACCOUNT IS MANAGED -- A CUSTOMER MAY BUY
      *  IN OTHER REGIONS TOO
      *****************************************************************
       01  CUST-MASTER-REC.
           05  CU-CUST-NO              PIC X(08).
           05  CU-CUST-NAME            PIC X(30).
           05  CU-HOME-REGION          PIC X(02).
           05  CU-ACCT-CLASS           PIC X(02).
           05  FILLER                  PIC X(38).
