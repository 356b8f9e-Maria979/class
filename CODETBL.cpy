      *****************************************************************
      *  SUITE CODE-TABLE MASTER RECORD (CODETBL) -- 80 BYTES.
      *  ONE ROW PER CODE WITHIN A TABLE TYPE ('INS ' INSURANCE TYPES,
      *  'GENR' GENRES, 'INST' INSTRUMENT TYPES, 'REGN' REGIONS, ...).
      *  READ BY CODELKP, WHICH HOLDS AT MOST 200 ROWS ACROSS ALL
      *  TYPES, AND MAINTAINED BY CODMAINT. ROWS OF A TYPE ARE KEPT
      *  TOGETHER IN THE ORDER CODELKP ENUMERATES THEM
      *****************************************************************
       01  CODE-TABLE-REC.
           05  CT-TABLE-TYPE          PIC X(04).
           05  CT-CODE                PIC X(10).
           05  CT-DESC                PIC X(30).
           05  FILLER                 PIC X(36).
