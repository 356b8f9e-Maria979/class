      *    THE GROSS TOTAL ON THE REPORT IS THE TOTAL OF DAILY AMOUNTS
      *        FROM VALID RECORDS
      *
      *  10/15/2026
      *    ADDED ELECTRONIC CLAIMS EXTRACT (ONE BATCH PER PAYER) WITH
      *       A CLAIM REGISTER AND A HELD-CLAIMS EXCEPTIONS LIST
      *    EACH ADMISSION VALIDATED AGAINST THE PATIENT MASTER --
      *       MERGED NUMBERS RESOLVED, NAME/INSURANCE MISMATCHES
      *       FLAGGED ON THE REPORT
      *    ITEMIZED ANCILLARY CHARGES (CHGTRAN) PRICED FROM THE CHARGE
      *       MASTER (CHGMAST) AND ROLLED INTO THE GROSS BEFORE
      *       COVERAGE; REVENUE-BY-DEPARTMENT REPORT (REVRPT)
      *    DRG GROUPING OF INPATIENT STAYS (DRGTBL) WITH EXPECTED
      *       REIMBURSEMENT FROM EACH PAYER'S DRG BASE RATE (INSTYPE)
      *       AND A CASE-MIX REPORT (CASEMIX)
      *    OPTIONAL DE-IDENTIFIED COPY OF EVERY REPORT CARRYING PATIENT
      *       DATA (HOSPOPT CARD) -- NAMES AND PHONES MASKED, PATIENT
      *       NUMBERS REPLACED BY SURROGATES HELD IN THE PROTECTED
      *       DEIDXREF CROSS-REFERENCE
      *    EMERGENCY ('E') AND OBSERVATION ('B') PATIENT TYPES -- ED
      *       FACILITY FEE BY LEVEL (EDFEES), OBSERVATION BILLED BY THE
      *       HOUR WITH LONG STAYS FLAGGED FOR INPATIENT CONVERSION
      *    READMISSIONS APPENDED TO A READMISSION HISTORY FILE
      *       (READMHST) FOR THE PATIENT ACCOUNT INQUIRY (PATINQ)
      *    HELD CLAIMS ON THE EXCEPTIONS LIST AGED IN BUSINESS DAYS
      *       SINCE ADMISSION FROM THE SHARED CALENDAR (BDAYLKP/CALMAST)
      *
      ***************************************************************

       ENVIRONMENT DIVISION.
           ASSIGN TO STATHIST
             FILE STATUS IS SHCODE.

           SELECT READMHSTFILE
           ASSIGN TO READMHST
             FILE STATUS IS RHCODE.

           SELECT BALCTLFILE
           ASSIGN TO BALFILE
             FILE STATUS IS BLCODE.
           ASSIGN TO RUNCTL
             FILE STATUS IS RCCODE.

           SELECT CLAIMFILE
           ASSIGN TO CLAIMOUT
             FILE STATUS IS CLCODE.

           SELECT CLMREGFILE
           ASSIGN TO CLMREG
             FILE STATUS IS CGCODE.

           SELECT CLMEXCFILE
           ASSIGN TO CLMEXC
             FILE STATUS IS CXCODE.

           SELECT DRGFILE
           ASSIGN TO DRGTBL
             FILE STATUS IS DRCODE.

           SELECT CASEMIXFILE
           ASSIGN TO CASEMIX
             FILE STATUS IS CMXCODE.

           SELECT CHGMASTFILE
           ASSIGN TO CHGMAST
             FILE STATUS IS CMCODE.

           SELECT CHGTRANFILE
           ASSIGN TO CHGTRAN
             FILE STATUS IS CTCODE.

           SELECT REVRPTFILE
           ASSIGN TO REVRPT
             FILE STATUS IS RVCODE.

           SELECT PATMASTFILE
           ASSIGN TO PATMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PM-PATIENT-NBR
             FILE STATUS IS PMCODE.

           SELECT EDFEEFILE
           ASSIGN TO EDFEES
             FILE STATUS IS FECODE.

           SELECT HOSPOPTFILE
           ASSIGN TO HOSPOPT
             FILE STATUS IS HOCODE.

           SELECT DRPTFILE
           ASSIGN TO RPTDEID
             FILE STATUS IS RDCODE.

           SELECT DERRFILE
           ASSIGN TO ERRDEID
             FILE STATUS IS EDCODE.

           SELECT DCLMREGFILE
           ASSIGN TO CLMRDEID
             FILE STATUS IS GDCODE.

           SELECT DCLMEXCFILE
           ASSIGN TO CLMXDEID
             FILE STATUS IS XDCODE.

           SELECT DREVRPTFILE
           ASSIGN TO REVDEID
             FILE STATUS IS VDCODE.

           SELECT DEIDXREFFILE
           ASSIGN TO DEIDXREF
             FILE STATUS IS XRCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  INFILE
       01 INS-TYPE-RECORD.
          05 INS-TYPE-REC            PIC X(3).
          05 INS-COVERAGE-PERC-IN    PIC 999.
          05 INS-DRG-BASE-RATE-IN    PIC 9(5)V99.
          05 FILLER                 PIC X(67).

       FD  CHKPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 280 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHKPT-REC, CHKPT-READMIT-REC.
      *** RECORD TYPE 'C' (ALWAYS FIRST) CARRIES THE FULL COUNTERS-AND-
      *** ACCUMULATORS GROUP. ONE RECORD TYPE 'R' FOLLOWS FOR EACH
      *** READMISSION-TABLE ENTRY DETECTED BEFORE THE CHECKPOINT WAS
      *** TAKEN, SO A RESTART REPORTS THE SAME TOTALS AND READMISSIONS
      *** A NON-INTERRUPTED RUN WOULD HAVE. ONE RECORD TYPE 'L' THEN
      *** FOLLOWS FOR EACH CLAIM-TABLE ENTRY SO THE CLAIMS EXTRACT
      *** STILL CARRIES THE ADMISSIONS PROCESSED BEFORE THE RESTART.
      *** LAST, ONE RECORD TYPE 'G' PER DRG-SUMMARY-TABLE ENTRY KEEPS
      *** THE CASE-MIX FIGURES WHOLE ACROSS A RESTART
       01  CHKPT-REC.
           05  CKPT-REC-TYPE           PIC X(1).
           05  CKPT-LAST-PAT-NBR       PIC 9(5).
           05  CKPT-NBR-DISCHARGED     PIC 9(4).
           05  CKPT-FINAL-BILL-TOT     PIC 9(7)V99.
           05  CKPT-NBR-CHG-AUDIT      PIC 9(4).
           05  CKPT-NBR-PM-NOT-ON-FILE PIC 9(4).
           05  CKPT-NBR-PM-MISMATCH    PIC 9(4).
           05  CKPT-NBR-PM-MERGED      PIC 9(4).
           05  CKPT-TOT-ANCILLARY      PIC 9(7)V99.
           05  CKPT-NBR-EMERGENCY      PIC 9(4).
           05  CKPT-NBR-OBSERVATION    PIC 9(4).
           05  CKPT-NBR-OBS-OVER-MAX   PIC 9(4).
           05  CKPT-ERROR-RECS-ED      PIC 9(4).
           05  CKPT-ERROR-RECS-OBS     PIC 9(4).
           05  FILLER                  PIC X(2).
       01  CHKPT-READMIT-REC.
           05  CKPTR-REC-TYPE          PIC X(1).
           05  CKPTR-PAT-NBR           PIC 9(5).
           05  CKPTR-PRIOR-DATE        PIC X(10).
           05  CKPTR-CURRENT-DATE      PIC X(10).
           05  CKPTR-DAYS-SINCE        PIC 9(3).
           05  FILLER                  PIC X(251).
       01  CHKPT-CLAIM-REC.
           05  CKPTL-REC-TYPE          PIC X(1).
           05  CKPTL-INS-TYPE          PIC X(3).
           05  CKPTL-PAT-NBR           PIC 9(5).
           05  CKPTL-PAT-NAME          PIC X(20).
           05  CKPTL-PAT-TYPE          PIC X(1).
           05  CKPTL-DATE-ADMIT        PIC X(10).
           05  CKPTL-DIAG-CODE         PIC 9(4).
           05  CKPTL-ATTEND-PHYS       PIC X(5).
           05  CKPTL-AUTH-NBR          PIC X(8).
           05  CKPTL-STAY-LTH          PIC 9(3).
           05  CKPTL-BILLED            PIC 9(7)V99.
           05  CKPTL-EXPECTED          PIC 9(7)V99.
           05  CKPTL-HOLD-REASON       PIC X(20).
           05  FILLER                  PIC X(182).
       01  CHKPT-DRG-REC.
           05  CKPTG-REC-TYPE          PIC X(1).
           05  CKPTG-DRG               PIC X(3).
           05  CKPTG-DESC              PIC X(25).
           05  CKPTG-WEIGHT            PIC 9(2)V9(4).
           05  CKPTG-CASES             PIC 9(5).
           05  CKPTG-DAYS              PIC 9(7).
           05  CKPTG-PRICED            PIC 9(5).
           05  CKPTG-EXPECTED          PIC 9(9)V99.
           05  CKPTG-NET               PIC 9(9)V99.
           05  FILLER                  PIC X(206).

       FD  PATHISTFILE
           RECORDING MODE IS F
           05  SH-AMT-POS              PIC 9(7)V99.
           05  SH-AMT-GOV              PIC 9(7)V99.
           05  SH-AMT-NO-COVERAGE      PIC 9(7)V99.
      *** EMERGENCY AND OBSERVATION COUNTS TAKE THE FIRST 8 BYTES OF
      *** WHAT WAS FILLER, SO EARLIER ROWS KEEP THEIR LAYOUT
           05  SH-NBR-EMERGENCY        PIC 9(4).
           05  SH-NBR-OBSERVATION      PIC 9(4).
           05  FILLER                  PIC X(70).

      *** EVERY READMISSION WITHIN 30 DAYS, APPENDED RUN AFTER RUN SO
      *** PATIENT INQUIRY (PATINQ) CAN SHOW A PATIENT'S FULL HISTORY
       FD  READMHSTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY READMHST.

      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK
       FD  BALCTLFILE
           05  RC-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(72).

      *** ELECTRONIC CLAIMS EXTRACT -- ONE HEADER/DETAIL/TRAILER BATCH
      *** PER PAYER FOR UPLOAD TO THE PAYER, IN PLACE OF KEYING EACH
      *** CLAIM INTO THE PAYER'S PORTAL BY HAND
       FD  CLAIMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY CLAIMREC.

      *** CLAIM REGISTER -- WHAT WENT OUT IN THE EXTRACT, BY PAYER
       FD  CLMREGFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLMREG-REC.
       01  CLMREG-REC      PIC X(132).

      *** CLAIMS HELD BACK FROM THE EXTRACT FOR A MISSING FIELD
       FD  CLMEXCFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLMEXC-REC.
       01  CLMEXC-REC      PIC X(132).

      *** DRG GROUPING TABLE: A DIAGNOSTIC CODE AND LENGTH-OF-STAY
      *** RANGE MAP TO A DRG WITH ITS RELATIVE WEIGHT
       FD  DRGFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DRG-REC.
       01  DRG-REC.
           05  DRG-REC-DIAG-CODE       PIC 9(4).
           05  DRG-REC-LOS-LOW         PIC 9(3).
           05  DRG-REC-LOS-HIGH        PIC 9(3).
           05  DRG-REC-CODE            PIC X(3).
           05  DRG-REC-DESC            PIC X(25).
           05  DRG-REC-WEIGHT          PIC 9(2)V9(4).
           05  FILLER                  PIC X(36).

      *** CASE-MIX REPORT BY DRG
       FD  CASEMIXFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CASEMIX-REC.
       01  CASEMIX-REC     PIC X(132).

      *** CHARGE MASTER: PRICE AND REVENUE DEPARTMENT PER CHARGE CODE
       FD  CHGMASTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHGMAST-REC.
       01  CHGMAST-REC.
           05  CHGM-REC-CODE           PIC X(6).
           05  CHGM-REC-DESC           PIC X(25).
           05  CHGM-REC-DEPT           PIC X(10).
           05  CHGM-REC-UNIT-PRICE     PIC 9(5)V99.
           05  FILLER                  PIC X(32).

      *** ITEMIZED CHARGE TRANSACTIONS (LAB, PHARMACY, IMAGING,
      *** SUPPLIES...) BY PATIENT NUMBER AND SERVICE DATE. SERVICE
      *** DATE IS "YYYY-MM-DD" LIKE DATE-ADMIT
       FD  CHGTRANFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHGTRAN-REC.
       01  CHGTRAN-REC.
           05  CHGT-REC-PAT-NBR        PIC X(5).
           05  CHGT-REC-PAT-NBR-N REDEFINES CHGT-REC-PAT-NBR
                                       PIC 9(5).
           05  CHGT-REC-SVC-DATE       PIC X(10).
           05  CHGT-REC-CODE           PIC X(6).
           05  CHGT-REC-QTY            PIC X(3).
           05  CHGT-REC-QTY-N REDEFINES CHGT-REC-QTY
                                       PIC 9(3).
           05  FILLER                  PIC X(56).

      *** REVENUE BY DEPARTMENT, WITH THE REJECTED CHARGES LISTED
       FD  REVRPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REVRPT-REC.
       01  REVRPT-REC      PIC X(132).

      *** PATIENT MASTER (MAINTAINED BY PATMAINT) -- READ ONLY HERE
       FD  PATMASTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY PATMAST.

      *** EMERGENCY-DEPARTMENT FACILITY FEE BY ACUITY LEVEL
       FD  EDFEEFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDFEE-REC.
       01  EDFEE-REC.
           05  EDF-REC-LEVEL           PIC 9(1).
           05  EDF-REC-DESC            PIC X(20).
           05  EDF-REC-FEE             PIC 9(5)V99.
           05  FILLER                  PIC X(52).

      *** HOSPEDIT RUN OPTIONS -- ONE CARD, OPTIONAL. A BLANK OR ZERO
      *** OBSERVATION FIELD LEAVES THE STANDING DEFAULT IN FORCE
       FD  HOSPOPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOSPOPT-REC.
       01  HOSPOPT-REC.
           05  HO-DEIDENTIFY           PIC X(1).
               88 HO-DEIDENTIFY-REPORTS VALUE 'Y'.
           05  HO-OBS-HOURLY-RATE      PIC 9(5)V99.
           05  HO-OBS-MAX-HOURS        PIC 9(3).
           05  FILLER                  PIC X(69).

      *** DE-IDENTIFIED COPIES OF RPTFILE, ERRFILE, CLMREG, CLMEXC AND
      *** REVRPT, LINE FOR LINE, FOR DISTRIBUTION OUTSIDE THE HOSPITAL.
      *** CASEMIX CARRIES NO PATIENT DATA AND GOES OUT AS IT IS
       FD  DRPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DRPT-REC.
       01  DRPT-REC         PIC X(132).

       FD  DERRFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DERR-REC.
       01  DERR-REC         PIC X(100).

       FD  DCLMREGFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DCLMREG-REC.
       01  DCLMREG-REC      PIC X(132).

       FD  DCLMEXCFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DCLMEXC-REC.
       01  DCLMEXC-REC      PIC X(132).

       FD  DREVRPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DREVRPT-REC.
       01  DREVRPT-REC      PIC X(132).

      *** SURROGATE CROSS-REFERENCE -- A PROTECTED DATASET, READABLE BY
      *** AUTHORIZED STAFF ONLY AND NEVER SENT OUT WITH THE COPIES. IT
      *** IS THE ONLY WAY FROM A SURROGATE NUMBER ON A DE-IDENTIFIED
      *** REPORT BACK TO THE PATIENT. ONE ROW PER PATIENT, KEPT FROM
      *** RUN TO RUN SO A PATIENT KEEPS THE SAME SURROGATE
       FD  DEIDXREFFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DXREF-REC.
       01  DXREF-REC.
           05  DXREF-PAT-NBR           PIC 9(5).
           05  DXREF-SURROGATE         PIC 9(5).
           05  DXREF-ASSIGNED-DATE     PIC X(8).
           05  FILLER                  PIC X(62).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
               88 BL-FILE-FOUND  VALUE "00".
           05  RCCODE                  PIC X(2).
               88 RC-FILE-FOUND  VALUE "00".
           05  CLCODE                  PIC X(2).
           05  CGCODE                  PIC X(2).
           05  CXCODE                  PIC X(2).
           05  PMCODE                  PIC X(2).
               88 PM-FILE-OK     VALUE "00".
           05  CMCODE                  PIC X(2).
               88 NO-MORE-CHGMAST VALUE "10".
               88 CM-FILE-FOUND  VALUE "00".
           05  CTCODE                  PIC X(2).
               88 NO-MORE-CHGTRAN VALUE "10".
               88 CT-FILE-FOUND  VALUE "00".
           05  RVCODE                  PIC X(2).
           05  DRCODE                  PIC X(2).
               88 NO-MORE-DRGS   VALUE "10".
               88 DR-FILE-FOUND  VALUE "00".
           05  CMXCODE                 PIC X(2).
           05  FECODE                  PIC X(2).
               88 NO-MORE-EDFEES VALUE "10".
               88 FE-FILE-FOUND  VALUE "00".
           05  HOCODE                  PIC X(2).
               88 HO-FILE-FOUND  VALUE "00".
           05  RDCODE                  PIC X(2).
           05  EDCODE                  PIC X(2).
           05  GDCODE                  PIC X(2).
           05  XDCODE                  PIC X(2).
           05  VDCODE                  PIC X(2).
           05  XRCODE                  PIC X(2).
               88 NO-MORE-XREF   VALUE "10".
               88 XR-FILE-FOUND  VALUE "00".
           05  RHCODE                  PIC X(2).
               88 RH-FILE-FOUND  VALUE "00".

       77  REPORT-MAX-LINES            PIC 9(2) VALUE 60.
       77  MORE-RECORDS-SW             PIC X(1) VALUE SPACE.
       01  WS-FB-GROSS                 PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-FB-NET                   PIC S9(7)V99 COMP-3 VALUE 0.

      *** PATIENT MASTER CHECK: WHAT WAS KEYED ON THE ADMISSION AND
      *** WHAT THE MASTER SAYS, FOR THE FLAG LINE UNDER THE DETAIL
       01  WS-PATMAST-OPEN-SW          PIC X(1) VALUE 'N'.
           88 WS-PATMAST-OPEN  VALUE 'Y'.
       01  WS-PM-CHECK-FIELDS.
           05  WS-PM-REASON            PIC X(24) VALUE SPACES.
           05  WS-PM-KEYED-NAME        PIC X(20) VALUE SPACES.
           05  WS-PM-KEYED-INS         PIC X(3)  VALUE SPACES.
           05  WS-PM-MASTER-NAME       PIC X(20) VALUE SPACES.
           05  WS-PM-MASTER-INS        PIC X(3)  VALUE SPACES.
           05  WS-PM-MERGED-FROM       PIC 9(5)  VALUE 0.

      *** PRE-AUTHORIZATIONS LOADED AT STARTUP: AN INPATIENT
      *** ADMISSION WITH NO MATCHING AUTH STILL PRINTS, BUT CARRIES A
      *** NO-AUTH FLAG AND AN ESTIMATED AT-RISK DOLLAR AMOUNT
           88 WS-PHYS-FOUND    VALUE 'Y'.
       01  WS-PHYS-SLOT                PIC 9(3) VALUE 0.

      *** CHARGE MASTER, AND ONE REVENUE ACCUMULATOR PER DEPARTMENT
      *** NAMED ON IT (IN ORDER OF FIRST APPEARANCE). EVERY CHARGE
      *** POSTED IS ROLLED INTO ITS DEPARTMENT AS IT IS LOADED, SO THE
      *** REVENUE REPORT IS THE SAME WHETHER OR NOT THE RUN RESTARTED
       01  CHARGE-MASTER-TABLE.
           05  CHARGE-MASTER-ENTRY OCCURS 300 TIMES
                   INDEXED BY CHGM-IDX.
               10  CM-CODE                 PIC X(6).
               10  CM-DESC                 PIC X(25).
               10  CM-DEPT                 PIC X(10).
               10  CM-UNIT-PRICE           PIC 9(5)V99.
               10  CM-DEPT-SLOT            PIC 9(3).
       01  WS-CHGM-COUNT               PIC 9(3) VALUE 0.
       01  REVENUE-DEPT-TABLE.
           05  REVENUE-DEPT-ENTRY OCCURS 30 TIMES
                   INDEXED BY RDEPT-IDX.
               10  RD-DEPT                 PIC X(10).
               10  RD-CHARGES              PIC 9(5).
               10  RD-UNITS                PIC 9(7).
               10  RD-AMT                  PIC S9(9)V99 COMP-3.
       01  WS-RDEPT-COUNT              PIC 9(3) VALUE 0.

      *** VALID CHARGE TRANSACTIONS, PRICED, WAITING TO BE PICKED UP
      *** BY THEIR ADMISSION; REJECTED ONES ARE KEPT FOR THE REPORT
       01  CHARGE-TABLE.
           05  CHARGE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY CHG-IDX.
               10  CHG-PAT-NBR             PIC 9(5).
               10  CHG-SVC-DATE            PIC X(10).
               10  CHG-CODE                PIC X(6).
               10  CHG-QTY                 PIC 9(3).
               10  CHG-AMT                 PIC S9(7)V99 COMP-3.
               10  CHG-APPLIED-SW          PIC X(1).
                   88 CHG-APPLIED      VALUE 'Y'.
       01  WS-CHG-COUNT                PIC 9(4) VALUE 0.
       01  CHARGE-REJECT-TABLE.
           05  CHARGE-REJECT-ENTRY OCCURS 200 TIMES
                   INDEXED BY CHGREJ-IDX.
               10  CRJ-PAT-NBR             PIC X(5).
               10  CRJ-SVC-DATE            PIC X(10).
               10  CRJ-CODE                PIC X(6).
               10  CRJ-QTY                 PIC X(3).
               10  CRJ-REASON              PIC X(24).
       01  WS-CHG-WORK.
           05  WS-CHGREJ-COUNT         PIC 9(3) VALUE 0.
           05  WS-CHG-REJECTED         PIC 9(5) VALUE 0.
           05  WS-CHG-REASON           PIC X(24) VALUE SPACES.
           05  WS-CHG-SLOT             PIC 9(3) VALUE 0.
           05  WS-CHG-AMT              PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-ANC-ITEMS            PIC 9(3) VALUE 0.
           05  WS-ANCILLARY-AMT        PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-REV-CHARGES          PIC 9(5) VALUE 0.
           05  WS-REV-UNITS            PIC 9(7) VALUE 0.
           05  WS-REV-AMT              PIC S9(9)V99 COMP-3 VALUE 0.
           05  REV-PAGE-NUM            PIC 9(3) VALUE 0.
           05  REV-LINE-COUNT          PIC 9(2) VALUE 0.
           05  WS-REV-LINE-HOLD        PIC X(132) VALUE SPACES.

      *** DRG GROUPING ROWS AS LOADED, AND ONE CASE-MIX ACCUMULATOR PER
      *** DRG (IN ORDER OF FIRST APPEARANCE). AN INPATIENT STAY THAT
      *** MATCHES NO ROW IS COUNTED UNDER DRG '000' UNGROUPABLE, WHICH
      *** CARRIES NO WEIGHT AND STAYS OUT OF THE CASE-MIX INDEX
       01  DRG-GROUPING-TABLE.
           05  DRG-GROUPING-ENTRY OCCURS 300 TIMES
                   INDEXED BY DRGT-IDX.
               10  DT-DIAG-CODE            PIC 9(4).
               10  DT-LOS-LOW              PIC 9(3).
               10  DT-LOS-HIGH             PIC 9(3).
               10  DT-DRG                  PIC X(3).
               10  DT-DESC                 PIC X(25).
               10  DT-WEIGHT               PIC 9(2)V9(4).
       01  WS-DRGT-COUNT               PIC 9(3) VALUE 0.

      *** EMERGENCY AND OBSERVATION PRICING. WS-BASE-CHARGE IS WHAT THE
      *** PLAN RULES APPLY TO: THE DAILY RATE FOR INPATIENT/OUTPATIENT,
      *** THE ED FACILITY FEE, OR OBSERVATION HOURS AT THE HOURLY RATE.
      *** RATE AND MAXIMUM HOURS MAY BE OVERRIDDEN ON THE HOSPOPT CARD
       01  ED-FEE-TABLE.
           05  ED-FEE-ENTRY OCCURS 9 TIMES
                   INDEXED BY EDF-IDX.
               10  EDF-LEVEL               PIC 9(1).
               10  EDF-DESC                PIC X(20).
               10  EDF-FEE                 PIC 9(5)V99.
       01  WS-EDF-COUNT                PIC 9(1) VALUE 0.
       01  WS-OBS-HOURLY-RATE          PIC 9(5)V99 VALUE 95.00.
       01  WS-OBS-MAX-HOURS            PIC 9(3) VALUE 048.
       01  WS-VISIT-FIELDS.
           05  WS-BASE-CHARGE          PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-VISIT-ERR-MSG        PIC X(15) VALUE SPACES.
           05  WS-ED-DESC              PIC X(20) VALUE SPACES.
           05  WS-EDF-FOUND-SW         PIC X(1) VALUE 'N'.
               88 WS-EDF-FOUND         VALUE 'Y'.
           05  WS-OBS-OVER-MAX-SW      PIC X(1) VALUE 'N'.
               88 WS-OBS-OVER-MAX      VALUE 'Y'.
       01  DRG-SUMMARY-TABLE.
           05  DRG-SUMMARY-ENTRY OCCURS 100 TIMES
                   INDEXED BY DRGS-IDX.
               10  DS-DRG                  PIC X(3).
               10  DS-DESC                 PIC X(25).
               10  DS-WEIGHT               PIC 9(2)V9(4).
               10  DS-CASES                PIC 9(5).
               10  DS-DAYS                 PIC 9(7).
               10  DS-PRICED               PIC 9(5).
               10  DS-EXPECTED             PIC S9(9)V99 COMP-3.
               10  DS-NET                  PIC S9(9)V99 COMP-3.
       01  WS-DRGS-COUNT               PIC 9(3) VALUE 0.
       01  WS-DRG-WORK.
           05  WS-DRG-GROUPED-SW       PIC X(1) VALUE 'N'.
               88 WS-DRG-GROUPED       VALUE 'Y'.
           05  WS-DRG-PRICED-SW        PIC X(1) VALUE 'N'.
               88 WS-DRG-PRICED        VALUE 'Y'.
           05  WS-DRG-CODE             PIC X(3) VALUE SPACES.
           05  WS-DRG-DESC             PIC X(25) VALUE SPACES.
           05  WS-DRG-WEIGHT           PIC 9(2)V9(4) VALUE 0.
           05  WS-DRG-SLOT             PIC 9(3) VALUE 0.
           05  WS-DRG-EXPECTED         PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-DRG-VARIANCE         PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-CMI-WEIGHTS          PIC S9(7)V9(4) COMP-3 VALUE 0.
           05  WS-CMI-CASES            PIC 9(5) VALUE 0.
           05  WS-CASE-MIX-INDEX       PIC 9(2)V9(4) VALUE 0.
           05  WS-CMX-CASES            PIC 9(5) VALUE 0.
           05  WS-CMX-DAYS             PIC 9(7) VALUE 0.
           05  WS-CMX-EXPECTED         PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-CMX-NET              PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-CMX-VARIANCE         PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-CMX-AVG-LOS          PIC 9(3)V9 VALUE 0.
           05  CMX-PAGE-NUM            PIC 9(3) VALUE 0.
           05  CMX-LINE-COUNT          PIC 9(2) VALUE 0.
           05  WS-CMX-LINE-HOLD        PIC X(132) VALUE SPACES.

      *** ONE ELECTRONIC CLAIM PER VALID ADMISSION, HELD UNTIL END OF
      *** JOB SO THE EXTRACT CAN BE WRITTEN AS ONE BATCH PER PAYER. A
      *** NON-BLANK CLM-HOLD-REASON KEEPS THE CLAIM OUT OF THE EXTRACT
      *** AND PUTS IT ON THE EXCEPTIONS LIST INSTEAD
       01  CLAIM-TABLE.
           05  CLAIM-ENTRY OCCURS 500 TIMES
                   INDEXED BY CLAIM-IDX.
               10  CLM-INS-TYPE            PIC X(3).
               10  CLM-PAT-NBR             PIC 9(5).
               10  CLM-PAT-NAME            PIC X(20).
               10  CLM-PAT-TYPE            PIC X(1).
               10  CLM-DATE-ADMIT          PIC X(10).
               10  CLM-DIAG-CODE           PIC 9(4).
               10  CLM-ATTEND-PHYS         PIC X(5).
               10  CLM-AUTH-NBR            PIC X(8).
               10  CLM-STAY-LTH            PIC 9(3).
               10  CLM-BILLED              PIC S9(7)V99 COMP-3.
               10  CLM-EXPECTED            PIC S9(7)V99 COMP-3.
               10  CLM-HOLD-REASON         PIC X(20).
       01  WS-CLAIM-COUNT              PIC 9(3) VALUE 0.
       01  WS-CLAIM-WORK.
           05  WS-INS-TYPE-COUNT       PIC 9(2) VALUE 0.
           05  WS-PAYER-I              PIC 9(2) VALUE 0.
           05  WS-PAYER-CODE           PIC X(3) VALUE SPACES.
           05  WS-BATCH-NBR            PIC 9(3) VALUE 0.
           05  WS-CLAIM-SEQ            PIC 9(5) VALUE 0.
           05  WS-CLAIM-AUTH-NBR       PIC X(8) VALUE SPACES.
           05  WS-CLAIM-REASON         PIC X(20) VALUE SPACES.
           05  WS-CLAIM-DAYS           PIC 9(3) VALUE 0.
           05  WS-CLAIM-BASE           PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-CLAIM-BILLED         PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-CLAIM-EXPECTED       PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-PAYER-CLAIMS         PIC 9(5) VALUE 0.
           05  WS-PAYER-BILLED         PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-PAYER-EXPECTED       PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-CLAIMS-SENT          PIC 9(5) VALUE 0.
           05  WS-SENT-BILLED          PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-SENT-EXPECTED        PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-CLAIMS-HELD          PIC 9(5) VALUE 0.
           05  WS-HELD-BILLED          PIC S9(9)V99 COMP-3 VALUE 0.
           05  CLM-PAGE-NUM            PIC 9(3) VALUE 0.
           05  CLM-LINE-COUNT          PIC 9(2) VALUE 0.
           05  EXC-PAGE-NUM            PIC 9(3) VALUE 0.
           05  EXC-LINE-COUNT          PIC 9(2) VALUE 0.
           05  WS-CLAIM-LINE-HOLD      PIC X(132) VALUE SPACES.

      *** PARAMETERS FOR THE CODELKP CODE-TABLE SUBPROGRAM -- THE
      *** 'INS ' CODE SET IS THE SUITE-WIDE AUTHORITY ON VALID
      *** INSURANCE TYPES; THE INSTYPE FILE STILL SUPPLIES THE
           05 WS-CLK-FOUND-SW          PIC X(01) VALUE 'N'.
              88 WS-CLK-FOUND          VALUE 'Y'.

      *** PARAMETERS FOR THE BDAYLKP BUSINESS CALENDAR -- A HELD CLAIM
      *** AGES ONLY ON DAYS THE BILLING OFFICE IS OPEN TO WORK IT
       01  WS-BDAYLKP-FIELDS.
           05 WS-BDY-REQUEST           PIC X(01) VALUE '3'.
           05 WS-BDY-DATE-1            PIC 9(08) VALUE 0.
           05 WS-BDY-DATE-2            PIC 9(08) VALUE 0.
           05 WS-BDY-DAYS              PIC S9(05) VALUE 0.
           05 WS-BDY-DESC              PIC X(30) VALUE SPACES.
           05 WS-BDY-RESULT-SW         PIC X(01) VALUE 'N'.
              88 WS-BDY-RESULT-OK      VALUE 'Y'.

       01  COUNT-INS-TYPE              PIC X(3).
           88 HMO              VALUE 'HMO'.
           88 PRI              VALUE 'PRI'.
           88 RC-END-OF-FILE   VALUE 'Y'.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

      *** DE-IDENTIFIED REPORT COPIES (HOSPOPT CARD). A CALLER WRITING
      *** A LINE THAT CARRIES PATIENT DATA FIRST SETS THE COLUMN WHERE
      *** EACH IDENTIFIER STARTS; THE WRITER MASKS THE COPY AT THOSE
      *** COLUMNS AND CLEARS THEM. ZERO MEANS NO SUCH FIELD ON THE LINE
       01  WS-DEIDENTIFY-SW            PIC X(1) VALUE 'N'.
           88 WS-DEIDENTIFY    VALUE 'Y'.
       01  WS-DEID-POSITIONS.
           05  WS-DEID-NBR-POS         PIC 9(3) VALUE 0.
           05  WS-DEID-NBR2-POS        PIC 9(3) VALUE 0.
           05  WS-DEID-NAME-POS        PIC 9(3) VALUE 0.
           05  WS-DEID-NAME2-POS       PIC 9(3) VALUE 0.
           05  WS-DEID-PHONE-POS       PIC 9(3) VALUE 0.
           05  WS-DEID-PHONE-LTH       PIC 9(2) VALUE 0.
       01  WS-DEID-POSITIONS-HOLD      PIC X(17).
       01  WS-DEID-FIELDS.
           05  WS-DEID-LINE            PIC X(132).
           05  WS-DEID-POS             PIC 9(3).
           05  WS-DEID-PAT-NBR         PIC X(5).
           05  WS-DEID-PAT-NBR-N REDEFINES WS-DEID-PAT-NBR
                                       PIC 9(5).
           05  WS-DEID-SURROGATE       PIC 9(5).
           05  WS-DEID-HIGH-SURROGATE  PIC 9(5) VALUE 0.
           05  WS-DEID-MASK            PIC X(20) VALUE ALL '*'.

      *** PATIENT-TO-SURROGATE CROSS-REFERENCE, LOADED FROM DEIDXREF
       01  DEID-XREF-TABLE.
           05  DEID-XREF OCCURS 5000 TIMES
                   INDEXED BY DXR-IDX.
               10  DXR-PAT-NBR         PIC 9(5).
               10  DXR-SURROGATE       PIC 9(5).
       01  WS-DXR-COUNT                PIC 9(5) VALUE 0.
       01  WS-DXR-FOUND-SW             PIC X(1) VALUE 'N'.
           88 WS-DXR-FOUND     VALUE 'Y'.

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-READ             PIC S9(4) COMP.
           05 RECORDS-WRITTEN          PIC S9(4) COMP.
           05 NBR-DISCHARGED           PIC S9(4) COMP.
           05 TOTAL-FINAL-BILLED       PIC S9(7)V99 COMP-3.
           05 NBR-CHG-AUDIT            PIC S9(4) COMP.
           05 NBR-PM-NOT-ON-FILE       PIC S9(4) COMP.
           05 NBR-PM-MISMATCH          PIC S9(4) COMP.
           05 NBR-PM-MERGED            PIC S9(4) COMP.
           05 TOTAL-ANCILLARY-AMT      PIC S9(7)V99 COMP-3.
           05 NBR-EMERGENCY            PIC S9(4) COMP.
           05 NBR-OBSERVATION          PIC S9(4) COMP.
           05 NBR-OBS-OVER-MAX         PIC S9(4) COMP.
           05 ERROR-RECS-ED-LEVEL      PIC S9(4) COMP.
           05 ERROR-RECS-OBS-HOURS     PIC S9(4) COMP.
           05 PAGE-NUM                 PIC 9(3).
           05 LINE-COUNT               PIC 9(2).

                   INDEXED BY INS-TYPE-TAB-IDX.
               10 INSURANCE-TYPE-CODE  PIC X(3).
               10 INSURANCE-COVERAGE-PERC PIC 999.
               10 INSURANCE-DRG-BASE-RATE PIC 9(5)V99.

           COPY PATIENT.

           05  TL5-OUTPATIENT          PIC ZZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  TOTAL-LINE32.
           05  FILLER                  PIC X(25)
                             VALUE 'EMERGENCY: '.
           05  TL32-EMERGENCY          PIC ZZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  TOTAL-LINE33.
           05  FILLER                  PIC X(25)
                             VALUE 'OBSERVATION: '.
           05  TL33-OBSERVATION        PIC ZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(14)
                             VALUE 'OVER MAXIMUM '.
           05  TL33-MAX-HOURS          PIC ZZ9.
           05  FILLER                  PIC X(8)
                             VALUE ' HOURS: '.
           05  TL33-OBS-OVER-MAX       PIC ZZZ9.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  TOTAL-LINE6.
           05  FILLER                  PIC X(25)
                             VALUE 'HMO: '.
           05  TL17-PAT-TYPE-ERR       PIC ZZZ9.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  TOTAL-LINE34.
           05  FILLER                  PIC X(25)
                   VALUE "  PAT TYPE - UNKNOWN: ".
           05  TL34-UNKNOWN-TYPE       PIC ZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(25)
                   VALUE "EMERGENCY - BAD LEVEL: ".
           05  TL34-ED-LEVEL           PIC ZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(25)
                   VALUE "OBSERVATION - BAD HOURS: ".
           05  TL34-OBS-HOURS          PIC ZZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  TOTAL-LINE18.
           05  FILLER                  PIC X(25)
                   VALUE "PATIENT RESPONSIBILITY: ".
           05  TL21-FINAL-BILLED       PIC $,$$$,$99.99.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  TOTAL-LINE23.
           05  FILLER                  PIC X(25)
                   VALUE "CLAIMS SENT TO PAYERS: ".
           05  TL23-CLAIMS-SENT        PIC ZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TL23-SENT-AMT           PIC $$,$$$,$$$,$99.99.
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  TOTAL-LINE24.
           05  FILLER                  PIC X(25)
                   VALUE "CLAIMS HELD BACK: ".
           05  TL24-CLAIMS-HELD        PIC ZZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  TOTAL-LINE25.
           05  FILLER                  PIC X(25)
                   VALUE "NOT ON PATIENT MASTER: ".
           05  TL25-PM-NOT-ON-FILE     PIC ZZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  TOTAL-LINE26.
           05  FILLER                  PIC X(25)
                   VALUE "PATIENT MASTER MISMATCH: ".
           05  TL26-PM-MISMATCH        PIC ZZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  TOTAL-LINE27.
           05  FILLER                  PIC X(25)
                   VALUE "MERGED PATIENT NUMBERS: ".
           05  TL27-PM-MERGED          PIC ZZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  TOTAL-LINE28.
           05  FILLER                  PIC X(25)
                   VALUE "ANCILLARY CHARGES BILLED:".
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  TL28-ANCILLARY          PIC $$,$$$,$$$,$99.99.
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  TOTAL-LINE29.
           05  FILLER                  PIC X(25)
                   VALUE "CHARGES REJECTED: ".
           05  TL29-CHG-REJECTED       PIC ZZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  TOTAL-LINE30.
           05  FILLER                  PIC X(25)
                   VALUE "CASE-MIX INDEX: ".
           05  TL30-CMI                PIC Z9.9999.
           05  FILLER                  PIC X(100) VALUE SPACES.

       01  TOTAL-LINE31.
           05  FILLER                  PIC X(25)
                   VALUE "DRG REIMBURSEMENT VAR:".
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  TL31-DRG-VARIANCE       PIC $$,$$$,$$$,$99.99-.
           05  FILLER                  PIC X(83) VALUE SPACES.

      *** FINAL BILL LINE PRINTED UNDER A DISCHARGED PATIENT'S DETAIL
       01  FINAL-BILL-LINE.
           05  FILLER                  PIC X(14)
           05  FBL-NET                 PIC $,$$$,$99.99.
           05  FILLER                  PIC X(65) VALUE SPACES.

      *** VISIT LINES PRINTED UNDER AN EMERGENCY OR OBSERVATION DETAIL,
      *** SHOWING WHAT THE VISIT WAS BILLED ON INSTEAD OF A DAILY RATE
       01  ED-VISIT-LINE.
           05  FILLER                  PIC X(20)
                   VALUE "  EMERGENCY LEVEL: ".
           05  EVL-LEVEL               PIC 9(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  EVL-DESC                PIC X(20).
           05  FILLER                  PIC X(16)
                   VALUE "  FACILITY FEE: ".
           05  EVL-FEE                 PIC $$$,$$9.99.
           05  FILLER                  PIC X(64) VALUE SPACES.
       01  OBS-VISIT-LINE.
           05  FILLER                  PIC X(15)
                   VALUE "  OBSERVATION: ".
           05  OVL-HOURS               PIC ZZ9.
           05  FILLER                  PIC X(10) VALUE " HOURS AT ".
           05  OVL-RATE                PIC $$,$$9.99.
           05  FILLER                  PIC X(12) VALUE "/HR  CHARGE:".
           05  OVL-CHARGE              PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OVL-CONVERT-NOTE.
               10  OVL-OVER-LIT        PIC X(6).
               10  OVL-MAX-HOURS       PIC ZZ9.
               10  OVL-REVIEW-LIT      PIC X(38).
           05  FILLER                  PIC X(21) VALUE SPACES.

      *** ANCILLARY CHARGES LINE PRINTED UNDER THE DETAIL OF AN
      *** ADMISSION THAT PICKED UP ITEMIZED CHARGES
       01  ANCILLARY-LINE.
           05  FILLER                  PIC X(21)
                   VALUE "  ANCILLARY CHARGES: ".
           05  ANL-ITEMS               PIC ZZ9.
           05  FILLER                  PIC X(8) VALUE " ITEMS  ".
           05  ANL-AMT                 PIC $,$$$,$99.99.
           05  FILLER                  PIC X(88) VALUE SPACES.

      *** DRG LINE PRINTED UNDER AN INPATIENT'S DETAIL: THE DRG, THE
      *** PAYER'S EXPECTED REIMBURSEMENT FOR IT, THE NET AMOUNT THE
      *** STAY COMPUTED TO, AND THE VARIANCE -- A LOSS IS FLAGGED
       01  DRG-LINE.
           05  FILLER                  PIC X(7) VALUE "  DRG: ".
           05  DGL-DRG                 PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DGL-DESC                PIC X(25).
           05  DGL-PRICING             PIC X(74).
           05  FILLER                  PIC X(22) VALUE SPACES.
       01  DRG-PRICING-TEXT.
           05  FILLER                  PIC X(12)
                   VALUE "  EXPECTED: ".
           05  DGP-EXPECTED            PIC $,$$$,$99.99.
           05  FILLER                  PIC X(7) VALUE "  NET: ".
           05  DGP-NET                 PIC $,$$$,$99.99.
           05  FILLER                  PIC X(12)
                   VALUE "  VARIANCE: ".
           05  DGP-VARIANCE            PIC $$,$$$,$99.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DGP-LOSS-FLAG           PIC X(5).

      *** PATIENT MASTER FLAG LINE PRINTED UNDER THE DETAIL OF AN
      *** ADMISSION THAT DISAGREES WITH THE MASTER OR WAS MERGED
       01  MASTER-CHECK-LINE.
           05  FILLER                  PIC X(18)
                   VALUE "  PATIENT MASTER: ".
           05  MCL-REASON              PIC X(24).
           05  FILLER                  PIC X(8) VALUE " KEYED: ".
           05  MCL-KEYED-NAME          PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  MCL-KEYED-INS           PIC X(3).
           05  FILLER                  PIC X(9) VALUE " MASTER: ".
           05  MCL-MASTER-NAME         PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  MCL-MASTER-INS          PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  MCL-MERGE-NOTE.
               10  MCL-MERGE-LIT       PIC X(12).
               10  MCL-MERGED-FROM     PIC 9(5).
           05  FILLER                  PIC X(7) VALUE SPACES.

      *** MONTH-OVER-MONTH TREND SECTION

       01  TREND-HEADER.
           05  RL-CURR-DATE            PIC X(10).
           05  FILLER                  PIC X(57) VALUE SPACES.

      *** CLAIM REGISTER (CLMREG) LINES

       01  CLMREG-HEADER1.
           05  FILLER                  PIC X(6) VALUE 'DATE: '.
           05  CRH1-DATE               PIC X(10).
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
                   'ELECTRONIC CLAIMS REGISTER'.
           05  FILLER                  PIC X(37) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'PAGE: '.
           05  CRH1-PAGE-NUMBER        PIC ZZ9.

       01  CLMREG-HEADER2.
           05  FILLER                  PIC X(7) VALUE 'CLAIM'.
           05  FILLER                  PIC X(5) VALUE 'PYR'.
           05  FILLER                  PIC X(7) VALUE 'PT #'.
           05  FILLER                  PIC X(22) VALUE 'PATIENT NAME'.
           05  FILLER                  PIC X(12) VALUE 'ADMIT DATE'.
           05  FILLER                  PIC X(4) VALUE 'T'.
           05  FILLER                  PIC X(6) VALUE 'DIAG'.
           05  FILLER                  PIC X(7) VALUE 'PHYS'.
           05  FILLER                  PIC X(10) VALUE 'AUTH NBR'.
           05  FILLER                  PIC X(5) VALUE 'STY'.
           05  FILLER                  PIC X(14) VALUE '      BILLED'.
           05  FILLER                  PIC X(12) VALUE '    EXPECTED'.
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  CLMREG-PAYER-LINE.
           05  FILLER                  PIC X(11) VALUE '*** PAYER: '.
           05  CRP-PAYER               PIC X(3).
           05  FILLER                  PIC X(4) VALUE ' ***'.
           05  FILLER                  PIC X(114) VALUE SPACES.

       01  CLMREG-DETAIL.
           05  CRD-CLAIM-NBR           PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRD-PAYER               PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRD-PAT-NBR             PIC 9(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRD-PAT-NAME            PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRD-DATE-ADMIT          PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRD-PAT-TYPE            PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  CRD-DIAG-CODE           PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRD-ATTEND-PHYS         PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRD-AUTH-NBR            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRD-STAY-LTH            PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRD-BILLED              PIC $,$$$,$99.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CRD-EXPECTED            PIC $,$$$,$99.99.
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  CLMREG-PAYER-TOTAL.
           05  FILLER                  PIC X(14)
                   VALUE '  BATCH TOTAL '.
           05  CRT-PAYER               PIC X(3).
           05  FILLER                  PIC X(9) VALUE ' CLAIMS: '.
           05  CRT-CLAIMS              PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  BILLED: '.
           05  CRT-BILLED              PIC $$,$$$,$$$,$99.99.
           05  FILLER                  PIC X(12) VALUE '  EXPECTED: '.
           05  CRT-EXPECTED            PIC $$,$$$,$$$,$99.99.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  CLMREG-SENT-LINE.
           05  FILLER                  PIC X(26)
                   VALUE 'TOTAL CLAIMS SENT: '.
           05  CRS-CLAIMS              PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  BILLED: '.
           05  CRS-BILLED              PIC $$,$$$,$$$,$99.99.
           05  FILLER                  PIC X(12) VALUE '  EXPECTED: '.
           05  CRS-EXPECTED            PIC $$,$$$,$$$,$99.99.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  CLMREG-BATCH-LINE.
           05  FILLER                  PIC X(26)
                   VALUE 'PAYER BATCHES WRITTEN: '.
           05  CRB-BATCHES             PIC ZZZZ9.
           05  FILLER                  PIC X(101) VALUE SPACES.

      *** HELD-CLAIM EXCEPTIONS LIST (CLMEXC) LINES -- THE TOTAL LINE
      *** IS ALSO THE LAST LINE OF THE REGISTER, SO THE TWO REPORTS
      *** TOGETHER ACCOUNT FOR EVERY ADMISSION

       01  CLMEXC-HEADER1.
           05  FILLER                  PIC X(6) VALUE 'DATE: '.
           05  CXH1-DATE               PIC X(10).
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
                   'CLAIM EXCEPTIONS - HELD BACK'.
           05  FILLER                  PIC X(37) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'PAGE: '.
           05  CXH1-PAGE-NUMBER        PIC ZZ9.

       01  CLMEXC-HEADER2.
           05  FILLER                  PIC X(7) VALUE 'PT #'.
           05  FILLER                  PIC X(22) VALUE 'PATIENT NAME'.
           05  FILLER                  PIC X(5) VALUE 'PYR'.
           05  FILLER                  PIC X(12) VALUE 'ADMIT DATE'.
           05  FILLER                  PIC X(3) VALUE 'T'.
           05  FILLER                  PIC X(7) VALUE 'PHYS'.
           05  FILLER                  PIC X(22) VALUE 'REASON HELD'.
           05  FILLER                  PIC X(12) VALUE '      BILLED'.
           05  FILLER                  PIC X(12) VALUE '  BUS DAYS'.
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  CLMEXC-DETAIL.
           05  CXD-PAT-NBR             PIC 9(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CXD-PAT-NAME            PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CXD-PAYER               PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CXD-DATE-ADMIT          PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CXD-PAT-TYPE            PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CXD-ATTEND-PHYS         PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CXD-REASON              PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CXD-BILLED              PIC $,$$$,$99.99.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  CXD-BUS-DAYS            PIC ZZZ9.
           05  CXD-BUS-DAYS-X REDEFINES CXD-BUS-DAYS
                                       PIC X(4).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  CLMEXC-TOTAL-LINE.
           05  FILLER                  PIC X(26)
                   VALUE 'CLAIMS HELD BACK: '.
           05  CXT-CLAIMS              PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  BILLED: '.
           05  CXT-BILLED              PIC $$,$$$,$$$,$99.99.
           05  FILLER                  PIC X(74) VALUE SPACES.

      *** CASE-MIX REPORT (CASEMIX) LINES
       01  CMXRPT-HEADER1.
           05  FILLER                  PIC X(6) VALUE 'DATE: '.
           05  CMH1-DATE               PIC X(10).
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
                   'CASE-MIX BY DRG'.
           05  FILLER                  PIC X(37) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'PAGE: '.
           05  CMH1-PAGE-NUMBER        PIC ZZ9.

       01  CMXRPT-HEADER2.
           05  FILLER                  PIC X(5) VALUE 'DRG'.
           05  FILLER                  PIC X(27) VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(9) VALUE ' WEIGHT'.
           05  FILLER                  PIC X(8) VALUE ' CASES'.
           05  FILLER                  PIC X(7) VALUE 'AVG LOS'.
           05  FILLER                  PIC X(16) VALUE
                   '      EXPECTED'.
           05  FILLER                  PIC X(16) VALUE
                   '    NET AMOUNT'.
           05  FILLER                  PIC X(15) VALUE
                   '       VARIANCE'.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  CMXRPT-DETAIL.
           05  CMD-DRG                 PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CMD-DESC                PIC X(25).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CMD-WEIGHT              PIC Z9.9999.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CMD-CASES               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CMD-AVG-LOS             PIC ZZ9.9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CMD-EXPECTED            PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CMD-NET                 PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CMD-VARIANCE            PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  CMXRPT-CMI-LINE.
           05  FILLER                  PIC X(42) VALUE
                   'CASE-MIX INDEX (GROUPED INPATIENT CASES): '.
           05  CMC-CMI                 PIC Z9.9999.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  CMXRPT-NOTE-LINE.
           05  FILLER                  PIC X(50) VALUE
                   'VARIANCE = EXPECTED DRG REIMBURSEMENT LESS THE NET'.
           05  FILLER                  PIC X(50) VALUE
                   ' AMOUNT DUE FROM THE PAYER; NEGATIVE MEANS A LOSS'.
           05  FILLER                  PIC X(32) VALUE SPACES.

      *** REVENUE-BY-DEPARTMENT REPORT (REVRPT) LINES
       01  REVRPT-HEADER1.
           05  FILLER                  PIC X(6) VALUE 'DATE: '.
           05  RVH1-DATE               PIC X(10).
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
                   'REVENUE BY DEPARTMENT'.
           05  FILLER                  PIC X(37) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'PAGE: '.
           05  RVH1-PAGE-NUMBER        PIC ZZ9.

       01  REVRPT-HEADER2.
           05  FILLER                  PIC X(16) VALUE 'DEPARTMENT'.
           05  FILLER                  PIC X(6) VALUE ' ITEMS'.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE '    UNITS'.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
                   '          REVENUE'.
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  REVRPT-DETAIL.
           05  RVD-DEPT                PIC X(10).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  RVD-CHARGES             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  RVD-UNITS               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  RVD-REVENUE             PIC $$,$$$,$$$,$99.99.
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  REVRPT-REJECT-TITLE.
           05  FILLER                  PIC X(40) VALUE
                   '*** REJECTED CHARGE TRANSACTIONS ***'.
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  REVRPT-REJECT-HEADER.
           05  FILLER                  PIC X(7) VALUE 'PT #'.
           05  FILLER                  PIC X(14) VALUE 'SERVICE DATE'.
           05  FILLER                  PIC X(8) VALUE 'CODE'.
           05  FILLER                  PIC X(5) VALUE 'QTY'.
           05  FILLER                  PIC X(24) VALUE 'REASON'.
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  REVRPT-REJECT-LINE.
           05  RVJ-PAT-NBR             PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RVJ-SVC-DATE            PIC X(10).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  RVJ-CODE                PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RVJ-QTY                 PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RVJ-REASON              PIC X(24).
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  REVRPT-REJECT-TOTAL.
           05  FILLER                  PIC X(26)
                   VALUE 'CHARGES REJECTED: '.
           05  RVT-REJECTED            PIC ZZZZ9.
           05  FILLER                  PIC X(101) VALUE SPACES.


       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 147-WRITE-PHYSICIAN-SECTION THRU 147-EXIT.
           PERFORM 146-WRITE-NOAUTH-SECTION THRU 146-EXIT.
           PERFORM 145-WRITE-READMISSION-SECTION THRU 145-EXIT.
           PERFORM 148-WRITE-CLAIMS-EXTRACT THRU 148-EXIT.
           PERFORM 149-WRITE-CLAIM-EXCEPTIONS THRU 149-EXIT.
           PERFORM 157-WRITE-REVENUE-REPORT THRU 157-EXIT.
           PERFORM 159-WRITE-CASEMIX-REPORT THRU 159-EXIT.
           PERFORM 150-WRITE-TOTAL-LINES THRU 150-EXIT.
           PERFORM 155-WRITE-TREND-REPORT THRU 155-EXIT.
           PERFORM 158-APPEND-STAT-HISTORY THRU 158-EXIT.
           PERFORM 158A-APPEND-READMIT-HISTORY THRU 158A-EXIT.
           PERFORM 160-WRITE-BAL-RECORD THRU 160-EXIT.
           PERFORM 200-CLEANUP THRU 200-EXIT.
           MOVE +0 TO RETURN-CODE.
       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           PERFORM 005-GET-BUSINESS-DATE THRU 005-EXIT.
           PERFORM 007-GET-RUN-OPTIONS THRU 007-EXIT.
           OPEN INPUT INFILE.
           OPEN INPUT INS-TYPE-FILE.

           PERFORM 050-LOAD-TABLE THRU 050-EXIT
                       UNTIL END-OF-FILE.

      *** THE CLAIMS EXTRACT WRITES ONE BATCH PER PAYER IN TABLE ORDER,
      *** SO REMEMBER HOW MANY PAYERS WERE LOADED
           SET WS-INS-TYPE-COUNT TO INS-TYPE-TAB-IDX.
           SUBTRACT 1 FROM WS-INS-TYPE-COUNT.

      *** THE HISTORY FILE WON'T EXIST ON THE VERY FIRST RUN -- A FAILED
      *** OPEN MEANS THERE IS NO READMISSION HISTORY YET, NOT A READ TO
      *** ATTEMPT (ATTEMPTING IT WOULD LOOP FOREVER SINCE THE READ'S
              MOVE '10' TO DGCODE
           END-IF.

      *** DRG GROUPING TABLE -- OPTIONAL; WITHOUT IT NO STAY IS GROUPED
           OPEN INPUT DRGFILE.
           IF DR-FILE-FOUND
              PERFORM 081H-READ-DRG-FILE THRU 081H-EXIT
              PERFORM 081I-LOAD-DRG-TABLE THRU 081I-EXIT
                          UNTIL NO-MORE-DRGS
              CLOSE DRGFILE
           ELSE
              MOVE '10' TO DRCODE
           END-IF.

      *** ED FACILITY FEES -- OPTIONAL, BUT WITHOUT THEM NO EMERGENCY
      *** VISIT CAN BE PRICED AND EACH ONE IS REJECTED
           OPEN INPUT EDFEEFILE.
           IF FE-FILE-FOUND
              PERFORM 081J-READ-EDFEE-FILE THRU 081J-EXIT
              PERFORM 081K-LOAD-EDFEE-TABLE THRU 081K-EXIT
                          UNTIL NO-MORE-EDFEES
              CLOSE EDFEEFILE
           ELSE
              MOVE '10' TO FECODE
           END-IF.

      *** CHARGE MASTER, THEN THE ITEMIZED CHARGES PRICED FROM IT --
      *** BOTH OPTIONAL. WITH NO CHARGE MASTER EVERY ITEMIZED CHARGE
      *** IS REJECTED, SINCE NONE OF THEM CAN BE PRICED
           OPEN INPUT CHGMASTFILE.
           IF CM-FILE-FOUND
              PERFORM 081D-READ-CHGMAST-FILE THRU 081D-EXIT
              PERFORM 081E-LOAD-CHGMAST-TABLE THRU 081E-EXIT
                          UNTIL NO-MORE-CHGMAST
              CLOSE CHGMASTFILE
           ELSE
              MOVE '10' TO CMCODE
           END-IF.
           OPEN INPUT CHGTRANFILE.
           IF CT-FILE-FOUND
              PERFORM 081F-READ-CHGTRAN-FILE THRU 081F-EXIT
              PERFORM 081G-LOAD-CHARGE-TABLE THRU 081G-EXIT
                          UNTIL NO-MORE-CHGTRAN
              CLOSE CHGTRANFILE
           ELSE
              MOVE '10' TO CTCODE
           END-IF.

      *** PATIENT MASTER -- OPTIONAL LIKE THE OTHERS; WITHOUT IT THE
      *** ADMISSION IS TAKEN AS KEYED
           OPEN INPUT PATMASTFILE.
           IF PM-FILE-OK
              MOVE 'Y' TO WS-PATMAST-OPEN-SW
           END-IF.

           PERFORM 060-READ-CHECKPOINT THRU 060-EXIT.

           IF NO-CHECKPOINT
              OPEN OUTPUT RPTFILE
              OPEN OUTPUT ERRFILE
              IF WS-DEIDENTIFY
                 OPEN OUTPUT DRPTFILE
                 OPEN OUTPUT DERRFILE
              END-IF
           ELSE
              OPEN EXTEND RPTFILE
              OPEN EXTEND ERRFILE
              IF WS-DEIDENTIFY
                 OPEN EXTEND DRPTFILE
                 OPEN EXTEND DERRFILE
              END-IF
              PERFORM 065-RESTORE-FROM-CHECKPOINT THRU 065-EXIT
           END-IF.

       005-EXIT.
           EXIT.

       007-GET-RUN-OPTIONS.
      *** OPTIONAL HOSPEDIT OPTION CARD. 'Y' IN COLUMN 1 ASKS FOR A
      *** DE-IDENTIFIED COPY OF EVERY REPORT THAT CARRIES PATIENT DATA,
      *** FIT TO GO OUTSIDE THE HOSPITAL. NO CARD MEANS NO COPIES. THE
      *** CARD MAY ALSO OVERRIDE THE OBSERVATION HOURLY RATE AND THE
      *** HOURS PAST WHICH AN OBSERVATION STAY IS FLAGGED
           OPEN INPUT HOSPOPTFILE.
           IF HO-FILE-FOUND
              READ HOSPOPTFILE
                AT END MOVE SPACES TO HOSPOPT-REC
              END-READ
              IF HO-DEIDENTIFY-REPORTS
                 MOVE 'Y' TO WS-DEIDENTIFY-SW
              END-IF
              IF HO-OBS-HOURLY-RATE IS NUMERIC
                 AND HO-OBS-HOURLY-RATE > 0
                 MOVE HO-OBS-HOURLY-RATE TO WS-OBS-HOURLY-RATE
              END-IF
              IF HO-OBS-MAX-HOURS IS NUMERIC
                 AND HO-OBS-MAX-HOURS > 0
                 MOVE HO-OBS-MAX-HOURS TO WS-OBS-MAX-HOURS
              END-IF
              CLOSE HOSPOPTFILE
           END-IF.
           IF NOT WS-DEIDENTIFY
              GO TO 007-EXIT
           END-IF.

      *** LOAD THE SURROGATES EARLIER RUNS HANDED OUT, THEN HOLD THE
      *** CROSS-REFERENCE OPEN TO ADD PATIENTS SEEN FOR THE FIRST TIME.
      *** IT WON'T EXIST BEFORE THE FIRST DE-IDENTIFIED RUN
           OPEN INPUT DEIDXREFFILE.
           IF XR-FILE-FOUND
              PERFORM 008-READ-DEID-XREF THRU 008-EXIT
              PERFORM 008A-LOAD-DEID-XREF THRU 008A-EXIT
                          UNTIL NO-MORE-XREF
              CLOSE DEIDXREFFILE
              OPEN EXTEND DEIDXREFFILE
           ELSE
              OPEN OUTPUT DEIDXREFFILE
           END-IF.
       007-EXIT.
           EXIT.

       008-READ-DEID-XREF.
           READ DEIDXREFFILE
           AT END
              MOVE '10' TO XRCODE
           END-READ.
       008-EXIT.
           EXIT.

       008A-LOAD-DEID-XREF.
      *** THE HIGHEST SURROGATE IS TRACKED EVEN PAST A FULL TABLE SO A
      *** NUMBER IS NEVER HANDED OUT TWICE
           IF DXREF-SURROGATE > WS-DEID-HIGH-SURROGATE
              MOVE DXREF-SURROGATE TO WS-DEID-HIGH-SURROGATE
           END-IF.
           IF WS-DXR-COUNT < 5000
              ADD 1 TO WS-DXR-COUNT
              MOVE DXREF-PAT-NBR   TO DXR-PAT-NBR (WS-DXR-COUNT)
              MOVE DXREF-SURROGATE TO DXR-SURROGATE (WS-DXR-COUNT)
           ELSE
              DISPLAY 'WARNING: DEID-XREF-TABLE FULL - DROPPED '
                 'SURROGATE ' DXREF-SURROGATE
           END-IF.

           PERFORM 008-READ-DEID-XREF THRU 008-EXIT.
       008A-EXIT.
           EXIT.

       060-READ-CHECKPOINT.
      *** PICK UP A CHECKPOINT LEFT BY A PRIOR RUN THAT DID NOT FINISH.
      *** THE FILE WON'T EXIST ON A NORMAL (NON-RESTART) RUN, SO A
           MOVE CKPT-NBR-DISCHARGED       TO NBR-DISCHARGED.
           MOVE CKPT-FINAL-BILL-TOT       TO TOTAL-FINAL-BILLED.
           MOVE CKPT-NBR-CHG-AUDIT        TO NBR-CHG-AUDIT.
           MOVE CKPT-NBR-PM-NOT-ON-FILE   TO NBR-PM-NOT-ON-FILE.
           MOVE CKPT-NBR-PM-MISMATCH      TO NBR-PM-MISMATCH.
           MOVE CKPT-NBR-PM-MERGED        TO NBR-PM-MERGED.
           MOVE CKPT-TOT-ANCILLARY        TO TOTAL-ANCILLARY-AMT.
           MOVE CKPT-NBR-EMERGENCY        TO NBR-EMERGENCY.
           MOVE CKPT-NBR-OBSERVATION      TO NBR-OBSERVATION.
           MOVE CKPT-NBR-OBS-OVER-MAX     TO NBR-OBS-OVER-MAX.
           MOVE CKPT-ERROR-RECS-ED        TO ERROR-RECS-ED-LEVEL.
           MOVE CKPT-ERROR-RECS-OBS       TO ERROR-RECS-OBS-HOURS.
           MOVE CKPT-PAGE-NUM             TO PAGE-NUM.
           MOVE CKPT-LINE-COUNT           TO LINE-COUNT.
           DISPLAY "RESUMING AFTER PATIENT NBR " CKPT-LAST-PAT-NBR.
           END-PERFORM.

      *** EVERY RECORD AFTER THE FIRST ('C') IS A SAVED READMISSION
      *** ENTRY ('R') OR A SAVED CLAIM ('L') -- LOAD THEM BACK INTO
      *** READMISSION-TABLE / CLAIM-TABLE SO THE RESUMED RUN DOESN'T
      *** LOSE READMISSIONS OR CLAIMS FROM BEFORE THE RESTART
           PERFORM 067-READ-CHECKPOINT-READMIT THRU 067-EXIT.
           PERFORM 068-LOAD-CHECKPOINT-READMIT THRU 068-EXIT
                       UNTIL NO-CHECKPOINT.
           EXIT.

       068-LOAD-CHECKPOINT-READMIT.
           IF CKPTR-REC-TYPE = 'L'
              PERFORM 069-LOAD-CHECKPOINT-CLAIM THRU 069-EXIT
              PERFORM 067-READ-CHECKPOINT-READMIT THRU 067-EXIT
              GO TO 068-EXIT
           END-IF.
           IF CKPTR-REC-TYPE = 'G'
              PERFORM 069A-LOAD-CHECKPOINT-DRG THRU 069A-EXIT
              PERFORM 067-READ-CHECKPOINT-READMIT THRU 067-EXIT
              GO TO 068-EXIT
           END-IF.
           IF WS-READMIT-COUNT < 100
              ADD 1 TO WS-READMIT-COUNT
              SET READMIT-IDX TO WS-READMIT-COUNT
       068-EXIT.
           EXIT.

       069-LOAD-CHECKPOINT-CLAIM.
           IF WS-CLAIM-COUNT < 500
              ADD 1 TO WS-CLAIM-COUNT
              SET CLAIM-IDX TO WS-CLAIM-COUNT
              MOVE CKPTL-INS-TYPE    TO CLM-INS-TYPE (CLAIM-IDX)
              MOVE CKPTL-PAT-NBR     TO CLM-PAT-NBR (CLAIM-IDX)
              MOVE CKPTL-PAT-NAME    TO CLM-PAT-NAME (CLAIM-IDX)
              MOVE CKPTL-PAT-TYPE    TO CLM-PAT-TYPE (CLAIM-IDX)
              MOVE CKPTL-DATE-ADMIT  TO CLM-DATE-ADMIT (CLAIM-IDX)
              MOVE CKPTL-DIAG-CODE   TO CLM-DIAG-CODE (CLAIM-IDX)
              MOVE CKPTL-ATTEND-PHYS TO CLM-ATTEND-PHYS (CLAIM-IDX)
              MOVE CKPTL-AUTH-NBR    TO CLM-AUTH-NBR (CLAIM-IDX)
              MOVE CKPTL-STAY-LTH    TO CLM-STAY-LTH (CLAIM-IDX)
              MOVE CKPTL-BILLED      TO CLM-BILLED (CLAIM-IDX)
              MOVE CKPTL-EXPECTED    TO CLM-EXPECTED (CLAIM-IDX)
              MOVE CKPTL-HOLD-REASON TO CLM-HOLD-REASON (CLAIM-IDX)
           ELSE
              DISPLAY 'WARNING: CLAIM-TABLE FULL - DROPPED '
                 CKPTL-PAT-NBR
           END-IF.
       069-EXIT.
           EXIT.

       069A-LOAD-CHECKPOINT-DRG.
           MOVE CKPTG-DRG         TO WS-DRG-CODE.
           MOVE CKPTG-DESC        TO WS-DRG-DESC.
           MOVE CKPTG-WEIGHT      TO WS-DRG-WEIGHT.
           PERFORM 093A-FIND-DRG-SUMMARY THRU 093A-EXIT.
           IF WS-DRG-SLOT > 0
              SET DRGS-IDX TO WS-DRG-SLOT
              MOVE CKPTG-CASES    TO DS-CASES (DRGS-IDX)
              MOVE CKPTG-DAYS     TO DS-DAYS (DRGS-IDX)
              MOVE CKPTG-PRICED   TO DS-PRICED (DRGS-IDX)
              MOVE CKPTG-EXPECTED TO DS-EXPECTED (DRGS-IDX)
              MOVE CKPTG-NET      TO DS-NET (DRGS-IDX)
           END-IF.
       069A-EXIT.
           EXIT.

       066-SKIP-READ-INFILE.
      *** RECORDS-READ WAS ALREADY RESTORED FROM THE CHECKPOINT ABOVE,
      *** SO THESE SKIP-AHEAD READS MUST NOT ALSO BUMP IT -- OTHERWISE
       081C-EXIT.
           EXIT.

       081H-READ-DRG-FILE.
           READ DRGFILE
           AT END
              MOVE '10' TO DRCODE
           END-READ.
       081H-EXIT.
           EXIT.

       081I-LOAD-DRG-TABLE.
           IF WS-DRGT-COUNT < 300
              ADD 1 TO WS-DRGT-COUNT
              SET DRGT-IDX TO WS-DRGT-COUNT
              MOVE DRG-REC-DIAG-CODE   TO DT-DIAG-CODE (DRGT-IDX)
              MOVE DRG-REC-LOS-LOW     TO DT-LOS-LOW (DRGT-IDX)
              MOVE DRG-REC-LOS-HIGH    TO DT-LOS-HIGH (DRGT-IDX)
              MOVE DRG-REC-CODE        TO DT-DRG (DRGT-IDX)
              MOVE DRG-REC-DESC        TO DT-DESC (DRGT-IDX)
              IF DRG-REC-WEIGHT IS NUMERIC
                 MOVE DRG-REC-WEIGHT   TO DT-WEIGHT (DRGT-IDX)
              ELSE
                 MOVE 0                TO DT-WEIGHT (DRGT-IDX)
              END-IF
           ELSE
              DISPLAY 'WARNING: DRG-GROUPING-TABLE FULL - DROPPED '
                 DRG-REC-CODE
           END-IF.
           PERFORM 081H-READ-DRG-FILE THRU 081H-EXIT.
       081I-EXIT.
           EXIT.

       081J-READ-EDFEE-FILE.
           READ EDFEEFILE
           AT END
              MOVE '10' TO FECODE
           END-READ.
       081J-EXIT.
           EXIT.

       081K-LOAD-EDFEE-TABLE.
           IF WS-EDF-COUNT < 9
              ADD 1 TO WS-EDF-COUNT
              SET EDF-IDX TO WS-EDF-COUNT
              MOVE EDF-REC-LEVEL       TO EDF-LEVEL (EDF-IDX)
              MOVE EDF-REC-DESC        TO EDF-DESC (EDF-IDX)
              IF EDF-REC-FEE IS NUMERIC
                 MOVE EDF-REC-FEE      TO EDF-FEE (EDF-IDX)
              ELSE
                 MOVE 0                TO EDF-FEE (EDF-IDX)
              END-IF
           ELSE
              DISPLAY 'WARNING: ED-FEE-TABLE FULL - DROPPED LEVEL '
                 EDF-REC-LEVEL
           END-IF.
           PERFORM 081J-READ-EDFEE-FILE THRU 081J-EXIT.
       081K-EXIT.
           EXIT.

       081D-READ-CHGMAST-FILE.
           READ CHGMASTFILE
           AT END
              MOVE '10' TO CMCODE
           END-READ.
       081D-EXIT.
           EXIT.

       081E-LOAD-CHGMAST-TABLE.
      *** EACH CHARGE CODE REMEMBERS ITS DEPARTMENT'S SLOT IN
      *** REVENUE-DEPT-TABLE, ADDING THE DEPARTMENT ON FIRST SIGHT
           IF WS-CHGM-COUNT < 300
              ADD 1 TO WS-CHGM-COUNT
              SET CHGM-IDX TO WS-CHGM-COUNT
              MOVE CHGM-REC-CODE       TO CM-CODE (CHGM-IDX)
              MOVE CHGM-REC-DESC       TO CM-DESC (CHGM-IDX)
              MOVE CHGM-REC-DEPT       TO CM-DEPT (CHGM-IDX)
              IF CHGM-REC-UNIT-PRICE IS NUMERIC
                 MOVE CHGM-REC-UNIT-PRICE TO CM-UNIT-PRICE (CHGM-IDX)
              ELSE
                 MOVE 0                TO CM-UNIT-PRICE (CHGM-IDX)
              END-IF
              MOVE 0 TO WS-CHG-SLOT
              PERFORM VARYING RDEPT-IDX FROM 1 BY 1
                      UNTIL RDEPT-IDX > WS-RDEPT-COUNT
                 IF RD-DEPT (RDEPT-IDX) = CHGM-REC-DEPT
                    SET WS-CHG-SLOT TO RDEPT-IDX
                 END-IF
              END-PERFORM
              IF WS-CHG-SLOT = 0
                 IF WS-RDEPT-COUNT < 30
                    ADD 1 TO WS-RDEPT-COUNT
                    MOVE WS-RDEPT-COUNT TO WS-CHG-SLOT
                    SET RDEPT-IDX TO WS-RDEPT-COUNT
                    MOVE CHGM-REC-DEPT TO RD-DEPT (RDEPT-IDX)
                    MOVE 0 TO RD-CHARGES (RDEPT-IDX)
                    MOVE 0 TO RD-UNITS (RDEPT-IDX)
                    MOVE 0 TO RD-AMT (RDEPT-IDX)
                 ELSE
                    DISPLAY 'WARNING: REVENUE-DEPT-TABLE FULL - '
                       'NOT TRACKED: ' CHGM-REC-DEPT
                 END-IF
              END-IF
              MOVE WS-CHG-SLOT         TO CM-DEPT-SLOT (CHGM-IDX)
           ELSE
              DISPLAY 'WARNING: CHARGE-MASTER-TABLE FULL - DROPPED '
                 CHGM-REC-CODE
           END-IF.
           PERFORM 081D-READ-CHGMAST-FILE THRU 081D-EXIT.
       081E-EXIT.
           EXIT.

       081F-READ-CHGTRAN-FILE.
           READ CHGTRANFILE
           AT END
              MOVE '10' TO CTCODE
           END-READ.
       081F-EXIT.
           EXIT.

       081G-LOAD-CHARGE-TABLE.
      *** PRICE EACH CHARGE FROM THE CHARGE MASTER AND ROLL IT INTO
      *** ITS DEPARTMENT'S REVENUE. A CHARGE THAT FAILS EDIT -- ABOVE
      *** ALL A CODE NOT ON THE MASTER -- IS REJECTED, NEVER BILLED
           MOVE SPACES TO WS-CHG-REASON.
           MOVE 0 TO WS-CHG-SLOT.
           IF CHGT-REC-PAT-NBR IS NOT NUMERIC
              OR CHGT-REC-PAT-NBR-N = 0
              MOVE 'INVALID PATIENT NUMBER' TO WS-CHG-REASON
              GO TO 081G-REJECT
           END-IF.
           IF CHGT-REC-SVC-DATE (1:4) IS NOT NUMERIC
              OR CHGT-REC-SVC-DATE (6:2) IS NOT NUMERIC
              OR CHGT-REC-SVC-DATE (9:2) IS NOT NUMERIC
              OR CHGT-REC-SVC-DATE (5:1) NOT = '-'
              OR CHGT-REC-SVC-DATE (8:1) NOT = '-'
              MOVE 'INVALID SERVICE DATE' TO WS-CHG-REASON
              GO TO 081G-REJECT
           END-IF.
           PERFORM VARYING CHGM-IDX FROM 1 BY 1
                   UNTIL CHGM-IDX > WS-CHGM-COUNT
              IF CM-CODE (CHGM-IDX) = CHGT-REC-CODE
                 SET WS-CHG-SLOT TO CHGM-IDX
              END-IF
           END-PERFORM.
           IF WS-CHG-SLOT = 0
              MOVE 'CODE NOT ON MASTER' TO WS-CHG-REASON
              GO TO 081G-REJECT
           END-IF.
           IF CHGT-REC-QTY IS NOT NUMERIC
              OR CHGT-REC-QTY-N = 0
              MOVE 'INVALID QUANTITY' TO WS-CHG-REASON
              GO TO 081G-REJECT
           END-IF.

           SET CHGM-IDX TO WS-CHG-SLOT.
           COMPUTE WS-CHG-AMT =
               CHGT-REC-QTY-N * CM-UNIT-PRICE (CHGM-IDX)
           END-COMPUTE.
           IF WS-CHG-COUNT < 1000
              ADD 1 TO WS-CHG-COUNT
              SET CHG-IDX TO WS-CHG-COUNT
              MOVE CHGT-REC-PAT-NBR-N  TO CHG-PAT-NBR (CHG-IDX)
              MOVE CHGT-REC-SVC-DATE   TO CHG-SVC-DATE (CHG-IDX)
              MOVE CHGT-REC-CODE       TO CHG-CODE (CHG-IDX)
              MOVE CHGT-REC-QTY-N      TO CHG-QTY (CHG-IDX)
              MOVE WS-CHG-AMT          TO CHG-AMT (CHG-IDX)
              MOVE 'N'                 TO CHG-APPLIED-SW (CHG-IDX)
              IF CM-DEPT-SLOT (CHGM-IDX) > 0
                 SET RDEPT-IDX TO CM-DEPT-SLOT (CHGM-IDX)
                 ADD 1 TO RD-CHARGES (RDEPT-IDX)
                 ADD CHGT-REC-QTY-N TO RD-UNITS (RDEPT-IDX)
                 ADD WS-CHG-AMT TO RD-AMT (RDEPT-IDX)
              END-IF
           ELSE
              DISPLAY 'WARNING: CHARGE-TABLE FULL - DROPPED '
                 CHGT-REC-PAT-NBR ' ' CHGT-REC-CODE
           END-IF.
           GO TO 081G-NEXT.
       081G-REJECT.
           ADD 1 TO WS-CHG-REJECTED.
           IF WS-CHGREJ-COUNT < 200
              ADD 1 TO WS-CHGREJ-COUNT
              SET CHGREJ-IDX TO WS-CHGREJ-COUNT
              MOVE CHGT-REC-PAT-NBR    TO CRJ-PAT-NBR (CHGREJ-IDX)
              MOVE CHGT-REC-SVC-DATE   TO CRJ-SVC-DATE (CHGREJ-IDX)
              MOVE CHGT-REC-CODE       TO CRJ-CODE (CHGREJ-IDX)
              MOVE CHGT-REC-QTY        TO CRJ-QTY (CHGREJ-IDX)
              MOVE WS-CHG-REASON       TO CRJ-REASON (CHGREJ-IDX)
           ELSE
              DISPLAY 'WARNING: CHARGE-REJECT-TABLE FULL - DROPPED '
                 CHGT-REC-PAT-NBR ' ' CHGT-REC-CODE
           END-IF.
       081G-NEXT.
           PERFORM 081F-READ-CHGTRAN-FILE THRU 081F-EXIT.
       081G-EXIT.
           EXIT.

       072-READ-HISTORY-FILE.
           READ PATHISTFILE
           AT END
              MOVE '10' TO PHCODE
           END-READ.
       072-EXIT.
           EXIT.

       074-LOAD-HISTORY-TABLE.
      *** READ FILE AND POPULATE PATIENT HISTORY TABLE
           IF WS-PHIST-COUNT < 200
              ADD 1 TO WS-PHIST-COUNT
              MOVE PHIST-REC-PAT-NBR
                      TO PHIST-PAT-NBR(WS-PHIST-COUNT)
              MOVE INS-TYPE-REC TO INSURANCE-TYPE-CODE(INS-TYPE-TAB-IDX)
              MOVE INS-COVERAGE-PERC-IN
                     TO INSURANCE-COVERAGE-PERC(INS-TYPE-TAB-IDX)
              IF INS-DRG-BASE-RATE-IN IS NUMERIC
                 MOVE INS-DRG-BASE-RATE-IN
                     TO INSURANCE-DRG-BASE-RATE(INS-TYPE-TAB-IDX)
              ELSE
                 MOVE 0 TO INSURANCE-DRG-BASE-RATE(INS-TYPE-TAB-IDX)
              END-IF
              SET INS-TYPE-TAB-IDX UP BY 1
           ELSE
              DISPLAY 'WARNING: INSURANCE-TYPES-TABLE FULL - DROPPED '
           MOVE PAGE-NUM          TO HL1-PAGE-NUMBER.

           MOVE HEADER-LINE1      TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.
           MOVE BLANK-LINE        TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.
           MOVE HEADER-LINE2      TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.
           MOVE BLANK-LINE        TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           ADD +1                 TO PAGE-NUM.
           ADD +4                 TO LINE-COUNT.
       010-EXIT.
           EXIT.

       012-WRITE-RPT-LINE.
      *** EVERY RPTFILE LINE GOES OUT THROUGH HERE SO THE DE-IDENTIFIED
      *** COPY STAYS LINE FOR LINE WITH THE REPORT
           WRITE RPT-REC.
           IF WS-DEIDENTIFY
              MOVE RPT-REC TO WS-DEID-LINE
              PERFORM 170-DEIDENTIFY-LINE THRU 170-EXIT
              WRITE DRPT-REC FROM WS-DEID-LINE
           END-IF.
           INITIALIZE WS-DEID-POSITIONS.
       012-EXIT.
           EXIT.

       013-WRITE-ERR-LINE.
      *** AN ERROR RECORD IS THE ADMISSION AS KEYED -- PATIENT NUMBER,
      *** NAME AND PHONE SIT WHERE THE INPUT RECORD HAS THEM
           WRITE ERR-REC FROM WS-ERROR-REC.
           IF WS-DEIDENTIFY
              MOVE WS-ERROR-REC TO WS-DEID-LINE
              MOVE 1  TO WS-DEID-NBR-POS
              MOVE 6  TO WS-DEID-NAME-POS
              MOVE 26 TO WS-DEID-PHONE-POS
              MOVE 10 TO WS-DEID-PHONE-LTH
              PERFORM 170-DEIDENTIFY-LINE THRU 170-EXIT
              MOVE WS-DEID-LINE TO DERR-REC
              WRITE DERR-REC
              INITIALIZE WS-DEID-POSITIONS
           END-IF.
       013-EXIT.
           EXIT.

       100-MAINLINE.
      *  Validate the insurance type against the suite-wide code
      *  table first, then pick up its coverage percent below
           IF NOT WS-CLK-FOUND
              MOVE WS-INPUT-REC  TO WS-ERROR-REC
              MOVE 'BAD INS TYPE' TO ERR-MSG
              PERFORM 013-WRITE-ERR-LINE THRU 013-EXIT
              ADD +1 TO ERROR-RECS
              ADD +1 TO ERROR-RECS-INS-TYPE
              PERFORM 110-READ-INFILE THRU 110-EXIT
           AT END
              MOVE WS-INPUT-REC  TO WS-ERROR-REC
              MOVE 'BAD INS TYPE' TO ERR-MSG
              PERFORM 013-WRITE-ERR-LINE THRU 013-EXIT
              ADD +1 TO ERROR-RECS
              ADD +1 TO ERROR-RECS-INS-TYPE

           ELSE
               MOVE WS-INPUT-REC TO WS-ERROR-REC
               MOVE 'BAD PAT TYPE' TO ERR-MSG
               PERFORM 013-WRITE-ERR-LINE THRU 013-EXIT
               ADD +1 TO ERROR-RECS
               ADD +1 TO ERROR-RECS-PAT-TYPE

               PERFORM 110-READ-INFILE THRU 110-EXIT
               GO TO 100-EXIT
           END-IF.

      *  Price the visit -- emergency and observation carry edits of
      *  their own, counted with the patient-type errors
           PERFORM 083-PRICE-VISIT THRU 083-EXIT.
           IF WS-VISIT-ERR-MSG NOT = SPACES
               MOVE WS-INPUT-REC TO WS-ERROR-REC
               MOVE WS-VISIT-ERR-MSG TO ERR-MSG
               PERFORM 013-WRITE-ERR-LINE THRU 013-EXIT
               ADD +1 TO ERROR-RECS
               ADD +1 TO ERROR-RECS-PAT-TYPE

               GO TO 100-EXIT
           END-IF.

      *  Check the admission against the patient master
           PERFORM 097-CHECK-PATIENT-MASTER THRU 097-EXIT.

      *  Add to counters and total amounts
           EVALUATE TRUE
               WHEN HMO ADD +1 TO NBR-HMO
               WHEN OTHER ADD +1 TO NBR-NO-COVERAGE
           END-EVALUATE.

           EVALUATE TRUE
               WHEN INPATIENT   ADD +1 TO NBR-INPATIENTS
               WHEN EMERGENCY   ADD +1 TO NBR-EMERGENCY
               WHEN OBSERVATION ADD +1 TO NBR-OBSERVATION
               WHEN OTHER       ADD +1 TO NBR-OUTPATIENTS
           END-EVALUATE.

      *  Pick up the patient's itemized ancillary charges
           PERFORM 085-APPLY-CHARGES THRU 085-EXIT.

      *  Split the visit's base charge per the plan rules: copay and
      *  deductible come out of the patient's pocket first, then the
      *  coverage percentage applies to what remains. Ancillary
      *  charges are part of the gross the plan rules apply to
           COMPUTE WS-COVERED-BASE = WS-BASE-CHARGE + WS-ANCILLARY-AMT
                                   - COPAY - DEDUCTIBLE
           END-COMPUTE.
           IF WS-COVERED-BASE < 0
               MOVE 0 TO WS-COVERED-BASE
                   (INSURANCE-COVERAGE-PERC(INS-TYPE-TAB-IDX) / 100))
           END-COMPUTE.
           COMPUTE WS-PATIENT-SHARE =
               WS-BASE-CHARGE + WS-ANCILLARY-AMT - WS-INSURER-SHARE
           END-COMPUTE.
           ADD WS-PATIENT-SHARE TO TOTAL-PATIENT-RESP.
           ADD WS-INSURER-SHARE TO TOTAL-INSURER-RESP.

           PERFORM 098-CHECK-CHARGE-RANGE THRU 098-EXIT.

           PERFORM 099-BUILD-CLAIM THRU 099-EXIT.

           PERFORM 093-GROUP-DRG THRU 093-EXIT.

           PERFORM 120-WRITE-REPORT-DETAIL THRU 120-EXIT.

           IF EMERGENCY OR OBSERVATION
               PERFORM 083B-WRITE-VISIT-LINE THRU 083B-EXIT
           END-IF.

           IF WS-ANC-ITEMS > 0
               PERFORM 087-WRITE-ANCILLARY-LINE THRU 087-EXIT
           END-IF.

           IF WS-DRG-GROUPED
               PERFORM 095-WRITE-DRG-LINE THRU 095-EXIT
           END-IF.

           IF WS-PM-REASON NOT = SPACES
              OR WS-PM-MERGED-FROM NOT = 0
               PERFORM 091-WRITE-MASTER-CHECK-LINE THRU 091-EXIT
           END-IF.

           IF WS-DISCHARGED
               PERFORM 090-WRITE-FINAL-BILL THRU 090-EXIT
           END-IF.
              MOVE NBR-DISCHARGED       TO CKPT-NBR-DISCHARGED
              MOVE TOTAL-FINAL-BILLED   TO CKPT-FINAL-BILL-TOT
              MOVE NBR-CHG-AUDIT        TO CKPT-NBR-CHG-AUDIT
              MOVE NBR-PM-NOT-ON-FILE   TO CKPT-NBR-PM-NOT-ON-FILE
              MOVE NBR-PM-MISMATCH      TO CKPT-NBR-PM-MISMATCH
              MOVE NBR-PM-MERGED        TO CKPT-NBR-PM-MERGED
              MOVE TOTAL-ANCILLARY-AMT  TO CKPT-TOT-ANCILLARY
              MOVE NBR-EMERGENCY        TO CKPT-NBR-EMERGENCY
              MOVE NBR-OBSERVATION      TO CKPT-NBR-OBSERVATION
              MOVE NBR-OBS-OVER-MAX     TO CKPT-NBR-OBS-OVER-MAX
              MOVE ERROR-RECS-ED-LEVEL  TO CKPT-ERROR-RECS-ED
              MOVE ERROR-RECS-OBS-HOURS TO CKPT-ERROR-RECS-OBS
              MOVE PAGE-NUM             TO CKPT-PAGE-NUM
              MOVE LINE-COUNT           TO CKPT-LINE-COUNT
              OPEN OUTPUT CHKPTFILE
                                             TO CKPTR-DAYS-SINCE
                 WRITE CHKPT-READMIT-REC
              END-PERFORM
              PERFORM VARYING CLAIM-IDX FROM 1 BY 1
                      UNTIL CLAIM-IDX > WS-CLAIM-COUNT
                 MOVE SPACES                 TO CHKPT-CLAIM-REC
                 MOVE 'L'                    TO CKPTL-REC-TYPE
                 MOVE CLM-INS-TYPE (CLAIM-IDX)    TO CKPTL-INS-TYPE
                 MOVE CLM-PAT-NBR (CLAIM-IDX)     TO CKPTL-PAT-NBR
                 MOVE CLM-PAT-NAME (CLAIM-IDX)    TO CKPTL-PAT-NAME
                 MOVE CLM-PAT-TYPE (CLAIM-IDX)    TO CKPTL-PAT-TYPE
                 MOVE CLM-DATE-ADMIT (CLAIM-IDX)  TO CKPTL-DATE-ADMIT
                 MOVE CLM-DIAG-CODE (CLAIM-IDX)   TO CKPTL-DIAG-CODE
                 MOVE CLM-ATTEND-PHYS (CLAIM-IDX) TO CKPTL-ATTEND-PHYS
                 MOVE CLM-AUTH-NBR (CLAIM-IDX)    TO CKPTL-AUTH-NBR
                 MOVE CLM-STAY-LTH (CLAIM-IDX)    TO CKPTL-STAY-LTH
                 MOVE CLM-BILLED (CLAIM-IDX)      TO CKPTL-BILLED
                 MOVE CLM-EXPECTED (CLAIM-IDX)    TO CKPTL-EXPECTED
                 MOVE CLM-HOLD-REASON (CLAIM-IDX) TO CKPTL-HOLD-REASON
                 WRITE CHKPT-CLAIM-REC
              END-PERFORM
              PERFORM VARYING DRGS-IDX FROM 1 BY 1
                      UNTIL DRGS-IDX > WS-DRGS-COUNT
                 MOVE SPACES                 TO CHKPT-DRG-REC
                 MOVE 'G'                    TO CKPTG-REC-TYPE
                 MOVE DS-DRG (DRGS-IDX)      TO CKPTG-DRG
                 MOVE DS-DESC (DRGS-IDX)     TO CKPTG-DESC
                 MOVE DS-WEIGHT (DRGS-IDX)   TO CKPTG-WEIGHT
                 MOVE DS-CASES (DRGS-IDX)    TO CKPTG-CASES
                 MOVE DS-DAYS (DRGS-IDX)     TO CKPTG-DAYS
                 MOVE DS-PRICED (DRGS-IDX)   TO CKPTG-PRICED
                 MOVE DS-EXPECTED (DRGS-IDX) TO CKPTG-EXPECTED
                 MOVE DS-NET (DRGS-IDX)      TO CKPTG-NET
                 WRITE CHKPT-DRG-REC
              END-PERFORM
              CLOSE CHKPTFILE
           END-IF.
       105-EXIT.
           END-IF.
           MOVE WS-ACTUAL-STAY-DAYS TO HOSPITAL-STAY-LTH.

      *** FINAL BILL: ACTUAL DAYS AT THE DAILY RATE PLUS THE ITEMIZED
      *** ANCILLARY CHARGES, WITH THE SAME COPAY/DEDUCTIBLE/COVERAGE
      *** SPLIT APPLIED TO THE GROSS. AN EMERGENCY OR OBSERVATION VISIT
      *** IS NOT BILLED BY THE DAY -- ITS BASE CHARGE STANDS AS PRICED
           IF EMERGENCY OR OBSERVATION
              COMPUTE WS-FB-GROSS = WS-BASE-CHARGE + WS-ANCILLARY-AMT
              END-COMPUTE
           ELSE
              COMPUTE WS-FB-GROSS = WS-ACTUAL-STAY-DAYS * AMT-PER-DAY
                                  + WS-ANCILLARY-AMT
              END-COMPUTE
           END-IF.
           COMPUTE WS-COVERED-BASE = WS-FB-GROSS - COPAY - DEDUCTIBLE
           END-COMPUTE.
           IF WS-COVERED-BASE < 0
           MOVE WS-FB-GROSS         TO FBL-GROSS.
           MOVE WS-FB-NET           TO FBL-NET.
           MOVE FINAL-BILL-LINE     TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.
           ADD +1                   TO LINE-COUNT.
       090-EXIT.
           EXIT.

       091-WRITE-MASTER-CHECK-LINE.
           IF LINE-COUNT >= REPORT-MAX-LINES
              PERFORM 010-WRITE-REPORT-HEADERS THRU 010-EXIT
           END-IF.
           MOVE WS-PM-REASON        TO MCL-REASON.
           MOVE WS-PM-KEYED-NAME    TO MCL-KEYED-NAME.
           MOVE WS-PM-KEYED-INS     TO MCL-KEYED-INS.
           MOVE WS-PM-MASTER-NAME   TO MCL-MASTER-NAME.
           MOVE WS-PM-MASTER-INS    TO MCL-MASTER-INS.
           IF WS-PM-MERGED-FROM = 0
              MOVE SPACES           TO MCL-MERGE-NOTE
           ELSE
              MOVE 'MERGED FROM '   TO MCL-MERGE-LIT
              MOVE WS-PM-MERGED-FROM TO MCL-MERGED-FROM
           END-IF.
           MOVE MASTER-CHECK-LINE   TO RPT-REC.
           MOVE 51                  TO WS-DEID-NAME-POS.
           MOVE 84                  TO WS-DEID-NAME2-POS.
           MOVE 121                 TO WS-DEID-NBR2-POS.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.
           ADD +1                   TO LINE-COUNT.
       091-EXIT.
           EXIT.

       093-GROUP-DRG.
      *** AN INPATIENT STAY GROUPS TO THE FIRST DRG ROW FOR ITS
      *** DIAGNOSTIC CODE WHOSE LENGTH-OF-STAY RANGE HOLDS THE STAY
      *** (THE SAME DAYS THE CLAIM BILLED). THE PAYER'S EXPECTED
      *** REIMBURSEMENT IS ITS DRG BASE RATE TIMES THE RELATIVE
      *** WEIGHT; THE VARIANCE IS THAT LESS THE NET AMOUNT THE STAY
      *** COMPUTED TO FOR THE PAYER (THE CLAIM'S EXPECTED AMOUNT). A
      *** PAYER WITH NO BASE RATE LEAVES THE STAY UNPRICED
           MOVE 'N' TO WS-DRG-GROUPED-SW.
           MOVE 'N' TO WS-DRG-PRICED-SW.
           IF NOT INPATIENT
              OR WS-DRGT-COUNT = 0
              GO TO 093-EXIT
           END-IF.
           MOVE 'Y'           TO WS-DRG-GROUPED-SW.
           MOVE '000'         TO WS-DRG-CODE.
           MOVE 'UNGROUPABLE' TO WS-DRG-DESC.
           MOVE 0             TO WS-DRG-WEIGHT.
           IF DIAGNOSTIC-CODE IS NUMERIC
              PERFORM VARYING DRGT-IDX FROM 1 BY 1
                      UNTIL DRGT-IDX > WS-DRGT-COUNT
                         OR WS-DRG-CODE NOT = '000'
                 IF DT-DIAG-CODE (DRGT-IDX) = DIAGNOSTIC-CODE
                    AND WS-CLAIM-DAYS >= DT-LOS-LOW (DRGT-IDX)
                    AND WS-CLAIM-DAYS <= DT-LOS-HIGH (DRGT-IDX)
                    MOVE DT-DRG (DRGT-IDX)    TO WS-DRG-CODE
                    MOVE DT-DESC (DRGT-IDX)   TO WS-DRG-DESC
                    MOVE DT-WEIGHT (DRGT-IDX) TO WS-DRG-WEIGHT
                 END-IF
              END-PERFORM
           END-IF.

           MOVE 0 TO WS-DRG-EXPECTED, WS-DRG-VARIANCE.
           IF WS-DRG-WEIGHT > 0
              AND INSURANCE-DRG-BASE-RATE (INS-TYPE-TAB-IDX) > 0
              MOVE 'Y' TO WS-DRG-PRICED-SW
              COMPUTE WS-DRG-EXPECTED ROUNDED =
                  INSURANCE-DRG-BASE-RATE (INS-TYPE-TAB-IDX)
                      * WS-DRG-WEIGHT
              END-COMPUTE
              COMPUTE WS-DRG-VARIANCE =
                  WS-DRG-EXPECTED - WS-CLAIM-EXPECTED
              END-COMPUTE
           END-IF.

           PERFORM 093A-FIND-DRG-SUMMARY THRU 093A-EXIT.
           IF WS-DRG-SLOT > 0
              SET DRGS-IDX TO WS-DRG-SLOT
              ADD 1 TO DS-CASES (DRGS-IDX)
              ADD WS-CLAIM-DAYS TO DS-DAYS (DRGS-IDX)
              IF WS-DRG-PRICED
                 ADD 1 TO DS-PRICED (DRGS-IDX)
                 ADD WS-DRG-EXPECTED TO DS-EXPECTED (DRGS-IDX)
                 ADD WS-CLAIM-EXPECTED TO DS-NET (DRGS-IDX)
              END-IF
           END-IF.
       093-EXIT.
           EXIT.

       093A-FIND-DRG-SUMMARY.
      *** FIND (OR ADD) THE CASE-MIX ACCUMULATOR FOR WS-DRG-CODE
           MOVE 0 TO WS-DRG-SLOT.
           PERFORM VARYING DRGS-IDX FROM 1 BY 1
                   UNTIL DRGS-IDX > WS-DRGS-COUNT
              IF DS-DRG (DRGS-IDX) = WS-DRG-CODE
                 SET WS-DRG-SLOT TO DRGS-IDX
              END-IF
           END-PERFORM.
           IF WS-DRG-SLOT = 0
              IF WS-DRGS-COUNT < 100
                 ADD 1 TO WS-DRGS-COUNT
                 MOVE WS-DRGS-COUNT TO WS-DRG-SLOT
                 SET DRGS-IDX TO WS-DRGS-COUNT
                 MOVE WS-DRG-CODE   TO DS-DRG (DRGS-IDX)
                 MOVE WS-DRG-DESC   TO DS-DESC (DRGS-IDX)
                 MOVE WS-DRG-WEIGHT TO DS-WEIGHT (DRGS-IDX)
                 MOVE 0 TO DS-CASES (DRGS-IDX)
                 MOVE 0 TO DS-DAYS (DRGS-IDX)
                 MOVE 0 TO DS-PRICED (DRGS-IDX)
                 MOVE 0 TO DS-EXPECTED (DRGS-IDX)
                 MOVE 0 TO DS-NET (DRGS-IDX)
              ELSE
                 DISPLAY 'WARNING: DRG-SUMMARY-TABLE FULL - NOT '
                    'TRACKED: ' WS-DRG-CODE
              END-IF
           END-IF.
       093A-EXIT.
           EXIT.

       095-WRITE-DRG-LINE.
           IF LINE-COUNT >= REPORT-MAX-LINES
              PERFORM 010-WRITE-REPORT-HEADERS THRU 010-EXIT
           END-IF.
           MOVE WS-DRG-CODE         TO DGL-DRG.
           MOVE WS-DRG-DESC         TO DGL-DESC.
           IF WS-DRG-PRICED
              MOVE WS-DRG-EXPECTED   TO DGP-EXPECTED
              MOVE WS-CLAIM-EXPECTED TO DGP-NET
              MOVE WS-DRG-VARIANCE   TO DGP-VARIANCE
              IF WS-DRG-VARIANCE < 0
                 MOVE '*LOSS'        TO DGP-LOSS-FLAG
              ELSE
                 MOVE SPACES         TO DGP-LOSS-FLAG
              END-IF
              MOVE DRG-PRICING-TEXT  TO DGL-PRICING
           ELSE
              MOVE '  NOT PRICED -- NO DRG WEIGHT OR NO PAYER BASE RATE'
                                     TO DGL-PRICING
           END-IF.
           MOVE DRG-LINE            TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.
           ADD +1                   TO LINE-COUNT.
       095-EXIT.
           EXIT.

       097-CHECK-PATIENT-MASTER.
      *** THE PATIENT MASTER, NOT THE ADMISSION CARD, IS THE AUTHORITY
      *** ON WHO THE PATIENT IS. A NUMBER RETIRED BY A MERGE IS
      *** CARRIED UNDER ITS SURVIVING NUMBER; A NAME, OR A PRIMARY
      *** INSURANCE, THAT DISAGREES WITH THE MASTER IS FLAGGED ON THE
      *** REPORT, AND THE MASTER'S NAME AND PHONE ARE USED FROM HERE
      *** ON. THE KEYED INSURANCE STILL DRIVES THE BILLING -- IT IS
      *** THE PLAN PRESENTED FOR THIS STAY
           MOVE SPACES TO WS-PM-REASON, WS-PM-MASTER-NAME,
                          WS-PM-MASTER-INS.
           MOVE 0 TO WS-PM-MERGED-FROM.
           IF NOT WS-PATMAST-OPEN
              GO TO 097-EXIT
           END-IF.
           MOVE PATIENT-NAME        TO WS-PM-KEYED-NAME.
           MOVE INS-TYPE            TO WS-PM-KEYED-INS.
           MOVE PATIENT-NBR         TO PM-PATIENT-NBR.
           READ PATMASTFILE
             INVALID KEY
                MOVE 'NOT ON PATIENT MASTER' TO WS-PM-REASON
                ADD +1 TO NBR-PM-NOT-ON-FILE
                GO TO 097-EXIT
           END-READ.
           IF PM-MERGED
              MOVE PATIENT-NBR      TO WS-PM-MERGED-FROM
              PERFORM 097A-FOLLOW-MERGE THRU 097A-EXIT
                      UNTIL NOT PM-MERGED
                         OR WS-PM-REASON NOT = SPACES
              IF WS-PM-REASON NOT = SPACES
                 ADD +1 TO NBR-PM-NOT-ON-FILE
                 GO TO 097-EXIT
              END-IF
              MOVE PM-PATIENT-NBR   TO PATIENT-NBR
              ADD +1 TO NBR-PM-MERGED
           END-IF.
           MOVE PM-PATIENT-NAME     TO WS-PM-MASTER-NAME.
           MOVE PM-PRIMARY-INS      TO WS-PM-MASTER-INS.
           EVALUATE TRUE
              WHEN PATIENT-NAME NOT = PM-PATIENT-NAME
                   AND PM-PRIMARY-INS NOT = SPACES
                   AND INS-TYPE NOT = PM-PRIMARY-INS
                 MOVE 'NAME AND INS MISMATCH' TO WS-PM-REASON
              WHEN PATIENT-NAME NOT = PM-PATIENT-NAME
                 MOVE 'NAME MISMATCH'         TO WS-PM-REASON
              WHEN PM-PRIMARY-INS NOT = SPACES
                   AND INS-TYPE NOT = PM-PRIMARY-INS
                 MOVE 'INSURANCE MISMATCH'    TO WS-PM-REASON
           END-EVALUATE.
           IF WS-PM-REASON NOT = SPACES
              ADD +1 TO NBR-PM-MISMATCH
           END-IF.
           MOVE PM-PATIENT-NAME     TO PATIENT-NAME.
           IF PM-PATIENT-PHONE NOT = SPACES
              MOVE PM-PATIENT-PHONE TO PATIENT-PHONE
           END-IF.
       097-EXIT.
           EXIT.

       097A-FOLLOW-MERGE.
      *** A SURVIVOR MAY ITSELF HAVE BEEN MERGED SINCE -- FOLLOW THE
      *** CHAIN TO THE NUMBER NOW IN USE
           MOVE PM-MERGED-INTO      TO PM-PATIENT-NBR.
           READ PATMASTFILE
             INVALID KEY
                MOVE 'SURVIVOR NOT ON MASTER' TO WS-PM-REASON
           END-READ.
       097A-EXIT.
           EXIT.

       092-CHECK-PREAUTH.
      *** INPATIENT ADMISSIONS MUST CARRY A PRE-AUTHORIZATION FOR THE
      *** PATIENT, INSURANCE TYPE AND THIS ADMISSION'S ADMIT DATE --
      *** THE AUTHORIZED DATE IS WHAT SCOPES THE AUTH TO ONE STAY, SO
      *** A STALE AUTH FROM A PRIOR ADMISSION DOES NOT BLESS A NEW
      *** ONE. A MISS STILL PRINTS BUT IS FLAGGED AND LISTED WITH THE
      *** INSURER DOLLARS AT RISK. THE MATCHING AUTH NUMBER IS KEPT
      *** FOR THE ADMISSION'S ELECTRONIC CLAIM
           MOVE 'N' TO WS-NO-AUTH-SW.
           MOVE SPACES TO WS-CLAIM-AUTH-NBR.
           IF INPATIENT
              SET PAUTH-IDX TO 1
              MOVE 'Y' TO WS-NO-AUTH-SW
                  AND PAUTH-INS-TYPE (PAUTH-IDX) = INS-TYPE
                  AND PAUTH-ADMIT-DATE (PAUTH-IDX) = DATE-ADMIT
                    MOVE 'N' TO WS-NO-AUTH-SW
                    MOVE PAUTH-AUTH-NBR (PAUTH-IDX)
                                       TO WS-CLAIM-AUTH-NBR
                 END-SEARCH
              END-IF
              IF WS-NO-AUTH
                 PERFORM 010-WRITE-REPORT-HEADERS THRU 010-EXIT
              END-IF
              MOVE NOAUTH-HEADER TO RPT-REC
              PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT
              ADD +1 TO LINE-COUNT
              PERFORM VARYING NOAUTH-IDX FROM 1 BY 1
                      UNTIL NOAUTH-IDX > WS-NOAUTH-COUNT
                 MOVE NA-INS-TYPE (NOAUTH-IDX) TO NAL-INS-TYPE
                 MOVE NA-AT-RISK (NOAUTH-IDX)  TO NAL-AT-RISK
                 MOVE NOAUTH-LINE              TO RPT-REC
                 MOVE 11                       TO WS-DEID-NBR-POS
                 MOVE 18                       TO WS-DEID-NAME-POS
                 PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT
                 ADD +1 TO LINE-COUNT
              END-PERFORM
              MOVE WS-AT-RISK-TOTAL TO NATL-AT-RISK
              MOVE NOAUTH-TOTAL-LINE TO RPT-REC
              PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT
              ADD +1 TO LINE-COUNT
           END-IF.
       146-EXIT.
              PERFORM 010-WRITE-REPORT-HEADERS THRU 010-EXIT
           END-IF.
           MOVE PHYSICIAN-HEADER TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.
           ADD +1 TO LINE-COUNT.
           PERFORM VARYING PHYS-IDX FROM 1 BY 1
                   UNTIL PHYS-IDX > WS-PHYS-COUNT
                    MOVE SPACES      TO PWL-ACTIVE-FLAG
                 END-IF
                 MOVE PHYSICIAN-LINE             TO RPT-REC
                 PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT
                 ADD +1 TO LINE-COUNT
              END-IF
           END-PERFORM.
       098-CHECK-CHARGE-RANGE.
      *** SANITY-CHECK AMT-PER-DAY AGAINST THE EXPECTED RANGE FOR
      *** THIS DIAGNOSTIC CODE -- CATCHES KEYING ERRORS LIKE 7000.00
      *** WHERE 700.00 WAS MEANT, BEFORE THEY FLOW INTO THE GROSS.
      *** EMERGENCY AND OBSERVATION VISITS CARRY NO DAILY RATE
           MOVE 'N' TO WS-CHG-AUDIT-SW.
           IF EMERGENCY OR OBSERVATION
              GO TO 098-EXIT
           END-IF.
           PERFORM VARYING DIAG-IDX FROM 1 BY 1
                   UNTIL DIAG-IDX > WS-DIAG-COUNT
              IF DR-CODE (DIAG-IDX) = DIAGNOSTIC-CODE
       098-EXIT.
           EXIT.

       099-BUILD-CLAIM.
      *** ONE CLAIM PER ADMISSION, HELD IN CLAIM-TABLE UNTIL END OF
      *** JOB SO THE EXTRACT CAN BE WRITTEN IN PAYER BATCHES. BILLED
      *** IS THE DAILY RATE TIMES THE STAY (ONE DAY MINIMUM -- AN
      *** OUTPATIENT VISIT BILLS AS ONE DAY) PLUS THE ITEMIZED
      *** ANCILLARY CHARGES, AND EXPECTED IS THE
      *** PAYER'S SHARE OF THAT AFTER COPAY AND DEDUCTIBLE, THE SAME
      *** SPLIT THE FINAL BILL USES. A DISCHARGED PATIENT'S STAY IS
      *** ALREADY THE ACTUAL ONE FROM 089-COMPUTE-ACTUAL-STAY. AN
      *** EMERGENCY OR OBSERVATION VISIT BILLS ITS BASE CHARGE ONCE
           PERFORM 099A-CHECK-CLAIM-FIELDS THRU 099A-EXIT.

           IF HOSPITAL-STAY-LTH IS NUMERIC
              AND HOSPITAL-STAY-LTH > 0
              MOVE HOSPITAL-STAY-LTH TO WS-CLAIM-DAYS
           ELSE
              MOVE 1 TO WS-CLAIM-DAYS
           END-IF.
           IF EMERGENCY OR OBSERVATION
              COMPUTE WS-CLAIM-BILLED = WS-BASE-CHARGE
                                      + WS-ANCILLARY-AMT
              END-COMPUTE
           ELSE
              COMPUTE WS-CLAIM-BILLED = WS-CLAIM-DAYS * AMT-PER-DAY
                                      + WS-ANCILLARY-AMT
              END-COMPUTE
           END-IF.
           COMPUTE WS-CLAIM-BASE = WS-CLAIM-BILLED - COPAY - DEDUCTIBLE
           END-COMPUTE.
           IF WS-CLAIM-BASE < 0
               MOVE 0 TO WS-CLAIM-BASE
           END-IF.
           COMPUTE WS-CLAIM-EXPECTED ROUNDED =
               (WS-CLAIM-BASE *
                   (INSURANCE-COVERAGE-PERC(INS-TYPE-TAB-IDX) / 100))
           END-COMPUTE.

           IF WS-CLAIM-COUNT < 500
              ADD 1 TO WS-CLAIM-COUNT
              SET CLAIM-IDX TO WS-CLAIM-COUNT
              MOVE INS-TYPE          TO CLM-INS-TYPE (CLAIM-IDX)
              MOVE PATIENT-NBR       TO CLM-PAT-NBR (CLAIM-IDX)
              MOVE PATIENT-NAME      TO CLM-PAT-NAME (CLAIM-IDX)
              MOVE PATIENT-TYPE      TO CLM-PAT-TYPE (CLAIM-IDX)
              MOVE DATE-ADMIT        TO CLM-DATE-ADMIT (CLAIM-IDX)
              IF DIAGNOSTIC-CODE IS NUMERIC
                 MOVE DIAGNOSTIC-CODE TO CLM-DIAG-CODE (CLAIM-IDX)
              ELSE
                 MOVE 0              TO CLM-DIAG-CODE (CLAIM-IDX)
              END-IF
              MOVE ATTEND-PHYS-CODE  TO CLM-ATTEND-PHYS (CLAIM-IDX)
              MOVE WS-CLAIM-AUTH-NBR TO CLM-AUTH-NBR (CLAIM-IDX)
              IF HOSPITAL-STAY-LTH IS NUMERIC
                 MOVE HOSPITAL-STAY-LTH TO CLM-STAY-LTH (CLAIM-IDX)
              ELSE
                 MOVE 0              TO CLM-STAY-LTH (CLAIM-IDX)
              END-IF
              MOVE WS-CLAIM-BILLED   TO CLM-BILLED (CLAIM-IDX)
              MOVE WS-CLAIM-EXPECTED TO CLM-EXPECTED (CLAIM-IDX)
              MOVE WS-CLAIM-REASON   TO CLM-HOLD-REASON (CLAIM-IDX)
           ELSE
              DISPLAY 'WARNING: CLAIM-TABLE FULL - DROPPED '
                 PATIENT-NBR
           END-IF.
       099-EXIT.
           EXIT.

       099A-CHECK-CLAIM-FIELDS.
      *** A PAYER REJECTS A CLAIM MISSING ANY OF THESE, SO SUCH A CLAIM
      *** IS HELD BACK ON THE EXCEPTIONS LIST INSTEAD OF BEING SENT.
      *** THE PRE-AUTH NUMBER IS ONLY REQUIRED OF INPATIENT STAYS.
      *** THE FIRST MISSING FIELD FOUND IS THE ONE REPORTED
           MOVE SPACES TO WS-CLAIM-REASON.
           IF PATIENT-NBR IS NOT NUMERIC
              OR PATIENT-NBR = 0
              MOVE 'NO PATIENT NUMBER'  TO WS-CLAIM-REASON
              GO TO 099A-EXIT
           END-IF.
           IF DATE-ADMIT (1:4) IS NOT NUMERIC
              OR DATE-ADMIT (6:2) IS NOT NUMERIC
              OR DATE-ADMIT (9:2) IS NOT NUMERIC
              MOVE 'NO ADMIT DATE'      TO WS-CLAIM-REASON
              GO TO 099A-EXIT
           END-IF.
           IF DIAGNOSTIC-CODE IS NOT NUMERIC
              OR DIAGNOSTIC-CODE = 0
              MOVE 'NO DIAGNOSTIC CODE' TO WS-CLAIM-REASON
              GO TO 099A-EXIT
           END-IF.
           IF ATTEND-PHYS-CODE = SPACES
              MOVE 'NO ATTENDING PHYS'  TO WS-CLAIM-REASON
              GO TO 099A-EXIT
           END-IF.
           IF INPATIENT
              AND WS-CLAIM-AUTH-NBR = SPACES
              MOVE 'NO PRE-AUTH NUMBER' TO WS-CLAIM-REASON
              GO TO 099A-EXIT
           END-IF.
           IF HOSPITAL-STAY-LTH IS NOT NUMERIC
              MOVE 'NO STAY LENGTH'     TO WS-CLAIM-REASON
              GO TO 099A-EXIT
           END-IF.
           IF EMERGENCY OR OBSERVATION
              IF WS-BASE-CHARGE = 0
                 MOVE 'NO BILLED AMOUNT' TO WS-CLAIM-REASON
              END-IF
              GO TO 099A-EXIT
           END-IF.
           IF AMT-PER-DAY IS NOT NUMERIC
              OR AMT-PER-DAY = 0
              MOVE 'NO BILLED AMOUNT'   TO WS-CLAIM-REASON
              GO TO 099A-EXIT
           END-IF.
       099A-EXIT.
           EXIT.

       083-PRICE-VISIT.
      *** THE BASE CHARGE THE PLAN RULES APPLY TO. INPATIENT AND
      *** OUTPATIENT BILL THE DAILY RATE; AN EMERGENCY VISIT BILLS THE
      *** FACILITY FEE FOR ITS LEVEL AND AN OBSERVATION STAY BILLS ITS
      *** HOURS AT THE HOURLY RATE. AN OBSERVATION STAY PAST THE
      *** MAXIMUM HOURS IS FLAGGED FOR CONVERSION TO INPATIENT. A VISIT
      *** THAT CAN'T BE PRICED COMES BACK WITH AN ERROR MESSAGE
           MOVE SPACES TO WS-VISIT-ERR-MSG.
           MOVE 'N' TO WS-OBS-OVER-MAX-SW.
           MOVE 0 TO WS-BASE-CHARGE.
           EVALUATE TRUE
               WHEN EMERGENCY
                  PERFORM 083A-FIND-ED-FEE THRU 083A-EXIT
               WHEN OBSERVATION
                  IF OBS-HOURS IS NOT NUMERIC
                     OR OBS-HOURS = 0
                     MOVE 'BAD OBS HOURS' TO WS-VISIT-ERR-MSG
                     ADD +1 TO ERROR-RECS-OBS-HOURS
                  ELSE
                     COMPUTE WS-BASE-CHARGE =
                             OBS-HOURS * WS-OBS-HOURLY-RATE
                     END-COMPUTE
                     IF OBS-HOURS > WS-OBS-MAX-HOURS
                        MOVE 'Y' TO WS-OBS-OVER-MAX-SW
                        ADD +1 TO NBR-OBS-OVER-MAX
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE AMT-PER-DAY TO WS-BASE-CHARGE
           END-EVALUATE.
       083-EXIT.
           EXIT.

       083A-FIND-ED-FEE.
           MOVE 'N' TO WS-EDF-FOUND-SW.
           IF ED-FACILITY-LEVEL IS NUMERIC
              PERFORM VARYING EDF-IDX FROM 1 BY 1
                      UNTIL EDF-IDX > WS-EDF-COUNT
                 IF EDF-LEVEL (EDF-IDX) = ED-FACILITY-LEVEL
                    MOVE 'Y' TO WS-EDF-FOUND-SW
                    MOVE EDF-FEE (EDF-IDX)  TO WS-BASE-CHARGE
                    MOVE EDF-DESC (EDF-IDX) TO WS-ED-DESC
                 END-IF
              END-PERFORM
           END-IF.
           IF NOT WS-EDF-FOUND
              MOVE 'BAD ED LEVEL' TO WS-VISIT-ERR-MSG
              ADD +1 TO ERROR-RECS-ED-LEVEL
           END-IF.
       083A-EXIT.
           EXIT.

       083B-WRITE-VISIT-LINE.
           IF LINE-COUNT >= REPORT-MAX-LINES
              PERFORM 010-WRITE-REPORT-HEADERS THRU 010-EXIT
           END-IF.
           IF EMERGENCY
              MOVE ED-FACILITY-LEVEL  TO EVL-LEVEL
              MOVE WS-ED-DESC         TO EVL-DESC
              MOVE WS-BASE-CHARGE     TO EVL-FEE
              MOVE ED-VISIT-LINE      TO RPT-REC
           ELSE
              MOVE OBS-HOURS          TO OVL-HOURS
              MOVE WS-OBS-HOURLY-RATE TO OVL-RATE
              MOVE WS-BASE-CHARGE     TO OVL-CHARGE
              IF WS-OBS-OVER-MAX
                 MOVE '*OVER '        TO OVL-OVER-LIT
                 MOVE WS-OBS-MAX-HOURS TO OVL-MAX-HOURS
                 MOVE ' HRS - REVIEW FOR INPATIENT CONVERSION'
                                      TO OVL-REVIEW-LIT
              ELSE
                 MOVE SPACES          TO OVL-CONVERT-NOTE
              END-IF
              MOVE OBS-VISIT-LINE     TO RPT-REC
           END-IF.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.
           ADD +1                     TO LINE-COUNT.
       083B-EXIT.
           EXIT.

       085-APPLY-CHARGES.
      *** EVERY NOT-YET-BILLED CHARGE FOR THIS PATIENT WITH A SERVICE
      *** DATE ON OR AFTER THE ADMISSION IS BILLED ON IT. A NUMBER
      *** RETIRED BY A MERGE STILL PICKS UP CHARGES POSTED UNDER IT
           MOVE 0 TO WS-ANC-ITEMS.
           MOVE 0 TO WS-ANCILLARY-AMT.
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > WS-CHG-COUNT
              IF NOT CHG-APPLIED (CHG-IDX)
                 AND CHG-SVC-DATE (CHG-IDX) >= DATE-ADMIT
                 AND (CHG-PAT-NBR (CHG-IDX) = PATIENT-NBR
                   OR (WS-PM-MERGED-FROM NOT = 0
                   AND CHG-PAT-NBR (CHG-IDX) = WS-PM-MERGED-FROM))
                 MOVE 'Y' TO CHG-APPLIED-SW (CHG-IDX)
                 ADD 1 TO WS-ANC-ITEMS
                 ADD CHG-AMT (CHG-IDX) TO WS-ANCILLARY-AMT
              END-IF
           END-PERFORM.
           ADD WS-ANCILLARY-AMT TO TOTAL-ANCILLARY-AMT.
       085-EXIT.
           EXIT.

       087-WRITE-ANCILLARY-LINE.
           IF LINE-COUNT >= REPORT-MAX-LINES
              PERFORM 010-WRITE-REPORT-HEADERS THRU 010-EXIT
           END-IF.
           MOVE WS-ANC-ITEMS        TO ANL-ITEMS.
           MOVE WS-ANCILLARY-AMT    TO ANL-AMT.
           MOVE ANCILLARY-LINE      TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.
           ADD +1                   TO LINE-COUNT.
       087-EXIT.
           EXIT.

       082-CHECK-READMISSION.
      *** LOOK THIS PATIENT UP AGAINST PRIOR RUNS' ADMIT HISTORY
           SET PHIST-IDX TO 1.
                 PERFORM 010-WRITE-REPORT-HEADERS THRU 010-EXIT
              END-IF
              MOVE READMISSION-HEADER TO RPT-REC
              PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT
              ADD +1 TO LINE-COUNT
              PERFORM VARYING READMIT-IDX FROM 1 BY 1
                      UNTIL READMIT-IDX > WS-READMIT-COUNT
                 MOVE RA-PRIOR-DATE (READMIT-IDX)  TO RL-PRIOR-DATE
                 MOVE RA-CURRENT-DATE (READMIT-IDX) TO RL-CURR-DATE
                 MOVE READMISSION-LINE             TO RPT-REC
                 MOVE 11                           TO WS-DEID-NBR-POS
                 PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT
                 ADD +1 TO LINE-COUNT
              END-PERFORM
           END-IF.
       145-EXIT.
           EXIT.

       148-WRITE-CLAIMS-EXTRACT.
      *** ONE HEADER/DETAIL/TRAILER BATCH PER PAYER, PAYERS IN
      *** INSURANCE-TYPE TABLE ORDER, WITH A MATCHING CLAIM REGISTER.
      *** HELD CLAIMS STAY OUT OF THE EXTRACT -- THEY ARE ONLY COUNTED
      *** HERE AND LISTED BY 149-WRITE-CLAIM-EXCEPTIONS
           OPEN OUTPUT CLAIMFILE.
           OPEN OUTPUT CLMREGFILE.
           IF WS-DEIDENTIFY
              OPEN OUTPUT DCLMREGFILE
           END-IF.
           MOVE 0 TO WS-CLAIM-SEQ, WS-BATCH-NBR, WS-CLAIMS-SENT,
                     WS-SENT-BILLED, WS-SENT-EXPECTED, WS-CLAIMS-HELD,
                     WS-HELD-BILLED, CLM-PAGE-NUM.
           PERFORM 148D-WRITE-REGISTER-HEADERS THRU 148D-EXIT.

           PERFORM VARYING WS-PAYER-I FROM 1 BY 1
                   UNTIL WS-PAYER-I > WS-INS-TYPE-COUNT
              SET INS-TYPE-TAB-IDX TO WS-PAYER-I
              MOVE INSURANCE-TYPE-CODE (INS-TYPE-TAB-IDX)
                                 TO WS-PAYER-CODE
              PERFORM 148A-WRITE-PAYER-BATCH THRU 148A-EXIT
           END-PERFORM.

           PERFORM VARYING CLAIM-IDX FROM 1 BY 1
                   UNTIL CLAIM-IDX > WS-CLAIM-COUNT
              IF CLM-HOLD-REASON (CLAIM-IDX) NOT = SPACES
                 ADD 1 TO WS-CLAIMS-HELD
                 ADD CLM-BILLED (CLAIM-IDX) TO WS-HELD-BILLED
              END-IF
           END-PERFORM.

           MOVE BLANK-LINE         TO CLMREG-REC.
           PERFORM 148C-WRITE-REGISTER-LINE THRU 148C-EXIT.
           MOVE WS-CLAIMS-SENT     TO CRS-CLAIMS.
           MOVE WS-SENT-BILLED     TO CRS-BILLED.
           MOVE WS-SENT-EXPECTED   TO CRS-EXPECTED.
           MOVE CLMREG-SENT-LINE   TO CLMREG-REC.
           PERFORM 148C-WRITE-REGISTER-LINE THRU 148C-EXIT.
           MOVE WS-BATCH-NBR       TO CRB-BATCHES.
           MOVE CLMREG-BATCH-LINE  TO CLMREG-REC.
           PERFORM 148C-WRITE-REGISTER-LINE THRU 148C-EXIT.
           MOVE WS-CLAIMS-HELD     TO CXT-CLAIMS.
           MOVE WS-HELD-BILLED     TO CXT-BILLED.
           MOVE CLMEXC-TOTAL-LINE  TO CLMREG-REC.
           PERFORM 148C-WRITE-REGISTER-LINE THRU 148C-EXIT.

           CLOSE CLAIMFILE.
           CLOSE CLMREGFILE.
           IF WS-DEIDENTIFY
              CLOSE DCLMREGFILE
           END-IF.
       148-EXIT.
           EXIT.

       148A-WRITE-PAYER-BATCH.
      *** TOTAL THE PAYER'S SENDABLE CLAIMS FIRST -- THE HEADER CARRIES
      *** THE SAME COUNT AND DOLLARS AS THE TRAILER. A PAYER WITH
      *** NOTHING TO SEND GETS NO BATCH AT ALL
           MOVE 0 TO WS-PAYER-CLAIMS, WS-PAYER-BILLED,
                     WS-PAYER-EXPECTED.
           PERFORM VARYING CLAIM-IDX FROM 1 BY 1
                   UNTIL CLAIM-IDX > WS-CLAIM-COUNT
              IF CLM-INS-TYPE (CLAIM-IDX) = WS-PAYER-CODE
                 AND CLM-HOLD-REASON (CLAIM-IDX) = SPACES
                 ADD 1 TO WS-PAYER-CLAIMS
                 ADD CLM-BILLED (CLAIM-IDX)   TO WS-PAYER-BILLED
                 ADD CLM-EXPECTED (CLAIM-IDX) TO WS-PAYER-EXPECTED
              END-IF
           END-PERFORM.
           IF WS-PAYER-CLAIMS = 0
              GO TO 148A-EXIT
           END-IF.

           ADD 1 TO WS-BATCH-NBR.
           MOVE SPACES             TO CLAIM-HEADER-REC.
           SET CLH-HEADER          TO TRUE.
           MOVE WS-PAYER-CODE      TO CLH-PAYER.
           MOVE 'HOSPEDIT'         TO CLH-SOURCE.
           MOVE WS-BUSINESS-DATE   TO CLH-RUN-DATE.
           MOVE WS-BATCH-NBR       TO CLH-BATCH-NBR.
           MOVE WS-PAYER-CLAIMS    TO CLH-CLAIM-COUNT.
           MOVE WS-PAYER-BILLED    TO CLH-BILLED-TOTAL.
           WRITE CLAIM-HEADER-REC.

           MOVE WS-PAYER-CODE      TO CRP-PAYER.
           MOVE CLMREG-PAYER-LINE  TO CLMREG-REC.
           PERFORM 148C-WRITE-REGISTER-LINE THRU 148C-EXIT.

           PERFORM VARYING CLAIM-IDX FROM 1 BY 1
                   UNTIL CLAIM-IDX > WS-CLAIM-COUNT
              IF CLM-INS-TYPE (CLAIM-IDX) = WS-PAYER-CODE
                 AND CLM-HOLD-REASON (CLAIM-IDX) = SPACES
                 PERFORM 148B-WRITE-CLAIM-DETAIL THRU 148B-EXIT
              END-IF
           END-PERFORM.

           MOVE SPACES             TO CLAIM-TRAILER-REC.
           SET CLT-TRAILER         TO TRUE.
           MOVE WS-PAYER-CODE      TO CLT-PAYER.
           MOVE WS-BATCH-NBR       TO CLT-BATCH-NBR.
           MOVE WS-PAYER-CLAIMS    TO CLT-CLAIM-COUNT.
           MOVE WS-PAYER-BILLED    TO CLT-BILLED-TOTAL.
           MOVE WS-PAYER-EXPECTED  TO CLT-EXPECTED-TOTAL.
           WRITE CLAIM-TRAILER-REC.

           MOVE WS-PAYER-CODE      TO CRT-PAYER.
           MOVE WS-PAYER-CLAIMS    TO CRT-CLAIMS.
           MOVE WS-PAYER-BILLED    TO CRT-BILLED.
           MOVE WS-PAYER-EXPECTED  TO CRT-EXPECTED.
           MOVE CLMREG-PAYER-TOTAL TO CLMREG-REC.
           PERFORM 148C-WRITE-REGISTER-LINE THRU 148C-EXIT.

           ADD WS-PAYER-CLAIMS     TO WS-CLAIMS-SENT.
           ADD WS-PAYER-BILLED     TO WS-SENT-BILLED.
           ADD WS-PAYER-EXPECTED   TO WS-SENT-EXPECTED.
       148A-EXIT.
           EXIT.

       148B-WRITE-CLAIM-DETAIL.
           ADD 1 TO WS-CLAIM-SEQ.
           MOVE SPACES                       TO CLAIM-DETAIL-REC.
           SET CLD-DETAIL                    TO TRUE.
           MOVE WS-PAYER-CODE                TO CLD-PAYER.
           MOVE WS-CLAIM-SEQ                 TO CLD-CLAIM-NBR.
           MOVE CLM-PAT-NBR (CLAIM-IDX)      TO CLD-PATIENT-NBR.
           MOVE CLM-DATE-ADMIT (CLAIM-IDX)   TO CLD-DATE-ADMIT.
           MOVE CLM-PAT-TYPE (CLAIM-IDX)     TO CLD-PATIENT-TYPE.
           MOVE CLM-DIAG-CODE (CLAIM-IDX)    TO CLD-DIAG-CODE.
           MOVE CLM-ATTEND-PHYS (CLAIM-IDX)  TO CLD-ATTEND-PHYS.
           MOVE CLM-AUTH-NBR (CLAIM-IDX)     TO CLD-AUTH-NBR.
           MOVE CLM-STAY-LTH (CLAIM-IDX)     TO CLD-STAY-LTH.
           MOVE CLM-BILLED (CLAIM-IDX)       TO CLD-BILLED-AMT.
           MOVE CLM-EXPECTED (CLAIM-IDX)     TO CLD-EXPECTED-AMT.
           WRITE CLAIM-DETAIL-REC.

           MOVE WS-CLAIM-SEQ                 TO CRD-CLAIM-NBR.
           MOVE WS-PAYER-CODE                TO CRD-PAYER.
           MOVE CLM-PAT-NBR (CLAIM-IDX)      TO CRD-PAT-NBR.
           MOVE CLM-PAT-NAME (CLAIM-IDX)     TO CRD-PAT-NAME.
           MOVE CLM-DATE-ADMIT (CLAIM-IDX)   TO CRD-DATE-ADMIT.
           MOVE CLM-PAT-TYPE (CLAIM-IDX)     TO CRD-PAT-TYPE.
           MOVE CLM-DIAG-CODE (CLAIM-IDX)    TO CRD-DIAG-CODE.
           MOVE CLM-ATTEND-PHYS (CLAIM-IDX)  TO CRD-ATTEND-PHYS.
           MOVE CLM-AUTH-NBR (CLAIM-IDX)     TO CRD-AUTH-NBR.
           MOVE CLM-STAY-LTH (CLAIM-IDX)     TO CRD-STAY-LTH.
           MOVE CLM-BILLED (CLAIM-IDX)       TO CRD-BILLED.
           MOVE CLM-EXPECTED (CLAIM-IDX)     TO CRD-EXPECTED.
           MOVE CLMREG-DETAIL                TO CLMREG-REC.
           MOVE 13                           TO WS-DEID-NBR-POS.
           MOVE 20                           TO WS-DEID-NAME-POS.
           PERFORM 148C-WRITE-REGISTER-LINE THRU 148C-EXIT.
       148B-EXIT.
           EXIT.

       148C-WRITE-REGISTER-LINE.
      *** CALLER LEAVES THE LINE IN CLMREG-REC -- IT IS SAVED ACROSS A
      *** PAGE BREAK SINCE THE HEADINGS GO THROUGH THE SAME RECORD
           IF CLM-LINE-COUNT >= REPORT-MAX-LINES
              MOVE CLMREG-REC TO WS-CLAIM-LINE-HOLD
              MOVE WS-DEID-POSITIONS TO WS-DEID-POSITIONS-HOLD
              INITIALIZE WS-DEID-POSITIONS
              PERFORM 148D-WRITE-REGISTER-HEADERS THRU 148D-EXIT
              MOVE WS-CLAIM-LINE-HOLD TO CLMREG-REC
              MOVE WS-DEID-POSITIONS-HOLD TO WS-DEID-POSITIONS
           END-IF.
           PERFORM 148E-WRITE-CLMREG-REC THRU 148E-EXIT.
           ADD +1 TO CLM-LINE-COUNT.
       148C-EXIT.
           EXIT.

       148D-WRITE-REGISTER-HEADERS.
           ADD +1                 TO CLM-PAGE-NUM.
           MOVE HL1-DATE          TO CRH1-DATE.
           MOVE CLM-PAGE-NUM      TO CRH1-PAGE-NUMBER.
           MOVE CLMREG-HEADER1    TO CLMREG-REC.
           PERFORM 148E-WRITE-CLMREG-REC THRU 148E-EXIT.
           MOVE BLANK-LINE        TO CLMREG-REC.
           PERFORM 148E-WRITE-CLMREG-REC THRU 148E-EXIT.
           MOVE CLMREG-HEADER2    TO CLMREG-REC.
           PERFORM 148E-WRITE-CLMREG-REC THRU 148E-EXIT.
           MOVE BLANK-LINE        TO CLMREG-REC.
           PERFORM 148E-WRITE-CLMREG-REC THRU 148E-EXIT.
           MOVE 4                 TO CLM-LINE-COUNT.
       148D-EXIT.
           EXIT.

       148E-WRITE-CLMREG-REC.
           WRITE CLMREG-REC.
           IF WS-DEIDENTIFY
              MOVE CLMREG-REC TO WS-DEID-LINE
              PERFORM 170-DEIDENTIFY-LINE THRU 170-EXIT
              WRITE DCLMREG-REC FROM WS-DEID-LINE
           END-IF.
           INITIALIZE WS-DEID-POSITIONS.
       148E-EXIT.
           EXIT.

       149-WRITE-CLAIM-EXCEPTIONS.
      *** EVERY HELD CLAIM, IN ADMISSION ORDER, WITH THE FIELD THAT
      *** KEPT IT OUT OF THE EXTRACT. FIX THE ADMISSION AND IT GOES
      *** OUT ON THE NEXT RUN
           OPEN OUTPUT CLMEXCFILE.
           IF WS-DEIDENTIFY
              OPEN OUTPUT DCLMEXCFILE
           END-IF.
           MOVE 0 TO EXC-PAGE-NUM.
           PERFORM 149B-WRITE-EXCEPTION-HEADERS THRU 149B-EXIT.
           PERFORM VARYING CLAIM-IDX FROM 1 BY 1
                   UNTIL CLAIM-IDX > WS-CLAIM-COUNT
              IF CLM-HOLD-REASON (CLAIM-IDX) NOT = SPACES
                 PERFORM 149A-WRITE-EXCEPTION-LINE THRU 149A-EXIT
              END-IF
           END-PERFORM.
           IF EXC-LINE-COUNT >= REPORT-MAX-LINES
              PERFORM 149B-WRITE-EXCEPTION-HEADERS THRU 149B-EXIT
           END-IF.
           MOVE BLANK-LINE         TO CLMEXC-REC.
           PERFORM 149C-WRITE-CLMEXC-REC THRU 149C-EXIT.
           MOVE WS-CLAIMS-HELD     TO CXT-CLAIMS.
           MOVE WS-HELD-BILLED     TO CXT-BILLED.
           MOVE CLMEXC-TOTAL-LINE  TO CLMEXC-REC.
           PERFORM 149C-WRITE-CLMEXC-REC THRU 149C-EXIT.
           CLOSE CLMEXCFILE.
           IF WS-DEIDENTIFY
              CLOSE DCLMEXCFILE
           END-IF.
       149-EXIT.
           EXIT.

       149A-WRITE-EXCEPTION-LINE.
           IF EXC-LINE-COUNT >= REPORT-MAX-LINES
              PERFORM 149B-WRITE-EXCEPTION-HEADERS THRU 149B-EXIT
           END-IF.
           MOVE CLM-PAT-NBR (CLAIM-IDX)      TO CXD-PAT-NBR.
           MOVE CLM-PAT-NAME (CLAIM-IDX)     TO CXD-PAT-NAME.
           MOVE CLM-INS-TYPE (CLAIM-IDX)     TO CXD-PAYER.
           MOVE CLM-DATE-ADMIT (CLAIM-IDX)   TO CXD-DATE-ADMIT.
           MOVE CLM-PAT-TYPE (CLAIM-IDX)     TO CXD-PAT-TYPE.
           MOVE CLM-ATTEND-PHYS (CLAIM-IDX)  TO CXD-ATTEND-PHYS.
           MOVE CLM-HOLD-REASON (CLAIM-IDX)  TO CXD-REASON.
           MOVE CLM-BILLED (CLAIM-IDX)       TO CXD-BILLED.
           PERFORM 149D-AGE-HELD-CLAIM THRU 149D-EXIT.
           MOVE CLMEXC-DETAIL                TO CLMEXC-REC.
           MOVE 1                            TO WS-DEID-NBR-POS.
           MOVE 8                            TO WS-DEID-NAME-POS.
           PERFORM 149C-WRITE-CLMEXC-REC THRU 149C-EXIT.
           ADD +1 TO EXC-LINE-COUNT.
       149A-EXIT.
           EXIT.

       149D-AGE-HELD-CLAIM.
      *** BUSINESS DAYS FROM ADMISSION TO THE BUSINESS DATE, SO
      *** WEEKENDS AND HOLIDAYS DO NOT AGE THE WORK QUEUE. A CLAIM
      *** HELD FOR A MISSING OR BAD ADMIT DATE HAS NO AGE
           MOVE SPACES TO CXD-BUS-DAYS-X.
           IF CLM-DATE-ADMIT (CLAIM-IDX) (1:4) IS NOT NUMERIC
              OR CLM-DATE-ADMIT (CLAIM-IDX) (6:2) IS NOT NUMERIC
              OR CLM-DATE-ADMIT (CLAIM-IDX) (9:2) IS NOT NUMERIC
              GO TO 149D-EXIT
           END-IF.
           MOVE CLM-DATE-ADMIT (CLAIM-IDX) (1:4) TO WS-BDY-DATE-1 (1:4).
           MOVE CLM-DATE-ADMIT (CLAIM-IDX) (6:2) TO WS-BDY-DATE-1 (5:2).
           MOVE CLM-DATE-ADMIT (CLAIM-IDX) (9:2) TO WS-BDY-DATE-1 (7:2).
           MOVE WS-BUSINESS-DATE TO WS-BDY-DATE-2.
           MOVE '3' TO WS-BDY-REQUEST.
           CALL 'BDAYLKP' USING WS-BDY-REQUEST,
                                WS-BDY-DATE-1,
                                WS-BDY-DATE-2,
                                WS-BDY-DAYS,
                                WS-BDY-DESC,
                                WS-BDY-RESULT-SW.
           IF WS-BDY-RESULT-OK
              MOVE WS-BDY-DAYS TO CXD-BUS-DAYS
           END-IF.
       149D-EXIT.
           EXIT.

       149B-WRITE-EXCEPTION-HEADERS.
           ADD +1                 TO EXC-PAGE-NUM.
           MOVE HL1-DATE          TO CXH1-DATE.
           MOVE EXC-PAGE-NUM      TO CXH1-PAGE-NUMBER.
           MOVE CLMEXC-HEADER1    TO CLMEXC-REC.
           PERFORM 149C-WRITE-CLMEXC-REC THRU 149C-EXIT.
           MOVE BLANK-LINE        TO CLMEXC-REC.
           PERFORM 149C-WRITE-CLMEXC-REC THRU 149C-EXIT.
           MOVE CLMEXC-HEADER2    TO CLMEXC-REC.
           PERFORM 149C-WRITE-CLMEXC-REC THRU 149C-EXIT.
           MOVE BLANK-LINE        TO CLMEXC-REC.
           PERFORM 149C-WRITE-CLMEXC-REC THRU 149C-EXIT.
           MOVE 4                 TO EXC-LINE-COUNT.
       149B-EXIT.
           EXIT.

       149C-WRITE-CLMEXC-REC.
           WRITE CLMEXC-REC.
           IF WS-DEIDENTIFY
              MOVE CLMEXC-REC TO WS-DEID-LINE
              PERFORM 170-DEIDENTIFY-LINE THRU 170-EXIT
              WRITE DCLMEXC-REC FROM WS-DEID-LINE
           END-IF.
           INITIALIZE WS-DEID-POSITIONS.
       149C-EXIT.
           EXIT.


       110-READ-INFILE.
           READ INFILE INTO WS-INPUT-REC
           MOVE DEDUCTIBLE         TO DL1-DEDUCTIBLE.

           MOVE DETAIL-LINE1       TO RPT-REC.
           MOVE 1                  TO WS-DEID-NBR-POS.
           MOVE 8                  TO WS-DEID-NAME-POS.
           MOVE 30                 TO WS-DEID-PHONE-POS.
           MOVE 13                 TO WS-DEID-PHONE-LTH.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.
           ADD +1                  TO LINE-COUNT.
           ADD +1                  TO RECORDS-WRITTEN.

              PERFORM 010-WRITE-REPORT-HEADERS THRU 010-EXIT
           ELSE
               MOVE BLANK-LINE     TO RPT-REC
               PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT
           END-IF.

           MOVE RECORDS-READ       TO TL1-REC-IN.
           MOVE TOTAL-LINE1        TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE RECORDS-WRITTEN    TO TL2-REC-WRITTEN.
           MOVE TOTAL-LINE2        TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE ERROR-RECS         TO TL3-REC-ERR.
           MOVE TOTAL-LINE3        TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE NBR-INPATIENTS     TO TL4-INPATIENT.
           MOVE TOTAL-LINE4        TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE NBR-OUTPATIENTS    TO TL5-OUTPATIENT.
           MOVE TOTAL-LINE5        TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE NBR-EMERGENCY      TO TL32-EMERGENCY.
           MOVE TOTAL-LINE32       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE NBR-OBSERVATION    TO TL33-OBSERVATION.
           MOVE WS-OBS-MAX-HOURS   TO TL33-MAX-HOURS.
           MOVE NBR-OBS-OVER-MAX   TO TL33-OBS-OVER-MAX.
           MOVE TOTAL-LINE33       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE NBR-HMO            TO TL6-HMO.
           MOVE AMT-HMO            TO TL6-HMO-AMT.
           MOVE TOTAL-LINE6        TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE NBR-PRI            TO TL7-PRI.
           MOVE AMT-PRI            TO TL7-PRI-AMT.
           MOVE TOTAL-LINE7        TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE NBR-PPO            TO TL8-PPO.
           MOVE AMT-PPO            TO TL8-PPO-AMT.
           MOVE TOTAL-LINE8        TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE NBR-AFF            TO TL9-AFF.
           MOVE AMT-AFF            TO TL9-AFF-AMT.
           MOVE TOTAL-LINE9        TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE NBR-MED            TO TL10-MED.
           MOVE AMT-MED            TO TL10-MED-AMT.
           MOVE TOTAL-LINE10       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE NBR-MAN            TO TL11-MAN.
           MOVE AMT-MAN            TO TL11-MAN-AMT.
           MOVE TOTAL-LINE11       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE NBR-POS            TO TL12-POS.
           MOVE AMT-POS            TO TL12-POS-AMT.
           MOVE TOTAL-LINE12       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE NBR-GOV            TO TL13-GOV.
           MOVE AMT-GOV            TO TL13-GOV-AMT.
           MOVE TOTAL-LINE13       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE NBR-NO-COVERAGE    TO TL14-NO-COV.
           MOVE AMT-NO-COVERAGE    TO TL14-NO-COV-AMT.
           MOVE TOTAL-LINE14       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE TOTAL-AMT-GROSS    TO TL15-GROSS-OUT.
           MOVE TOTAL-LINE15       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE NBR-LOS-OUTLIERS   TO TL16-LOS-OUTLIERS.
           MOVE TOTAL-LINE16       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE NBR-CHG-AUDIT      TO TL22-CHG-AUDIT.
           MOVE TOTAL-LINE22       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE ERROR-RECS-INS-TYPE TO TL17-INS-TYPE-ERR.
           MOVE ERROR-RECS-PAT-TYPE TO TL17-PAT-TYPE-ERR.
           MOVE TOTAL-LINE17       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           COMPUTE TL34-UNKNOWN-TYPE = ERROR-RECS-PAT-TYPE
                   - ERROR-RECS-ED-LEVEL - ERROR-RECS-OBS-HOURS
           END-COMPUTE.
           MOVE ERROR-RECS-ED-LEVEL  TO TL34-ED-LEVEL.
           MOVE ERROR-RECS-OBS-HOURS TO TL34-OBS-HOURS.
           MOVE TOTAL-LINE34       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE TOTAL-PATIENT-RESP TO TL18-PAT-RESP.
           MOVE TOTAL-LINE18       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE TOTAL-INSURER-RESP TO TL19-INS-RESP.
           MOVE TOTAL-LINE19       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE NBR-DISCHARGED     TO TL20-DISCHARGED.
           MOVE TOTAL-LINE20       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE TOTAL-FINAL-BILLED TO TL21-FINAL-BILLED.
           MOVE TOTAL-LINE21       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE WS-CLAIMS-SENT     TO TL23-CLAIMS-SENT.
           MOVE WS-SENT-BILLED     TO TL23-SENT-AMT.
           MOVE TOTAL-LINE23       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE WS-CLAIMS-HELD     TO TL24-CLAIMS-HELD.
           MOVE TOTAL-LINE24       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE NBR-PM-NOT-ON-FILE TO TL25-PM-NOT-ON-FILE.
           MOVE TOTAL-LINE25       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE NBR-PM-MISMATCH    TO TL26-PM-MISMATCH.
           MOVE TOTAL-LINE26       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE NBR-PM-MERGED      TO TL27-PM-MERGED.
           MOVE TOTAL-LINE27       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE TOTAL-ANCILLARY-AMT TO TL28-ANCILLARY.
           MOVE TOTAL-LINE28       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE WS-CHG-REJECTED    TO TL29-CHG-REJECTED.
           MOVE TOTAL-LINE29       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE WS-CASE-MIX-INDEX  TO TL30-CMI.
           MOVE TOTAL-LINE30       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

           MOVE WS-CMX-VARIANCE    TO TL31-DRG-VARIANCE.
           MOVE TOTAL-LINE31       TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.

       150-EXIT.
           EXIT.

       157-WRITE-REVENUE-REPORT.
      *** ONE LINE PER REVENUE DEPARTMENT ON THE CHARGE MASTER, THEN A
      *** GRAND TOTAL, THEN EVERY REJECTED CHARGE WITH ITS REASON
           OPEN OUTPUT REVRPTFILE.
           IF WS-DEIDENTIFY
              OPEN OUTPUT DREVRPTFILE
           END-IF.
           MOVE 0 TO REV-PAGE-NUM, WS-REV-CHARGES, WS-REV-UNITS,
                     WS-REV-AMT.
           PERFORM 157B-WRITE-REVENUE-HEADERS THRU 157B-EXIT.
           PERFORM VARYING RDEPT-IDX FROM 1 BY 1
                   UNTIL RDEPT-IDX > WS-RDEPT-COUNT
              MOVE RD-DEPT (RDEPT-IDX)     TO RVD-DEPT
              MOVE RD-CHARGES (RDEPT-IDX)  TO RVD-CHARGES
              MOVE RD-UNITS (RDEPT-IDX)    TO RVD-UNITS
              MOVE RD-AMT (RDEPT-IDX)      TO RVD-REVENUE
              MOVE REVRPT-DETAIL           TO REVRPT-REC
              PERFORM 157A-WRITE-REVENUE-LINE THRU 157A-EXIT
              ADD RD-CHARGES (RDEPT-IDX)   TO WS-REV-CHARGES
              ADD RD-UNITS (RDEPT-IDX)     TO WS-REV-UNITS
              ADD RD-AMT (RDEPT-IDX)       TO WS-REV-AMT
           END-PERFORM.
           MOVE BLANK-LINE         TO REVRPT-REC.
           PERFORM 157A-WRITE-REVENUE-LINE THRU 157A-EXIT.
           MOVE 'TOTAL'            TO RVD-DEPT.
           MOVE WS-REV-CHARGES     TO RVD-CHARGES.
           MOVE WS-REV-UNITS       TO RVD-UNITS.
           MOVE WS-REV-AMT         TO RVD-REVENUE.
           MOVE REVRPT-DETAIL      TO REVRPT-REC.
           PERFORM 157A-WRITE-REVENUE-LINE THRU 157A-EXIT.

           MOVE BLANK-LINE         TO REVRPT-REC.
           PERFORM 157A-WRITE-REVENUE-LINE THRU 157A-EXIT.
           MOVE REVRPT-REJECT-TITLE TO REVRPT-REC.
           PERFORM 157A-WRITE-REVENUE-LINE THRU 157A-EXIT.
           MOVE REVRPT-REJECT-HEADER TO REVRPT-REC.
           PERFORM 157A-WRITE-REVENUE-LINE THRU 157A-EXIT.
           PERFORM VARYING CHGREJ-IDX FROM 1 BY 1
                   UNTIL CHGREJ-IDX > WS-CHGREJ-COUNT
              MOVE CRJ-PAT-NBR (CHGREJ-IDX)  TO RVJ-PAT-NBR
              MOVE CRJ-SVC-DATE (CHGREJ-IDX) TO RVJ-SVC-DATE
              MOVE CRJ-CODE (CHGREJ-IDX)     TO RVJ-CODE
              MOVE CRJ-QTY (CHGREJ-IDX)      TO RVJ-QTY
              MOVE CRJ-REASON (CHGREJ-IDX)   TO RVJ-REASON
              MOVE REVRPT-REJECT-LINE        TO REVRPT-REC
              MOVE 1                         TO WS-DEID-NBR-POS
              PERFORM 157A-WRITE-REVENUE-LINE THRU 157A-EXIT
           END-PERFORM.
           MOVE BLANK-LINE         TO REVRPT-REC.
           PERFORM 157A-WRITE-REVENUE-LINE THRU 157A-EXIT.
           MOVE WS-CHG-REJECTED    TO RVT-REJECTED.
           MOVE REVRPT-REJECT-TOTAL TO REVRPT-REC.
           PERFORM 157A-WRITE-REVENUE-LINE THRU 157A-EXIT.
           CLOSE REVRPTFILE.
           IF WS-DEIDENTIFY
              CLOSE DREVRPTFILE
           END-IF.
       157-EXIT.
           EXIT.

       157A-WRITE-REVENUE-LINE.
      *** CALLER LEAVES THE LINE IN REVRPT-REC -- IT IS SAVED ACROSS A
      *** PAGE BREAK SINCE THE HEADINGS GO THROUGH THE SAME RECORD
           IF REV-LINE-COUNT >= REPORT-MAX-LINES
              MOVE REVRPT-REC TO WS-REV-LINE-HOLD
              MOVE WS-DEID-POSITIONS TO WS-DEID-POSITIONS-HOLD
              INITIALIZE WS-DEID-POSITIONS
              PERFORM 157B-WRITE-REVENUE-HEADERS THRU 157B-EXIT
              MOVE WS-REV-LINE-HOLD TO REVRPT-REC
              MOVE WS-DEID-POSITIONS-HOLD TO WS-DEID-POSITIONS
           END-IF.
           PERFORM 157C-WRITE-REVRPT-REC THRU 157C-EXIT.
           ADD +1 TO REV-LINE-COUNT.
       157A-EXIT.
           EXIT.

       157B-WRITE-REVENUE-HEADERS.
           ADD +1                 TO REV-PAGE-NUM.
           MOVE HL1-DATE          TO RVH1-DATE.
           MOVE REV-PAGE-NUM      TO RVH1-PAGE-NUMBER.
           MOVE REVRPT-HEADER1    TO REVRPT-REC.
           PERFORM 157C-WRITE-REVRPT-REC THRU 157C-EXIT.
           MOVE BLANK-LINE        TO REVRPT-REC.
           PERFORM 157C-WRITE-REVRPT-REC THRU 157C-EXIT.
           MOVE REVRPT-HEADER2    TO REVRPT-REC.
           PERFORM 157C-WRITE-REVRPT-REC THRU 157C-EXIT.
           MOVE BLANK-LINE        TO REVRPT-REC.
           PERFORM 157C-WRITE-REVRPT-REC THRU 157C-EXIT.
           MOVE 4                 TO REV-LINE-COUNT.
       157B-EXIT.
           EXIT.

       157C-WRITE-REVRPT-REC.
           WRITE REVRPT-REC.
           IF WS-DEIDENTIFY
              MOVE REVRPT-REC TO WS-DEID-LINE
              PERFORM 170-DEIDENTIFY-LINE THRU 170-EXIT
              WRITE DREVRPT-REC FROM WS-DEID-LINE
           END-IF.
           INITIALIZE WS-DEID-POSITIONS.
       157C-EXIT.
           EXIT.

       159-WRITE-CASEMIX-REPORT.
      *** ONE LINE PER DRG WITH CASES: COUNT, AVERAGE STAY, EXPECTED
      *** REIMBURSEMENT, NET AMOUNT AND VARIANCE (PRICED STAYS ONLY),
      *** THEN THE TOTAL AND THE CASE-MIX INDEX -- THE AVERAGE
      *** RELATIVE WEIGHT OF THE GROUPED INPATIENT CASES
           OPEN OUTPUT CASEMIXFILE.
           MOVE 0 TO CMX-PAGE-NUM, WS-CMX-CASES, WS-CMX-DAYS,
                     WS-CMX-EXPECTED, WS-CMX-NET, WS-CMI-WEIGHTS,
                     WS-CMI-CASES, WS-CASE-MIX-INDEX.
           PERFORM 159B-WRITE-CASEMIX-HEADERS THRU 159B-EXIT.
           PERFORM VARYING DRGS-IDX FROM 1 BY 1
                   UNTIL DRGS-IDX > WS-DRGS-COUNT
              IF DS-CASES (DRGS-IDX) > 0
                 MOVE DS-DRG (DRGS-IDX)      TO CMD-DRG
                 MOVE DS-DESC (DRGS-IDX)     TO CMD-DESC
                 MOVE DS-WEIGHT (DRGS-IDX)   TO CMD-WEIGHT
                 MOVE DS-CASES (DRGS-IDX)    TO CMD-CASES
                 COMPUTE WS-CMX-AVG-LOS ROUNDED =
                     DS-DAYS (DRGS-IDX) / DS-CASES (DRGS-IDX)
                 END-COMPUTE
                 MOVE WS-CMX-AVG-LOS         TO CMD-AVG-LOS
                 MOVE DS-EXPECTED (DRGS-IDX) TO CMD-EXPECTED
                 MOVE DS-NET (DRGS-IDX)      TO CMD-NET
                 COMPUTE WS-CMX-VARIANCE =
                     DS-EXPECTED (DRGS-IDX) - DS-NET (DRGS-IDX)
                 END-COMPUTE
                 MOVE WS-CMX-VARIANCE        TO CMD-VARIANCE
                 MOVE CMXRPT-DETAIL          TO CASEMIX-REC
                 PERFORM 159A-WRITE-CASEMIX-LINE THRU 159A-EXIT
                 ADD DS-CASES (DRGS-IDX)     TO WS-CMX-CASES
                 ADD DS-DAYS (DRGS-IDX)      TO WS-CMX-DAYS
                 ADD DS-EXPECTED (DRGS-IDX)  TO WS-CMX-EXPECTED
                 ADD DS-NET (DRGS-IDX)       TO WS-CMX-NET
                 IF DS-DRG (DRGS-IDX) NOT = '000'
                    ADD DS-CASES (DRGS-IDX)  TO WS-CMI-CASES
                    COMPUTE WS-CMI-WEIGHTS = WS-CMI-WEIGHTS +
                        DS-CASES (DRGS-IDX) * DS-WEIGHT (DRGS-IDX)
                    END-COMPUTE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-CMI-CASES > 0
              COMPUTE WS-CASE-MIX-INDEX ROUNDED =
                  WS-CMI-WEIGHTS / WS-CMI-CASES
              END-COMPUTE
           END-IF.
           COMPUTE WS-CMX-VARIANCE = WS-CMX-EXPECTED - WS-CMX-NET
           END-COMPUTE.

           MOVE BLANK-LINE         TO CASEMIX-REC.
           PERFORM 159A-WRITE-CASEMIX-LINE THRU 159A-EXIT.
           MOVE SPACES             TO CMD-DRG.
           MOVE 'ALL DRGS'         TO CMD-DESC.
           MOVE WS-CASE-MIX-INDEX  TO CMD-WEIGHT.
           MOVE WS-CMX-CASES       TO CMD-CASES.
           MOVE 0                  TO WS-CMX-AVG-LOS.
           IF WS-CMX-CASES > 0
              COMPUTE WS-CMX-AVG-LOS ROUNDED =
                  WS-CMX-DAYS / WS-CMX-CASES
              END-COMPUTE
           END-IF.
           MOVE WS-CMX-AVG-LOS     TO CMD-AVG-LOS.
           MOVE WS-CMX-EXPECTED    TO CMD-EXPECTED.
           MOVE WS-CMX-NET         TO CMD-NET.
           MOVE WS-CMX-VARIANCE    TO CMD-VARIANCE.
           MOVE CMXRPT-DETAIL      TO CASEMIX-REC.
           PERFORM 159A-WRITE-CASEMIX-LINE THRU 159A-EXIT.
           MOVE BLANK-LINE         TO CASEMIX-REC.
           PERFORM 159A-WRITE-CASEMIX-LINE THRU 159A-EXIT.
           MOVE WS-CASE-MIX-INDEX  TO CMC-CMI.
           MOVE CMXRPT-CMI-LINE    TO CASEMIX-REC.
           PERFORM 159A-WRITE-CASEMIX-LINE THRU 159A-EXIT.
           MOVE CMXRPT-NOTE-LINE   TO CASEMIX-REC.
           PERFORM 159A-WRITE-CASEMIX-LINE THRU 159A-EXIT.
           CLOSE CASEMIXFILE.
       159-EXIT.
           EXIT.

       159A-WRITE-CASEMIX-LINE.
      *** CALLER LEAVES THE LINE IN CASEMIX-REC -- IT IS SAVED ACROSS A
      *** PAGE BREAK SINCE THE HEADINGS GO THROUGH THE SAME RECORD
           IF CMX-LINE-COUNT >= REPORT-MAX-LINES
              MOVE CASEMIX-REC TO WS-CMX-LINE-HOLD
              PERFORM 159B-WRITE-CASEMIX-HEADERS THRU 159B-EXIT
              MOVE WS-CMX-LINE-HOLD TO CASEMIX-REC
           END-IF.
           WRITE CASEMIX-REC.
           ADD +1 TO CMX-LINE-COUNT.
       159A-EXIT.
           EXIT.

       159B-WRITE-CASEMIX-HEADERS.
           ADD +1                 TO CMX-PAGE-NUM.
           MOVE HL1-DATE          TO CMH1-DATE.
           MOVE CMX-PAGE-NUM      TO CMH1-PAGE-NUMBER.
           MOVE CMXRPT-HEADER1    TO CASEMIX-REC.
           WRITE CASEMIX-REC.
           MOVE BLANK-LINE        TO CASEMIX-REC.
           WRITE CASEMIX-REC.
           MOVE CMXRPT-HEADER2    TO CASEMIX-REC.
           WRITE CASEMIX-REC.
           MOVE BLANK-LINE        TO CASEMIX-REC.
           WRITE CASEMIX-REC.
           MOVE 4                 TO CMX-LINE-COUNT.
       159B-EXIT.
           EXIT.

       155-WRITE-TREND-REPORT.
      *** FOLD THE STATISTICS HISTORY INTO CALENDAR-MONTH BUCKETS,
      *** ADD THE CURRENT RUN TO ITS OWN MONTH, AND PRINT EACH MONTH
              SET TREND-IDX TO WS-TREND-SLOT
              COMPUTE MT-ADMISSIONS (TREND-IDX) =
                 MT-ADMISSIONS (TREND-IDX) +
                 NBR-INPATIENTS + NBR-OUTPATIENTS +
                 NBR-EMERGENCY + NBR-OBSERVATION
              ADD ERROR-RECS      TO MT-ERRORS (TREND-IDX)
              ADD RECORDS-READ    TO MT-RECORDS (TREND-IDX)
              ADD TOTAL-AMT-GROSS TO MT-REVENUE (TREND-IDX)
              PERFORM 010-WRITE-REPORT-HEADERS THRU 010-EXIT
           END-IF.
           MOVE TREND-HEADER TO RPT-REC.
           PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT.
           ADD +1 TO LINE-COUNT.

           MOVE 0 TO WS-PREV-ADMISSIONS, WS-PREV-REVENUE,
              MOVE MT-REVENUE (TREND-IDX)    TO WS-PREV-REVENUE
              MOVE WS-ERR-RATE               TO WS-PREV-ERR-RATE
              MOVE TREND-LINE TO RPT-REC
              PERFORM 012-WRITE-RPT-LINE THRU 012-EXIT
              ADD +1 TO LINE-COUNT
           END-PERFORM.
       155-EXIT.
              COMPUTE MT-ADMISSIONS (TREND-IDX) =
                 MT-ADMISSIONS (TREND-IDX) +
                 SH-NBR-INPATIENTS + SH-NBR-OUTPATIENTS
      *** ROWS WRITTEN BEFORE EMERGENCY/OBSERVATION WERE COUNTED HAVE
      *** SPACES (THE OLD FILLER) AT THE END OF THE RECORD WHERE THOSE
      *** TWO COUNTS NOW SIT
              IF SH-NBR-EMERGENCY IS NUMERIC
                 ADD SH-NBR-EMERGENCY   TO MT-ADMISSIONS (TREND-IDX)
              END-IF
              IF SH-NBR-OBSERVATION IS NUMERIC
                 ADD SH-NBR-OBSERVATION TO MT-ADMISSIONS (TREND-IDX)
              END-IF
              ADD SH-ERROR-RECS   TO MT-ERRORS (TREND-IDX)
              ADD SH-RECORDS-READ TO MT-RECORDS (TREND-IDX)
              ADD SH-GROSS-AMT    TO MT-REVENUE (TREND-IDX)
           MOVE RECORDS-READ         TO SH-RECORDS-READ.
           MOVE NBR-INPATIENTS       TO SH-NBR-INPATIENTS.
           MOVE NBR-OUTPATIENTS      TO SH-NBR-OUTPATIENTS.
           MOVE NBR-EMERGENCY        TO SH-NBR-EMERGENCY.
           MOVE NBR-OBSERVATION      TO SH-NBR-OBSERVATION.
           MOVE ERROR-RECS           TO SH-ERROR-RECS.
           MOVE TOTAL-AMT-GROSS      TO SH-GROSS-AMT.
           MOVE AMT-HMO              TO SH-AMT-HMO.
       158-EXIT.
           EXIT.

       158A-APPEND-READMIT-HISTORY.
      *** APPEND THIS RUN'S READMISSIONS (INCLUDING ANY RESTORED FROM
      *** THE CHECKPOINT) TO THE READMISSION HISTORY. LIKE STATHIST THE
      *** FILE WON'T EXIST ON THE FIRST RUN
           IF WS-READMIT-COUNT = 0
              GO TO 158A-EXIT
           END-IF.
           OPEN EXTEND READMHSTFILE.
           IF NOT RH-FILE-FOUND
              OPEN OUTPUT READMHSTFILE
           END-IF.
           PERFORM VARYING READMIT-IDX FROM 1 BY 1
                   UNTIL READMIT-IDX > WS-READMIT-COUNT
              MOVE SPACES                 TO READMIT-HIST-REC
              MOVE RA-PAT-NBR (READMIT-IDX)      TO RH-PAT-NBR
              MOVE RA-PRIOR-DATE (READMIT-IDX)   TO RH-PRIOR-DATE
              MOVE RA-CURRENT-DATE (READMIT-IDX) TO RH-CURRENT-DATE
              MOVE RA-DAYS-SINCE (READMIT-IDX)   TO RH-DAYS-SINCE
              MOVE WS-RUN-YYYYMMDD        TO RH-RUN-DATE
              WRITE READMIT-HIST-REC
           END-PERFORM.
           CLOSE READMHSTFILE.
       158A-EXIT.
           EXIT.

       160-WRITE-BAL-RECORD.
      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK
           OPEN EXTEND BALCTLFILE.
           CLOSE INFILE.
           CLOSE RPTFILE.
           CLOSE ERRFILE.
           IF WS-DEIDENTIFY
              CLOSE DRPTFILE
              CLOSE DERRFILE
              CLOSE DEIDXREFFILE
           END-IF.
           CLOSE INS-TYPE-FILE.
           IF WS-PATMAST-OPEN
              CLOSE PATMASTFILE
           END-IF.

      *** JOB FINISHED NORMALLY -- CLEAR THE CHECKPOINT SO THE NEXT RUN
      *** STARTS FRESH INSTEAD OF RESUMING A COMPLETED BATCH
           DISPLAY "NORMAL END OF JOB".
       200-EXIT.
           EXIT.

       170-DEIDENTIFY-LINE.
      *** MASK THE COPY IN WS-DEID-LINE AT THE COLUMNS THE CALLER SET:
      *** PATIENT NUMBERS BECOME THEIR SURROGATE, NAMES AND PHONES ARE
      *** STARRED OUT. A BLANK FIELD IS LEFT BLANK
           IF WS-DEID-NBR-POS > 0
              MOVE WS-DEID-NBR-POS TO WS-DEID-POS
              PERFORM 172-MASK-PAT-NBR THRU 172-EXIT
           END-IF.
           IF WS-DEID-NBR2-POS > 0
              MOVE WS-DEID-NBR2-POS TO WS-DEID-POS
              PERFORM 172-MASK-PAT-NBR THRU 172-EXIT
           END-IF.
           IF WS-DEID-NAME-POS > 0
              IF WS-DEID-LINE (WS-DEID-NAME-POS:20) NOT = SPACES
                 MOVE WS-DEID-MASK TO WS-DEID-LINE (WS-DEID-NAME-POS:20)
              END-IF
           END-IF.
           IF WS-DEID-NAME2-POS > 0
              IF WS-DEID-LINE (WS-DEID-NAME2-POS:20) NOT = SPACES
                 MOVE WS-DEID-MASK
                              TO WS-DEID-LINE (WS-DEID-NAME2-POS:20)
              END-IF
           END-IF.
           IF WS-DEID-PHONE-POS > 0
              IF WS-DEID-LINE (WS-DEID-PHONE-POS:WS-DEID-PHONE-LTH)
                                                     NOT = SPACES
                 MOVE WS-DEID-MASK TO
                      WS-DEID-LINE (WS-DEID-PHONE-POS:WS-DEID-PHONE-LTH)
              END-IF
           END-IF.
       170-EXIT.
           EXIT.

       172-MASK-PAT-NBR.
      *** A NUMBER THAT IS NOT NUMERIC (A REJECTED INPUT) HAS NO
      *** SURROGATE AND IS STARRED OUT LIKE A NAME
           MOVE WS-DEID-LINE (WS-DEID-POS:5) TO WS-DEID-PAT-NBR.
           IF WS-DEID-PAT-NBR = SPACES
              GO TO 172-EXIT
           END-IF.
           MOVE 'N' TO WS-DXR-FOUND-SW.
           IF WS-DEID-PAT-NBR IS NUMERIC
              PERFORM 175-GET-SURROGATE THRU 175-EXIT
           END-IF.
           IF WS-DXR-FOUND
              MOVE WS-DEID-SURROGATE TO WS-DEID-LINE (WS-DEID-POS:5)
           ELSE
              MOVE WS-DEID-MASK (1:5) TO WS-DEID-LINE (WS-DEID-POS:5)
           END-IF.
       172-EXIT.
           EXIT.

       175-GET-SURROGATE.
      *** THE SAME PATIENT GETS THE SAME SURROGATE RUN AFTER RUN. A
      *** PATIENT SEEN FOR THE FIRST TIME TAKES THE NEXT NUMBER, AND THE
      *** PAIR GOES STRAIGHT ONTO DEIDXREF SO A RESTARTED RUN FINDS IT
           PERFORM VARYING DXR-IDX FROM 1 BY 1
                   UNTIL DXR-IDX > WS-DXR-COUNT
                      OR WS-DXR-FOUND
              IF DXR-PAT-NBR (DXR-IDX) = WS-DEID-PAT-NBR-N
                 MOVE 'Y' TO WS-DXR-FOUND-SW
                 MOVE DXR-SURROGATE (DXR-IDX) TO WS-DEID-SURROGATE
              END-IF
           END-PERFORM.
           IF WS-DXR-FOUND
              GO TO 175-EXIT
           END-IF.
           IF WS-DXR-COUNT < 5000
              ADD 1 TO WS-DXR-COUNT
              ADD 1 TO WS-DEID-HIGH-SURROGATE
              SET DXR-IDX TO WS-DXR-COUNT
              MOVE WS-DEID-PAT-NBR-N      TO DXR-PAT-NBR (DXR-IDX)
              MOVE WS-DEID-HIGH-SURROGATE TO DXR-SURROGATE (DXR-IDX)
                                             WS-DEID-SURROGATE
              MOVE SPACES                 TO DXREF-REC
              MOVE WS-DEID-PAT-NBR-N      TO DXREF-PAT-NBR
              MOVE WS-DEID-SURROGATE      TO DXREF-SURROGATE
              MOVE WS-BUSINESS-DATE       TO DXREF-ASSIGNED-DATE
              WRITE DXREF-REC
              MOVE 'Y' TO WS-DXR-FOUND-SW
           ELSE
              DISPLAY 'WARNING: DEID-XREF-TABLE FULL - PATIENT NUMBER '
                 'MASKED ON THE DE-IDENTIFIED COPY'
           END-IF.
       175-EXIT.
           EXIT.
