           05  PATIENT-NAME            PIC X(20).
           05  PATIENT-PHONE           PIC X(10).
           05  PATIENT-TYPE            PIC X(1).
               88 VALID-TYPE   VALUE 'I' 'O' 'E' 'B'.
               88 INPATIENT    VALUE 'I'.
               88 OUTPATIENT   VALUE 'O'.
               88 EMERGENCY    VALUE 'E'.
               88 OBSERVATION  VALUE 'B'.
           05  BED-IDENTITY            PIC 9(4).
           05  DATE-ADMIT              PIC X(10).
           05  AMT-PER-DAY             PIC 9(5)V99.
           05  DEDUCTIBLE              PIC 9(3).
           05  PATIENT-TOT-AMT         PIC 9(5)V99.
           05  ATTEND-PHYS-CODE        PIC X(5).
      *    ED-FACILITY-LEVEL IS KEYED FOR EMERGENCY VISITS ONLY AND
      *    OBS-HOURS FOR OBSERVATION STAYS ONLY
           05  ED-FACILITY-LEVEL       PIC 9(1).
           05  OBS-HOURS               PIC 9(3).
           05  FILLER                  PIC X(11).
