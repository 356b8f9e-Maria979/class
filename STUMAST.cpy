      *****************************************************************
      *  STUDENT MASTER RECORD (STUMAST) -- 100 BYTES.
      *  KSDS KEYED BY STUDENT ID. MAINTAINED BY STUMAINT ONLY; COURSES
      *  READS IT TO VALIDATE EVERY COURIN STUDENT AND TO PICK UP THE
      *  PROGRAM CODE AND ADVISOR. AN INACTIVATED STUDENT IS KEPT ON
      *  FILE WITH STATUS 'I' SO HISTORY STILL RESOLVES THE ID
      *****************************************************************
       01  STUDENT-MASTER-REC.
           05  STM-STUDENT-ID          PIC X(9).
           05  STM-STUDENT-NAME        PIC X(20).
           05  STM-PROGRAM-CODE        PIC X(4).
           05  STM-CLASS-YEAR          PIC 9(4).
           05  STM-ADVISOR-NAME        PIC X(20).
           05  STM-STATUS              PIC X(1).
               88  STM-ACTIVE                     VALUE 'A'.
               88  STM-INACTIVE                   VALUE 'I'.
           05  STM-ADDED-DATE          PIC 9(8).
           05  STM-LAST-MAINT-DATE     PIC 9(8).
           05  STM-INACTIVE-DATE       PIC 9(8).
           05  FILLER                  PIC X(18).
