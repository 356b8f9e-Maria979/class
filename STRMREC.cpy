      *****************************************************************
      *  STREAM-CONTROL EVENT RECORD (80 BYTES) ON THE STRMCTL FILE.
      *  STRMDRV APPENDS A STARTED EVENT BEFORE IT CALLS EACH STEP OF
      *  THE NIGHTLY STREAM AND A COMPLETED OR FAILED EVENT, WITH THE
      *  STEP'S RETURN CODE, WHEN THE STEP HANDS BACK CONTROL. A STEP
      *  WITH A STARTED EVENT AND NOTHING AFTER IT DIED MID-RUN. THE
      *  OVERRIDE FLAG MARKS A RERUN OF AN ALREADY-COMPLETED STEP THAT
      *  AN OPERATOR AUTHORISED WITH AN STRMOVR CARD
      *****************************************************************
       01  STREAM-CONTROL-REC.
           05  SC-BUSINESS-DATE       PIC 9(08).
           05  SC-PROGRAM             PIC X(08).
           05  SC-EVENT               PIC X(01).
               88  SC-STEP-STARTED    VALUE 'S'.
               88  SC-STEP-COMPLETED  VALUE 'C'.
               88  SC-STEP-FAILED     VALUE 'F'.
           05  SC-TIMESTAMP           PIC X(14).
           05  SC-RETURN-CODE         PIC 9(04).
           05  SC-OVERRIDE-FLAG       PIC X(01).
               88  SC-RUN-BY-OVERRIDE VALUE 'Y'.
           05  SC-OPERATOR            PIC X(08).
           05  FILLER                 PIC X(36).
