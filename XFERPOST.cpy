      *****************************************************************
      *  ACCEPTED TRANSFER CREDIT (COURXFER) -- 80 BYTES.
      *  WRITTEN BY XFERCRED FOR EACH EXTERNAL COURSE THAT MAPS TO ONE
      *  OF OUR COURSE NUMBERS AT OR ABOVE THE MINIMUM GRADE, AND
      *  LOADED BY COURSES. XP-TRANSFER-GRADE IS ALWAYS 'T': THE HOURS
      *  COUNT TOWARD EARNED CREDIT, PREREQUISITES AND THE DEGREE
      *  AUDIT BUT NEVER TOWARD THE QPA
      *****************************************************************
       01  XFER-POST-REC.
           05  XP-STUDENT-ID           PIC X(9).
           05  XP-COURSE-NBR           PIC X(7).
           05  XP-CREDIT-HRS           PIC 9V9.
           05  XP-TRANSFER-GRADE       PIC X(1).
           05  XP-INSTITUTION          PIC X(6).
           05  XP-EXT-COURSE           PIC X(10).
           05  XP-EXT-GRADE            PIC X(1).
           05  FILLER                  PIC X(44).
