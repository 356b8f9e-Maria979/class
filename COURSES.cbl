
           SELECT COURBILL ASSIGN TO COURBILL.

           SELECT COURCHG ASSIGN TO COURCHG.

           SELECT COURXFER ASSIGN TO COURXFER
             FILE STATUS IS XFCODE.

           SELECT REGHOLD ASSIGN TO REGHOLD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS HOLD-KEY
             FILE STATUS IS HDCODE.

           SELECT COURHRPT ASSIGN TO COURHRPT.

           SELECT STUMAST ASSIGN TO STUMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS STM-STUDENT-ID
             FILE STATUS IS SMCODE.

           SELECT COURADVR ASSIGN TO COURADVR.

           SELECT COURTHST ASSIGN TO COURTHST
             FILE STATUS IS THCODE.

           SELECT COURTRND ASSIGN TO COURTRND.

           SELECT COURSECT ASSIGN TO COURSECT.

           SELECT COURCONF ASSIGN TO COURCONF.

           SELECT COURROOM ASSIGN TO COURROOM.

           SELECT COURGDST ASSIGN TO COURGDST.

           SELECT COURGPRM ASSIGN TO COURGPRM
             FILE STATUS IS GPCODE.

           SELECT BAL-CONTROL-FILE ASSIGN TO BALFILE
             FILE STATUS IS BLCODE.

       FD  COURIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COURIN-RECORD.
       01  COURIN-RECORD.
                   15  COURSE-NBR      PIC X(7).
                   15  COURSE-GRADE    PIC X(1).
                   15  COURSE-CREDIT-HOURS PIC 9V9.
      *** SECTION NUMBER FOR EACH COURSE SLOT ABOVE, IN THE SAME ORDER
           05  STUDENT-SECTIONS.
               10 COURSE-SECTION OCCURS 8 TIMES PIC X(3).
           05  STUDENT-ID              PIC X(9).
           05  FILLER                  PIC X(17).

       FD  COUROUT
           RECORDING MODE IS F
           DATA RECORD IS COURBILL-RECORD.
       01  COURBILL-RECORD PIC X(80).

      *** ONE TUITION CHARGE PER BILLED STUDENT FOR THE STUDENT LEDGER
       FD  COURCHG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY LEDGTRAN.

      *** ACCEPTED TRANSFER CREDIT FROM XFERCRED (OPTIONAL)
       FD  COURXFER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY XFERPOST.

      *** REGISTRATION HOLDS (OPTIONAL), READ IN KEY ORDER AT STARTUP
       FD  REGHOLD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY HOLDREC.

       FD  COURHRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COURHRPT-RECORD.
       01  COURHRPT-RECORD PIC X(80).

      *** STUDENT MASTER (OPTIONAL), READ BY STUDENT ID FOR EVERY
      *** COURIN RECORD. MAINTAINED BY STUMAINT
       FD  STUMAST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY STUMAST.

       FD  COURADVR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COURADVR-RECORD.
       01  COURADVR-RECORD PIC X(80).

      *** TERM STATISTICS HISTORY: ONE ROW APPENDED PER RUN, SO THE
      *** TREND REPORT CAN COMPARE THIS TERM WITH EARLIER ONES. A
      *** RERUN OF A TERM ADDS ANOTHER ROW; THE LAST ROW FOR A TERM
      *** IS THE ONE COMPARED AGAINST
       FD  COURTHST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TERMHIST-REC.
       01  TERMHIST-REC.
           05  TH-TERM.
               10  TH-TERM-YEAR        PIC 9(4).
               10  TH-TERM-CODE        PIC X(2).
           05  TH-RUN-DATE             PIC 9(8).
           05  TH-STUDENTS             PIC 9(5).
           05  TH-CREDIT-HOURS         PIC 9(6)V9.
           05  TH-AVERAGE-QPA          PIC 9(2)V99.
           05  TH-INVALID-GRADES       PIC 9(5).
           05  TH-PREREQ-VIOLATIONS    PIC 9(5).
           05  TH-OVER-ENROLLMENTS     PIC 9(5).
           05  TH-TUITION-BILLED       PIC 9(9)V99.
           05  FILLER                  PIC X(24).

       FD  COURTRND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COURTRND-RECORD.
       01  COURTRND-RECORD PIC X(80).

      *** SECTION MASTER: ONE RECORD PER COURSE SECTION WITH ITS
      *** INSTRUCTOR, MEETING DAYS (M T W R F S U IN FIXED POSITIONS,
      *** BLANK WHEN THE SECTION DOES NOT MEET THAT DAY), 24-HOUR
      *** START/END TIMES AND ROOM
       FD  COURSECT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COURSECT-RECORD.
       01  COURSECT-RECORD.
           05  SECT-COURSE-NBR-IN      PIC X(7).
           05  SECT-SECTION-IN         PIC X(3).
           05  SECT-INSTRUCTOR-IN      PIC X(20).
           05  SECT-DAYS-IN            PIC X(7).
           05  SECT-START-TIME-IN      PIC 9(4).
           05  SECT-END-TIME-IN        PIC 9(4).
           05  SECT-ROOM-IN            PIC X(8).
           05  FILLER                  PIC X(27).

       FD  COURCONF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COURCONF-RECORD.
       01  COURCONF-RECORD PIC X(132).

       FD  COURROOM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COURROOM-RECORD.
       01  COURROOM-RECORD PIC X(80).

       FD  COURGDST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COURGDST-RECORD.
       01  COURGDST-RECORD PIC X(80).

      *** OPTIONAL PARAMETER CARD: THE PERCENT OF F OR W GRADES ABOVE
      *** WHICH A COURSE IS FLAGGED ON THE GRADE DISTRIBUTION, THE
      *** FIRST DAY OF THE TERM FOR THE HOLDS-RELEASED LISTING, AND
      *** THE TERM (YEAR PLUS WI, SP, SU OR FA) THE STATISTICS HISTORY
      *** ROW IS FILED UNDER
       FD  COURGPRM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COURGPRM-RECORD.
       01  COURGPRM-RECORD.
           05  GP-THRESHOLD-PCT-IN     PIC 9(3).
           05  GP-TERM-START-IN        PIC 9(8).
           05  GP-TERM-YEAR-IN         PIC 9(4).
           05  GP-TERM-CODE-IN         PIC X(2).
           05  FILLER                  PIC X(63).

       FD  BAL-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
       01  WS-INCOMPLETE-COUNT          PIC 999   VALUE 0.
       01  INC-SUB                      PIC 999   VALUE 0 COMP.

      *** PARAMETERS FOR THE BDAYLKP BUSINESS CALENDAR -- INCOMPLETES
      *** AGE ONLY ON DAYS THE REGISTRAR IS OPEN
       01  WS-BDAYLKP-FIELDS.
           05 WS-BDY-REQUEST            PIC X(01) VALUE '3'.
           05 WS-BDY-DATE-1             PIC 9(08) VALUE 0.
           05 WS-BDY-DATE-2             PIC 9(08) VALUE 0.
           05 WS-BDY-DAYS               PIC S9(05) VALUE 0.
           05 WS-BDY-DESC               PIC X(30) VALUE SPACES.
           05 WS-BDY-RESULT-SW          PIC X(01) VALUE 'N'.
              88 WS-BDY-RESULT-OK       VALUE 'Y'.

      *** TUITION RATES LOADED FROM COURRATE AT STARTUP
       01  WS-TUITION-RATE-TABLE.
           05  WS-TUITION-RATE-TAB OCCURS 20 TIMES.
           05  WS-STUDENT-BILL-TOT      PIC 9(6)V99 VALUE 0.
           05  WS-BATCH-BILL-TOT        PIC 9(8)V99 VALUE 0.

      *** SECTION MASTER LOADED FROM COURSECT AT STARTUP, WITH THE
      *** HEADCOUNT ENROLLED IN EACH SECTION THIS RUN
       01  WS-SECTION-TABLE.
           05  WS-SECTION-TAB OCCURS 200 TIMES.
               10  WS-SECT-COURSE-NBR   PIC X(7).
               10  WS-SECT-SECTION      PIC X(3).
               10  WS-SECT-INSTRUCTOR   PIC X(20).
               10  WS-SECT-DAYS         PIC X(7).
               10  WS-SECT-START-TIME   PIC 9(4).
               10  WS-SECT-END-TIME     PIC 9(4).
               10  WS-SECT-ROOM         PIC X(8).
               10  WS-SECT-ENROLLED     PIC 999.
               10  WS-SECT-PRINTED      PIC X(01).
       01  WS-SECTION-COUNT             PIC 999   VALUE 0.

      *** STUDENT ID FROM COURIN, PARALLEL TO WS-STUDENT-TABLE
       01  WS-STUDENT-ID-TABLE.
           05  WS-STUDENT-ID OCCURS 200 TIMES PIC X(9).

      *** STUDENT MASTER FIELDS AND DEGREE-AUDIT RESULT, PARALLEL TO
      *** WS-STUDENT-TABLE, FOR THE ADVISOR CASELOAD REPORT
       01  WS-STUDENT-MASTER-TABLE.
           05  WS-SM-TAB OCCURS 200 TIMES.
               10  WS-SM-PROGRAM        PIC X(4).
               10  WS-SM-CLASS-YEAR     PIC 9(4).
               10  WS-SM-ADVISOR        PIC X(20).
               10  WS-SM-AUDITED        PIC X(01).
               10  WS-SM-REMAINING      PIC 99.
               10  WS-SM-PRINTED        PIC X(01).
       01  WS-MASTER-SAVE.
           05  WS-MS-PROGRAM            PIC X(4)  VALUE SPACES.
           05  WS-MS-CLASS-YEAR         PIC 9(4)  VALUE 0.
           05  WS-MS-ADVISOR            PIC X(20) VALUE SPACES.
       01  SMCODE                       PIC X(2)  VALUE SPACES.
           88 SM-FILE-OK                VALUE '00'.

      *** TERM STATISTICS: ROW 1 IS THIS RUN, ROW 2 THE PRIOR TERM
      *** AND ROW 3 THE SAME TERM LAST YEAR, AS FOUND ON COURTHST
       01  WS-TERM-STATS-TABLE.
           05  WS-TS-ROW OCCURS 3 TIMES.
               10  WS-TS-FOUND          PIC X(01).
               10  WS-TS-TERM.
                   15  WS-TS-YEAR       PIC 9(4).
                   15  WS-TS-CODE       PIC X(2).
               10  WS-TS-KEY            PIC 9(5).
               10  WS-TS-STUDENTS       PIC 9(5).
               10  WS-TS-CREDIT-HOURS   PIC 9(6)V9.
               10  WS-TS-AVERAGE-QPA    PIC 9(2)V99.
               10  WS-TS-INVALID-GRADES PIC 9(5).
               10  WS-TS-PREREQ-VIOLS   PIC 9(5).
               10  WS-TS-OVER-ENROLLS   PIC 9(5).
               10  WS-TS-TUITION        PIC 9(9)V99.
       01  THCODE                       PIC X(2)  VALUE SPACES.
           88 TH-FILE-FOUND             VALUE '00'.

       01  WS-TREND-WORK.
           05  TS-SUB                   PIC 9     VALUE 0 COMP.
           05  WS-TERM-YEAR             PIC 9(4)  VALUE 0.
           05  WS-TERM-CODE             PIC X(2)  VALUE SPACES.
           05  WS-TERM-KEY              PIC 9(5)  VALUE 0.
           05  WS-TERM-KEY-WORK         PIC 9(5)  VALUE 0.
           05  WS-TERM-SEQ              PIC 9     VALUE 0.
           05  WS-TK-YEAR               PIC 9(4)  VALUE 0.
           05  WS-TK-CODE               PIC X(2)  VALUE SPACES.
           05  WS-TERM-CREDIT-SUM       PIC 9(6)V9 VALUE 0.
           05  WS-TF-LABEL              PIC X(22) VALUE SPACES.
           05  WS-TF-DECIMALS           PIC X(01) VALUE 'N'.
               88 TF-HAS-DECIMALS       VALUE 'Y'.
           05  WS-TF-VALUE OCCURS 3 TIMES
                                        PIC 9(9)V99.
           05  WS-TF-PCT                PIC S9(5)V9 VALUE 0.
           05  WS-TF-PCT-EDIT           PIC -(5)9.9.
           05  WS-TF-PCT-TEXT OCCURS 2 TIMES
                                        PIC X(8).

       01  WS-MASTER-WORK.
           05  CTR-MASTER-REJECTS       PIC 999   VALUE 0.
           05  CTR-ADVISEES             PIC 999   VALUE 0.
           05  ADV-SUB                  PIC 999   VALUE 0 COMP.
           05  ADV-SCAN-SUB             PIC 999   VALUE 0 COMP.
           05  ADV-BEST-SUB             PIC 999   VALUE 0 COMP.
           05  WS-ADVISOR-HOLD          PIC X(20) VALUE SPACES.
           05  WS-AUDIT-PROGRAM         PIC X(4)  VALUE SPACES.
           05  WS-REFUSE-CODE           PIC X(2)  VALUE SPACES.
           05  WS-REFUSE-MESSAGE        PIC X(52) VALUE SPACES.

      *** ACCEPTED TRANSFER COURSES LOADED FROM COURXFER, MATCHED TO
      *** STUDENTS BY STUDENT ID. THEY COUNT TOWARD EARNED HOURS,
      *** PREREQUISITES AND THE DEGREE AUDIT BUT NOT THE QPA
       01  WS-XFER-TABLE.
           05  WS-XFER-TAB OCCURS 300 TIMES.
               10  WS-XFER-STUDENT-ID   PIC X(9).
               10  WS-XFER-COURSE-NBR   PIC X(7).
               10  WS-XFER-CREDIT-HRS   PIC 9V9.
               10  WS-XFER-INSTITUTION  PIC X(6).
       01  WS-XFER-COUNT                PIC 999   VALUE 0.
       01  XFCODE                       PIC X(2)  VALUE SPACES.
           88 XF-FILE-FOUND             VALUE '00'.

      *** REGISTRATION HOLDS LOADED FROM REGHOLD AT STARTUP
       01  WS-HOLD-TABLE.
           05  WS-HOLD-TAB OCCURS 300 TIMES.
               10  WS-HOLD-STUDENT-ID   PIC X(9).
               10  WS-HOLD-TYPE         PIC X(2).
               10  WS-HOLD-PLACED-DATE  PIC 9(8).
               10  WS-HOLD-RELEASE-DATE PIC 9(8).
               10  WS-HOLD-OFFICE       PIC X(10).
               10  WS-HOLD-REASON       PIC X(30).
               10  WS-HOLD-PRINTED      PIC X(01).
       01  WS-HOLD-COUNT                PIC 999   VALUE 0.
       01  HDCODE                       PIC X(2)  VALUE SPACES.
           88 HD-FILE-FOUND             VALUE '00'.

       01  WS-HOLD-WORK.
           05  HOLD-SUB                 PIC 999   VALUE 0 COMP.
           05  HOLD-MATCH-SUB           PIC 999   VALUE 0 COMP.
           05  HOLD-BEST-SUB            PIC 999   VALUE 0 COMP.
           05  HOLD-NAME-SUB            PIC 999   VALUE 0 COMP.
           05  HOLD-PASS                PIC X(01) VALUE SPACE.
               88 HOLD-PASS-ACTIVE      VALUE 'A'.
               88 HOLD-PASS-RELEASED    VALUE 'R'.
           05  HOLD-SELECT-FLAG         PIC X(01) VALUE 'N'.
               88 HOLD-SELECTED         VALUE 'Y'.
           05  CTR-HELD-STUDENTS        PIC 999   VALUE 0.
           05  CTR-HOLD-LINES           PIC 999   VALUE 0.
           05  WS-HOLD-DATE-N           PIC 9(8)  VALUE 0.
           05  WS-TERM-START-DATE       PIC 9(8)  VALUE 0.
           05  WS-OFFICE-HOLD           PIC X(10) VALUE SPACES.

      *** EARNED CREDIT HOURS PER STUDENT (PASSED, NOT SUPERSEDED,
      *** PLUS TRANSFER), PARALLEL TO WS-STUDENT-TABLE
       01  WS-EARNED-HOURS-TABLE.
           05  WS-EARNED-TAB OCCURS 200 TIMES.
               10  WS-EARNED-HRS        PIC 99V9.
               10  WS-XFER-HRS          PIC 99V9.

       01  WS-XFER-WORK.
           05  XFER-SUB                 PIC 999   VALUE 0 COMP.
           05  XFER-FOUND-FLAG          PIC X(01) VALUE 'N'.
               88 XFER-FOUND            VALUE 'Y'.
           05  XFER-COURSE-NBR          PIC X(7)  VALUE SPACES.
           05  WS-XFER-NOTE             PIC X(20) VALUE SPACES.

      *** PARALLEL TO WS-STUDENT-TABLE COURSE SLOTS: THE SECTION
      *** NUMBER FROM COURIN AND THE WS-SECTION-TABLE ENTRY IT MATCHED
       01  WS-SLOT-SECTION-TABLE.
           05  WS-SLOT-STUDENT OCCURS 200 TIMES.
               10  WS-SLOT-TAB OCCURS 8 TIMES.
                   15  WS-SLOT-SECTION  PIC X(3).
                   15  WS-SLOT-SECT-SUB PIC 999.

       01  WS-SECTION-WORK.
           05  SECT-SUB                 PIC 999   VALUE 0 COMP.
           05  SECT-MATCH-SUB           PIC 999   VALUE 0 COMP.
           05  SECT-OTHER-SUB           PIC 999   VALUE 0 COMP.
           05  CONF-SUB                 PIC 99    VALUE 0 COMP.
           05  CONF-START               PIC 99    VALUE 0 COMP.
           05  DAY-SUB                  PIC 9     VALUE 0 COMP.
           05  SECT-DAY-FLAG            PIC X(01) VALUE 'N'.
               88 SECT-DAYS-SHARED VALUE 'Y'.
           05  CTR-SECTION-REJECTS      PIC 999   VALUE 0.
           05  CTR-SCHEDULE-CONFLICTS   PIC 999   VALUE 0.
           05  WS-ROOM-HOLD             PIC X(8)  VALUE SPACES.
           05  ROOM-PRINT-CTR           PIC 999   VALUE 0 COMP.
           05  ROOM-BEST-SUB            PIC 999   VALUE 0 COMP.

      *** GRADE DISTRIBUTION BY COURSE AND INSTRUCTOR. GRADE COUNTS
      *** ARE HELD IN THE ORDER OF GD-GRADE-LETTERS
       01  WS-GDIST-TABLE.
           05  WS-GDIST-TAB OCCURS 100 TIMES.
               10  WS-GD-COURSE-NBR     PIC X(7).
               10  WS-GD-INSTRUCTOR     PIC X(20).
               10  WS-GD-GRADE-CNT OCCURS 7 TIMES PIC 999.
               10  WS-GD-TOTAL          PIC 9(4).
               10  WS-GD-POINTS         PIC 9(5)V9.
               10  WS-GD-CREDITS        PIC 9(4)V9.
               10  WS-GD-PRINTED        PIC X(01).
       01  WS-GDIST-COUNT               PIC 999   VALUE 0.

       01  GPCODE                       PIC X(2)  VALUE SPACES.
           88 GP-FILE-FOUND             VALUE '00'.

       01  WS-GDIST-WORK.
           05  GD-GRADE-LETTERS         PIC X(7)  VALUE 'ABCDFIW'.
           05  GD-SUB                   PIC 999   VALUE 0 COMP.
           05  GD-MATCH-SUB             PIC 999   VALUE 0 COMP.
           05  GD-BEST-SUB              PIC 999   VALUE 0 COMP.
           05  GD-PRINT-CTR             PIC 999   VALUE 0 COMP.
           05  GD-GRADE-SUB             PIC 9     VALUE 0 COMP.
           05  GD-FOUND-FLAG            PIC X(01) VALUE 'N'.
               88 GD-FOUND              VALUE 'Y'.
           05  GD-INSTRUCTOR            PIC X(20) VALUE SPACES.
           05  GD-THRESHOLD-PCT         PIC 9(3)  VALUE 20.
           05  GD-PCT                   PIC 9(3)V9 VALUE 0.
           05  GD-MEAN                  PIC 9V99  VALUE 0.

       01  WS-DEGREQ-WORK.
           05  REQ-SUB                  PIC 99    VALUE 0 COMP.
           05  REQ-SCAN-SUB             PIC 99    VALUE 0 COMP.
          05 RATE-EOF                       PIC X(01) VALUE SPACE.
             88 RATE-END-OF-FILE VALUE 'Y'.

          05 XFER-EOF                       PIC X(01) VALUE SPACE.
             88 XFER-END-OF-FILE VALUE 'Y'.

          05 HOLD-EOF                       PIC X(01) VALUE SPACE.
             88 HOLD-END-OF-FILE VALUE 'Y'.

          05 HOLD-FLAG                      PIC X(01) VALUE 'N'.
             88 STUDENT-HELD     VALUE 'Y'.

          05 THST-EOF                       PIC X(01) VALUE SPACE.
             88 THST-END-OF-FILE VALUE 'Y'.

          05 REFUSE-FLAG                    PIC X(01) VALUE 'N'.
             88 STUDENT-REFUSED  VALUE 'Y'.

          05 STUMAST-OPEN-FLAG              PIC X(01) VALUE 'N'.
             88 STUMAST-OPEN     VALUE 'Y'.

          05 SECT-EOF                       PIC X(01) VALUE SPACE.
             88 SECT-END-OF-FILE VALUE 'Y'.

          05 QRY-EOF                        PIC X(01) VALUE SPACE.
             88 QRY-END-OF-FILE VALUE 'Y'.

          05 FILLER                    PIC X(15) VALUE
               'BILLING FOR: '.
          05 BH-NAME                   PIC X(20).
          05 FILLER                    PIC X(5)  VALUE ' ID: '.
          05 BH-STUDENT-ID             PIC X(9).
          05 FILLER                    PIC X(31) VALUE SPACES.

       01 BILL-DETAIL-LINE.
          05 FILLER                    PIC X(4)  VALUE SPACES.
          05 BBT-TOTAL                 PIC $$,$$$,$$9.99.
          05 FILLER                    PIC X(48) VALUE SPACES.

      *** GRADE-DISTRIBUTION REPORT LINES (WRITTEN TO COURGDST)
       01 GDIST-TITLE-LINE.
          05 FILLER                    PIC X(40) VALUE
               'GRADE DISTRIBUTION BY COURSE'.
          05 FILLER                    PIC X(27) VALUE
               'FLAG THRESHOLD F OR W OVER '.
          05 GT-THRESHOLD              PIC ZZ9.
          05 FILLER                    PIC X(1)  VALUE '%'.
          05 FILLER                    PIC X(9)  VALUE SPACES.

       01 GDIST-COURSE-LINE.
          05 FILLER                    PIC X(8)  VALUE 'COURSE: '.
          05 GC-COURSE                 PIC X(7).
          05 FILLER                    PIC X(15) VALUE
               '   INSTRUCTOR: '.
          05 GC-INSTRUCTOR             PIC X(20).
          05 FILLER                    PIC X(30) VALUE SPACES.

       01 GDIST-COLUMN-LINE.
          05 FILLER                    PIC X(4)  VALUE SPACES.
          05 FILLER                    PIC X(8)  VALUE 'GRADE'.
          05 FILLER                    PIC X(8)  VALUE 'COUNT'.
          05 FILLER                    PIC X(7)  VALUE 'PERCENT'.
          05 FILLER                    PIC X(53) VALUE SPACES.

       01 GDIST-GRADE-LINE.
          05 FILLER                    PIC X(6)  VALUE SPACES.
          05 GG-GRADE                  PIC X(1).
          05 FILLER                    PIC X(6)  VALUE SPACES.
          05 GG-COUNT                  PIC ZZ9.
          05 FILLER                    PIC X(4)  VALUE SPACES.
          05 GG-PCT                    PIC ZZ9.9.
          05 FILLER                    PIC X(1)  VALUE '%'.
          05 FILLER                    PIC X(54) VALUE SPACES.

       01 GDIST-TOTAL-LINE.
          05 FILLER                    PIC X(4)  VALUE SPACES.
          05 FILLER                    PIC X(9)  VALUE 'TOTAL'.
          05 GL-TOTAL                  PIC ZZZ9.
          05 FILLER                    PIC X(24) VALUE
               '    MEAN GRADE POINTS: '.
          05 GL-MEAN                   PIC 9.99.
          05 FILLER                    PIC X(35) VALUE SPACES.

       01 GDIST-FLAG-LINE.
          05 FILLER                    PIC X(7)  VALUE '    ** '.
          05 GF-RATE-NAME              PIC X(10).
          05 FILLER                    PIC X(6)  VALUE ' RATE '.
          05 GF-PCT                    PIC ZZ9.9.
          05 FILLER                    PIC X(22) VALUE
               '% EXCEEDS THRESHOLD OF'.
          05 GF-THRESHOLD              PIC ZZZ9.
          05 FILLER                    PIC X(1)  VALUE '%'.
          05 FILLER                    PIC X(25) VALUE SPACES.

       01 GDIST-NONE-LINE.
          05 FILLER                    PIC X(30) VALUE
               '    No graded courses'.
          05 FILLER                    PIC X(50) VALUE SPACES.

      *** SCHEDULE-CONFLICT REPORT LINES (WRITTEN TO COURCONF)
       01 CONFLICT-HEADER-LINE.
          05 FILLER                    PIC X(40) VALUE
               'STUDENT SCHEDULE CONFLICTS'.
          05 FILLER                    PIC X(92) VALUE SPACES.

       01 CONFLICT-DETAIL-LINE.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 CF-STUDENT                PIC X(20).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 CF-COURSE-1               PIC X(7).
          05 FILLER                    PIC X(1)  VALUE '-'.
          05 CF-SECTION-1              PIC X(3).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 CF-DAYS-1                 PIC X(7).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 CF-START-1                PIC 9(4).
          05 FILLER                    PIC X(1)  VALUE '-'.
          05 CF-END-1                  PIC 9(4).
          05 FILLER                    PIC X(12) VALUE
               '  OVERLAPS  '.
          05 CF-COURSE-2               PIC X(7).
          05 FILLER                    PIC X(1)  VALUE '-'.
          05 CF-SECTION-2              PIC X(3).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 CF-DAYS-2                 PIC X(7).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 CF-START-2                PIC 9(4).
          05 FILLER                    PIC X(1)  VALUE '-'.
          05 CF-END-2                  PIC 9(4).
          05 FILLER                    PIC X(39) VALUE SPACES.

       01 CONFLICT-NONE-LINE.
          05 FILLER                    PIC X(30) VALUE
               '    No schedule conflicts'.
          05 FILLER                    PIC X(102) VALUE SPACES.

      *** ROOM-UTILIZATION LISTING LINES (WRITTEN TO COURROOM)
       01 ROOM-HEADER-LINE.
          05 FILLER                    PIC X(40) VALUE
               'ROOM UTILIZATION BY TIME SLOT'.
          05 FILLER                    PIC X(40) VALUE SPACES.

       01 ROOM-COLUMN-LINE.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 FILLER                    PIC X(9)  VALUE 'ROOM'.
          05 FILLER                    PIC X(8)  VALUE 'DAYS'.
          05 FILLER                    PIC X(11) VALUE 'TIME'.
          05 FILLER                    PIC X(13) VALUE 'SECTION'.
          05 FILLER                    PIC X(22) VALUE 'INSTRUCTOR'.
          05 FILLER                    PIC X(15) VALUE 'ENROLLED'.

       01 ROOM-DETAIL-LINE.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 RM-ROOM                   PIC X(8).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 RM-DAYS                   PIC X(7).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 RM-START                  PIC 9(4).
          05 FILLER                    PIC X(1)  VALUE '-'.
          05 RM-END                    PIC 9(4).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 RM-COURSE                 PIC X(7).
          05 FILLER                    PIC X(1)  VALUE '-'.
          05 RM-SECTION                PIC X(3).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 RM-INSTRUCTOR             PIC X(20).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 RM-ENROLLED               PIC ZZ9.
          05 FILLER                    PIC X(12) VALUE SPACES.

       01 ROOM-NONE-LINE.
          05 FILLER                    PIC X(30) VALUE
               '    No sections on file'.
          05 FILLER                    PIC X(50) VALUE SPACES.

      *** OUTSTANDING-INCOMPLETES AGING SECTION LINES
       01 INCOMPLETE-HEADER-LINE.
          05 FILLER                    PIC X(25) VALUE
               'OUTSTANDING INCOMPLETES:'.
          05 FILLER                    PIC X(24) VALUE
               'Aged from term start of '.
          05 IH-TERM-START             PIC X(8).
          05 FILLER                    PIC X(23) VALUE SPACES.

       01 INCOMPLETE-DETAIL-LINE.
          05 FILLER                    PIC X(4)  VALUE SPACES.
          05 ID-STUDENT                PIC X(20).
          05 FILLER                    PIC X(8)  VALUE 'Course: '.
          05 ID-COURSE                 PIC X(7).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 FILLER                    PIC X(20) VALUE
               'Business days open: '.
          05 ID-BUS-DAYS               PIC ZZZ9.
          05 FILLER                    PIC X(15) VALUE SPACES.

       01 INCOMPLETE-NONE-LINE.
          05 FILLER                    PIC X(31) VALUE
          05 AS-CREDITS                PIC Z9.9.
          05 FILLER                    PIC X(27) VALUE SPACES.

       01 TRAN-HOURS-LINE.
          05 FILLER                    PIC X(4)  VALUE SPACES.
          05 FILLER                    PIC X(20) VALUE
               'Earned Credit Hrs: '.
          05 TRH-EARNED                PIC Z9.9.
          05 FILLER                    PIC X(18) VALUE
               '  (Transfer Hrs: '.
          05 TRH-TRANSFER              PIC Z9.9.
          05 FILLER                    PIC X(1)  VALUE ')'.
          05 FILLER                    PIC X(29) VALUE SPACES.

      *** HOLDS REPORT LINES (WRITTEN TO COURHRPT)
       01 HOLD-TITLE-LINE.
          05 HT-TITLE                  PIC X(40).
          05 FILLER                    PIC X(40) VALUE SPACES.

       01 HOLD-COLUMN-LINE.
          05 FILLER                    PIC X(11) VALUE 'OFFICE'.
          05 FILLER                    PIC X(10) VALUE 'STUDENT'.
          05 FILLER                    PIC X(17) VALUE 'NAME'.
          05 FILLER                    PIC X(3)  VALUE 'TY'.
          05 FILLER                    PIC X(9)  VALUE 'PLACED'.
          05 HC-DATE-CAPTION           PIC X(9)  VALUE 'RELEASED'.
          05 FILLER                    PIC X(21) VALUE 'REASON'.

       01 HOLD-DETAIL-LINE.
          05 HD-OFFICE                 PIC X(10).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 HD-STUDENT-ID             PIC X(9).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 HD-NAME                   PIC X(16).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 HD-TYPE                   PIC X(2).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 HD-PLACED                 PIC 9(8).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 HD-RELEASED               PIC X(8).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 HD-REASON                 PIC X(21).

       01 HOLD-NONE-LINE.
          05 FILLER                    PIC X(30) VALUE
               '    None'.
          05 FILLER                    PIC X(50) VALUE SPACES.

       01 HOLD-COUNT-LINE.
          05 FILLER                    PIC X(36) VALUE
               'STUDENTS REFUSED FOR HOLDS THIS RUN:'.
          05 HCL-HELD                  PIC ZZ9.
          05 FILLER                    PIC X(41) VALUE SPACES.

      *** ADVISOR CASELOAD LINES (WRITTEN TO COURADVR)
       01 ADVR-TITLE-LINE.
          05 FILLER                    PIC X(40) VALUE
               'ADVISOR CASELOAD REPORT'.
          05 FILLER                    PIC X(40) VALUE SPACES.

       01 ADVR-ADVISOR-LINE.
          05 FILLER                    PIC X(9)  VALUE 'ADVISOR: '.
          05 AV-ADVISOR                PIC X(20).
          05 FILLER                    PIC X(51) VALUE SPACES.

       01 ADVR-COLUMN-LINE.
          05 FILLER                    PIC X(4)  VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'STUDENT'.
          05 FILLER                    PIC X(21) VALUE 'NAME'.
          05 FILLER                    PIC X(5)  VALUE 'PROG'.
          05 FILLER                    PIC X(6)  VALUE 'CLASS'.
          05 FILLER                    PIC X(7)  VALUE '  QPA'.
          05 FILLER                    PIC X(7)  VALUE '  HRS'.
          05 FILLER                    PIC X(20) VALUE 'AUDIT STATUS'.

       01 ADVR-DETAIL-LINE.
          05 FILLER                    PIC X(4)  VALUE SPACES.
          05 AV-STUDENT-ID             PIC X(9).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 AV-NAME                   PIC X(20).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 AV-PROGRAM                PIC X(4).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 AV-CLASS-YEAR             PIC X(4).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 AV-QPA                    PIC Z9.99.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 AV-HOURS                  PIC ZZ9.9.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 AV-AUDIT-STATUS           PIC X(20).
          05 FILLER                    PIC X(4)  VALUE SPACES.

       01 ADVR-COUNT-LINE.
          05 FILLER                    PIC X(4)  VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'ADVISEES: '.
          05 AVC-ADVISEES              PIC ZZ9.
          05 FILLER                    PIC X(63) VALUE SPACES.

      *** TERM-OVER-TERM TREND LINES (WRITTEN TO COURTRND)
       01 TREND-TITLE-LINE.
          05 FILLER                    PIC X(34) VALUE
               'TERM ENROLLMENT STATISTICS - TERM '.
          05 TT-TERM                   PIC X(6).
          05 FILLER                    PIC X(40) VALUE SPACES.

       01 TREND-COLUMN-LINE.
          05 FILLER                    PIC X(22) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE
               '      CURRENT'.
          05 FILLER                    PIC X(7)  VALUE ' PRIOR '.
          05 TC-PRIOR-TERM             PIC X(6).
          05 FILLER                    PIC X(9)  VALUE '   CHG %'.
          05 FILLER                    PIC X(7)  VALUE '  YEAR '.
          05 TC-LY-TERM                PIC X(6).
          05 FILLER                    PIC X(9)  VALUE '   CHG %'.
          05 FILLER                    PIC X(1)  VALUE SPACES.

       01 TREND-COUNT-LINE.
          05 TCL-LABEL                 PIC X(22).
          05 FILLER                    PIC X(4)  VALUE SPACES.
          05 TCL-CURRENT               PIC Z,ZZZ,ZZ9.
          05 FILLER                    PIC X(4)  VALUE SPACES.
          05 TCL-PRIOR                 PIC Z,ZZZ,ZZ9.
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 TCL-PRIOR-PCT             PIC X(8).
          05 FILLER                    PIC X(4)  VALUE SPACES.
          05 TCL-LY                    PIC Z,ZZZ,ZZ9.
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 TCL-LY-PCT                PIC X(8).
          05 FILLER                    PIC X(1)  VALUE SPACES.

       01 TREND-AMOUNT-LINE.
          05 TAL-LABEL                 PIC X(22).
          05 TAL-CURRENT               PIC ZZ,ZZZ,ZZ9.99.
          05 TAL-PRIOR                 PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 TAL-PRIOR-PCT             PIC X(8).
          05 TAL-LY                    PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 TAL-LY-PCT                PIC X(8).
          05 FILLER                    PIC X(1)  VALUE SPACES.

       01 CAPACITY-HEADER-LINE.
          05 FILLER                    PIC X(26) VALUE
               'OVER-ENROLLED COURSES:'.

           PERFORM 659-PRINT-INCOMPLETE-AGING THRU 659-EXIT.

           PERFORM 661-PRINT-SCHEDULE-CONFLICTS THRU 661-EXIT.

           PERFORM 665-PRINT-ROOM-UTILIZATION THRU 665-EXIT.

           PERFORM 670-PRINT-GRADE-DISTRIBUTION THRU 670-EXIT.

           PERFORM 675-PRINT-HOLDS-REPORT THRU 675-EXIT.

           PERFORM 680-PRINT-ADVISOR-CASELOAD THRU 680-EXIT.

           PERFORM 690-TERM-STATISTICS THRU 690-EXIT.

           PERFORM 700-QUERY-TABLE.

           PERFORM 950-WRITE-BAL-RECORD THRU 950-EXIT.
           PERFORM 270-LOAD-CAPACITIES THRU 270-EXIT.
           PERFORM 285-LOAD-DEGREE-REQS THRU 285-EXIT.
           PERFORM 296-LOAD-TUITION-RATES THRU 296-EXIT.
           PERFORM 240-LOAD-SECTIONS THRU 240-EXIT.
           PERFORM 230-LOAD-TRANSFERS THRU 230-EXIT.
           PERFORM 220-LOAD-HOLDS THRU 220-EXIT.
           PERFORM 210-OPEN-STUDENT-MASTER THRU 210-EXIT.
           PERFORM 248-READ-GRADE-PARM THRU 248-EXIT.
           MOVE 1 TO PAGE-NUM.
           PERFORM 300-WRITE-REPORT-HEADERS THRU 300-EXIT.
           MOVE 'N' TO ERROR-FLAG.

       200-OPEN-FILES.
           OPEN INPUT COURIN, COURQRY, COURPRQ, COURCAP, COURREQ,
                      COURRATE, COURSECT.
           OPEN OUTPUT COUROUT, COURERR, COURTRAN, COURAUD, COURBILL,
                       COURCONF, COURROOM, COURGDST, COURCHG,
                       COURHRPT, COURADVR, COURTRND.
       200-EXIT.
           EXIT.

       210-OPEN-STUDENT-MASTER.
      *** NO STUDENT MASTER MEANS COURIN STUDENTS ARE NOT VALIDATED
      *** AND THE CASELOAD REPORT SHOWS EVERYONE UNASSIGNED
           OPEN INPUT STUMAST.
           IF SM-FILE-OK
              MOVE 'Y' TO STUMAST-OPEN-FLAG
           END-IF.
       210-EXIT.
           EXIT.

       220-LOAD-HOLDS.
      *** NO REGHOLD FILE MEANS NO STUDENT IS HELD THIS RUN
           OPEN INPUT REGHOLD.
           IF NOT HD-FILE-FOUND
              GO TO 220-EXIT
           END-IF.
           PERFORM 222-READ-REGHOLD THRU 222-EXIT.
           PERFORM 225-LOAD-ONE-HOLD THRU 225-EXIT
                   UNTIL HOLD-END-OF-FILE.
           CLOSE REGHOLD.
       220-EXIT.
           EXIT.

       222-READ-REGHOLD.
           READ REGHOLD NEXT RECORD
             AT END MOVE 'Y' TO HOLD-EOF
           END-READ.
       222-EXIT.
           EXIT.

       225-LOAD-ONE-HOLD.
           IF WS-HOLD-COUNT < 300
              ADD 1 TO WS-HOLD-COUNT
              MOVE HOLD-STUDENT-ID
                TO WS-HOLD-STUDENT-ID (WS-HOLD-COUNT)
              MOVE HOLD-TYPE    TO WS-HOLD-TYPE (WS-HOLD-COUNT)
              MOVE HOLD-PLACED-DATE
                TO WS-HOLD-PLACED-DATE (WS-HOLD-COUNT)
              MOVE HOLD-RELEASE-DATE
                TO WS-HOLD-RELEASE-DATE (WS-HOLD-COUNT)
              IF HOLD-RELEASE-DATE NOT NUMERIC
                 MOVE 0 TO WS-HOLD-RELEASE-DATE (WS-HOLD-COUNT)
              END-IF
              MOVE HOLD-OFFICE  TO WS-HOLD-OFFICE (WS-HOLD-COUNT)
              MOVE HOLD-REASON  TO WS-HOLD-REASON (WS-HOLD-COUNT)
              MOVE 'N'          TO WS-HOLD-PRINTED (WS-HOLD-COUNT)
           ELSE
              DISPLAY 'WARNING: WS-HOLD-TABLE FULL - DROPPED '
                 HOLD-STUDENT-ID ' ' HOLD-TYPE
           END-IF.
           PERFORM 222-READ-REGHOLD THRU 222-EXIT.
       225-EXIT.
           EXIT.

       230-LOAD-TRANSFERS.
      *** NO COURXFER FILE MEANS NO TRANSFER CREDIT THIS RUN
           OPEN INPUT COURXFER.
           IF NOT XF-FILE-FOUND
              GO TO 230-EXIT
           END-IF.
           PERFORM 232-READ-COURXFER THRU 232-EXIT.
           PERFORM 235-LOAD-ONE-TRANSFER THRU 235-EXIT
                   UNTIL XFER-END-OF-FILE.
           CLOSE COURXFER.
       230-EXIT.
           EXIT.

       232-READ-COURXFER.
           READ COURXFER
             AT END MOVE 'Y' TO XFER-EOF
           END-READ.
       232-EXIT.
           EXIT.

       235-LOAD-ONE-TRANSFER.
           IF WS-XFER-COUNT < 300
              ADD 1 TO WS-XFER-COUNT
              MOVE XP-STUDENT-ID
                TO WS-XFER-STUDENT-ID (WS-XFER-COUNT)
              MOVE XP-COURSE-NBR
                TO WS-XFER-COURSE-NBR (WS-XFER-COUNT)
              MOVE XP-CREDIT-HRS
                TO WS-XFER-CREDIT-HRS (WS-XFER-COUNT)
              MOVE XP-INSTITUTION
                TO WS-XFER-INSTITUTION (WS-XFER-COUNT)
           ELSE
              DISPLAY 'WARNING: WS-XFER-TABLE FULL - DROPPED '
                 XP-STUDENT-ID ' ' XP-COURSE-NBR
           END-IF.
           PERFORM 232-READ-COURXFER THRU 232-EXIT.
       235-EXIT.
           EXIT.

       240-LOAD-SECTIONS.
      *** LOAD THE SECTION MASTER INTO WS-SECTION-TABLE AT STARTUP
           PERFORM 242-READ-COURSECT THRU 242-EXIT.
           PERFORM 245-LOAD-ONE-SECTION THRU 245-EXIT
                   UNTIL SECT-END-OF-FILE.
       240-EXIT.
           EXIT.

       242-READ-COURSECT.
           READ COURSECT
             AT END MOVE 'Y' TO SECT-EOF
           END-READ.
       242-EXIT.
           EXIT.

       245-LOAD-ONE-SECTION.
           IF WS-SECTION-COUNT < 200
              ADD 1 TO WS-SECTION-COUNT
              MOVE SECT-COURSE-NBR-IN
                TO WS-SECT-COURSE-NBR (WS-SECTION-COUNT)
              MOVE SECT-SECTION-IN
                TO WS-SECT-SECTION (WS-SECTION-COUNT)
              MOVE SECT-INSTRUCTOR-IN
                TO WS-SECT-INSTRUCTOR (WS-SECTION-COUNT)
              MOVE SECT-DAYS-IN
                TO WS-SECT-DAYS (WS-SECTION-COUNT)
              MOVE SECT-START-TIME-IN
                TO WS-SECT-START-TIME (WS-SECTION-COUNT)
              MOVE SECT-END-TIME-IN
                TO WS-SECT-END-TIME (WS-SECTION-COUNT)
              MOVE SECT-ROOM-IN
                TO WS-SECT-ROOM (WS-SECTION-COUNT)
              MOVE 0   TO WS-SECT-ENROLLED (WS-SECTION-COUNT)
              MOVE 'N' TO WS-SECT-PRINTED (WS-SECTION-COUNT)
           ELSE
              DISPLAY 'WARNING: WS-SECTION-TABLE FULL - DROPPED '
                 SECT-COURSE-NBR-IN '-' SECT-SECTION-IN
           END-IF.
           PERFORM 242-READ-COURSECT THRU 242-EXIT.
       245-EXIT.
           EXIT.

       248-READ-GRADE-PARM.
      *** A NUMERIC THRESHOLD ON THE COURGPRM CARD REPLACES THE
      *** DEFAULT; NO CARD, OR A NON-NUMERIC ONE, KEEPS THE DEFAULT
           OPEN INPUT COURGPRM.
           IF GP-FILE-FOUND
              READ COURGPRM
                AT END MOVE SPACES TO COURGPRM-RECORD
              END-READ
              IF GP-THRESHOLD-PCT-IN IS NUMERIC
                 AND GP-THRESHOLD-PCT-IN <= 100
                 MOVE GP-THRESHOLD-PCT-IN TO GD-THRESHOLD-PCT
              END-IF
              IF GP-TERM-START-IN IS NUMERIC
                 AND GP-TERM-START-IN > 0
                 MOVE GP-TERM-START-IN TO WS-TERM-START-DATE
              END-IF
              IF GP-TERM-YEAR-IN IS NUMERIC
                 AND GP-TERM-YEAR-IN > 0
                 AND (GP-TERM-CODE-IN = 'WI' OR 'SP' OR 'SU' OR 'FA')
                 MOVE GP-TERM-YEAR-IN TO WS-TERM-YEAR
                 MOVE GP-TERM-CODE-IN TO WS-TERM-CODE
              END-IF
              CLOSE COURGPRM
           END-IF.
       248-EXIT.
           EXIT.

       250-LOAD-PREREQS.
      *** LOAD THE PREREQUISITES FILE INTO WS-PREREQ-TABLE AT STARTUP
           PERFORM 255-READ-COURPRQ THRU 255-EXIT.
           EXIT.

       500-PROCESS-RECORDS.
      *** A STUDENT NOT ACTIVE ON THE STUDENT MASTER, OR UNDER AN
      *** ACTIVE REGISTRATION HOLD, IS NOT GRADED, RANKED OR BILLED:
      *** THE ENROLLMENTS GO TO COURERR WITH THE REASON AND THE NEXT
      *** RECORD REUSES THE TABLE SLOT
           MOVE 'N' TO REFUSE-FLAG.
           PERFORM 502-CHECK-STUDENT-MASTER THRU 502-EXIT.
           IF NOT STUDENT-REFUSED
              PERFORM 503-CHECK-HOLDS THRU 503-EXIT
           END-IF.
           IF STUDENT-REFUSED
              PERFORM 504-REFUSE-STUDENT THRU 504-EXIT
              SUBTRACT 1 FROM STUDENT-SUB
              PERFORM 400-READ-COURIN THRU 400-EXIT
           ELSE
              PERFORM 501-PROCESS-STUDENT
           END-IF.

       501-PROCESS-STUDENT.
      *** MOVE DATA FROM FILE INTO TABLE
           MOVE COURIN-RECORD TO WS-STUDENT-TABLE (STUDENT-SUB).
           ADD 1 TO CTR-STUDENTS.
      *** MOVE DATA ALSO INTO INDEXED TABLE
           SET S-REC-IDX TO STUDENT-SUB.
           MOVE COURIN-RECORD TO WS-STUDENT-TABLE2 (S-REC-IDX).
           MOVE STUDENT-ID    TO WS-STUDENT-ID (STUDENT-SUB).
           MOVE WS-MS-PROGRAM    TO WS-SM-PROGRAM (STUDENT-SUB).
           MOVE WS-MS-CLASS-YEAR TO WS-SM-CLASS-YEAR (STUDENT-SUB).
           MOVE WS-MS-ADVISOR    TO WS-SM-ADVISOR (STUDENT-SUB).
           MOVE 'N'              TO WS-SM-AUDITED (STUDENT-SUB).
           MOVE 0                TO WS-SM-REMAINING (STUDENT-SUB).

      *** DROP ENROLLMENTS IN SECTIONS NOT ON THE SECTION MASTER
      *** BEFORE ANYTHING IS GRADED, TALLIED OR BILLED
           PERFORM 505-VALIDATE-SECTIONS THRU 505-EXIT.

      *** CHECK FOR VALID GRADE (SKIP UNUSED COURSE SLOTS)
           PERFORM VARYING COURSES-SUB FROM 1 BY 1
      *** TALLY THIS STUDENT'S COURSES INTO THE PER-COURSE HEADCOUNTS
           PERFORM 535-TALLY-ENROLLMENTS THRU 535-EXIT.

      *** LOOK FOR SECTIONS WHOSE MEETING TIMES OVERLAP
           PERFORM 536-CHECK-SCHEDULE-CONFLICTS THRU 536-EXIT.

      *** COUNT EACH LETTER GRADE BY COURSE AND INSTRUCTOR
           PERFORM 538-TALLY-GRADE-DIST THRU 538-EXIT.

      *** ASSIGN NUMERIC VALUE TO GRADE, WEIGHTED BY CREDIT HOURS
           MOVE 0 TO GRADE-ACCUM,
                     WS-COURSE-CNT,
           MOVE WS-STUDENT-NAME (STUDENT-SUB) TO WS-QPA-NAME (QPA-SUB).
           MOVE AVERAGE-QPA                   TO WS-QPA-AVG (QPA-SUB).

      *** EARNED CREDIT HOURS, INCLUDING ANY TRANSFER CREDIT
           PERFORM 519-TOTAL-EARNED-HOURS THRU 519-EXIT.

           PERFORM 400-READ-COURIN THRU 400-EXIT.

      *** END OF 500-PROCESS-RECORDS


       502-CHECK-STUDENT-MASTER.
           MOVE SPACES TO WS-MS-PROGRAM, WS-MS-ADVISOR.
           MOVE 0      TO WS-MS-CLASS-YEAR.
           IF NOT STUMAST-OPEN
              GO TO 502-EXIT
           END-IF.
           MOVE STUDENT-ID TO STM-STUDENT-ID.
           READ STUMAST
             INVALID KEY
                MOVE 'Y'  TO REFUSE-FLAG
                MOVE 'NF' TO WS-REFUSE-CODE
                MOVE '  STUDENT NOT ON STUDENT MASTER'
                  TO WS-REFUSE-MESSAGE
                ADD 1 TO CTR-MASTER-REJECTS
                GO TO 502-EXIT
           END-READ.
           IF STM-INACTIVE
              MOVE 'Y'  TO REFUSE-FLAG
              MOVE 'IN' TO WS-REFUSE-CODE
              MOVE '  STUDENT INACTIVE ON STUDENT MASTER'
                TO WS-REFUSE-MESSAGE
              ADD 1 TO CTR-MASTER-REJECTS
              GO TO 502-EXIT
           END-IF.
           MOVE STM-PROGRAM-CODE TO WS-MS-PROGRAM.
           MOVE STM-CLASS-YEAR   TO WS-MS-CLASS-YEAR.
           MOVE STM-ADVISOR-NAME TO WS-MS-ADVISOR.
       502-EXIT.
           EXIT.

       503-CHECK-HOLDS.
      *** ACTIVE = PLACED ON OR BEFORE TODAY AND NOT YET RELEASED
           MOVE 'N' TO HOLD-FLAG.
           MOVE 0 TO HOLD-MATCH-SUB.
           IF STUDENT-ID = SPACES
              GO TO 503-EXIT
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-HOLD-DATE-N.
           PERFORM VARYING HOLD-SUB FROM 1 BY 1
                   UNTIL HOLD-SUB > WS-HOLD-COUNT OR STUDENT-HELD
              IF WS-HOLD-STUDENT-ID (HOLD-SUB) = STUDENT-ID
                 AND WS-HOLD-PLACED-DATE (HOLD-SUB) <= WS-HOLD-DATE-N
                 AND (WS-HOLD-RELEASE-DATE (HOLD-SUB) = 0
                      OR WS-HOLD-RELEASE-DATE (HOLD-SUB) >
                         WS-HOLD-DATE-N)
                 MOVE 'Y' TO HOLD-FLAG
                 MOVE HOLD-SUB TO HOLD-MATCH-SUB
              END-IF
           END-PERFORM.
           IF STUDENT-HELD
              MOVE 'Y' TO REFUSE-FLAG
              ADD 1 TO CTR-HELD-STUDENTS
              MOVE WS-HOLD-TYPE (HOLD-MATCH-SUB) TO WS-REFUSE-CODE
              MOVE SPACES TO WS-REFUSE-MESSAGE
              STRING '  HOLD: ' WS-HOLD-REASON (HOLD-MATCH-SUB)
               DELIMITED BY SIZE
               INTO WS-REFUSE-MESSAGE
              END-STRING
           END-IF.
       503-EXIT.
           EXIT.

       504-REFUSE-STUDENT.
           PERFORM VARYING COURSES-SUB FROM 1 BY 1
                   UNTIL COURSES-SUB > 8
              IF COURSE-NBR (COURSES-SUB) NOT = SPACES
                 STRING STUDENT-NAME SPACE
                        COURSE-NBR (COURSES-SUB) SPACE
                        WS-REFUSE-CODE
                  DELIMITED BY SIZE
                  INTO COURERR-DATA
                 END-STRING
                 MOVE WS-REFUSE-MESSAGE TO COURERR-MESSAGE
                 WRITE COURERR-RECORD
              END-IF
           END-PERFORM.
       504-EXIT.
           EXIT.

       505-VALIDATE-SECTIONS.
      *** MATCH EACH COURSE SLOT'S COURSE AND SECTION AGAINST THE
      *** SECTION MASTER. AN ENROLLMENT IN A SECTION THAT DOES NOT
      *** EXIST GOES TO COURERR AND ITS SLOT IS CLEARED, SO IT IS
      *** NEITHER GRADED NOR BILLED. WITH NO SECTION MASTER LOADED
      *** THE CHECK IS SKIPPED AND EVERY SLOT STANDS AS BEFORE
           PERFORM VARYING COURSES-SUB FROM 1 BY 1
                   UNTIL COURSES-SUB > 8
              MOVE COURSE-SECTION (COURSES-SUB)
                TO WS-SLOT-SECTION (STUDENT-SUB, COURSES-SUB)
              MOVE 0 TO WS-SLOT-SECT-SUB (STUDENT-SUB, COURSES-SUB)
              IF WS-SECTION-COUNT > 0
                 AND WS-COURSE-NBR(STUDENT-SUB, COURSES-SUB)
                     NOT = SPACES
                 PERFORM 507-FIND-SECTION THRU 507-EXIT
                 IF SECT-MATCH-SUB = 0
                    STRING WS-STUDENT-NAME (STUDENT-SUB) SPACE
                           WS-COURSE-NBR (STUDENT-SUB, COURSES-SUB)
                           '-'
                           COURSE-SECTION (COURSES-SUB)
                     DELIMITED BY SIZE
                     INTO COURERR-DATA
                    END-STRING
                    MOVE '  SECTION NOT ON SECTION MASTER'
                      TO COURERR-MESSAGE
                    WRITE COURERR-RECORD
                    ADD 1 TO CTR-SECTION-REJECTS
                    MOVE SPACES
                      TO WS-STUDENT-COURSE-TAB (STUDENT-SUB,
                                                COURSES-SUB)
                    MOVE SPACES
                      TO WS-STUDENT-COURSE-TAB2 (S-REC-IDX,
                                                 COURSES-SUB)
                 ELSE
                    MOVE SECT-MATCH-SUB
                      TO WS-SLOT-SECT-SUB (STUDENT-SUB, COURSES-SUB)
                    ADD 1 TO WS-SECT-ENROLLED (SECT-MATCH-SUB)
                 END-IF
              END-IF
           END-PERFORM.
       505-EXIT.
           EXIT.

       507-FIND-SECTION.
           MOVE 0 TO SECT-MATCH-SUB.
           PERFORM VARYING SECT-SUB FROM 1 BY 1
                   UNTIL SECT-SUB > WS-SECTION-COUNT
                      OR SECT-MATCH-SUB > 0
              IF WS-SECT-COURSE-NBR (SECT-SUB) =
                 WS-COURSE-NBR (STUDENT-SUB, COURSES-SUB)
                 AND WS-SECT-SECTION (SECT-SUB) =
                     COURSE-SECTION (COURSES-SUB)
                 MOVE SECT-SUB TO SECT-MATCH-SUB
              END-IF
           END-PERFORM.
       507-EXIT.
           EXIT.

       512-NOTE-INCOMPLETE.
           IF WS-INCOMPLETE-COUNT < 100
              ADD 1 TO WS-INCOMPLETE-COUNT
       518-EXIT.
           EXIT.

       519-TOTAL-EARNED-HOURS.
      *** GRADES ARE DIGITS BY NOW: 1-4 IS A PASSING GRADE. A
      *** SUPERSEDED RETAKE EARNS NOTHING; TRANSFER HOURS ARE ADDED
           MOVE 0 TO WS-EARNED-HRS (STUDENT-SUB),
                     WS-XFER-HRS (STUDENT-SUB).
           PERFORM VARYING COURSES-SUB FROM 1 BY 1
                   UNTIL COURSES-SUB > 8
              IF WS-COURSE-NBR(STUDENT-SUB, COURSES-SUB) NOT = SPACES
                 AND WS-COURSE-GRADE(STUDENT-SUB, COURSES-SUB) >= '1'
                 AND WS-COURSE-GRADE(STUDENT-SUB, COURSES-SUB) <= '4'
                 AND WS-RETAKE-FLAGS(STUDENT-SUB, COURSES-SUB)
                     NOT = 'E'
                 ADD WS-COURSE-CREDIT-HRS (STUDENT-SUB, COURSES-SUB)
                   TO WS-EARNED-HRS (STUDENT-SUB)
              END-IF
           END-PERFORM.
           IF WS-STUDENT-ID (STUDENT-SUB) NOT = SPACES
              PERFORM VARYING XFER-SUB FROM 1 BY 1
                      UNTIL XFER-SUB > WS-XFER-COUNT
                 IF WS-XFER-STUDENT-ID (XFER-SUB) =
                    WS-STUDENT-ID (STUDENT-SUB)
                    ADD WS-XFER-CREDIT-HRS (XFER-SUB)
                      TO WS-XFER-HRS (STUDENT-SUB)
                 END-IF
              END-PERFORM
           END-IF.
           ADD WS-XFER-HRS (STUDENT-SUB) TO WS-EARNED-HRS (STUDENT-SUB).
       519-EXIT.
           EXIT.

       520-CHECK-PREREQS.
      *** FOR EACH COURSE THE STUDENT IS ENROLLED IN, LOOK IT UP IN
      *** THE PREREQUISITES TABLE AND VERIFY EVERY REQUIRED PRIOR
                       MOVE 'Y' TO PRQ-MET-FLAG
                    END-IF
                 END-PERFORM
                 IF NOT PRQ-MET
                    MOVE WS-PRQ-REQ-NBR (PRQ-MATCH-SUB, PRQ-REQ-SUB)
                      TO XFER-COURSE-NBR
                    PERFORM 527-FIND-TRANSFER-COURSE THRU 527-EXIT
                    IF XFER-FOUND
                       MOVE 'Y' TO PRQ-MET-FLAG
                    END-IF
                 END-IF
                 IF NOT PRQ-MET
                    PERFORM 530-LOG-PREREQ-VIOLATION THRU 530-EXIT
                 END-IF
       525-EXIT.
           EXIT.

       527-FIND-TRANSFER-COURSE.
      *** DOES THIS STUDENT HAVE TRANSFER CREDIT FOR XFER-COURSE-NBR
           MOVE 'N' TO XFER-FOUND-FLAG.
           IF WS-STUDENT-ID (STUDENT-SUB) = SPACES
              GO TO 527-EXIT
           END-IF.
           PERFORM VARYING XFER-SUB FROM 1 BY 1
                   UNTIL XFER-SUB > WS-XFER-COUNT OR XFER-FOUND
              IF WS-XFER-STUDENT-ID (XFER-SUB) =
                 WS-STUDENT-ID (STUDENT-SUB)
                 AND WS-XFER-COURSE-NBR (XFER-SUB) = XFER-COURSE-NBR
                 MOVE 'Y' TO XFER-FOUND-FLAG
              END-IF
           END-PERFORM.
       527-EXIT.
           EXIT.

       530-LOG-PREREQ-VIOLATION.
           STRING WS-STUDENT-NAME (STUDENT-SUB) SPACE
                  WS-COURSE-NBR (STUDENT-SUB, COURSES-SUB) SPACE
       535-EXIT.
           EXIT.

       536-CHECK-SCHEDULE-CONFLICTS.
      *** COMPARE EVERY PAIR OF THIS STUDENT'S SECTIONED COURSES: TWO
      *** SECTIONS CONFLICT WHEN THEY SHARE A MEETING DAY AND EACH
      *** STARTS BEFORE THE OTHER ENDS
           PERFORM VARYING COURSES-SUB FROM 1 BY 1
                   UNTIL COURSES-SUB > 7
              IF WS-SLOT-SECT-SUB (STUDENT-SUB, COURSES-SUB) > 0
                 MOVE COURSES-SUB TO CONF-START
                 ADD 1 TO CONF-START
                 PERFORM VARYING CONF-SUB FROM CONF-START BY 1
                         UNTIL CONF-SUB > 8
                    IF WS-SLOT-SECT-SUB (STUDENT-SUB, CONF-SUB) > 0
                       PERFORM 537-COMPARE-MEETINGS THRU 537-EXIT
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
       536-EXIT.
           EXIT.

       537-COMPARE-MEETINGS.
           MOVE WS-SLOT-SECT-SUB (STUDENT-SUB, COURSES-SUB)
             TO SECT-MATCH-SUB.
           MOVE WS-SLOT-SECT-SUB (STUDENT-SUB, CONF-SUB)
             TO SECT-OTHER-SUB.
           MOVE 'N' TO SECT-DAY-FLAG.
           PERFORM VARYING DAY-SUB FROM 1 BY 1
                   UNTIL DAY-SUB > 7 OR SECT-DAYS-SHARED
              IF WS-SECT-DAYS (SECT-MATCH-SUB) (DAY-SUB:1) NOT = SPACE
                 AND WS-SECT-DAYS (SECT-OTHER-SUB) (DAY-SUB:1)
                     NOT = SPACE
                 MOVE 'Y' TO SECT-DAY-FLAG
              END-IF
           END-PERFORM.
           IF NOT SECT-DAYS-SHARED
              GO TO 537-EXIT
           END-IF.
           IF WS-SECT-START-TIME (SECT-MATCH-SUB) <
              WS-SECT-END-TIME (SECT-OTHER-SUB)
              AND WS-SECT-START-TIME (SECT-OTHER-SUB) <
                  WS-SECT-END-TIME (SECT-MATCH-SUB)
              MOVE WS-STUDENT-NAME (STUDENT-SUB) TO CF-STUDENT
              MOVE WS-SECT-COURSE-NBR (SECT-MATCH-SUB) TO CF-COURSE-1
              MOVE WS-SECT-SECTION (SECT-MATCH-SUB)    TO CF-SECTION-1
              MOVE WS-SECT-DAYS (SECT-MATCH-SUB)       TO CF-DAYS-1
              MOVE WS-SECT-START-TIME (SECT-MATCH-SUB) TO CF-START-1
              MOVE WS-SECT-END-TIME (SECT-MATCH-SUB)   TO CF-END-1
              MOVE WS-SECT-COURSE-NBR (SECT-OTHER-SUB) TO CF-COURSE-2
              MOVE WS-SECT-SECTION (SECT-OTHER-SUB)    TO CF-SECTION-2
              MOVE WS-SECT-DAYS (SECT-OTHER-SUB)       TO CF-DAYS-2
              MOVE WS-SECT-START-TIME (SECT-OTHER-SUB) TO CF-START-2
              MOVE WS-SECT-END-TIME (SECT-OTHER-SUB)   TO CF-END-2
              IF CTR-SCHEDULE-CONFLICTS = 0
                 MOVE CONFLICT-HEADER-LINE TO COURCONF-RECORD
                 WRITE COURCONF-RECORD
              END-IF
              MOVE CONFLICT-DETAIL-LINE TO COURCONF-RECORD
              WRITE COURCONF-RECORD
              ADD 1 TO CTR-SCHEDULE-CONFLICTS
           END-IF.
       537-EXIT.
           EXIT.

       538-TALLY-GRADE-DIST.
      *** FIND-OR-ADD THE COURSE/INSTRUCTOR ENTRY FOR EACH VALIDLY
      *** GRADED SLOT; THE INSTRUCTOR COMES FROM THE SECTION MASTER
      *** AND IS BLANK WHEN THE SLOT HAS NO SECTION
           PERFORM VARYING COURSES-SUB FROM 1 BY 1
                   UNTIL COURSES-SUB > 8
              IF WS-COURSE-NBR(STUDENT-SUB, COURSES-SUB) NOT = SPACES
                 AND WS-COURSE-GRADE(STUDENT-SUB, COURSES-SUB) =
                  ('A' OR 'B' OR 'C' OR 'D' OR 'F' OR 'I' OR 'W')
                 MOVE SPACES TO GD-INSTRUCTOR
                 IF WS-SLOT-SECT-SUB (STUDENT-SUB, COURSES-SUB) > 0
                    MOVE WS-SECT-INSTRUCTOR
                         (WS-SLOT-SECT-SUB (STUDENT-SUB, COURSES-SUB))
                      TO GD-INSTRUCTOR
                 END-IF
                 PERFORM 539-POST-GRADE-DIST THRU 539-EXIT
              END-IF
           END-PERFORM.
       538-EXIT.
           EXIT.

       539-POST-GRADE-DIST.
           MOVE 'N' TO GD-FOUND-FLAG.
           MOVE 0 TO GD-MATCH-SUB.
           PERFORM VARYING GD-SUB FROM 1 BY 1
                   UNTIL GD-SUB > WS-GDIST-COUNT OR GD-FOUND
              IF WS-GD-COURSE-NBR (GD-SUB) =
                 WS-COURSE-NBR(STUDENT-SUB, COURSES-SUB)
                 AND WS-GD-INSTRUCTOR (GD-SUB) = GD-INSTRUCTOR
                 MOVE 'Y' TO GD-FOUND-FLAG
                 MOVE GD-SUB TO GD-MATCH-SUB
              END-IF
           END-PERFORM.
           IF NOT GD-FOUND
              IF WS-GDIST-COUNT < 100
                 ADD 1 TO WS-GDIST-COUNT
                 MOVE WS-GDIST-COUNT TO GD-MATCH-SUB
                 INITIALIZE WS-GDIST-TAB (GD-MATCH-SUB)
                 MOVE WS-COURSE-NBR(STUDENT-SUB, COURSES-SUB)
                   TO WS-GD-COURSE-NBR (GD-MATCH-SUB)
                 MOVE GD-INSTRUCTOR TO WS-GD-INSTRUCTOR (GD-MATCH-SUB)
                 MOVE 'N' TO WS-GD-PRINTED (GD-MATCH-SUB)
              ELSE
                 DISPLAY 'WARNING: WS-GDIST-TABLE FULL - DROPPED '
                    WS-COURSE-NBR(STUDENT-SUB, COURSES-SUB)
                 GO TO 539-EXIT
              END-IF
           END-IF.
           PERFORM VARYING GD-GRADE-SUB FROM 1 BY 1
                   UNTIL GD-GRADE-SUB > 7
              IF GD-GRADE-LETTERS (GD-GRADE-SUB:1) =
                 WS-COURSE-GRADE(STUDENT-SUB, COURSES-SUB)
                 ADD 1 TO WS-GD-GRADE-CNT (GD-MATCH-SUB, GD-GRADE-SUB)
              END-IF
           END-PERFORM.
           ADD 1 TO WS-GD-TOTAL (GD-MATCH-SUB).
      *** MEAN GRADE POINTS USE THE QPA WEIGHTING: 517 VALUES FOR
      *** A-F, WEIGHTED BY CREDIT HOURS; I AND W CARRY NO POINTS
           IF WS-COURSE-GRADE(STUDENT-SUB, COURSES-SUB) =
              ('A' OR 'B' OR 'C' OR 'D' OR 'F')
              MOVE WS-COURSE-GRADE(STUDENT-SUB, COURSES-SUB)
                TO WS-GRADE-CHAR
              PERFORM 517-GRADE-VALUE THRU 517-EXIT
              COMPUTE WS-GD-POINTS (GD-MATCH-SUB) =
                 WS-GD-POINTS (GD-MATCH-SUB) + WS-GRADE-VAL *
                 WS-COURSE-CREDIT-HRS (STUDENT-SUB, COURSES-SUB)
              ADD WS-COURSE-CREDIT-HRS (STUDENT-SUB, COURSES-SUB)
                TO WS-GD-CREDITS (GD-MATCH-SUB)
           END-IF.
       539-EXIT.
           EXIT.

       540-COMPUTE-CLASS-RANKS.
      *** RANK = 1 + NUMBER OF STUDENTS WITH A STRICTLY HIGHER QPA,
      *** SO TIED STUDENTS SHARE A RANK. PERCENTILE = SHARE OF THE
             END-IF
           END-PERFORM.

      *** TRANSFER COURSES CARRY GRADE 'T' AND THE SENDING SCHOOL
           IF WS-STUDENT-ID (STUDENT-SUB) NOT = SPACES
              PERFORM VARYING XFER-SUB FROM 1 BY 1
                      UNTIL XFER-SUB > WS-XFER-COUNT
                 IF WS-XFER-STUDENT-ID (XFER-SUB) =
                    WS-STUDENT-ID (STUDENT-SUB)
                    PERFORM 627-WRITE-TRAN-TRANSFER
                 END-IF
              END-PERFORM
           END-IF.
           MOVE WS-EARNED-HRS (STUDENT-SUB) TO TRH-EARNED.
           MOVE WS-XFER-HRS (STUDENT-SUB)   TO TRH-TRANSFER.
           MOVE TRAN-HOURS-LINE             TO COURTRAN-RECORD.
           WRITE COURTRAN-RECORD.

       625-WRITE-TRAN-COURSE.
           MOVE WS-COURSE-NBR (STUDENT-SUB, COURSES-SUB) TO TD-COURSE.
           EVALUATE WS-COURSE-GRADE(STUDENT-SUB, COURSES-SUB)
           MOVE TRAN-DETAIL-LINE   TO COURTRAN-RECORD.
           WRITE COURTRAN-RECORD.

       627-WRITE-TRAN-TRANSFER.
           MOVE WS-XFER-COURSE-NBR (XFER-SUB) TO TD-COURSE.
           MOVE 'T'                           TO TD-GRADE.
           MOVE WS-XFER-CREDIT-HRS (XFER-SUB) TO TD-CREDIT.
           MOVE SPACES TO WS-XFER-NOTE.
           STRING ' TRANSFER - ' WS-XFER-INSTITUTION (XFER-SUB)
             DELIMITED BY SIZE INTO WS-XFER-NOTE
           END-STRING.
           MOVE WS-XFER-NOTE       TO TD-NOTE.
           MOVE TRAN-DETAIL-LINE   TO COURTRAN-RECORD.
           WRITE COURTRAN-RECORD.

       635-WRITE-DEGREE-AUDIT.
      *** ONE AUDIT BLOCK PER STUDENT ON COURAUD: EVERY REQUIREMENT
      *** WITH ITS SATISFIED/NEEDED STATUS, THEN THE REMAINING COURSE
      *** AND CREDIT-HOUR TOTALS ADVISORS PLAN FROM. GRADES IN THE
      *** STUDENT TABLE ARE ALREADY CONVERTED TO THEIR 4-0 DIGITS
      *** HERE, SO THE MINIMUM-GRADE CHECK COMPARES DIGIT TO DIGIT.
      *** THE STUDENT IS AUDITED AGAINST THE PROGRAM CODE ON THE
      *** STUDENT MASTER. WITHOUT ONE, OR WHEN COURREQ HAS NO ROWS FOR
      *** IT, THE FIRST PROGRAM CODE ON COURREQ IS USED. ROWS FOR ANY
      *** OTHER PROGRAM ARE SKIPPED, AND THE HEADER NAMES THE PROGRAM
      *** BEING AUDITED
           IF WS-DEGREQ-COUNT = 0
              GO TO 635-EXIT
           END-IF.
           MOVE WS-REQ-PROGRAM (1) TO WS-AUDIT-PROGRAM.
           IF WS-SM-PROGRAM (STUDENT-SUB) NOT = SPACES
              PERFORM VARYING REQ-SUB FROM 1 BY 1
                      UNTIL REQ-SUB > WS-DEGREQ-COUNT
                 IF WS-REQ-PROGRAM (REQ-SUB) =
                    WS-SM-PROGRAM (STUDENT-SUB)
                    MOVE WS-SM-PROGRAM (STUDENT-SUB)
                      TO WS-AUDIT-PROGRAM
                 END-IF
              END-PERFORM
           END-IF.
           MOVE WS-STUDENT-NAME (STUDENT-SUB) TO AH-NAME.
           MOVE WS-AUDIT-PROGRAM              TO AH-PROGRAM.
           MOVE AUDIT-HEADER-LINE             TO COURAUD-RECORD.
           WRITE COURAUD-RECORD.
           MOVE 0 TO CTR-REMAINING-COURSES, WS-REMAINING-CREDITS.
           PERFORM VARYING REQ-SUB FROM 1 BY 1
                   UNTIL REQ-SUB > WS-DEGREQ-COUNT
              IF WS-REQ-PROGRAM (REQ-SUB) = WS-AUDIT-PROGRAM
              EVALUATE WS-REQ-MIN-GRADE (REQ-SUB)
                  WHEN 'A' MOVE '4' TO WS-REQ-MIN-DIGIT
                  WHEN 'B' MOVE '3' TO WS-REQ-MIN-DIGIT
                    MOVE 'Y' TO REQ-SAT-FLAG
                 END-IF
              END-PERFORM
              IF NOT REQ-SATISFIED
                 MOVE WS-REQ-COURSE-NBR (REQ-SUB) TO XFER-COURSE-NBR
                 PERFORM 527-FIND-TRANSFER-COURSE THRU 527-EXIT
                 IF XFER-FOUND
                    MOVE 'Y' TO REQ-SAT-FLAG
                 END-IF
              END-IF
              MOVE WS-REQ-COURSE-NBR (REQ-SUB) TO AD-COURSE
              MOVE WS-REQ-MIN-GRADE (REQ-SUB)  TO AD-MIN-GRADE
              IF REQ-SATISFIED
              WRITE COURAUD-RECORD
              END-IF
           END-PERFORM.
           MOVE 'Y' TO WS-SM-AUDITED (STUDENT-SUB).
           MOVE CTR-REMAINING-COURSES TO WS-SM-REMAINING (STUDENT-SUB).
           MOVE CTR-REMAINING-COURSES TO AS-REMAINING.
           MOVE WS-REMAINING-CREDITS  TO AS-CREDITS.
           MOVE AUDIT-SUMMARY-LINE    TO COURAUD-RECORD.

       637-BILL-ONE-STUDENT.
           MOVE WS-STUDENT-NAME (STUDENT-SUB) TO BH-NAME.
           MOVE WS-STUDENT-ID (STUDENT-SUB)   TO BH-STUDENT-ID.
           MOVE BILL-HEADER-LINE              TO COURBILL-RECORD.
           WRITE COURBILL-RECORD.
           MOVE 0 TO WS-STUDENT-BILL-TOT.
           WRITE COURBILL-RECORD.
           MOVE SPACES                  TO COURBILL-RECORD.
           WRITE COURBILL-RECORD.
      *** THE STUDENT TOTAL GOES TO THE LEDGER FEED AS ONE CHARGE
           IF WS-STUDENT-BILL-TOT > 0
              MOVE SPACES TO LEDGER-TRAN-REC
              MOVE WS-STUDENT-ID (STUDENT-SUB)   TO LT-STUDENT-ID
              MOVE 'C'                           TO LT-TRAN-TYPE
              MOVE WS-BUSINESS-DATE              TO LT-TRAN-DATE
              MOVE WS-STUDENT-BILL-TOT           TO LT-AMOUNT
              MOVE WS-STUDENT-NAME (STUDENT-SUB) TO LT-STUDENT-NAME
              MOVE 'TUITION'                     TO LT-REFERENCE
              WRITE LEDGER-TRAN-REC
           END-IF.
       637-EXIT.
           EXIT.


       659-PRINT-INCOMPLETE-AGING.
      *** EVERY OUTSTANDING 'I' GRADE SEEN THIS RUN, LISTED SO THE
      *** REGISTRAR CAN CHASE THEM BEFORE THE CONVERSION DEADLINE.
      *** AN INCOMPLETE IS AGED FROM THE START OF THE TERM IT WAS
      *** GIVEN IN, COUNTING ONLY DAYS THE REGISTRAR WAS OPEN
           PERFORM 676-DEFAULT-TERM-START THRU 676-EXIT.
           MOVE WS-TERM-START-DATE     TO WS-BDY-DATE-1.
           MOVE WS-BUSINESS-DATE       TO WS-BDY-DATE-2.
           MOVE '3'                    TO WS-BDY-REQUEST.
           CALL 'BDAYLKP' USING WS-BDY-REQUEST,
                                WS-BDY-DATE-1,
                                WS-BDY-DATE-2,
                                WS-BDY-DAYS,
                                WS-BDY-DESC,
                                WS-BDY-RESULT-SW.
           IF NOT WS-BDY-RESULT-OK
              MOVE 0 TO WS-BDY-DAYS
           END-IF.
           MOVE WS-TERM-START-DATE     TO IH-TERM-START.
           MOVE WS-BDY-DAYS            TO ID-BUS-DAYS.
           MOVE BLANK-LINE             TO COUROUT-RECORD.
           WRITE COUROUT-RECORD.
           MOVE INCOMPLETE-HEADER-LINE TO COUROUT-RECORD.
       659-EXIT.
           EXIT.

       661-PRINT-SCHEDULE-CONFLICTS.
      *** CONFLICT LINES ARE WRITTEN AS EACH STUDENT IS PROCESSED --
      *** A RUN WITH NONE STILL GETS A HEADER AND A 'NONE' LINE
           IF CTR-SCHEDULE-CONFLICTS = 0
              MOVE CONFLICT-HEADER-LINE TO COURCONF-RECORD
              WRITE COURCONF-RECORD
              MOVE CONFLICT-NONE-LINE   TO COURCONF-RECORD
              WRITE COURCONF-RECORD
           END-IF.
       661-EXIT.
           EXIT.

       665-PRINT-ROOM-UTILIZATION.
      *** EVERY SECTION IN ROOM, DAYS AND START-TIME ORDER WITH ITS
      *** HEADCOUNT: REPEATEDLY PICK THE LOWEST NOT-YET-PRINTED ENTRY
      *** (SAME TECHNIQUE AS 653). THE ROOM PRINTS ONCE PER GROUP
           MOVE ROOM-HEADER-LINE TO COURROOM-RECORD.
           WRITE COURROOM-RECORD.
           MOVE ROOM-COLUMN-LINE TO COURROOM-RECORD.
           WRITE COURROOM-RECORD.
           IF WS-SECTION-COUNT = 0
              MOVE ROOM-NONE-LINE TO COURROOM-RECORD
              WRITE COURROOM-RECORD
              GO TO 665-EXIT
           END-IF.
           MOVE SPACES TO WS-ROOM-HOLD.
           PERFORM VARYING ROOM-PRINT-CTR FROM 1 BY 1
                   UNTIL ROOM-PRINT-CTR > WS-SECTION-COUNT
              MOVE 0 TO ROOM-BEST-SUB
              PERFORM VARYING SECT-SUB FROM 1 BY 1
                      UNTIL SECT-SUB > WS-SECTION-COUNT
                 IF WS-SECT-PRINTED (SECT-SUB) NOT = 'Y'
                    IF ROOM-BEST-SUB = 0
                       PERFORM 667-TAKE-ROOM-ENTRY THRU 667-EXIT
                    ELSE
                       IF WS-SECT-ROOM (SECT-SUB) <
                          WS-SECT-ROOM (ROOM-BEST-SUB)
                          OR (WS-SECT-ROOM (SECT-SUB) =
                              WS-SECT-ROOM (ROOM-BEST-SUB)
                              AND WS-SECT-DAYS (SECT-SUB) >
                                  WS-SECT-DAYS (ROOM-BEST-SUB))
                          OR (WS-SECT-ROOM (SECT-SUB) =
                              WS-SECT-ROOM (ROOM-BEST-SUB)
                              AND WS-SECT-DAYS (SECT-SUB) =
                                  WS-SECT-DAYS (ROOM-BEST-SUB)
                              AND WS-SECT-START-TIME (SECT-SUB) <
                                  WS-SECT-START-TIME (ROOM-BEST-SUB))
                          PERFORM 667-TAKE-ROOM-ENTRY THRU 667-EXIT
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-SECT-ROOM (ROOM-BEST-SUB) = WS-ROOM-HOLD
                 MOVE SPACES TO RM-ROOM
              ELSE
                 MOVE WS-SECT-ROOM (ROOM-BEST-SUB) TO RM-ROOM,
                                                      WS-ROOM-HOLD
              END-IF
              MOVE WS-SECT-DAYS (ROOM-BEST-SUB)       TO RM-DAYS
              MOVE WS-SECT-START-TIME (ROOM-BEST-SUB) TO RM-START
              MOVE WS-SECT-END-TIME (ROOM-BEST-SUB)   TO RM-END
              MOVE WS-SECT-COURSE-NBR (ROOM-BEST-SUB) TO RM-COURSE
              MOVE WS-SECT-SECTION (ROOM-BEST-SUB)    TO RM-SECTION
              MOVE WS-SECT-INSTRUCTOR (ROOM-BEST-SUB) TO RM-INSTRUCTOR
              MOVE WS-SECT-ENROLLED (ROOM-BEST-SUB)   TO RM-ENROLLED
              MOVE ROOM-DETAIL-LINE TO COURROOM-RECORD
              WRITE COURROOM-RECORD
              MOVE 'Y' TO WS-SECT-PRINTED (ROOM-BEST-SUB)
           END-PERFORM.
       665-EXIT.
           EXIT.

       667-TAKE-ROOM-ENTRY.
           MOVE SECT-SUB TO ROOM-BEST-SUB.
       667-EXIT.
           EXIT.

       670-PRINT-GRADE-DISTRIBUTION.
      *** ONE BLOCK PER COURSE AND INSTRUCTOR IN COURSE ORDER, PICKED
      *** BY REPEATED LOWEST-KEY SELECTION AS IN 653
           MOVE GD-THRESHOLD-PCT TO GT-THRESHOLD.
           MOVE GDIST-TITLE-LINE TO COURGDST-RECORD.
           WRITE COURGDST-RECORD.
           IF WS-GDIST-COUNT = 0
              MOVE GDIST-NONE-LINE TO COURGDST-RECORD
              WRITE COURGDST-RECORD
              GO TO 670-EXIT
           END-IF.
           PERFORM VARYING GD-PRINT-CTR FROM 1 BY 1
                   UNTIL GD-PRINT-CTR > WS-GDIST-COUNT
              MOVE 0 TO GD-BEST-SUB
              PERFORM VARYING GD-SUB FROM 1 BY 1
                      UNTIL GD-SUB > WS-GDIST-COUNT
                 IF WS-GD-PRINTED (GD-SUB) NOT = 'Y'
                    IF GD-BEST-SUB = 0
                       OR WS-GD-COURSE-NBR (GD-SUB) <
                          WS-GD-COURSE-NBR (GD-BEST-SUB)
                       OR (WS-GD-COURSE-NBR (GD-SUB) =
                           WS-GD-COURSE-NBR (GD-BEST-SUB)
                           AND WS-GD-INSTRUCTOR (GD-SUB) <
                               WS-GD-INSTRUCTOR (GD-BEST-SUB))
                       MOVE GD-SUB TO GD-BEST-SUB
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM 672-PRINT-GDIST-BLOCK THRU 672-EXIT
              MOVE 'Y' TO WS-GD-PRINTED (GD-BEST-SUB)
           END-PERFORM.
       670-EXIT.
           EXIT.

       672-PRINT-GDIST-BLOCK.
           MOVE BLANK-LINE TO COURGDST-RECORD.
           WRITE COURGDST-RECORD.
           MOVE WS-GD-COURSE-NBR (GD-BEST-SUB) TO GC-COURSE.
           MOVE WS-GD-INSTRUCTOR (GD-BEST-SUB) TO GC-INSTRUCTOR.
           MOVE GDIST-COURSE-LINE TO COURGDST-RECORD.
           WRITE COURGDST-RECORD.
           MOVE GDIST-COLUMN-LINE TO COURGDST-RECORD.
           WRITE COURGDST-RECORD.
           PERFORM VARYING GD-GRADE-SUB FROM 1 BY 1
                   UNTIL GD-GRADE-SUB > 7
              MOVE GD-GRADE-LETTERS (GD-GRADE-SUB:1) TO GG-GRADE
              MOVE WS-GD-GRADE-CNT (GD-BEST-SUB, GD-GRADE-SUB)
                TO GG-COUNT
              COMPUTE GD-PCT ROUNDED =
                 WS-GD-GRADE-CNT (GD-BEST-SUB, GD-GRADE-SUB) * 100
                 / WS-GD-TOTAL (GD-BEST-SUB)
              MOVE GD-PCT TO GG-PCT
              MOVE GDIST-GRADE-LINE TO COURGDST-RECORD
              WRITE COURGDST-RECORD
           END-PERFORM.
           MOVE 0 TO GD-MEAN.
           IF WS-GD-CREDITS (GD-BEST-SUB) > 0
              COMPUTE GD-MEAN ROUNDED =
                 WS-GD-POINTS (GD-BEST-SUB) /
                 WS-GD-CREDITS (GD-BEST-SUB)
           END-IF.
           MOVE WS-GD-TOTAL (GD-BEST-SUB) TO GL-TOTAL.
           MOVE GD-MEAN TO GL-MEAN.
           MOVE GDIST-TOTAL-LINE TO COURGDST-RECORD.
           WRITE COURGDST-RECORD.
      *** FLAG THE FAILURE (F) AND WITHDRAWAL (W) RATES SEPARATELY
           COMPUTE GD-PCT ROUNDED =
              WS-GD-GRADE-CNT (GD-BEST-SUB, 5) * 100
              / WS-GD-TOTAL (GD-BEST-SUB).
           IF GD-PCT > GD-THRESHOLD-PCT
              MOVE 'FAILURE' TO GF-RATE-NAME
              PERFORM 674-WRITE-GDIST-FLAG THRU 674-EXIT
           END-IF.
           COMPUTE GD-PCT ROUNDED =
              WS-GD-GRADE-CNT (GD-BEST-SUB, 7) * 100
              / WS-GD-TOTAL (GD-BEST-SUB).
           IF GD-PCT > GD-THRESHOLD-PCT
              MOVE 'WITHDRAWAL' TO GF-RATE-NAME
              PERFORM 674-WRITE-GDIST-FLAG THRU 674-EXIT
           END-IF.
       672-EXIT.
           EXIT.

       674-WRITE-GDIST-FLAG.
           MOVE GD-PCT           TO GF-PCT.
           MOVE GD-THRESHOLD-PCT TO GF-THRESHOLD.
           MOVE GDIST-FLAG-LINE  TO COURGDST-RECORD.
           WRITE COURGDST-RECORD.
       674-EXIT.
           EXIT.

       675-PRINT-HOLDS-REPORT.
      *** ACTIVE HOLDS, THEN HOLDS RELEASED SINCE THE TERM STARTED,
      *** EACH IN OFFICE AND STUDENT ORDER. WITH NO TERM START ON THE
      *** PARAMETER CARD THE TERM IS TAKEN AS THE LAST 120 DAYS
           PERFORM 676-DEFAULT-TERM-START THRU 676-EXIT.
           MOVE 'A' TO HOLD-PASS.
           MOVE 'ACTIVE REGISTRATION HOLDS BY OFFICE' TO HT-TITLE.
           MOVE 'RELEASE' TO HC-DATE-CAPTION.
           PERFORM 677-PRINT-HOLD-SECTION THRU 677-EXIT.
           MOVE 'R' TO HOLD-PASS.
           MOVE 'HOLDS RELEASED THIS TERM' TO HT-TITLE.
           MOVE 'RELEASED' TO HC-DATE-CAPTION.
           PERFORM 677-PRINT-HOLD-SECTION THRU 677-EXIT.
           MOVE BLANK-LINE TO COURHRPT-RECORD.
           WRITE COURHRPT-RECORD.
           MOVE CTR-HELD-STUDENTS TO HCL-HELD.
           MOVE HOLD-COUNT-LINE TO COURHRPT-RECORD.
           WRITE COURHRPT-RECORD.
       675-EXIT.
           EXIT.

       676-DEFAULT-TERM-START.
           MOVE WS-BUSINESS-DATE TO WS-HOLD-DATE-N.
           IF WS-TERM-START-DATE = 0
              COMPUTE WS-TERM-START-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-HOLD-DATE-N) - 120)
           END-IF.
       676-EXIT.
           EXIT.

       677-PRINT-HOLD-SECTION.
           MOVE BLANK-LINE       TO COURHRPT-RECORD.
           WRITE COURHRPT-RECORD.
           MOVE HOLD-TITLE-LINE  TO COURHRPT-RECORD.
           WRITE COURHRPT-RECORD.
           MOVE HOLD-COLUMN-LINE TO COURHRPT-RECORD.
           WRITE COURHRPT-RECORD.
           MOVE 0 TO CTR-HOLD-LINES.
           MOVE SPACES TO WS-OFFICE-HOLD.
           PERFORM VARYING HOLD-SUB FROM 1 BY 1
                   UNTIL HOLD-SUB > WS-HOLD-COUNT
              MOVE 'N' TO WS-HOLD-PRINTED (HOLD-SUB)
           END-PERFORM.
      *** REPEATEDLY PICK THE LOWEST OFFICE/STUDENT NOT YET PRINTED
      *** AMONG THE HOLDS THAT BELONG IN THIS SECTION (AS IN 653)
           PERFORM VARYING HOLD-NAME-SUB FROM 1 BY 1
                   UNTIL HOLD-NAME-SUB > WS-HOLD-COUNT
              MOVE 0 TO HOLD-BEST-SUB
              PERFORM VARYING HOLD-SUB FROM 1 BY 1
                      UNTIL HOLD-SUB > WS-HOLD-COUNT
                 PERFORM 678-SELECT-HOLD THRU 678-EXIT
                 IF HOLD-SELECTED
                    AND WS-HOLD-PRINTED (HOLD-SUB) NOT = 'Y'
                    IF HOLD-BEST-SUB = 0
                       OR WS-HOLD-OFFICE (HOLD-SUB) <
                          WS-HOLD-OFFICE (HOLD-BEST-SUB)
                       OR (WS-HOLD-OFFICE (HOLD-SUB) =
                           WS-HOLD-OFFICE (HOLD-BEST-SUB)
                           AND WS-HOLD-STUDENT-ID (HOLD-SUB) <
                               WS-HOLD-STUDENT-ID (HOLD-BEST-SUB))
                       MOVE HOLD-SUB TO HOLD-BEST-SUB
                    END-IF
                 END-IF
              END-PERFORM
              IF HOLD-BEST-SUB > 0
                 PERFORM 679-WRITE-HOLD-LINE THRU 679-EXIT
                 MOVE 'Y' TO WS-HOLD-PRINTED (HOLD-BEST-SUB)
              END-IF
           END-PERFORM.
           IF CTR-HOLD-LINES = 0
              MOVE HOLD-NONE-LINE TO COURHRPT-RECORD
              WRITE COURHRPT-RECORD
           END-IF.
       677-EXIT.
           EXIT.

       678-SELECT-HOLD.
           MOVE 'N' TO HOLD-SELECT-FLAG.
           IF HOLD-PASS-ACTIVE
              IF WS-HOLD-PLACED-DATE (HOLD-SUB) <= WS-HOLD-DATE-N
                 AND (WS-HOLD-RELEASE-DATE (HOLD-SUB) = 0
                      OR WS-HOLD-RELEASE-DATE (HOLD-SUB) >
                         WS-HOLD-DATE-N)
                 MOVE 'Y' TO HOLD-SELECT-FLAG
              END-IF
           ELSE
              IF WS-HOLD-RELEASE-DATE (HOLD-SUB) > 0
                 AND WS-HOLD-RELEASE-DATE (HOLD-SUB) <= WS-HOLD-DATE-N
                 AND WS-HOLD-RELEASE-DATE (HOLD-SUB) >=
                     WS-TERM-START-DATE
                 MOVE 'Y' TO HOLD-SELECT-FLAG
              END-IF
           END-IF.
       678-EXIT.
           EXIT.

       679-WRITE-HOLD-LINE.
           IF WS-HOLD-OFFICE (HOLD-BEST-SUB) = WS-OFFICE-HOLD
              AND CTR-HOLD-LINES > 0
              MOVE SPACES TO HD-OFFICE
           ELSE
              MOVE WS-HOLD-OFFICE (HOLD-BEST-SUB) TO HD-OFFICE,
                                                     WS-OFFICE-HOLD
           END-IF.
           MOVE WS-HOLD-STUDENT-ID (HOLD-BEST-SUB) TO HD-STUDENT-ID.
      *** THE NAME IS KNOWN ONLY FOR STUDENTS ON THIS RUN'S COURIN
           MOVE SPACES TO HD-NAME.
           PERFORM VARYING HOLD-SUB FROM 1 BY 1
                   UNTIL HOLD-SUB > CTR-STUDENTS
              IF WS-STUDENT-ID (HOLD-SUB) =
                 WS-HOLD-STUDENT-ID (HOLD-BEST-SUB)
                 MOVE WS-STUDENT-NAME (HOLD-SUB) TO HD-NAME
              END-IF
           END-PERFORM.
           MOVE WS-HOLD-TYPE (HOLD-BEST-SUB)        TO HD-TYPE.
           MOVE WS-HOLD-PLACED-DATE (HOLD-BEST-SUB) TO HD-PLACED.
           IF WS-HOLD-RELEASE-DATE (HOLD-BEST-SUB) = 0
              MOVE SPACES TO HD-RELEASED
           ELSE
              MOVE WS-HOLD-RELEASE-DATE (HOLD-BEST-SUB) TO HD-RELEASED
           END-IF.
           MOVE WS-HOLD-REASON (HOLD-BEST-SUB)      TO HD-REASON.
           MOVE HOLD-DETAIL-LINE TO COURHRPT-RECORD.
           WRITE COURHRPT-RECORD.
           ADD 1 TO CTR-HOLD-LINES.
       679-EXIT.
           EXIT.

       680-PRINT-ADVISOR-CASELOAD.
      *** EVERY STUDENT PROCESSED, GROUPED BY ADVISOR FROM THE
      *** STUDENT MASTER AND IN NAME ORDER WITHIN ADVISOR (REPEATED
      *** MINIMUM SELECTION, AS IN 653). STUDENTS WITH NO ADVISOR
      *** SORT FIRST UNDER 'UNASSIGNED'
           MOVE ADVR-TITLE-LINE TO COURADVR-RECORD.
           WRITE COURADVR-RECORD.
           MOVE 0 TO CTR-ADVISEES.
           PERFORM VARYING ADV-SUB FROM 1 BY 1
                   UNTIL ADV-SUB > CTR-STUDENTS
              MOVE 'N' TO WS-SM-PRINTED (ADV-SUB)
           END-PERFORM.
           PERFORM VARYING ADV-SUB FROM 1 BY 1
                   UNTIL ADV-SUB > CTR-STUDENTS
              MOVE 0 TO ADV-BEST-SUB
              PERFORM VARYING ADV-SCAN-SUB FROM 1 BY 1
                      UNTIL ADV-SCAN-SUB > CTR-STUDENTS
                 IF WS-SM-PRINTED (ADV-SCAN-SUB) NOT = 'Y'
                    IF ADV-BEST-SUB = 0
                       OR WS-SM-ADVISOR (ADV-SCAN-SUB) <
                          WS-SM-ADVISOR (ADV-BEST-SUB)
                       OR (WS-SM-ADVISOR (ADV-SCAN-SUB) =
                           WS-SM-ADVISOR (ADV-BEST-SUB)
                           AND WS-STUDENT-NAME (ADV-SCAN-SUB) <
                               WS-STUDENT-NAME (ADV-BEST-SUB))
                       MOVE ADV-SCAN-SUB TO ADV-BEST-SUB
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM 682-WRITE-ADVISEE THRU 682-EXIT
              MOVE 'Y' TO WS-SM-PRINTED (ADV-BEST-SUB)
           END-PERFORM.
           IF CTR-STUDENTS > 0
              MOVE CTR-ADVISEES   TO AVC-ADVISEES
              MOVE ADVR-COUNT-LINE TO COURADVR-RECORD
              WRITE COURADVR-RECORD
           END-IF.
       680-EXIT.
           EXIT.

       682-WRITE-ADVISEE.
      *** A NEW ADVISOR CLOSES THE PRIOR GROUP WITH ITS COUNT
           IF ADV-SUB = 1
              OR WS-SM-ADVISOR (ADV-BEST-SUB) NOT = WS-ADVISOR-HOLD
              IF ADV-SUB > 1
                 MOVE CTR-ADVISEES    TO AVC-ADVISEES
                 MOVE ADVR-COUNT-LINE TO COURADVR-RECORD
                 WRITE COURADVR-RECORD
              END-IF
              MOVE WS-SM-ADVISOR (ADV-BEST-SUB) TO WS-ADVISOR-HOLD
              IF WS-ADVISOR-HOLD = SPACES
                 MOVE 'UNASSIGNED'   TO AV-ADVISOR
              ELSE
                 MOVE WS-ADVISOR-HOLD TO AV-ADVISOR
              END-IF
              MOVE BLANK-LINE        TO COURADVR-RECORD
              WRITE COURADVR-RECORD
              MOVE ADVR-ADVISOR-LINE TO COURADVR-RECORD
              WRITE COURADVR-RECORD
              MOVE ADVR-COLUMN-LINE  TO COURADVR-RECORD
              WRITE COURADVR-RECORD
              MOVE 0 TO CTR-ADVISEES
           END-IF.
           MOVE WS-STUDENT-ID (ADV-BEST-SUB)   TO AV-STUDENT-ID.
           MOVE WS-STUDENT-NAME (ADV-BEST-SUB) TO AV-NAME.
           MOVE WS-SM-PROGRAM (ADV-BEST-SUB)   TO AV-PROGRAM.
           IF WS-SM-CLASS-YEAR (ADV-BEST-SUB) = 0
              MOVE SPACES TO AV-CLASS-YEAR
           ELSE
              MOVE WS-SM-CLASS-YEAR (ADV-BEST-SUB) TO AV-CLASS-YEAR
           END-IF.
           MOVE WS-QPA-AVG (ADV-BEST-SUB)      TO AV-QPA.
           MOVE WS-EARNED-HRS (ADV-BEST-SUB)   TO AV-HOURS.
           EVALUATE TRUE
              WHEN WS-SM-AUDITED (ADV-BEST-SUB) NOT = 'Y'
                 MOVE 'NOT AUDITED' TO AV-AUDIT-STATUS
              WHEN WS-SM-REMAINING (ADV-BEST-SUB) = 0
                 MOVE 'ALL REQS SATISFIED' TO AV-AUDIT-STATUS
              WHEN OTHER
                 MOVE SPACES TO AV-AUDIT-STATUS
                 STRING WS-SM-REMAINING (ADV-BEST-SUB)
                        ' COURSES NEEDED'
                  DELIMITED BY SIZE
                  INTO AV-AUDIT-STATUS
                 END-STRING
           END-EVALUATE.
           MOVE ADVR-DETAIL-LINE TO COURADVR-RECORD.
           WRITE COURADVR-RECORD.
           ADD 1 TO CTR-ADVISEES.
       682-EXIT.
           EXIT.

       690-TERM-STATISTICS.
      *** THIS TERM'S FIGURES ARE COMPARED WITH THE PRIOR TERM AND THE
      *** SAME TERM A YEAR AGO FROM COURTHST, THEN APPENDED TO IT.
      *** WITH NO TERM ON THE PARAMETER CARD THE TERM COMES FROM THE
      *** BUSINESS DATE: JAN WI, FEB-MAY SP, JUN-JUL SU, AUG-DEC FA
           IF WS-TERM-YEAR = 0
              MOVE WS-BUSINESS-DATE (1:4) TO WS-TERM-YEAR
              EVALUATE WS-BUSINESS-DATE (5:2)
                 WHEN '01'              MOVE 'WI' TO WS-TERM-CODE
                 WHEN '02' THRU '05'    MOVE 'SP' TO WS-TERM-CODE
                 WHEN '06' THRU '07'    MOVE 'SU' TO WS-TERM-CODE
                 WHEN OTHER             MOVE 'FA' TO WS-TERM-CODE
              END-EVALUATE
           END-IF.
           INITIALIZE WS-TERM-STATS-TABLE.
           MOVE 'Y'               TO WS-TS-FOUND (1).
           MOVE WS-TERM-YEAR      TO WS-TS-YEAR (1).
           MOVE WS-TERM-CODE      TO WS-TS-CODE (1).
           MOVE WS-TERM-YEAR      TO WS-TK-YEAR.
           MOVE WS-TERM-CODE      TO WS-TK-CODE.
           PERFORM 694-TERM-KEY THRU 694-EXIT.
           MOVE WS-TERM-KEY-WORK  TO WS-TS-KEY (1), WS-TERM-KEY.
           MOVE CTR-STUDENTS      TO WS-TS-STUDENTS (1).
           MOVE 0 TO WS-TERM-CREDIT-SUM.
           PERFORM VARYING STUDENT-SUB FROM 1 BY 1
                   UNTIL STUDENT-SUB > CTR-STUDENTS
              PERFORM VARYING COURSES-SUB FROM 1 BY 1
                      UNTIL COURSES-SUB > 8
                 IF WS-COURSE-NBR (STUDENT-SUB, COURSES-SUB)
                    NOT = SPACES
                    ADD WS-COURSE-CREDIT-HRS (STUDENT-SUB, COURSES-SUB)
                      TO WS-TERM-CREDIT-SUM
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE WS-TERM-CREDIT-SUM TO WS-TS-CREDIT-HOURS (1).
           IF CTR-STUDENTS > 0
              COMPUTE WS-TS-AVERAGE-QPA (1) ROUNDED =
                 WS-QPA-SUM / CTR-STUDENTS
           END-IF.
           MOVE CTR-INVALID-GRADES   TO WS-TS-INVALID-GRADES (1).
           MOVE WS-PREREQ-VIOL-COUNT TO WS-TS-PREREQ-VIOLS (1).
           MOVE CTR-OVER-CAPACITY    TO WS-TS-OVER-ENROLLS (1).
           MOVE WS-BATCH-BILL-TOT    TO WS-TS-TUITION (1).

           OPEN INPUT COURTHST.
           IF TH-FILE-FOUND
              PERFORM 692-READ-COURTHST THRU 692-EXIT
              PERFORM 693-MATCH-HISTORY-ROW THRU 693-EXIT
                      UNTIL THST-END-OF-FILE
              CLOSE COURTHST
           END-IF.

      *** APPEND THIS RUN. THE FILE WON'T EXIST ON THE FIRST RUN --
      *** FALL BACK TO A FRESH OUTPUT OPEN
           OPEN EXTEND COURTHST.
           IF NOT TH-FILE-FOUND
              OPEN OUTPUT COURTHST
           END-IF.
           MOVE SPACES                  TO TERMHIST-REC.
           MOVE WS-TS-TERM (1)          TO TH-TERM.
           MOVE WS-BUSINESS-DATE        TO TH-RUN-DATE.
           MOVE WS-TS-STUDENTS (1)      TO TH-STUDENTS.
           MOVE WS-TS-CREDIT-HOURS (1)  TO TH-CREDIT-HOURS.
           MOVE WS-TS-AVERAGE-QPA (1)   TO TH-AVERAGE-QPA.
           MOVE WS-TS-INVALID-GRADES (1) TO TH-INVALID-GRADES.
           MOVE WS-TS-PREREQ-VIOLS (1)  TO TH-PREREQ-VIOLATIONS.
           MOVE WS-TS-OVER-ENROLLS (1)  TO TH-OVER-ENROLLMENTS.
           MOVE WS-TS-TUITION (1)       TO TH-TUITION-BILLED.
           WRITE TERMHIST-REC.
           CLOSE COURTHST.

           PERFORM 695-PRINT-TREND-REPORT THRU 695-EXIT.
       690-EXIT.
           EXIT.

       692-READ-COURTHST.
           READ COURTHST
             AT END MOVE 'Y' TO THST-EOF
           END-READ.
       692-EXIT.
           EXIT.

       693-MATCH-HISTORY-ROW.
      *** PRIOR TERM = THE LATEST TERM BEFORE THIS ONE ON FILE; A
      *** LATER ROW FOR THE SAME TERM REPLACES AN EARLIER ONE
           IF TH-TERM-YEAR IS NOT NUMERIC
              GO TO 693-NEXT
           END-IF.
           IF TH-TERM-YEAR = WS-TERM-YEAR - 1
              AND TH-TERM-CODE = WS-TERM-CODE
              MOVE 3 TO TS-SUB
              PERFORM 696-SAVE-HISTORY-ROW THRU 696-EXIT
           END-IF.
           MOVE TH-TERM-YEAR TO WS-TK-YEAR.
           MOVE TH-TERM-CODE TO WS-TK-CODE.
           PERFORM 694-TERM-KEY THRU 694-EXIT.
           IF WS-TERM-KEY-WORK < WS-TERM-KEY
              AND (WS-TS-FOUND (2) NOT = 'Y'
                   OR WS-TERM-KEY-WORK >= WS-TS-KEY (2))
              MOVE 2 TO TS-SUB
              PERFORM 696-SAVE-HISTORY-ROW THRU 696-EXIT
           END-IF.
       693-NEXT.
           PERFORM 692-READ-COURTHST THRU 692-EXIT.
       693-EXIT.
           EXIT.

       694-TERM-KEY.
      *** ORDERING KEY FOR A TERM: YEAR FOLLOWED BY THE TERM'S PLACE
      *** IN THE ACADEMIC CALENDAR (WI, SP, SU, FA)
           EVALUATE WS-TK-CODE
              WHEN 'WI'   MOVE 1 TO WS-TERM-SEQ
              WHEN 'SP'   MOVE 2 TO WS-TERM-SEQ
              WHEN 'SU'   MOVE 3 TO WS-TERM-SEQ
              WHEN 'FA'   MOVE 4 TO WS-TERM-SEQ
              WHEN OTHER  MOVE 0 TO WS-TERM-SEQ
           END-EVALUATE.
           COMPUTE WS-TERM-KEY-WORK =
              WS-TK-YEAR * 10 + WS-TERM-SEQ.
       694-EXIT.
           EXIT.

       696-SAVE-HISTORY-ROW.
           MOVE 'Y'                  TO WS-TS-FOUND (TS-SUB).
           MOVE TH-TERM              TO WS-TS-TERM (TS-SUB).
           IF TS-SUB = 2
              MOVE WS-TERM-KEY-WORK  TO WS-TS-KEY (TS-SUB)
           END-IF.
           MOVE TH-STUDENTS          TO WS-TS-STUDENTS (TS-SUB).
           MOVE TH-CREDIT-HOURS      TO WS-TS-CREDIT-HOURS (TS-SUB).
           MOVE TH-AVERAGE-QPA       TO WS-TS-AVERAGE-QPA (TS-SUB).
           MOVE TH-INVALID-GRADES    TO WS-TS-INVALID-GRADES (TS-SUB).
           MOVE TH-PREREQ-VIOLATIONS TO WS-TS-PREREQ-VIOLS (TS-SUB).
           MOVE TH-OVER-ENROLLMENTS  TO WS-TS-OVER-ENROLLS (TS-SUB).
           MOVE TH-TUITION-BILLED    TO WS-TS-TUITION (TS-SUB).
       696-EXIT.
           EXIT.

       695-PRINT-TREND-REPORT.
           MOVE WS-TS-TERM (1)     TO TT-TERM.
           MOVE TREND-TITLE-LINE   TO COURTRND-RECORD.
           WRITE COURTRND-RECORD.
           MOVE BLANK-LINE         TO COURTRND-RECORD.
           WRITE COURTRND-RECORD.
           IF WS-TS-FOUND (2) = 'Y'
              MOVE WS-TS-TERM (2)  TO TC-PRIOR-TERM
           ELSE
              MOVE 'NONE'          TO TC-PRIOR-TERM
           END-IF.
           IF WS-TS-FOUND (3) = 'Y'
              MOVE WS-TS-TERM (3)  TO TC-LY-TERM
           ELSE
              MOVE 'NONE'          TO TC-LY-TERM
           END-IF.
           MOVE TREND-COLUMN-LINE  TO COURTRND-RECORD.
           WRITE COURTRND-RECORD.

           MOVE 'STUDENTS PROCESSED' TO WS-TF-LABEL.
           MOVE 'N' TO WS-TF-DECIMALS.
           PERFORM VARYING TS-SUB FROM 1 BY 1 UNTIL TS-SUB > 3
              MOVE WS-TS-STUDENTS (TS-SUB) TO WS-TF-VALUE (TS-SUB)
           END-PERFORM.
           PERFORM 697-PRINT-TREND-FIGURE THRU 697-EXIT.

           MOVE 'TOTAL CREDIT HOURS' TO WS-TF-LABEL.
           MOVE 'Y' TO WS-TF-DECIMALS.
           PERFORM VARYING TS-SUB FROM 1 BY 1 UNTIL TS-SUB > 3
              MOVE WS-TS-CREDIT-HOURS (TS-SUB) TO WS-TF-VALUE (TS-SUB)
           END-PERFORM.
           PERFORM 697-PRINT-TREND-FIGURE THRU 697-EXIT.

           MOVE 'AVERAGE QPA' TO WS-TF-LABEL.
           MOVE 'Y' TO WS-TF-DECIMALS.
           PERFORM VARYING TS-SUB FROM 1 BY 1 UNTIL TS-SUB > 3
              MOVE WS-TS-AVERAGE-QPA (TS-SUB) TO WS-TF-VALUE (TS-SUB)
           END-PERFORM.
           PERFORM 697-PRINT-TREND-FIGURE THRU 697-EXIT.

           MOVE 'INVALID GRADES' TO WS-TF-LABEL.
           MOVE 'N' TO WS-TF-DECIMALS.
           PERFORM VARYING TS-SUB FROM 1 BY 1 UNTIL TS-SUB > 3
              MOVE WS-TS-INVALID-GRADES (TS-SUB)
                TO WS-TF-VALUE (TS-SUB)
           END-PERFORM.
           PERFORM 697-PRINT-TREND-FIGURE THRU 697-EXIT.

           MOVE 'PREREQ VIOLATIONS' TO WS-TF-LABEL.
           MOVE 'N' TO WS-TF-DECIMALS.
           PERFORM VARYING TS-SUB FROM 1 BY 1 UNTIL TS-SUB > 3
              MOVE WS-TS-PREREQ-VIOLS (TS-SUB) TO WS-TF-VALUE (TS-SUB)
           END-PERFORM.
           PERFORM 697-PRINT-TREND-FIGURE THRU 697-EXIT.

           MOVE 'OVER-ENROLLED COURSES' TO WS-TF-LABEL.
           MOVE 'N' TO WS-TF-DECIMALS.
           PERFORM VARYING TS-SUB FROM 1 BY 1 UNTIL TS-SUB > 3
              MOVE WS-TS-OVER-ENROLLS (TS-SUB) TO WS-TF-VALUE (TS-SUB)
           END-PERFORM.
           PERFORM 697-PRINT-TREND-FIGURE THRU 697-EXIT.

           MOVE 'TUITION BILLED' TO WS-TF-LABEL.
           MOVE 'Y' TO WS-TF-DECIMALS.
           PERFORM VARYING TS-SUB FROM 1 BY 1 UNTIL TS-SUB > 3
              MOVE WS-TS-TUITION (TS-SUB) TO WS-TF-VALUE (TS-SUB)
           END-PERFORM.
           PERFORM 697-PRINT-TREND-FIGURE THRU 697-EXIT.
       695-EXIT.
           EXIT.

       697-PRINT-TREND-FIGURE.
      *** PERCENT CHANGE FROM EACH EARLIER TERM TO THIS ONE; BLANK
      *** WHEN THAT TERM IS NOT ON FILE, N/A WHEN ITS FIGURE IS ZERO
           PERFORM VARYING TS-SUB FROM 2 BY 1 UNTIL TS-SUB > 3
              EVALUATE TRUE
                 WHEN WS-TS-FOUND (TS-SUB) NOT = 'Y'
                    MOVE SPACES TO WS-TF-PCT-TEXT (TS-SUB - 1)
                 WHEN WS-TF-VALUE (TS-SUB) = 0
                    MOVE '     N/A' TO WS-TF-PCT-TEXT (TS-SUB - 1)
                 WHEN OTHER
                    COMPUTE WS-TF-PCT ROUNDED =
                       (WS-TF-VALUE (1) - WS-TF-VALUE (TS-SUB)) * 100
                       / WS-TF-VALUE (TS-SUB)
                       ON SIZE ERROR MOVE 99999.9 TO WS-TF-PCT
                    END-COMPUTE
                    MOVE WS-TF-PCT      TO WS-TF-PCT-EDIT
                    MOVE SPACES         TO WS-TF-PCT-TEXT (TS-SUB - 1)
                    MOVE WS-TF-PCT-EDIT TO WS-TF-PCT-TEXT (TS-SUB - 1)
              END-EVALUATE
           END-PERFORM.
           IF TF-HAS-DECIMALS
              MOVE WS-TF-LABEL       TO TAL-LABEL
              MOVE WS-TF-VALUE (1)   TO TAL-CURRENT
              MOVE WS-TF-VALUE (2)   TO TAL-PRIOR
              MOVE WS-TF-PCT-TEXT (1) TO TAL-PRIOR-PCT
              MOVE WS-TF-VALUE (3)   TO TAL-LY
              MOVE WS-TF-PCT-TEXT (2) TO TAL-LY-PCT
              MOVE TREND-AMOUNT-LINE TO COURTRND-RECORD
           ELSE
              MOVE WS-TF-LABEL       TO TCL-LABEL
              MOVE WS-TF-VALUE (1)   TO TCL-CURRENT
              MOVE WS-TF-VALUE (2)   TO TCL-PRIOR
              MOVE WS-TF-PCT-TEXT (1) TO TCL-PRIOR-PCT
              MOVE WS-TF-VALUE (3)   TO TCL-LY
              MOVE WS-TF-PCT-TEXT (2) TO TCL-LY-PCT
              MOVE TREND-COUNT-LINE  TO COURTRND-RECORD
           END-IF.
           WRITE COURTRND-RECORD.
       697-EXIT.
           EXIT.

       700-QUERY-TABLE.
      *** Answer one query per COURQRY parameter card: a student name
      *** and/or course number to look up, instead of hardcoded cases.

       950-WRITE-BAL-RECORD.
      *** STANDARD CONTROL-COUNT RECORD FOR THE BALCHK STREAM CHECK:
      *** EVERY RECORD READ BECOMES A STUDENT IN THE TABLE UNLESS IT
      *** WAS REFUSED FOR A REGISTRATION HOLD OR BY THE STUDENT MASTER
           OPEN EXTEND BAL-CONTROL-FILE.
           IF NOT BL-FILE-FOUND
              OPEN OUTPUT BAL-CONTROL-FILE
           MOVE WS-BUSINESS-DATE TO BAL-RUN-DATE.
           MOVE RECS-READ    TO BAL-IN-COUNT.
           MOVE CTR-STUDENTS TO BAL-OUT-COUNT.
           COMPUTE BAL-ERR-COUNT = CTR-HELD-STUDENTS
                                 + CTR-MASTER-REJECTS.
           WRITE BAL-CONTROL-REC.
           CLOSE BAL-CONTROL-FILE.
       950-EXIT.

       900-CLOSE-FILES.
           CLOSE COURIN, COUROUT, COURERR, COURQRY, COURTRAN, COURPRQ,
                 COURCAP, COURREQ, COURAUD, COURRATE, COURBILL,
                 COURSECT, COURCONF, COURROOM, COURGDST, COURCHG,
                 COURHRPT, COURADVR, COURTRND.
           IF STUMAST-OPEN
              CLOSE STUMAST
           END-IF.
