       IDENTIFICATION DIVISION.
      ****************************************************************
      **   CALLABLE CITY/COUNTY LOOKUP AGAINST THE CITY/COUNTY MASTER
      **     (CITYMST), KEYED BY STATE ABBREVIATION PLUS CITY NAME.
      **     REQUEST '1' RETURNS THE COUNTY FOR A CITY IN A STATE;
      **     REQUEST '2' CONFIRMS A COUNTY BELONGS TO A STATE AND
      **     RETURNS THE FIRST CITY ON FILE IN IT. THE MASTER IS
      **     OPENED ON THE FIRST CALL AND READ BY KEY THEREAFTER, SO
      **     THERE IS NO TABLE TO OUTGROW.
      ****************************************************************
       PROGRAM-ID.   CITYLKP.
       INSTALLATION.  IBM.
       DATE-WRITTEN.  01-01-2009.
       DATE-COMPILED. 01-01-2009.
       SECURITY.   NONE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM.
       OBJECT-COMPUTER.   IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CITY-MASTER-FILE    ASSIGN TO CITYMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-KEY
                  FILE STATUS IS CM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CITY-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CITYMST.

       WORKING-STORAGE SECTION.
       01 SWITCHES-IN-PROGRAM.
           05 SW-END-OF-STATE     PIC X       VALUE 'N'.
               88 END-OF-STATE                VALUE 'Y'.
           05 SW-FILE-OPENED      PIC X       VALUE 'N'.
               88 FILE-OPENED                 VALUE 'Y'.
           05 SW-FILE-AVAILABLE   PIC X       VALUE 'N'.
               88 FILE-AVAILABLE              VALUE 'Y'.

       01  CM-FILE-STATUS          PIC X(02)  VALUE SPACES.
           88 CM-FILE-OK                      VALUE '00' '02'.

       LINKAGE SECTION.
       01  LK-REQUEST-CODE         PIC X(01).
           88 LK-CITY-TO-COUNTY    VALUE '1'.
           88 LK-COUNTY-IN-STATE   VALUE '2'.
       01  LK-STATE-ABBREV          PIC X(02).
       01  LK-CITY                  PIC X(20).
       01  LK-COUNTY                PIC X(20).
       01  LK-FOUND-SW              PIC X(01).
           88 LK-FOUND               VALUE 'Y'.

       PROCEDURE DIVISION USING LK-REQUEST-CODE, LK-STATE-ABBREV,
                                 LK-CITY, LK-COUNTY, LK-FOUND-SW.
       000-MAINLINE.
           IF NOT FILE-OPENED
              PERFORM 040-OPEN-MASTER THRU 040-EXIT
              MOVE 'Y' TO SW-FILE-OPENED
           END-IF.

           MOVE 'N' TO LK-FOUND-SW.
           IF FILE-AVAILABLE
              EVALUATE TRUE
                 WHEN LK-CITY-TO-COUNTY
                    PERFORM 100-LOOKUP-BY-CITY THRU 100-EXIT
                 WHEN LK-COUNTY-IN-STATE
                    PERFORM 150-LOOKUP-BY-COUNTY THRU 150-EXIT
              END-EVALUATE
           END-IF.

           GOBACK.

       040-OPEN-MASTER.
      *** OPEN THE MASTER ON THE FIRST CALL THIS RUN. IF IT CANNOT BE
      *** OPENED EVERY LOOKUP COMES BACK NOT-FOUND
           OPEN INPUT CITY-MASTER-FILE.
           IF CM-FILE-OK
              MOVE 'Y' TO SW-FILE-AVAILABLE
           ELSE
              DISPLAY 'WARNING: CITYMST OPEN FAILED, STATUS '
                 CM-FILE-STATUS ' - ALL CITY LOOKUPS NOT FOUND'
           END-IF.
       040-EXIT.
           EXIT.

       100-LOOKUP-BY-CITY.
           MOVE LK-STATE-ABBREV TO CM-STATE-ABBREV.
           MOVE LK-CITY         TO CM-CITY-NAME.
           READ CITY-MASTER-FILE
              KEY IS CM-KEY
              INVALID KEY
                 GO TO 100-EXIT
           END-READ.
           MOVE CM-COUNTY-NAME TO LK-COUNTY.
           MOVE 'Y' TO LK-FOUND-SW.
       100-EXIT.
           EXIT.

       150-LOOKUP-BY-COUNTY.
      *** BROWSE THE STATE'S CITIES FROM THE FIRST KEY FOR ITS
      *** ABBREVIATION UNTIL THE COUNTY TURNS UP OR THE STATE CHANGES
           MOVE LK-STATE-ABBREV TO CM-STATE-ABBREV.
           MOVE LOW-VALUES      TO CM-CITY-NAME.
           START CITY-MASTER-FILE KEY IS NOT LESS THAN CM-KEY
              INVALID KEY
                 GO TO 150-EXIT
           END-START.
           MOVE 'N' TO SW-END-OF-STATE.
           PERFORM 160-READ-NEXT-CITY THRU 160-EXIT
                       UNTIL END-OF-STATE OR LK-FOUND.
       150-EXIT.
           EXIT.

       160-READ-NEXT-CITY.
           READ CITY-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO SW-END-OF-STATE
                 GO TO 160-EXIT
           END-READ.
           IF CM-STATE-ABBREV NOT = LK-STATE-ABBREV
              MOVE 'Y' TO SW-END-OF-STATE
              GO TO 160-EXIT
           END-IF.
           IF CM-COUNTY-NAME = LK-COUNTY
              MOVE CM-CITY-NAME TO LK-CITY
              MOVE 'Y' TO LK-FOUND-SW
           END-IF.
       160-EXIT.
           EXIT.
