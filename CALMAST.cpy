      *****************************************************************
      *  BUSINESS CALENDAR MASTER RECORD (CALMAST) -- 80 BYTES.
      *  ONE ROW PER DATE THE OFFICES ARE SHUT IN ADDITION TO THE
      *  WEEKEND: PUBLIC HOLIDAYS ('H') AND ONE-OFF CLOSURES ('C') SUCH
      *  AS A WINTER SHUTDOWN OR A WEATHER DAY. SATURDAYS AND SUNDAYS
      *  ARE NEVER BUSINESS DAYS AND ARE NOT CARRIED ON THE FILE.
      *  READ ONLY THROUGH BDAYLKP
      *****************************************************************
       01  CALENDAR-MASTER-REC.
           05  CAL-DATE                PIC 9(08).
           05  CAL-CLOSURE-TYPE        PIC X(01).
               88  CAL-HOLIDAY         VALUE 'H'.
               88  CAL-CLOSURE         VALUE 'C'.
           05  CAL-DESC                PIC X(30).
           05  FILLER                  PIC X(41).
