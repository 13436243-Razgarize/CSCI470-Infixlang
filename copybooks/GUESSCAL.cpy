      *****************************************************************
      *    GUESSCAL.CPY
      *    BUSINESS CALENDAR MASTER. ONE RECORD PER DATE THE LAB IS
      *    NOT ON ITS ORDINARY SCHEDULE, KEYED BY THE DATE. A DATE
      *    WITH NO RECORD - OR NO CALENDAR FILE AT ALL - IS AN
      *    ORDINARY OPEN DAY. MAINTAINED THROUGH GUESSCLM.
      *
      *    CAL-DAY-TYPE:
      *      O - OPEN, AN ORDINARY PLAYING DAY
      *      C - CLOSED (HOLIDAY, LAB CLOSURE) - NO FREE PLAY, THE
      *          NIGHTLY CHAIN IS SHORTENED, AND THE DAY NEITHER
      *          BREAKS A STREAK NOR COUNTS IN UTILIZATION
      *      E - EVENT NIGHT - AN OPEN DAY WITH A NAMED EVENT
      *
      *    MODIFICATION HISTORY
      *    2026-10-15 RAZ  INITIAL VERSION.
      *****************************************************************
       01  CALENDAR-RECORD.
           05  CAL-DATE                PIC X(08).
           05  CAL-DAY-TYPE            PIC X.
               88  CAL-OPEN                VALUE "O".
               88  CAL-CLOSED              VALUE "C".
               88  CAL-EVENT               VALUE "E".
           05  CAL-DESCRIPTION         PIC X(30).
           05  CAL-UPDATED-BY          PIC X(10).
           05  CAL-UPDATED-DATE        PIC X(08).
