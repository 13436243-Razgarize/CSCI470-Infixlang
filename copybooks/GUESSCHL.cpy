      *****************************************************************
      *    GUESSCHL.CPY
      *    RECORD LAYOUT FOR THE DAILY CHALLENGE FILE. ONE RECORD PER
      *    BUSINESS DATE AND DIFFICULTY TIER HOLDS THE SECRET EVERY
      *    PLAYER TAKING THAT DAY'S CHALLENGE AT THAT TIER GUESSES
      *    AGAINST, SO THE WHOLE FIELD PLAYS THE SAME PUZZLE. THE
      *    RECORDS ARE WRITTEN AHEAD OF TIME BY THE NIGHTLY GUESSCHG
      *    STEP AND ARE NEVER REPLACED ONCE WRITTEN.
      *
      *    MODIFICATION HISTORY
      *    2026-10-15 RAZ  INITIAL VERSION.
      *****************************************************************
       01  CHALLENGE-RECORD.
           05  CHL-KEY.
               10  CHL-DATE            PIC X(08).
               10  CHL-DIFFICULTY      PIC 9.
           05  CHL-SECRET              PIC 999.
           05  CHL-CREATED-TIME        PIC 9(09).
