      *****************************************************************
      *    GUESSMGC.CPY
      *    RUN-CONTROL RECORD FOR THE DUPLICATE PLAYER MERGE. ONE
      *    RECORD IS WRITTEN WHEN A MERGE IS COMMITTED AND REWRITTEN
      *    AS EACH PHASE FINISHES, SO A MERGE THAT STOPS PART WAY IS
      *    PICKED UP AT THE NEXT PHASE BY THE NEXT GUESSMRG RUN - NO
      *    OTHER MERGE CAN START WHILE ONE IS IN FLIGHT.
      *
      *    THE SEASON AND RATING OUTCOMES ARE DECIDED BEFORE ANYTHING
      *    IS CHANGED AND HELD HERE AS THE SURVIVOR'S FINISHED
      *    VALUES, SO REPEATING A PHASE SETS THE SAME FIGURES AGAIN
      *    INSTEAD OF ADDING THE RETIRED ID'S POINTS TWICE.
      *
      *    PHASES (MGC-PHASE-DONE IS THE LAST ONE FINISHED):
      *      1 - GUESSSCR SCORES RE-KEYED
      *      2 - GUESSBDG BADGES MERGED
      *      3 - GUESSSEA STANDINGS COMBINED
      *      4 - GUESSRTG RATING DECIDED
      *      5 - GUESSPLR RETIRED RECORD SET INACTIVE
      *
      *    ACTIONS (MGC-SEA-ACTION, MGC-RTG-ACTION):
      *      N - RETIRED ID HAS NO RECORD, NOTHING TO DO
      *      M - ONLY THE RETIRED ID HAS ONE, MOVED TO THE SURVIVOR
      *      C - BOTH HAVE ONE, COMBINED ONTO THE SURVIVOR
      *
      *    MODIFICATION HISTORY
      *    2026-10-15 RAZ  INITIAL VERSION.
      *    2026-10-15 RAZ  MGC-SEA-PREV-RANK WIDENED TO 5 DIGITS WITH
      *                    SEA-PREV-RANK. GUESSSTC WILL NOT CONVERT THE
      *                    STANDINGS WHILE A MERGE IS IN FLIGHT, SO NO
      *                    RECORD IN THE OLD LAYOUT IS EVER RESUMED.
      *****************************************************************
       01  MERGE-CONTROL-RECORD.
           05  MGC-STATUS-FLAG         PIC X.
               88  MGC-IN-FLIGHT           VALUE "F".
               88  MGC-COMPLETE            VALUE "C".
           05  MGC-SURVIVOR-ID         PIC X(10).
           05  MGC-RETIRED-ID          PIC X(10).
           05  MGC-OPERATOR-ID         PIC X(10).
           05  MGC-REASON              PIC X(30).
           05  MGC-STARTED-TIME        PIC 9(09).
           05  MGC-PHASE-DONE          PIC 9.
           05  MGC-SEA-ACTION          PIC X.
               88  MGC-SEA-NONE            VALUE "N".
               88  MGC-SEA-MOVE            VALUE "M".
               88  MGC-SEA-COMBINE         VALUE "C".
           05  MGC-OLD-SEA-POINTS      PIC 9(5).
           05  MGC-SEA-POINTS          PIC 9(5).
           05  MGC-SEA-GAMES-PLAYED    PIC 9(5).
           05  MGC-SEA-PREV-RANK       PIC 9(5).
           05  MGC-RTG-ACTION          PIC X.
               88  MGC-RTG-NONE            VALUE "N".
               88  MGC-RTG-MOVE            VALUE "M".
               88  MGC-RTG-COMBINE         VALUE "C".
           05  MGC-OLD-RATING          PIC 9(05).
           05  MGC-RATING              PIC 9(05).
           05  MGC-GAMES-RATED         PIC 9(05).
           05  MGC-LAST-DATE           PIC X(08).
