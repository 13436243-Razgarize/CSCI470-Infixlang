      *****************************************************************
      *    GUESSBRK.CPY
      *    RECORD LAYOUT FOR THE KNOCKOUT BRACKET FILE. EACH EVENT IS
      *    ONE HEADER RECORD (ROUND 0, MATCH 00) FOLLOWED BY ONE SLOT
      *    RECORD PER MATCH IN EVERY ROUND, KEYED BY EVENT, ROUND AND
      *    MATCH NUMBER SO THE WHOLE DRAW READS BACK IN ORDER.
      *
      *    SLOT STATUS:
      *      W - WAITING, ONE OR BOTH PLAYERS STILL TO COME THROUGH
      *      S - SCHEDULED, BOTH PLAYERS KNOWN, MATCH NOT YET PLAYED.
      *          BRK-SCHEDULED-TIME HOLDS WHEN IT WAS SCHEDULED - ONLY
      *          A DUEL STARTED SINCE THEN COUNTS FOR THE SLOT.
      *      B - BYE, THE ONLY PLAYER IN THE SLOT GOES THROUGH
      *      D - DECIDED FROM A GUESSMCH MATCH RESULT
      *
      *    THE WINNER OF ROUND R MATCH M MOVES TO ROUND R+1 MATCH
      *    (M+1)/2 - AS PLAYER 1 FROM AN ODD MATCH, PLAYER 2 FROM AN
      *    EVEN ONE.
      *
      *    MODIFICATION HISTORY
      *    2026-10-15 RAZ  INITIAL VERSION.
      *    2026-10-15 RAZ  BRK-SCHEDULED-TIME TAKES THE SLOT FILLER;
      *                    THE SLOT RECORD GROWS BY 2 BYTES.
      *****************************************************************
       01  BRACKET-RECORD.
           05  BRK-KEY.
               10  BRK-EVENT-ID        PIC X(08).
               10  BRK-ROUND           PIC 9.
               10  BRK-MATCH           PIC 99.
           05  BRK-SLOT-DATA.
               10  BRK-PLAYER-1-ID     PIC X(10).
               10  BRK-PLAYER-1-SEED   PIC 99.
               10  BRK-PLAYER-2-ID     PIC X(10).
               10  BRK-PLAYER-2-SEED   PIC 99.
               10  BRK-SLOT-STATUS     PIC X.
                   88  BRK-SLOT-WAITING    VALUE "W".
                   88  BRK-SLOT-SCHEDULED  VALUE "S".
                   88  BRK-SLOT-BYE        VALUE "B".
                   88  BRK-SLOT-DECIDED    VALUE "D".
               10  BRK-WINNER-ID       PIC X(10).
               10  BRK-PLAYER-1-GUESSES PIC 999.
               10  BRK-PLAYER-2-GUESSES PIC 999.
               10  BRK-MATCH-DATE      PIC X(08).
               10  BRK-MATCH-TIME      PIC 9(09).
               10  BRK-SCHEDULED-TIME  PIC 9(09).
           05  BRK-EVENT-DATA REDEFINES BRK-SLOT-DATA.
               10  BRK-EVENT-NAME      PIC X(30).
               10  BRK-EVENT-DATE      PIC X(08).
               10  BRK-CREATED-TIME    PIC 9(09).
               10  BRK-DIFFICULTY      PIC 9.
               10  BRK-ENTRANTS        PIC 99.
               10  BRK-BRACKET-SIZE    PIC 99.
               10  BRK-ROUND-COUNT     PIC 9.
               10  BRK-CURRENT-ROUND   PIC 9.
               10  BRK-EVENT-STATUS    PIC X.
                   88  BRK-EVENT-OPEN      VALUE "O".
                   88  BRK-EVENT-COMPLETE  VALUE "C".
               10  BRK-CHAMPION-ID     PIC X(10).
