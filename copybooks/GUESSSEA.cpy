      *
      *    MODIFICATION HISTORY
      *    2026-08-22 RAZ  INITIAL VERSION.
      *    2026-10-15 RAZ  SEA-PREV-RANK WIDENED FROM 3 TO 5 DIGITS SO
      *                    A SEASON OF ANY SIZE KEEPS ITS RANKS WHOLE.
      *                    THE RECORD GROWS FROM 23 TO 25 BYTES; A FILE
      *                    IN THE OLD LAYOUT IS RENAMED GUESSSEO AND
      *                    CONVERTED ONCE BY GUESSSTC.
      *****************************************************************
       01  SEASON-STANDING-RECORD.
           05  SEA-PLAYER-ID           PIC X(10).
           05  SEA-POINTS              PIC 9(5).
           05  SEA-GAMES-PLAYED        PIC 9(5).
           05  SEA-PREV-RANK           PIC 9(5).
