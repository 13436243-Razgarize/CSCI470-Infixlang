      *                    TIME AS CARRIED IN GS-UNIX-TIME, SO EVERY
      *                    LOG RECORD CAN BE PAIRED WITH THE SCORE
      *                    RECORD OF THE SESSION IT BELONGS TO.
      *    2026-10-15 RAZ  ADDED LOG-GAME-TYPE SO EVERY GUESS OF A
      *                    DAILY CHALLENGE ATTEMPT IS FLAGGED IN THE
      *                    GENERATION, THE SAME AS GS-GAME-TYPE ON
      *                    THE SCORE. BLANK READS AS FREE PLAY.
      *    2026-10-15 RAZ  THE RECORD GREW FROM 39 TO 40 BYTES WITH
      *                    LOG-GAME-TYPE AND A GENERATION IS A FIXED-
      *                    LENGTH FILE, SO ONE WRITTEN BEFORE THEN IS
      *                    REWRITTEN ONCE BY GUESSGLC WITH THE TYPE
      *                    BLANK. A RECORD WHOSE GUESS OR TIMES ARE NOT
      *                    NUMERIC, OR WHOSE TYPE IS NOT C, F OR BLANK,
      *                    MARKS A GENERATION STILL IN THE OLD LAYOUT;
      *                    GUESSING, GUESSEOD, GUESSSLV AND GUESSSPD
      *                    REFUSE ONE.
      *****************************************************************
       01  GUESS-LOG-RECORD.
           05  LOG-PLAYER-ID           PIC X(10).
           05  LOG-MSG-RESP             PIC X(8).
           05  LOG-TIMESTAMP            PIC 9(09).
           05  LOG-SESSION-TIME         PIC 9(09).
           05  LOG-GAME-TYPE            PIC X.
               88  LOG-CHALLENGE-GAME       VALUE "C".
               88  LOG-FREE-PLAY-GAME       VALUE "F" SPACE.
