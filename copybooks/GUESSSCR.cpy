      *    2026-08-22 RAZ  ADDED GS-DIFFICULTY SO THE LEVEL THE GAME
      *                    WAS PLAYED AT SURVIVES WITH THE SCORE AND
      *                    THE LEADERBOARD CAN RANK WITHIN TIERS.
      *    2026-10-15 RAZ  ADDED GS-GAME-TYPE SO A DAILY CHALLENGE
      *                    GAME IS TOLD APART FROM FREE PLAY. RECORDS
      *                    WRITTEN BEFORE THIS CHANGE SHOW THE FIELD
      *                    AS BLANK, WHICH READS AS FREE PLAY.
      *****************************************************************
       01  GUESS-SCORE-RECORD.
           05  GS-KEY.
               88  GS-EASY                 VALUE 1.
               88  GS-MEDIUM               VALUE 2.
               88  GS-HARD                 VALUE 3.
           05  GS-GAME-TYPE            PIC X.
               88  GS-CHALLENGE-GAME       VALUE "C".
               88  GS-FREE-PLAY-GAME       VALUE "F" SPACE.
