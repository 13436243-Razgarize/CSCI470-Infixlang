      *    2026-08-22 RAZ  ADDED CKP-COLDER-SW SO THE NO-COLDER BADGE
      *                    IS JUDGED OVER THE WHOLE GAME EVEN WHEN THE
      *                    SESSION WAS RESUMED PART WAY THROUGH.
      *    2026-10-15 RAZ  ADDED CKP-GAME-TYPE AND CKP-GAME-DATE. A
      *                    DAILY CHALLENGE ATTEMPT IS CHECKPOINTED
      *                    FROM ITS FIRST MOMENT AND IS NEVER OFFERED
      *                    FOR RESUME - LEFT ON FILE IT STANDS AS THE
      *                    PLAYER'S ONE ATTEMPT FOR CKP-GAME-DATE.
      *    2026-10-15 RAZ  A FREE GAME ON CKP-GAME-DATE NO LONGER
      *                    REPLACES A CHALLENGE RECORD; IT RUNS
      *                    WITHOUT A CHECKPOINT OF ITS OWN.
      *****************************************************************
       01  GUESS-CHECKPOINT-RECORD.
           05  CKP-PLAYER-ID           PIC X(10).
           05  CKP-COLDER-SW           PIC X.
           05  CKP-HISTORY-GROUP.
               10  CKP-HIST-ENTRY      PIC 999 OCCURS 50 TIMES.
           05  CKP-GAME-TYPE           PIC X.
               88  CKP-CHALLENGE-GAME      VALUE "C".
               88  CKP-FREE-PLAY-GAME      VALUE "F" SPACE.
           05  CKP-GAME-DATE           PIC X(08).
