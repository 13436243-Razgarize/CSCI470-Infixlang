      *                    PLAYER BELONGS TO FOR THE FALL LEAGUE.
      *                    BLANK MEANS UNASSIGNED. ASSIGNMENTS ARE
      *                    MAINTAINED THROUGH GUESSTMM.
      *    2026-10-15 RAZ  ADDED PL-MERGED-INTO. WHEN GUESSMRG MERGES
      *                    A DUPLICATE REGISTRATION, THE RETIRED
      *                    RECORD IS SET INACTIVE AND POINTS HERE AT
      *                    THE SURVIVING PLAYER ID. BLANK FOR EVERY
      *                    OTHER PLAYER.
      *****************************************************************
       01  PLAYER-MASTER-RECORD.
           05  PL-PLAYER-ID            PIC X(10).
               88  PL-ACTIVE               VALUE "A".
               88  PL-INACTIVE             VALUE "I".
           05  PL-TEAM-CODE            PIC X(04).
           05  PL-MERGED-INTO          PIC X(10).
