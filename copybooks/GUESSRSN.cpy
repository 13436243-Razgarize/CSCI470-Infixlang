      *****************************************************************
      *    GUESSRSN.CPY
      *    RECORD LAYOUT FOR THE NIGHTLY RATING SNAPSHOT. GUESSRTG
      *    HOLDS ONLY A PLAYER'S CURRENT RATING, SO THE GUESSSPD
      *    DETECTION STEP KEEPS ONE RECORD PER PLAYER WITH THE
      *    RATING AS IT STOOD AT THE CLOSE OF RSN-DATE AND AT THE
      *    CLOSE BEFORE THAT - ENOUGH TO MEASURE A DAY'S MOVE, EVEN
      *    WHEN THE STEP IS RERUN FOR THE SAME DATE.
      *
      *    MODIFICATION HISTORY
      *    2026-10-15 RAZ  INITIAL VERSION.
      *****************************************************************
       01  RATING-SNAPSHOT-RECORD.
           05  RSN-PLAYER-ID           PIC X(10).
           05  RSN-DATE                PIC X(08).
           05  RSN-RATING              PIC 9(05).
           05  RSN-PRIOR-RATING        PIC 9(05).
