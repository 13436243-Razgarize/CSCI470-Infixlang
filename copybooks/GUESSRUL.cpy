      *****************************************************************
      *    GUESSRUL.CPY
      *    LEAGUE GAME RULES, DATED. ONE RECORD PER RULE SET, KEYED
      *    BY THE DATE IT TAKES EFFECT. THE SET IN FORCE ON ANY DATE
      *    IS THE ONE WITH THE LATEST EFFECTIVE DATE NOT AFTER IT,
      *    SO A PROGRAM WORKING ON A PAST DAY - A SEASON REPOST, A
      *    COACHING RERUN - APPLIES THE RULES THAT DAY WAS PLAYED
      *    UNDER. MAINTAINED THROUGH GUESSRLM; EVERY CHANGE GOES TO
      *    THE GUESSADJ TRAIL. THE STANDING SET SEEDED BY GUESSRLM
      *    IS EFFECTIVE 00000000, IN FORCE FROM THE START OF
      *    HISTORY.
      *
      *    RUL-TIER-MAX         TOP OF THE SECRET RANGE PER TIER
      *                         (EASY, MEDIUM, HARD) - A GUESS RUNS
      *                         1 THRU THE MAXIMUM
      *    RUL-TIER-PAR         PAR GUESS COUNT PER TIER, FOR THE
      *                         RATING AND THE COACHING IDEAL
      *    RUL-RATING-STEP      RATING POINTS PER GUESS UNDER OR
      *                         OVER PAR
      *    RUL-RATING-CAP       MOST ONE GAME MAY MOVE A RATING,
      *                         UP OR DOWN
      *    RUL-RATING-FLOOR     NO RATING FALLS BELOW THIS
      *    RUL-NEW-PLAYER-RATING  STARTING MARK FOR A PLAYER WITH
      *                         NO RATING RECORD YET
      *    RUL-POSITION-POINTS  SEASON POINTS FOR FINISHING 1ST
      *                         THRU 8TH IN A TIER ON THE DAY
      *
      *    MODIFICATION HISTORY
      *    2026-10-15 RAZ  INITIAL VERSION.
      *****************************************************************
       01  RULES-RECORD.
           05  RUL-EFFECTIVE-DATE      PIC X(08).
           05  RUL-TIER-TABLE.
               10  RUL-TIER OCCURS 3 TIMES.
                   15  RUL-TIER-MAX    PIC 999.
                   15  RUL-TIER-PAR    PIC 99.
           05  RUL-RATING-STEP         PIC 99.
           05  RUL-RATING-CAP          PIC 999.
           05  RUL-RATING-FLOOR        PIC 9(5).
           05  RUL-NEW-PLAYER-RATING   PIC 9(5).
           05  RUL-POINTS-TABLE.
               10  RUL-POSITION-POINTS PIC 99 OCCURS 8 TIMES.
           05  RUL-UPDATED-BY          PIC X(10).
           05  RUL-UPDATED-DATE        PIC X(08).
