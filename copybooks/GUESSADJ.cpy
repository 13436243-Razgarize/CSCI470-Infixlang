      *      VOID     - SCORE RECORD DELETED
      *      CORRECT  - SCORE RECORD GUESS COUNT CHANGED
      *      PURGECKP - STALE CHECKPOINT RECORD DELETED
      *      FLAGCLR  - REVIEW QUEUE FLAG CLEARED WITHOUT ACTION
      *      MERGE    - RECORD MOVED FROM A RETIRED DUPLICATE PLAYER
      *                 ID TO THE SURVIVING ONE BY GUESSMRG. THE KEY
      *                 IS THE RECORD'S OLD KEY, THE OLD VALUE NAMES
      *                 THE FILE AND WHAT MOVED (SCR AND THE GUESS
      *                 COUNT, BDG AND THE BADGE CODE, SEA AND THE
      *                 POINTS, RTG AND THE RATING, OR PLR), AND THE
      *                 NEW VALUE IS THE SURVIVING PLAYER ID.
      *      RULES    - GAME RULE SET ADDED, CHANGED, WITHDRAWN OR
      *                 SEEDED THROUGH GUESSRLM. ONE RECORD PER RULE
      *                 VALUE THAT MOVED: THE KEY DATE IS THE SET'S
      *                 EFFECTIVE DATE, THE KEY PLAYER ID FIELD NAMES
      *                 THE VALUE (T1-MAX, T1-PAR ... RTG-STEP,
      *                 RTG-CAP, RTG-FLOOR, NEW-RATING, POINTS-1 ...
      *                 POINTS-8), AND THE OLD AND NEW VALUES ARE THE
      *                 FIGURES BEFORE AND AFTER - OLD BLANK FOR A NEW
      *                 SET, NEW "WITHDRAWN" FOR A DELETED ONE.
      *
      *    A VOID OR CORRECT RECORD IS WRITTEN ONLY WHEN A SECOND
      *    SUPERVISOR APPROVES THE PENDING CHANGE. ADJ-OPERATOR-ID IS
      *    THEN THE OPERATOR WHO ASKED FOR THE CHANGE AND
      *    ADJ-APPROVED-BY THE ONE WHO APPROVED IT; THE TIMESTAMP IS
      *    WHEN IT WAS APPLIED.
      *
      *    MODIFICATION HISTORY
      *    2026-08-22 RAZ  INITIAL VERSION.
      *                    TRAIL RECORDS WRITTEN BEFORE THIS CHANGE
      *                    SHOW THE FIELD AS BLANK, WHICH THE REPOST
      *                    TREATS AS TIER UNKNOWN.
      *    2026-10-15 RAZ  ADDED ADJ-GAME-TYPE, CARRIED FROM THE
      *                    SCORE BEING VOIDED OR CORRECTED. DAILY
      *                    CHALLENGE GAMES NEVER POST TO THE SEASON,
      *                    SO THE REPOST MUST KNOW TO LEAVE THEM BE.
      *                    BLANK READS AS FREE PLAY.
      *    2026-10-15 RAZ  ADDED ADJ-FLAG-REF, THE GUESSRVQ REVIEW
      *                    QUEUE REFERENCE (DATE AND SEQUENCE) WHEN
      *                    THE CHANGE CAME FROM WORKING A SUSPICIOUS-
      *                    PLAY FLAG. BLANK FOR ANY OTHER CHANGE.
      *    2026-10-15 RAZ  ADDED ADJ-APPROVED-BY, THE SECOND
      *                    SUPERVISOR WHO APPROVED A VOID OR
      *                    CORRECTION. BLANK FOR ACTIONS THAT NEED NO
      *                    SECOND APPROVAL AND FOR RECORDS WRITTEN
      *                    BEFORE THIS CHANGE.
      *    2026-10-15 RAZ  ADDED THE MERGE ACTION, WRITTEN BY THE
      *                    GUESSMRG DUPLICATE PLAYER MERGE.
      *    2026-10-15 RAZ  ADDED THE RULES ACTION, WRITTEN BY THE
      *                    GUESSRLM GAME RULES MAINTENANCE.
      *****************************************************************
       01  ADJUSTMENT-RECORD.
           05  ADJ-OPERATOR-ID         PIC X(10).
           05  ADJ-NEW-VALUE           PIC X(12).
           05  ADJ-REASON              PIC X(30).
           05  ADJ-DIFFICULTY          PIC X.
           05  ADJ-GAME-TYPE           PIC X.
           05  ADJ-FLAG-REF            PIC X(12).
           05  ADJ-APPROVED-BY         PIC X(10).
