      *****************************************************************
      *    GUESSRVQ.CPY
      *    RECORD LAYOUT FOR THE SUSPICIOUS-PLAY REVIEW QUEUE. THE
      *    NIGHTLY GUESSSPD DETECTION STEP ADDS ONE RECORD PER
      *    FLAGGED SESSION; A SUPERVISOR WORKS THE QUEUE FROM
      *    GUESSADM, CLEARING THE FLAG OR VOIDING THE SCORE. THE KEY
      *    - BUSINESS DATE PLUS A SEQUENCE WITHIN THE DAY - IS THE
      *    FLAG REFERENCE CARRIED ONTO THE GUESSADJ TRAIL.
      *
      *    RULE CODES (RVQ-RULES, UP TO FOUR, SPACE SEPARATED):
      *      FGW - REPEATED FIRST-GUESS WINS IN ONE DAY
      *      RPD - EVERY GUESS IN THE SESSION SECONDS APART
      *      RTG - RATING JUMPED SHARPLY OVER THE DAY
      *      SCR - SCORE SHOWS FEWER GUESSES THAN WERE LOGGED
      *
      *    MODIFICATION HISTORY
      *    2026-10-15 RAZ  INITIAL VERSION.
      *    2026-10-15 RAZ  ADDED STATUS P. A VOID ASKED FOR FROM THE
      *                    QUEUE NOW WAITS ON A SECOND SUPERVISOR;
      *                    THE FLAG GOES TO V WHEN THE VOID IS
      *                    APPROVED AND BACK TO O IF IT IS REJECTED
      *                    OR EXPIRES.
      *****************************************************************
       01  REVIEW-QUEUE-RECORD.
           05  RVQ-KEY.
               10  RVQ-FLAG-DATE       PIC X(08).
               10  RVQ-FLAG-SEQ        PIC 9(04).
           05  RVQ-PLAYER-ID           PIC X(10).
           05  RVQ-SESSION-TIME        PIC 9(09).
           05  RVQ-SCORE-TIME          PIC 9(09).
           05  RVQ-LOG-GUESSES         PIC 9(05).
           05  RVQ-SCORE-GUESSES       PIC 999.
           05  RVQ-DIFFICULTY          PIC X.
           05  RVQ-GAME-TYPE           PIC X.
           05  RVQ-MAX-GAP             PIC 9(05).
           05  RVQ-RATING-JUMP         PIC 9(05).
           05  RVQ-RULES               PIC X(16).
           05  RVQ-STATUS              PIC X.
               88  RVQ-OPEN                VALUE "O".
               88  RVQ-CLEARED             VALUE "C".
               88  RVQ-VOIDED              VALUE "V".
               88  RVQ-VOID-PENDING        VALUE "P".
           05  RVQ-REVIEWED-BY         PIC X(10).
           05  RVQ-REVIEWED-TIME       PIC 9(09).
