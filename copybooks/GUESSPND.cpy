      *****************************************************************
      *    GUESSPND.CPY
      *    RECORD LAYOUT FOR THE PENDING-CHANGE FILE. A SCORE VOID OR
      *    CORRECTION KEYED IN GUESSADM IS NOT APPLIED WHEN IT IS
      *    ASKED FOR; IT IS HELD HERE WITH THE REQUESTING OPERATOR,
      *    THE REASON, AND THE BEFORE AND AFTER VALUES UNTIL A SECOND
      *    SUPERVISOR - NEVER THE REQUESTER - APPROVES OR REJECTS IT.
      *    ONLY AN APPROVAL TOUCHES GUESSSCR AND WRITES THE GUESSADJ
      *    RECORD. A REQUEST LEFT PENDING PAST THE EXPIRY AGE
      *    (PENDING-EXPIRY-DAYS, FROM THE GUESSPEX COPYBOOK) IS
      *    MARKED EXPIRED BY THE NIGHTLY GUESSPAG AGING STEP, OR BY
      *    GUESSADM WHEN IT COMES ACROSS ONE FIRST.
      *
      *    THE KEY - THE DATE THE CHANGE WAS ASKED FOR PLUS A
      *    SEQUENCE WITHIN THE DAY - IS THE CHANGE REFERENCE THE
      *    APPROVER KEYS IN.
      *
      *    STATUS:
      *      P - PENDING, AWAITING A SECOND SUPERVISOR
      *      A - APPROVED AND APPLIED
      *      R - REJECTED
      *      E - EXPIRED UNDECIDED
      *
      *    MODIFICATION HISTORY
      *    2026-10-15 RAZ  INITIAL VERSION.
      *    2026-10-15 RAZ  EXPIRY AGE MOVED TO GUESSPEX.
      *****************************************************************
       01  PENDING-CHANGE-RECORD.
           05  PND-KEY.
               10  PND-REQUEST-DATE    PIC X(08).
               10  PND-REQUEST-SEQ     PIC 9(04).
           05  PND-ACTION              PIC X(08).
           05  PND-PLAYER-ID           PIC X(10).
           05  PND-SCORE-DATE          PIC X(08).
           05  PND-SCORE-TIME          PIC 9(09).
           05  PND-OLD-GUESSES         PIC 999.
           05  PND-NEW-GUESSES         PIC 999.
           05  PND-OLD-VALUE           PIC X(12).
           05  PND-NEW-VALUE           PIC X(12).
           05  PND-DIFFICULTY          PIC X.
           05  PND-GAME-TYPE           PIC X.
           05  PND-REASON              PIC X(30).
           05  PND-FLAG-REF            PIC X(12).
           05  PND-REQUESTED-BY        PIC X(10).
           05  PND-REQUEST-TIME        PIC 9(09).
           05  PND-STATUS              PIC X.
               88  PND-PENDING             VALUE "P".
               88  PND-APPROVED            VALUE "A".
               88  PND-REJECTED            VALUE "R".
               88  PND-EXPIRED             VALUE "E".
           05  PND-DECIDED-BY          PIC X(10).
           05  PND-DECIDED-TIME        PIC 9(09).
           05  PND-DECISION-NOTE       PIC X(30).
