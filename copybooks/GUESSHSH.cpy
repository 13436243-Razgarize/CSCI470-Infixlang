      *****************************************************************
      *    GUESSHSH.CPY
      *    WORKING STORAGE FOR THE LOG SEAL HASH TOTALS. THE END-OF-DAY
      *    CLOSE-OUT BUILDS THE FOUR TOTALS INTO THE GUESSSEL SEAL AND
      *    THE SEAL VERIFIER REBUILDS THEM FROM THE GENERATION, SO BOTH
      *    MUST VALUE EVERY CHARACTER ALIKE - THEY COPY THIS BOOK
      *    RATHER THAN HOLD A TABLE OF THEIR OWN.
      *
      *    A CHARACTER IS VALUED BY ITS PLACE IN HASH-CHAR-TABLE AND
      *    ONE NOT IN THE TABLE COUNTS AS 99, SO ANY CHANGE TO THE
      *    TABLE MAKES SEALS ALREADY WRITTEN FAIL VERIFICATION.
      *
      *    MODIFICATION HISTORY
      *    2026-10-15 RAZ  INITIAL VERSION, TAKEN OUT OF GUESSEOD AND
      *                    GUESSSLV, WHICH EACH HELD A COPY.
      *****************************************************************
       01  PLAYER-HASH             PIC 9(15) VALUE 0.
       01  GUESS-HASH              PIC 9(15) VALUE 0.
       01  RESPONSE-HASH           PIC 9(15) VALUE 0.
       01  TIME-HASH               PIC 9(15) VALUE 0.
       01  HASH-TEXT               PIC X(10).
       01  HASH-TEXT-TABLE REDEFINES HASH-TEXT.
           05 HASH-TEXT-CHAR       PIC X OCCURS 10 TIMES.
       01  HASH-TEXT-LENGTH        PIC 99.
       01  HASH-POS                PIC 99.
       01  HASH-CHAR-VALUE         PIC 99.
       01  HASH-TEXT-VALUE         PIC 9(7).
       01  HASH-CHAR-VALUES.
           05 FILLER               PIC X(37) VALUE
               " ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
           05 FILLER               PIC X(29) VALUE
               "abcdefghijklmnopqrstuvwxyz-_.".
       01  HASH-CHAR-TABLE REDEFINES HASH-CHAR-VALUES.
           05 HASH-CHAR            PIC X OCCURS 66 TIMES
                                   INDEXED BY HC-IDX.
