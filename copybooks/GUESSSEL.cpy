      *****************************************************************
      *    GUESSSEL.CPY
      *    SEAL RECORD WRITTEN BY THE END-OF-DAY CLOSE-OUT TO
      *    GSEL<YYYYMMDD> WHEN A LOG GENERATION IS SIGNED OFF. IT
      *    CARRIES THE DAY TOTALS AND HASH TOTALS OVER EVERY LOG
      *    RECORD SO THE SEAL VERIFIER CAN LATER PROVE THE
      *    GENERATION HAS NOT BEEN ALTERED SINCE.
      *
      *    HASH TOTALS (SUMMED OVER EVERY LOG RECORD):
      *      PLAYER   - LOG-PLAYER-ID, EACH CHARACTER'S VALUE IN THE
      *                 HASH CHARACTER TABLE TIMES ITS POSITION
      *      GUESS    - LOG-GUESS
      *      RESPONSE - LOG-MSG-RESP, VALUED AS FOR PLAYER
      *      TIME     - LOG-TIMESTAMP PLUS LOG-SESSION-TIME
      *    THE HASH CHARACTER TABLE IS IN THE GUESSHSH COPYBOOK,
      *    WHICH GUESSEOD AND GUESSSLV BOTH COPY.
      *
      *    MODIFICATION HISTORY
      *    2026-10-15 RAZ  INITIAL VERSION, TAKEN OUT OF GUESSEOD
      *                    WITH THE FOUR HASH TOTALS ADDED. SEALS
      *                    WRITTEN BEFORE THIS CHANGE END AT
      *                    SEAL-WIN-COUNT; THE VERIFIER CHECKS THEIR
      *                    COUNTS ONLY.
      *    2026-10-15 RAZ  HASH CHARACTER TABLE MOVED TO GUESSHSH.
      *****************************************************************
       01  LOG-SEAL-RECORD.
           05  SEAL-DATE               PIC X(08).
           05  SEAL-GUESS-COUNT        PIC 9(7).
           05  SEAL-SESSION-COUNT      PIC 9(5).
           05  SEAL-WIN-COUNT          PIC 9(5).
           05  SEAL-HASH-TOTALS.
               10  SEAL-PLAYER-HASH    PIC 9(15).
               10  SEAL-GUESS-HASH     PIC 9(15).
               10  SEAL-RESPONSE-HASH  PIC 9(15).
               10  SEAL-TIME-HASH      PIC 9(15).
