      *****************************************************************
      *    GUESSNLG.CPY
      *    NIGHTLY STEP LEDGER RECORD. GUESSNIT APPENDS ONE RECORD FOR
      *    EVERY STEP IT DRIVES - A FAILED ATTEMPT AS WELL AS A CLEAN
      *    ONE - WITH THE WALL-CLOCK DATE AND TIME THE STEP STARTED
      *    AND ENDED AND THE RETURN CODE IT GAVE BACK. ONLY A
      *    COMPLETED OR SKIPPED RECORD MARKS THE STEP DONE FOR A
      *    RERUN; GUESSWIN READS THE WHOLE LEDGER FOR THE
      *    BATCH-WINDOW REPORT.
      *
      *    NLG-RESULT:
      *      C - STEP COMPLETED, RETURN CODE ZERO
      *      F - STEP FAILED, THE CHAIN STOPPED ON IT
      *      S - STEP SKIPPED, THE BUSINESS DATE IS CLOSED ON THE
      *          GUESSCAL CALENDAR AND THE STEP HAD NOTHING TO DO
      *
      *    THE FILE IS FIXED-LENGTH. A LEDGER WRITTEN IN THE FIRST
      *    LAYOUT - BUSINESS DATE AND STEP NAME ONLY - IS CONVERTED
      *    ONCE BY GUESSNLC; ITS RECORDS CARRY NO START OR END, A
      *    RETURN CODE OF ZERO, AND RESULT C. GUESSNIT AND GUESSWIN
      *    REFUSE AN UNCONVERTED LEDGER WITH RETURN CODE 8.
      *
      *    MODIFICATION HISTORY
      *    2026-10-15 RAZ  INITIAL VERSION - LAYOUT MOVED OUT OF
      *                    GUESSNIT AND EXTENDED WITH START AND END
      *                    TIMES, RETURN CODE, AND RESULT.
      *    2026-10-15 RAZ  ADDED RESULT S FOR A STEP THE CONTROLLER
      *                    PASSED OVER ON A CLOSED DATE.
      *    2026-10-15 RAZ  FIRST-LAYOUT LEDGERS CONVERTED BY GUESSNLC.
      *****************************************************************
       01  STEP-LEDGER-RECORD.
           05  NLG-DATE                PIC X(08).
           05  NLG-STEP                PIC X(08).
           05  NLG-START-DATE          PIC X(08).
           05  NLG-START-TIME          PIC 9(06).
           05  NLG-END-DATE            PIC X(08).
           05  NLG-END-TIME            PIC 9(06).
           05  NLG-RETURN-CODE         PIC 9(04).
           05  NLG-RESULT              PIC X.
               88  NLG-COMPLETED           VALUE "C".
               88  NLG-FAILED              VALUE "F".
               88  NLG-SKIPPED             VALUE "S".
