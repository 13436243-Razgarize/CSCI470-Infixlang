      *****************************************************************
      *    GUESSPEX.CPY
      *    PENDING-CHANGE EXPIRY AGE. A SCORE VOID OR CORRECTION LEFT
      *    UNDECIDED ON THE GUESSPND FILE MORE THAN THIS MANY DAYS
      *    AFTER IT WAS ASKED FOR IS MARKED EXPIRED - BY THE NIGHTLY
      *    GUESSPAG AGING STEP, OR BY GUESSADM WHEN A SUPERVISOR COMES
      *    ACROSS IT FIRST. BOTH COPY THIS ONE VALUE, SO THE AGE THE
      *    APPROVER IS REFUSED AT IS THE AGE THE NIGHT RUN EXPIRES.
      *
      *    MODIFICATION HISTORY
      *    2026-10-15 RAZ  INITIAL VERSION.
      *****************************************************************
       01  PENDING-EXPIRY-DAYS         PIC 9(03) VALUE 7.
