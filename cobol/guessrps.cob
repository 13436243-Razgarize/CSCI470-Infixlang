000220*                    AFTER STATEMENT OF EVERYTHING THAT MOVED.
000230*                    PROCESSED ADJUSTMENTS GO TO THE GUESSRPC
000240*                    LEDGER SO A RERUN NEVER DOUBLE-APPLIES.
000242*    2026-10-15 RAZ  DAILY CHALLENGE SCORES NEVER POST TO THE
000244*                    SEASON, SO THEIR VOIDS AND CORRECTIONS ARE
000246*                    PASSED OVER AND THEY ARE LEFT OUT OF BOTH
000248*                    SIDES OF A REBUILT DAY.
000249*    2026-10-15 RAZ  EACH REBUILT DAY IS NOW SCORED WITH THE
000250*                    POINTS LADDER OF THE GUESSRUL RULE SET IN
000251*                    FORCE ON THAT DAY, NOT TODAY'S. A DAY WITH NO
000252*                    RULES IN FORCE CANCELS THE RUN BEFORE ANY
000253*                    STANDING MOVES.
000254*****************************************************************
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000410         RECORD KEY IS GS-KEY
000420         FILE STATUS IS GS-FILE-STATUS.
000430
000431     SELECT RULES-FILE ASSIGN TO "GUESSRUL"
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS SEQUENTIAL
000434         RECORD KEY IS RUL-EFFECTIVE-DATE
000435         FILE STATUS IS RUL-FILE-STATUS.
000436
000440     SELECT SEASON-STANDINGS-FILE ASSIGN TO "GUESSSEA"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000660
000670 FD  GUESS-SCORES-FILE.
000680 COPY GUESSSCR.
000682
000684 FD  RULES-FILE.
000686 COPY GUESSRUL.
000690
000700 FD  SEASON-STANDINGS-FILE.
000710 COPY GUESSSEA.
000950     88 RPC-STATUS-OK            VALUE "00".
000960     88 RPC-STATUS-NOT-FOUND     VALUE "35".
000970     88 RPC-STATUS-EOF           VALUE "10".
000972 01  RUL-FILE-STATUS         PIC XX.
000974     88 RUL-STATUS-OK            VALUE "00".
000976     88 RUL-STATUS-EOF           VALUE "10".
000980 01  RPT-FILE-STATUS         PIC XX.
000990
001000 01  POSTED-TABLE-CTL.
001830 01  MATCH-DIFFICULTY        PIC 9.
001840 01  MATCH-COUNT             PIC 999.
001850 01  REPOST-DATE             PIC X(08).
001852 01  RULES-SW                PIC X VALUE "N".
001854     88 RULES-FOUND              VALUE "Y".
001860 01  CURRENT-TIER            PIC 9.
001870 01  TIER-POSITION           PIC 9(3).
001880 01  AWARD-POINTS            PIC 9(3).
002040 01  ADJ-SKIPPED-COUNT       PIC 9(5) VALUE 0.
002050 01  PLAYERS-MOVED-COUNT     PIC 9(5) VALUE 0.
002060
002070 COPY GUESSRUL REPLACING
002080     ==RULES-RECORD== BY ==RULES-IN-FORCE==
002090     LEADING ==RUL== BY ==RIF==.
002100
002110 01  HDR-LINE-1.
002120     05 FILLER   PIC X(38) VALUE
002380     PERFORM 1000-LOAD-POSTED-DATES.
002390     PERFORM 1500-LOAD-DONE-LEDGER.
002400     PERFORM 2000-LOAD-ADJUSTMENTS.
002402     PERFORM 2700-CHECK-DATE-RULES
002404         VARYING DL-SUB FROM 1 BY 1 UNTIL DL-SUB > DL-COUNT.
002410     PERFORM 3000-OPEN-REPORT.
002420     PERFORM 4000-PROCESS-ONE-DATE
002430         VARYING DL-SUB FROM 1 BY 1 UNTIL DL-SUB > DL-COUNT.
003330 2200-SIFT-ONE-ADJUSTMENT.
003340     ADD 1 TO ADJ-READ-COUNT.
003350     IF (ADJ-ACTION = "VOID" OR ADJ-ACTION = "CORRECT")
003355         AND ADJ-GAME-TYPE NOT = "C"
003360         PERFORM 2300-CHECK-DATE-POSTED
003370         IF ENTRY-FOUND
003380             PERFORM 2400-CHECK-ALREADY-DONE
004180         END-IF
004190     END-IF.
004200
004201*****************************************************************
004202*    2700-CHECK-DATE-RULES
004203*    EVERY DAY TO BE REBUILT MUST HAVE GAME RULES IN FORCE. ONE
004204*    THAT HAS NONE REFUSES THE RUN HERE, BEFORE ANY STANDING HAS
004205*    MOVED, RATHER THAN PART WAY THROUGH THE DATES.
004206*****************************************************************
004207 2700-CHECK-DATE-RULES.
004208     MOVE DL-DATE (DL-SUB) TO REPOST-DATE.
004209     PERFORM 8400-LOAD-RULES.
004210     IF NOT RULES-FOUND
004211         DISPLAY "NO GAME RULES IN FORCE FOR " REPOST-DATE
004212             " - RUN CANCELLED"
004213         MOVE 8 TO RETURN-CODE
004214         STOP RUN
004215     END-IF.
004216
004217 3000-OPEN-REPORT.
004220     OPEN OUTPUT REPOST-RPT.
004230     MOVE HDR-LINE-1 TO REPOST-LINE.
004240     WRITE REPOST-LINE.
004290*    4000-PROCESS-ONE-DATE
004300*    REBUILDS ONE AFFECTED DAY TWICE - AS IT WAS POSTED AND AS
004310*    THE CORRECTED SCORE FILE NOW STANDS - CONVERTS BOTH INTO
004320*    CHAMPIONSHIP POINTS UNDER THE RULES IN FORCE ON THAT DAY,
004330*    THE SAME WAY GUESSSEA DOES, AND MOVES EVERY DIFFERENCE
004335*    THROUGH THE SEASON STANDINGS.
004340*****************************************************************
004350 4000-PROCESS-ONE-DATE.
004360     MOVE DL-DATE (DL-SUB) TO REPOST-DATE.
004365     PERFORM 8400-LOAD-RULES.
004370     MOVE 0 TO CD-COUNT.
004380     MOVE 0 TO AP-COUNT.
004390     PERFORM 4100-SCAN-SCORE-FILE.
004740     END-READ.
004750
004760 4300-SIFT-ONE-SCORE.
004770     IF GS-DATE = REPOST-DATE AND GS-FREE-PLAY-GAME
004780         MOVE GS-PLAYER-ID   TO MATCH-PLAYER-ID
004790         MOVE GS-DIFFICULTY  TO MATCH-DIFFICULTY
004800         MOVE GS-GUESS-COUNT TO MATCH-COUNT
008140*****************************************************************
008150*    6300-AWARD-WORK-POINTS
008160*    CONVERTS THE SORTED WORK DAY TABLE INTO PER-PLAYER POINTS
008170*    WITH THE POINTS LADDER IN FORCE ON THE DAY, AS GUESSSEA.
008172*    EVERY FINISHER GETS A LINE, EVEN AT ZERO POINTS FROM
008174*    NINTH PLACE DOWN, BECAUSE GUESSSEA CREDITED EVERY
008176*    FINISHER WITH A GAME PLAYED AND THE DIFFERENCE PASS MUST
008310         ADD 1 TO TIER-POSITION
008320     END-IF.
008330     IF TIER-POSITION <= 8
008340         MOVE RIF-POSITION-POINTS (TIER-POSITION) TO AWARD-POINTS
008350     ELSE
008360         MOVE 0 TO AWARD-POINTS
008370     END-IF.
009220 8100-PRINT-ONE-TOTAL.
009230     MOVE TOT-LINE TO REPOST-LINE.
009240     WRITE REPOST-LINE.
009250
009260*****************************************************************
009270*    8400-LOAD-RULES
009280*    LEAVES IN RULES-IN-FORCE THE GUESSRUL RULE SET IN FORCE ON
009290*    REPOST-DATE - THE LATEST ONE NOT EFFECTIVE AFTER IT. RULES-SW
009300*    STAYS "N" WHEN THE FILE IS MISSING OR HOLDS NOTHING THAT
009310*    EARLY.
009320*****************************************************************
009330 8400-LOAD-RULES.
009340     MOVE "N" TO RULES-SW.
009350     OPEN INPUT RULES-FILE.
009360     IF RUL-STATUS-OK
009370         PERFORM 8410-READ-NEXT-RULES
009380         PERFORM 8420-KEEP-ONE-RULES
009390             UNTIL NOT RUL-STATUS-OK
009400                OR RUL-EFFECTIVE-DATE > REPOST-DATE
009410     END-IF.
009420     CLOSE RULES-FILE.
009430
009440 8410-READ-NEXT-RULES.
009450     READ RULES-FILE NEXT RECORD
009460         AT END
009470             SET RUL-STATUS-EOF TO TRUE
009480     END-READ.
009490
009500 8420-KEEP-ONE-RULES.
009510     MOVE RULES-RECORD TO RULES-IN-FORCE.
009520     SET RULES-FOUND TO TRUE.
009530     PERFORM 8410-READ-NEXT-RULES.
