000121*    2026-09-01 RAZ  THE RUN NOW ENDS WITH GOBACK SO THE
000122*                    NIGHTLY CONTROLLER CAN DRIVE IT AS A CHAIN
000123*                    STEP AND SEE ITS RETURN CODE.
000124*    2026-10-15 RAZ  DAILY CHALLENGE GAMES ARE LEFT OFF THE
000125*                    BOARD - THEY ARE RANKED ON THE GUESSDCR
000126*                    CHALLENGE REPORT - AND A TRAILER LINE
000127*                    COUNTS HOW MANY WERE SET ASIDE.
000128*    2026-10-15 RAZ  THE BOARD IS BUILT WITH THE SORT INSTEAD OF
000129*                    A 500-ENTRY TABLE, SO NO SCORE IS EVER LEFT
000130*                    OFF FOR WANT OF ROOM. THE FIRST SORT KEEPS
000131*                    EACH PLAYER'S BEST SCORE PER DATE AND TIER,
000132*                    THE SECOND RANKS THEM. A CONTROL LINE PROVES
000133*                    EVERY SCORE READ WAS RANKED, SUPERSEDED BY A
000134*                    BETTER ONE, OR SET ASIDE AS A CHALLENGE; OUT
000135*                    OF BALANCE ENDS WITH RC 8. RANKS WIDENED.
000136*****************************************************************
000137
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS RPT-FILE-STATUS.
000260
000261     SELECT RPT-BEST-FILE ASSIGN TO "GUESSLW1"
000262         ORGANIZATION IS SEQUENTIAL
000263         FILE STATUS IS BST-FILE-STATUS.
000264
000265     SELECT RPT-SORT-FILE ASSIGN TO "SORTWK01".
000266
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  GUESS-SCORES-FILE.
000320 FD  LEADERBOARD-RPT.
000330 01  LEADERBOARD-LINE        PIC X(80).
000340
000341*****************************************************************
000342*    THE WORK FILE IS LAID OUT LIKE THE SORT RECORD SO THE
000343*    RANKING SORT CAN TAKE IT IN DIRECTLY.
000344*****************************************************************
000345 FD  RPT-BEST-FILE.
000346 01  BEST-RECORD.
000347     05 BST-DATE             PIC X(08).
000348     05 BST-DIFFICULTY       PIC 9.
000349     05 BST-PLAYER-ID        PIC X(10).
000350     05 BST-GUESS-COUNT      PIC 999.
000351
000352 SD  RPT-SORT-FILE.
000353 01  RPT-SORT-RECORD.
000354     05 SRT-DATE             PIC X(08).
000355     05 SRT-DIFFICULTY       PIC 9.
000356     05 SRT-PLAYER-ID        PIC X(10).
000357     05 SRT-GUESS-COUNT      PIC 999.
000358
000359 WORKING-STORAGE SECTION.
000360 01  GS-FILE-STATUS          PIC XX.
000370     88 GS-STATUS-OK             VALUE "00".
000380     88 GS-STATUS-EOF             VALUE "10".
000390 01  RPT-FILE-STATUS         PIC XX.
000392 01  BST-FILE-STATUS         PIC XX.
000394     88 BST-STATUS-OK            VALUE "00".
000400
000410 01  SORT-EOF-SW          PIC X VALUE "N".
000420     88 SORT-AT-END              VALUE "Y".
000430 01  BALANCE-SW           PIC X VALUE "Y".
000440     88 RUN-IN-BALANCE           VALUE "Y".
000450 01  RANK                 PIC 9(5).
000610 01  CURRENT-DATE         PIC X(08).
000612 01  CURRENT-DIFF         PIC 9.
000613 01  CURRENT-PLAYER       PIC X(10).
000614 01  SCORES-READ          PIC 9(7) VALUE 0.
000615 01  SCORES-RANKED        PIC 9(7) VALUE 0.
000616 01  SCORES-SUPERSEDED    PIC 9(7) VALUE 0.
000617 01  CHALLENGE-SKIPPED    PIC 9(7) VALUE 0.
000619 01  SCORES-ACCOUNTED     PIC 9(7) VALUE 0.
000620
000630 01  HDR-LINE-1.
000640     05 FILLER            PIC X(19) VALUE "NIGHTLY LEADERBOARD".
000700 01  DTL-LINE.
000710     05 DTL-DATE              PIC X(10).
000715     05 DTL-DIFFICULTY        PIC X(08).
000725     05 DTL-RANK              PIC ZZZZ9.
000735     05 FILLER                PIC X(01) VALUE SPACES.
000740     05 DTL-PLAYER-ID         PIC X(12).
000750     05 DTL-GUESS-COUNT       PIC ZZ9.
000752 01  TOT-LINE.
000754     05 TOT-LABEL             PIC X(36).
000756     05 TOT-VALUE             PIC ZZZZZZ9.
000758 01  MSG-LINE                 PIC X(80).
000760
000770 PROCEDURE DIVISION.
000780 0000-MAINLINE.
000782     PERFORM 0500-OPEN-SCORES.
000784     SORT RPT-SORT-FILE
000786         ON ASCENDING KEY SRT-DATE SRT-DIFFICULTY
000788                          SRT-PLAYER-ID SRT-GUESS-COUNT
000790         INPUT PROCEDURE IS 1000-RELEASE-SCORES
000792         OUTPUT PROCEDURE IS 2000-KEEP-BEST-SCORES.
000794     SORT RPT-SORT-FILE
000796         ON ASCENDING KEY SRT-DATE SRT-DIFFICULTY
000798                          SRT-GUESS-COUNT SRT-PLAYER-ID
000800         USING RPT-BEST-FILE
000802         OUTPUT PROCEDURE IS 3000-PRINT-REPORT.
000804     IF NOT RUN-IN-BALANCE
000806         DISPLAY "CONTROL TOTALS OUT OF BALANCE - SEE GUESSLDR"
000808         MOVE 8 TO RETURN-CODE
000810     END-IF.
000820     GOBACK.
000830
000840*****************************************************************
000850*    0500-OPEN-SCORES
000860*    OPENS THE SCORE FILE BEFORE THE FIRST SORT BEGINS. WITH NO
000870*    SCORE HISTORY THERE IS NOTHING TO RANK AND NO BOARD PRINTS.
000880*****************************************************************
000890 0500-OPEN-SCORES.
000900     OPEN INPUT GUESS-SCORES-FILE.
000910     IF NOT GS-STATUS-OK
000920         DISPLAY "NO SCORE HISTORY ON FILE - NOTHING TO REPORT"
000930         CLOSE GUESS-SCORES-FILE
000931         GOBACK
000932     END-IF.
000933
000934*****************************************************************
000935*    1000-RELEASE-SCORES
000936*    SORT INPUT PROCEDURE. READS EVERY SCORE RECORD AND RELEASES
000937*    THE FREE-PLAY ONES. DAILY CHALLENGE SCORES ARE COUNTED AND
000938*    SET ASIDE - THEY ARE RANKED ON THE GUESSDCR REPORT.
000939*****************************************************************
000940 1000-RELEASE-SCORES.
000950     PERFORM 1100-READ-NEXT-SCORE.
000960     PERFORM 1200-PROCESS-SCORE UNTIL GS-STATUS-EOF.
000970     CLOSE GUESS-SCORES-FILE.
001030     END-READ.
001040
001050 1200-PROCESS-SCORE.
001051     ADD 1 TO SCORES-READ.
001052     IF GS-CHALLENGE-GAME
001053         ADD 1 TO CHALLENGE-SKIPPED
001054     ELSE
001055         MOVE GS-DATE        TO SRT-DATE
001056         MOVE GS-DIFFICULTY  TO SRT-DIFFICULTY
001057         MOVE GS-PLAYER-ID   TO SRT-PLAYER-ID
001058         MOVE GS-GUESS-COUNT TO SRT-GUESS-COUNT
001059         RELEASE RPT-SORT-RECORD
001060     END-IF.
001061     PERFORM 1100-READ-NEXT-SCORE.
001062
001064*****************************************************************
001066*    2000-KEEP-BEST-SCORES
001068*    SORT OUTPUT PROCEDURE. THE SCORES COME BACK BY DATE, TIER
001070*    AND PLAYER WITH THE FEWEST GUESSES FIRST, SO THE FIRST OF
001072*    EACH PLAYER/DATE/TIER IS THE ONE THAT GOES ON THE BOARD AND
001074*    IS WRITTEN TO THE WORK FILE. THE REST ARE SUPERSEDED.
001076*****************************************************************
001078 2000-KEEP-BEST-SCORES.
001080     OPEN OUTPUT RPT-BEST-FILE.
001082     MOVE "N" TO SORT-EOF-SW.
001084     PERFORM 9100-RETURN-NEXT.
001086     PERFORM 2100-KEEP-ONE-BEST UNTIL SORT-AT-END.
001088     CLOSE RPT-BEST-FILE.
001090
001092 2100-KEEP-ONE-BEST.
001094     MOVE SRT-DATE        TO CURRENT-DATE.
001096     MOVE SRT-DIFFICULTY  TO CURRENT-DIFF.
001098     MOVE SRT-PLAYER-ID   TO CURRENT-PLAYER.
001100     MOVE RPT-SORT-RECORD TO BEST-RECORD.
001102     WRITE BEST-RECORD.
001104     IF NOT BST-STATUS-OK
001106         DISPLAY "WORK FILE WRITE FAILED - STATUS "
001116             BST-FILE-STATUS
001170     END-IF.
001172     PERFORM 9100-RETURN-NEXT.
001174     PERFORM 2200-PASS-ONE-SCORE
001176         UNTIL SORT-AT-END
001178            OR SRT-DATE NOT = CURRENT-DATE
001180            OR SRT-DIFFICULTY NOT = CURRENT-DIFF
001182            OR SRT-PLAYER-ID NOT = CURRENT-PLAYER.
001190
001200 2200-PASS-ONE-SCORE.
001210     ADD 1 TO SCORES-SUPERSEDED.
001220     PERFORM 9100-RETURN-NEXT.
001610
001620*****************************************************************
001630*    3000-PRINT-REPORT
001632*    SORT OUTPUT PROCEDURE. THE BEST SCORES COME BACK BY DATE
001634*    AND TIER WITH THE FEWEST GUESSES FIRST - PLAYER ID BREAKS A
001636*    TIE - AND THE RANK COUNTER RESTARTS EVERY TIME THE DATE OR
001638*    THE DIFFICULTY TIER CHANGES, SO EACH TIER IS ITS OWN RACE.
001640*    THE TRAILER COUNTS THE DAILY CHALLENGE GAMES LEFT OFF THE
001642*    BOARD AND PROVES EVERY SCORE READ WAS ACCOUNTED FOR.
001660*****************************************************************
001670 3000-PRINT-REPORT.
001680     OPEN OUTPUT LEADERBOARD-RPT.
001730     MOVE SPACES TO CURRENT-DATE.
001735     MOVE ZERO TO CURRENT-DIFF.
001740     MOVE ZERO TO RANK.
001750     MOVE "N" TO SORT-EOF-SW.
001760     PERFORM 9100-RETURN-NEXT.
001770     PERFORM 3100-PRINT-ENTRY UNTIL SORT-AT-END.
001771     MOVE SPACES TO LEADERBOARD-LINE.
001772     WRITE LEADERBOARD-LINE.
001773     MOVE "DAILY CHALLENGE GAMES NOT RANKED" TO TOT-LABEL.
001774     MOVE CHALLENGE-SKIPPED TO TOT-VALUE.
001775     PERFORM 3200-PRINT-ONE-TOTAL.
001776     MOVE "SCORES SUPERSEDED BY A BETTER ONE" TO TOT-LABEL.
001777     MOVE SCORES-SUPERSEDED TO TOT-VALUE.
001778     PERFORM 3200-PRINT-ONE-TOTAL.
001779     MOVE "BEST SCORES RANKED" TO TOT-LABEL.
001780     MOVE SCORES-RANKED TO TOT-VALUE.
001781     PERFORM 3200-PRINT-ONE-TOTAL.
001782     PERFORM 3300-PRINT-CONTROL.
001783     CLOSE LEADERBOARD-RPT.
001790
001800 3100-PRINT-ENTRY.
001805     IF SRT-DATE NOT = CURRENT-DATE
001810       OR SRT-DIFFICULTY NOT = CURRENT-DIFF
001815         MOVE SRT-DATE TO CURRENT-DATE
001820         MOVE SRT-DIFFICULTY TO CURRENT-DIFF
001830         MOVE 1 TO RANK
001840     ELSE
001850         ADD 1 TO RANK
001860     END-IF.
001870     MOVE SPACES TO DTL-LINE.
001875     MOVE SRT-DATE                  TO DTL-DATE.
001880     EVALUATE SRT-DIFFICULTY
001884         WHEN 1
001885             MOVE "EASY"    TO DTL-DIFFICULTY
001886         WHEN 2
001891             MOVE "UNKNOWN" TO DTL-DIFFICULTY
001892     END-EVALUATE.
001893     MOVE RANK                      TO DTL-RANK.
001903     MOVE SRT-PLAYER-ID             TO DTL-PLAYER-ID.
001913     MOVE SRT-GUESS-COUNT           TO DTL-GUESS-COUNT.
001920     MOVE DTL-LINE TO LEADERBOARD-LINE.
001930     WRITE LEADERBOARD-LINE.
001940     ADD 1 TO SCORES-RANKED.
001950     PERFORM 9100-RETURN-NEXT.
001960
001970 3200-PRINT-ONE-TOTAL.
001980     MOVE TOT-LINE TO LEADERBOARD-LINE.
001990     WRITE LEADERBOARD-LINE.
002000
002010*****************************************************************
002020*    3300-PRINT-CONTROL
002030*    EVERY SCORE READ IS EITHER RANKED, SUPERSEDED BY THE SAME
002040*    PLAYER'S BETTER SCORE IN THE TIER THAT DAY, OR SET ASIDE AS
002050*    A DAILY CHALLENGE GAME.
002060*****************************************************************
002070 3300-PRINT-CONTROL.
002080     COMPUTE SCORES-ACCOUNTED = SCORES-RANKED
002090         + SCORES-SUPERSEDED + CHALLENGE-SKIPPED.
002100     MOVE SPACES TO MSG-LINE.
002110     IF SCORES-ACCOUNTED = SCORES-READ
002120         STRING "CONTROL: " SCORES-READ " SCORES READ = "
002130             SCORES-ACCOUNTED " ACCOUNTED FOR - IN BALANCE"
002140             DELIMITED BY SIZE INTO MSG-LINE
002150     ELSE
002160         MOVE "N" TO BALANCE-SW
002170         STRING "CONTROL: " SCORES-READ " SCORES READ, "
002180             SCORES-ACCOUNTED " ACCOUNTED FOR - OUT OF BALANCE"
002190             DELIMITED BY SIZE INTO MSG-LINE
002200     END-IF.
002210     MOVE MSG-LINE TO LEADERBOARD-LINE.
002220     WRITE LEADERBOARD-LINE.
002230
002240 9100-RETURN-NEXT.
002250     RETURN RPT-SORT-FILE
002260         AT END
002270             SET SORT-AT-END TO TRUE
002280     END-RETURN.
