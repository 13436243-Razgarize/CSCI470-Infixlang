000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GUESSDCR.
000030 AUTHOR.        D. RAZGARIZE.
000040 INSTALLATION.  CSCI470 GAME LAB.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    2026-10-15 RAZ  INITIAL VERSION - DAILY CHALLENGE REPORT.
000100*                    RANKS EVERY PLAYER WHO TOOK THE BUSINESS
000110*                    DATE'S CHALLENGE AGAINST EVERYONE ELSE ON THE
000120*                    SAME PUZZLE, ONE SECTION PER TIER - FEWEST
000130*                    GUESSES FIRST, THE EARLIER START BREAKING A
000140*                    TIE. ATTEMPTS ABANDONED ON THE CHECKPOINT
000150*                    FILE ARE LISTED AFTER THE FINISHERS AS DID
000160*                    NOT FINISH, SINCE THEY USED UP THE DAY'S TRY.
000170*                    FREE-PLAY GAMES NEVER APPEAR HERE.
000171*    2026-10-15 RAZ  ENTRIES ARE NOW RANKED BY SORTING THE DAY'S
000172*                    CHALLENGE SCORES AND CHECKPOINTS, SO A DAY
000173*                    OF ANY SIZE IS REPORTED. FINISHERS NOW RANK
000174*                    AHEAD OF ABANDONED ATTEMPTS AS INTENDED. THE
000175*                    REPORT ENDS WITH A CONTROL LINE COUNTING
000176*                    EVERY RECORD READ, THOSE PASSED OVER
000177*                    INCLUDED; OUT OF BALANCE ENDS WITH RC 8.
000180*****************************************************************
000190
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT GUESS-SCORES-FILE ASSIGN TO "GUESSSCR"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS SEQUENTIAL
000260         RECORD KEY IS GS-KEY
000270         FILE STATUS IS GS-FILE-STATUS.
000280
000290     SELECT GUESS-CHECKPOINT-FILE ASSIGN TO "GUESSCKP"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS CKP-PLAYER-ID
000330         FILE STATUS IS CKP-FILE-STATUS.
000340
000350     SELECT PLAYER-MASTER-FILE ASSIGN TO "GUESSPLR"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS PL-PLAYER-ID
000390         FILE STATUS IS PLR-FILE-STATUS.
000400
000410     SELECT CHALLENGE-FILE ASSIGN TO "GUESSCHL"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CHL-KEY
000450         FILE STATUS IS CHL-FILE-STATUS.
000460
000470     SELECT CHALLENGE-RPT ASSIGN TO "GUESSDCR"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS RPT-FILE-STATUS.
000500
000510     SELECT CHAIN-DATE-FILE ASSIGN TO "GUESSBDT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS BDT-FILE-STATUS.
000540
000542     SELECT DCR-SORT-FILE ASSIGN TO "SORTWK01".
000544
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  GUESS-SCORES-FILE.
000580 COPY GUESSSCR.
000590
000600 FD  GUESS-CHECKPOINT-FILE.
000610 COPY GUESSCKP.
000620
000630 FD  PLAYER-MASTER-FILE.
000640 COPY GUESSPLR.
000650
000660 FD  CHALLENGE-FILE.
000670 COPY GUESSCHL.
000680
000690 FD  CHALLENGE-RPT.
000700 01  CHALLENGE-LINE          PIC X(80).
000710
000720 FD  CHAIN-DATE-FILE.
000730 COPY GUESSBDT.
000731
000732 SD  DCR-SORT-FILE.
000733 01  DCR-SORT-RECORD.
000734     05 SRT-DIFFICULTY       PIC 9.
000735     05 SRT-FINISH-CLASS     PIC 9.
000736         88 SRT-FINISHED         VALUE 1.
000737         88 SRT-DID-NOT-FINISH   VALUE 2.
000738     05 SRT-GUESS-COUNT      PIC 999.
000739     05 SRT-START-TIME       PIC 9(09).
000740     05 SRT-PLAYER-ID        PIC X(10).
000741
000750 WORKING-STORAGE SECTION.
000760 01  GS-FILE-STATUS          PIC XX.
000770     88 GS-STATUS-OK             VALUE "00".
000780     88 GS-STATUS-EOF            VALUE "10".
000790 01  CKP-FILE-STATUS         PIC XX.
000800     88 CKP-STATUS-OK            VALUE "00".
000810     88 CKP-STATUS-EOF           VALUE "10".
000820 01  PLR-FILE-STATUS         PIC XX.
000830     88 PLR-STATUS-OK            VALUE "00".
000840 01  CHL-FILE-STATUS         PIC XX.
000850     88 CHL-STATUS-OK            VALUE "00".
000860 01  RPT-FILE-STATUS         PIC XX.
000870 01  BDT-FILE-STATUS         PIC XX.
000880     88 BDT-STATUS-OK            VALUE "00".
000890
000900 01  REPORT-DATE             PIC X(08) VALUE SPACES.
000910 01  PLR-OPEN-SW             PIC X VALUE "N".
000920     88 PLAYER-MASTER-OPEN       VALUE "Y".
000930 01  CHL-OPEN-SW             PIC X VALUE "N".
000940     88 CHALLENGE-FILE-OPEN      VALUE "Y".
000950
000960 01  SORT-EOF-SW             PIC X VALUE "N".
000970     88 SORT-AT-END              VALUE "Y".
000980 01  BALANCE-SW              PIC X VALUE "Y".
000990     88 RUN-IN-BALANCE           VALUE "Y".
001160 01  RANK                    PIC 9(5).
001170 01  CURRENT-DIFF            PIC 9.
001180 01  SCORES-READ             PIC 9(7) VALUE 0.
001182 01  SCORES-PASSED-OVER      PIC 9(7) VALUE 0.
001184 01  CHECKPOINTS-READ        PIC 9(7) VALUE 0.
001186 01  CHECKPOINTS-PASSED-OVER PIC 9(7) VALUE 0.
001190 01  FINISHED-COUNT          PIC 9(7) VALUE 0.
001200 01  ABANDONED-COUNT         PIC 9(7) VALUE 0.
001202 01  ENTRIES-PRINTED         PIC 9(7) VALUE 0.
001204 01  CONTROL-NOUN            PIC X(12).
001206 01  CONTROL-READ            PIC 9(7).
001208 01  CONTROL-ACCOUNTED       PIC 9(7).
001210
001220 01  HDR-LINE-1.
001230     05 FILLER               PIC X(24) VALUE
001240         "DAILY CHALLENGE RESULTS".
001250     05 FILLER               PIC X(14) VALUE "BUSINESS DATE ".
001260     05 HDR-DATE             PIC X(08).
001270 01  HDR-LINE-2.
001280     05 FILLER               PIC X(08) VALUE "RANK".
001290     05 FILLER               PIC X(12) VALUE "PLAYER ID".
001300     05 FILLER               PIC X(22) VALUE "NAME".
001310     05 FILLER               PIC X(10) VALUE "GUESSES".
001320     05 FILLER               PIC X(08) VALUE "RESULT".
001330 01  TIER-LINE.
001340     05 FILLER               PIC X(06) VALUE "LEVEL ".
001350     05 TIER-NAME            PIC X(08).
001360     05 FILLER               PIC X(08) VALUE "SECRET ".
001370     05 TIER-SECRET          PIC X(03).
001380 01  DTL-LINE.
001390     05 DTL-RANK             PIC ZZZZ9.
001400     05 FILLER               PIC X(03) VALUE SPACES.
001410     05 DTL-PLAYER-ID        PIC X(12).
001420     05 DTL-PLAYER-NAME      PIC X(22).
001430     05 DTL-GUESS-COUNT      PIC ZZ9.
001440     05 FILLER               PIC X(07) VALUE SPACES.
001450     05 DTL-RESULT           PIC X(08).
001460 01  TOT-LINE.
001470     05 TOT-LABEL            PIC X(30).
001480     05 TOT-VALUE            PIC ZZZZZZ9.
001490 01  MSG-LINE                PIC X(80).
001500
001510 PROCEDURE DIVISION.
001520 0000-MAINLINE.
001530     PERFORM 1000-GET-REPORT-DATE.
001535     SORT DCR-SORT-FILE
001540         ON ASCENDING KEY SRT-DIFFICULTY SRT-FINISH-CLASS
001545                          SRT-GUESS-COUNT SRT-START-TIME
001550         INPUT PROCEDURE IS 2000-RELEASE-ENTRIES
001555         OUTPUT PROCEDURE IS 4000-PRINT-REPORT.
001560     IF NOT RUN-IN-BALANCE
001565         DISPLAY "CONTROL TOTALS OUT OF BALANCE - SEE GUESSDCR"
001570         MOVE 8 TO RETURN-CODE
001575     END-IF.
001580     GOBACK.
001590
001600*****************************************************************
001610*    1000-GET-REPORT-DATE
001620*    TAKES THE BUSINESS DATE FROM THE CHAIN-DATE CONTROL WHEN
001630*    THE NIGHTLY CONTROLLER WROTE ONE, OTHERWISE FROM THE
001640*    OPERATOR.
001650*****************************************************************
001660 1000-GET-REPORT-DATE.
001670     PERFORM 9000-READ-CHAIN-DATE.
001680     IF REPORT-DATE = SPACES
001690         DISPLAY "ENTER CHALLENGE DATE TO REPORT (YYYYMMDD):"
001700         ACCEPT REPORT-DATE
001710     END-IF.
001720     IF REPORT-DATE NOT NUMERIC
001730         DISPLAY "DATE MUST BE YYYYMMDD - RUN CANCELLED"
001740         MOVE 8 TO RETURN-CODE
001750         GOBACK
001760     END-IF.
001770
001780*****************************************************************
001785*    2000-RELEASE-ENTRIES
001790*    SORT INPUT PROCEDURE. RELEASES EVERY CHALLENGE SCORE FOR
001795*    THE REPORT DATE AS A FINISHER. A PLAYER HAS ONLY ONE
001800*    ATTEMPT A DAY, SO EACH SCORE IS ITS OWN ENTRY. EVERY OTHER
001805*    SCORE IS COUNTED AS PASSED OVER. THE ABANDONED ATTEMPTS
001810*    FOLLOW FROM 2500.
001830*****************************************************************
001840 2000-RELEASE-ENTRIES.
001850     OPEN INPUT GUESS-SCORES-FILE.
001860     IF GS-STATUS-OK
001870         PERFORM 2100-READ-NEXT-SCORE
001880         PERFORM 2200-RELEASE-SCORE UNTIL GS-STATUS-EOF
001890     ELSE
001900         DISPLAY "NO SCORE FILE - NO FINISHERS TO REPORT"
001910     END-IF.
001920     CLOSE GUESS-SCORES-FILE.
001925     PERFORM 2500-RELEASE-ABANDONED.
001930
001940 2100-READ-NEXT-SCORE.
001950     READ GUESS-SCORES-FILE NEXT RECORD
001960         AT END
001970             SET GS-STATUS-EOF TO TRUE
001980     END-READ.
001990
002000 2200-RELEASE-SCORE.
002010     ADD 1 TO SCORES-READ.
002020     IF GS-DATE = REPORT-DATE AND GS-CHALLENGE-GAME
002030         ADD 1 TO FINISHED-COUNT
002040         MOVE GS-DIFFICULTY  TO SRT-DIFFICULTY
002050         MOVE 1              TO SRT-FINISH-CLASS
002060         MOVE GS-GUESS-COUNT TO SRT-GUESS-COUNT
002070         MOVE GS-UNIX-TIME   TO SRT-START-TIME
002080         MOVE GS-PLAYER-ID   TO SRT-PLAYER-ID
002090         RELEASE DCR-SORT-RECORD
002100     ELSE
002110         ADD 1 TO SCORES-PASSED-OVER
002150     END-IF.
002160     PERFORM 2100-READ-NEXT-SCORE.
002170
002180*****************************************************************
002190*    2500-RELEASE-ABANDONED
002200*    A CHALLENGE CHECKPOINT STILL ON FILE FOR THE REPORT DATE IS
002205*    AN ATTEMPT WALKED AWAY FROM. IT IS RELEASED SO THE FIELD
002210*    CAN SEE IT WAS TAKEN, BUT IT IS NEVER RANKED. EVERY OTHER
002215*    CHECKPOINT IS COUNTED AS PASSED OVER.
002230*****************************************************************
002240 2500-RELEASE-ABANDONED.
002250     OPEN INPUT GUESS-CHECKPOINT-FILE.
002260     IF CKP-STATUS-OK
002270         PERFORM 2600-READ-NEXT-CHECKPOINT
002280         PERFORM 2700-RELEASE-CHECKPOINT UNTIL CKP-STATUS-EOF
002290     END-IF.
002300     CLOSE GUESS-CHECKPOINT-FILE.
002310
002320 2600-READ-NEXT-CHECKPOINT.
002330     READ GUESS-CHECKPOINT-FILE NEXT RECORD
002340         AT END
002350             SET CKP-STATUS-EOF TO TRUE
002360     END-READ.
002370
002375 2700-RELEASE-CHECKPOINT.
002380     ADD 1 TO CHECKPOINTS-READ.
002390     IF CKP-CHALLENGE-GAME AND CKP-GAME-DATE = REPORT-DATE
002400         ADD 1 TO ABANDONED-COUNT
002410         MOVE CKP-DIFFICULTY-LEVEL TO SRT-DIFFICULTY
002420         MOVE 2                    TO SRT-FINISH-CLASS
002430         MOVE CKP-GUESS-COUNT      TO SRT-GUESS-COUNT
002440         MOVE CKP-UNIX-TIME        TO SRT-START-TIME
002450         MOVE CKP-PLAYER-ID        TO SRT-PLAYER-ID
002460         RELEASE DCR-SORT-RECORD
002470     ELSE
002480         ADD 1 TO CHECKPOINTS-PASSED-OVER
002530     END-IF.
002540     PERFORM 2600-READ-NEXT-CHECKPOINT.
002550
002560*****************************************************************
003010*    4000-PRINT-REPORT
003015*    SORT OUTPUT PROCEDURE. THE ENTRIES COME BACK BY TIER,
003020*    FINISHERS AHEAD OF ABANDONED ATTEMPTS, THEN FEWEST GUESSES,
003025*    THEN EARLIEST START. WRITES ONE SECTION PER TIER, HEADED BY
003030*    THAT DAY'S SECRET, WITH THE RANK RESTARTING AT EACH TIER.
003035*    ABANDONED ATTEMPTS CLOSE THE SECTION UNRANKED. THE TOTALS
003040*    SHOW EVERY RECORD READ AND HOW THE ENTRIES SPLIT.
003060*****************************************************************
003070 4000-PRINT-REPORT.
003080     OPEN OUTPUT CHALLENGE-RPT.
003090     MOVE REPORT-DATE TO HDR-DATE.
003100     MOVE HDR-LINE-1 TO CHALLENGE-LINE.
003110     WRITE CHALLENGE-LINE.
003120     MOVE HDR-LINE-2 TO CHALLENGE-LINE.
003130     WRITE CHALLENGE-LINE.
003140     OPEN INPUT PLAYER-MASTER-FILE.
003150     IF PLR-STATUS-OK
003160         SET PLAYER-MASTER-OPEN TO TRUE
003170     END-IF.
003180     OPEN INPUT CHALLENGE-FILE.
003190     IF CHL-STATUS-OK
003200         SET CHALLENGE-FILE-OPEN TO TRUE
003210     END-IF.
003220     MOVE ZERO TO CURRENT-DIFF.
003230     MOVE ZERO TO RANK.
003235     PERFORM 4010-RETURN-NEXT.
003240     IF SORT-AT-END
003250         MOVE SPACES TO MSG-LINE
003260         STRING "NO DAILY CHALLENGE ENTRIES FOR " REPORT-DATE
003270             DELIMITED BY SIZE INTO MSG-LINE
003280         MOVE MSG-LINE TO CHALLENGE-LINE
003290         WRITE CHALLENGE-LINE
003300     ELSE
003310         PERFORM 4100-PRINT-ENTRY UNTIL SORT-AT-END
003340     END-IF.
003350     PERFORM 4500-PRINT-TOTALS.
003360     IF PLAYER-MASTER-OPEN
003370         CLOSE PLAYER-MASTER-FILE
003380     END-IF.
003390     IF CHALLENGE-FILE-OPEN
003400         CLOSE CHALLENGE-FILE
003410     END-IF.
003420     CLOSE CHALLENGE-RPT.
003430
003431 4010-RETURN-NEXT.
003432     RETURN DCR-SORT-FILE
003433         AT END
003434             SET SORT-AT-END TO TRUE
003435     END-RETURN.
003436
003440 4100-PRINT-ENTRY.
003445     ADD 1 TO ENTRIES-PRINTED.
003450     IF SRT-DIFFICULTY NOT = CURRENT-DIFF
003455         MOVE SRT-DIFFICULTY TO CURRENT-DIFF
003470         MOVE 0 TO RANK
003480         PERFORM 4200-PRINT-TIER-HEADING
003490     END-IF.
003500     MOVE SPACES TO DTL-LINE.
003510     MOVE SRT-PLAYER-ID   TO DTL-PLAYER-ID.
003520     MOVE SRT-GUESS-COUNT TO DTL-GUESS-COUNT.
003530     IF SRT-FINISHED
003540         ADD 1 TO RANK
003550         MOVE RANK       TO DTL-RANK
003560         MOVE "SOLVED"   TO DTL-RESULT
003570     ELSE
003580         MOVE "DNF"      TO DTL-RESULT
003590     END-IF.
003600     MOVE SPACES TO DTL-PLAYER-NAME.
003610     IF PLAYER-MASTER-OPEN
003620         MOVE SRT-PLAYER-ID TO PL-PLAYER-ID
003630         READ PLAYER-MASTER-FILE
003640             INVALID KEY
003650                 MOVE "NOT ON MASTER" TO DTL-PLAYER-NAME
003660             NOT INVALID KEY
003670                 MOVE PL-PLAYER-NAME TO DTL-PLAYER-NAME
003680         END-READ
003690     END-IF.
003700     MOVE DTL-LINE TO CHALLENGE-LINE.
003710     WRITE CHALLENGE-LINE.
003715     PERFORM 4010-RETURN-NEXT.
003720
003730*****************************************************************
003740*    4200-PRINT-TIER-HEADING
003750*    STARTS A TIER SECTION WITH THE SECRET EVERYONE IN IT WAS
003760*    CHASING, TAKEN FROM THE CHALLENGE FILE.
003770*****************************************************************
003780 4200-PRINT-TIER-HEADING.
003790     EVALUATE CURRENT-DIFF
003800         WHEN 1
003810             MOVE "EASY"    TO TIER-NAME
003820         WHEN 2
003830             MOVE "MEDIUM"  TO TIER-NAME
003840         WHEN 3
003850             MOVE "HARD"    TO TIER-NAME
003860         WHEN OTHER
003870             MOVE "UNKNOWN" TO TIER-NAME
003880     END-EVALUATE.
003890     MOVE "???" TO TIER-SECRET.
003900     IF CHALLENGE-FILE-OPEN
003910         MOVE REPORT-DATE  TO CHL-DATE
003920         MOVE CURRENT-DIFF TO CHL-DIFFICULTY
003930         READ CHALLENGE-FILE
003940             INVALID KEY
003950                 CONTINUE
003960             NOT INVALID KEY
003970                 MOVE CHL-SECRET TO TIER-SECRET
003980         END-READ
003990     END-IF.
004000     MOVE SPACES TO CHALLENGE-LINE.
004010     WRITE CHALLENGE-LINE.
004020     MOVE TIER-LINE TO CHALLENGE-LINE.
004030     WRITE CHALLENGE-LINE.
004040
004050*****************************************************************
004060*    4500-PRINT-TOTALS
004062*    CLOSES THE REPORT WITH THE RECORD COUNTS AND A CONTROL LINE
004064*    PROVING EVERY SCORE AND CHECKPOINT READ WAS EITHER PRINTED
004066*    OR PASSED OVER AS ANOTHER DATE OR FREE PLAY. OUT OF BALANCE
004068*    ENDS WITH RC 8.
004080*****************************************************************
004090 4500-PRINT-TOTALS.
004100     MOVE SPACES TO CHALLENGE-LINE.
004110     WRITE CHALLENGE-LINE.
004120     MOVE "SCORE RECORDS READ" TO TOT-LABEL.
004130     MOVE SCORES-READ TO TOT-VALUE.
004131     MOVE TOT-LINE TO CHALLENGE-LINE.
004132     WRITE CHALLENGE-LINE.
004133     MOVE "SCORES PASSED OVER" TO TOT-LABEL.
004134     MOVE SCORES-PASSED-OVER TO TOT-VALUE.
004135     MOVE TOT-LINE TO CHALLENGE-LINE.
004136     WRITE CHALLENGE-LINE.
004137     MOVE "CHECKPOINTS READ" TO TOT-LABEL.
004138     MOVE CHECKPOINTS-READ TO TOT-VALUE.
004139     MOVE TOT-LINE TO CHALLENGE-LINE.
004140     WRITE CHALLENGE-LINE.
004141     MOVE "CHECKPOINTS PASSED OVER" TO TOT-LABEL.
004142     MOVE CHECKPOINTS-PASSED-OVER TO TOT-VALUE.
004143     MOVE TOT-LINE TO CHALLENGE-LINE.
004150     WRITE CHALLENGE-LINE.
004160     MOVE "CHALLENGES SOLVED" TO TOT-LABEL.
004170     MOVE FINISHED-COUNT TO TOT-VALUE.
004180     MOVE TOT-LINE TO CHALLENGE-LINE.
004190     WRITE CHALLENGE-LINE.
004200     MOVE "CHALLENGES ABANDONED" TO TOT-LABEL.
004210     MOVE ABANDONED-COUNT TO TOT-VALUE.
004220     MOVE TOT-LINE TO CHALLENGE-LINE.
004221     WRITE CHALLENGE-LINE.
004222     MOVE SPACES TO CHALLENGE-LINE.
004223     WRITE CHALLENGE-LINE.
004224     MOVE "RECORDS" TO CONTROL-NOUN.
004225     COMPUTE CONTROL-READ = SCORES-READ + CHECKPOINTS-READ.
004226     COMPUTE CONTROL-ACCOUNTED = ENTRIES-PRINTED
004227         + SCORES-PASSED-OVER + CHECKPOINTS-PASSED-OVER.
004228     PERFORM 4600-PRINT-ONE-CONTROL.
004229
004230 4600-PRINT-ONE-CONTROL.
004231     MOVE SPACES TO CHALLENGE-LINE.
004232     IF CONTROL-ACCOUNTED = CONTROL-READ
004233         STRING "CONTROL: " CONTROL-READ " "
004234                 DELIMITED BY SIZE
004235             CONTROL-NOUN DELIMITED BY "  "
004236             " READ = " CONTROL-ACCOUNTED
004237             " ACCOUNTED FOR - IN BALANCE"
004238                 DELIMITED BY SIZE INTO CHALLENGE-LINE
004239     ELSE
004240         MOVE "N" TO BALANCE-SW
004241         STRING "CONTROL: " CONTROL-READ " "
004242                 DELIMITED BY SIZE
004243             CONTROL-NOUN DELIMITED BY "  "
004244             " READ, " CONTROL-ACCOUNTED
004245             " ACCOUNTED FOR - OUT OF BALANCE"
004246                 DELIMITED BY SIZE INTO CHALLENGE-LINE
004247     END-IF.
004248     WRITE CHALLENGE-LINE.
004249
004250*****************************************************************
004260*    9000-READ-CHAIN-DATE
004270*    PICKS UP THE BUSINESS DATE THE NIGHTLY CONTROLLER DERIVED,
004280*    WHEN ONE IS ON HAND, SO THE DATE IS NEVER RE-KEYED.
004290*****************************************************************
004300 9000-READ-CHAIN-DATE.
004310     OPEN INPUT CHAIN-DATE-FILE.
004320     IF BDT-STATUS-OK
004330         READ CHAIN-DATE-FILE
004340             AT END CONTINUE
004350         END-READ
004360         IF BDT-STATUS-OK AND BDT-BUSINESS-DATE NUMERIC
004370             MOVE BDT-BUSINESS-DATE TO REPORT-DATE
004380             DISPLAY "CHALLENGE DATE " REPORT-DATE
004390                 " TAKEN FROM CHAIN CONTROL"
004400         END-IF
004410     END-IF.
004420     CLOSE CHAIN-DATE-FILE.
