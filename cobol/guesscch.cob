000200*                    COMES FROM ITS SCORE RECORD - A SESSION
000210*                    WITH NO SCORE ON FILE IS LISTED BUT LEFT
000220*                    OUT OF THE EFFICIENCY AVERAGES.
000221*    2026-10-15 RAZ  THE DAY IS NOW REPLAYED BY SORTING THE LOG
000222*                    AND THE DAY'S SCORES BY PLAYER AND SESSION
000223*                    INSTEAD OF IN THE 500-ENTRY SESSION TABLE, SO
000224*                    A DAY OF ANY SIZE IS COACHED IN FULL. A
000225*                    CONTROL LINE PROVES EVERY RECORD READ WAS
000226*                    ACCOUNTED FOR; OUT OF BALANCE ENDS WITH RC 8.
000227*    2026-10-15 RAZ  THE IDEAL GUESS COUNT PER TIER IS NOW THE PAR
000228*                    OF THE GUESSRUL RULE SET IN FORCE ON THE
000229*                    COACHING DATE. NO RULES IN FORCE CANCELS THE
000230*                    RUN.
000231*    2026-10-15 RAZ  EVERY SCORE READ NOW COUNTS IN THE CONTROL
000232*                    LINE, THOSE FOR OTHER DATES AS PASSED OVER.
000233*****************************************************************
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000350         RECORD KEY IS GS-KEY
000360         FILE STATUS IS GS-FILE-STATUS.
000370
000371     SELECT RULES-FILE ASSIGN TO "GUESSRUL"
000372         ORGANIZATION IS INDEXED
000373         ACCESS MODE IS SEQUENTIAL
000374         RECORD KEY IS RUL-EFFECTIVE-DATE
000375         FILE STATUS IS RUL-FILE-STATUS.
000376
000380     SELECT COACH-RPT ASSIGN TO "GUESSCCR"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS RPT-FILE-STATUS.
000402
000404     SELECT CCH-SORT-FILE ASSIGN TO "SORTWK01".
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000460
000470 FD  GUESS-SCORES-FILE.
000480 COPY GUESSSCR.
000482
000484 FD  RULES-FILE.
000486 COPY GUESSRUL.
000490
000500 FD  COACH-RPT.
000510 01  COACH-LINE              PIC X(80).
000511
000512 SD  CCH-SORT-FILE.
000513 01  CCH-SORT-RECORD.
000514     05 SRT-PLAYER-ID        PIC X(10).
000515     05 SRT-SESSION-TIME     PIC 9(09).
000516     05 SRT-SEQUENCE         PIC 9(09).
000517     05 SRT-RECORD-TYPE      PIC X.
000518         88 SRT-SCORE-RECORD     VALUE "S".
000519     05 SRT-GUESS            PIC 999.
000520     05 SRT-RESPONSE         PIC X(8).
000521     05 SRT-DIFFICULTY       PIC 9.
000522
000530 WORKING-STORAGE SECTION.
000540 01  LOG-FILE-STATUS         PIC XX.
000550     88 LOG-STATUS-OK            VALUE "00".
000580     88 GS-STATUS-OK             VALUE "00".
000590     88 GS-STATUS-EOF            VALUE "10".
000600 01  RPT-FILE-STATUS         PIC XX.
000602 01  RUL-FILE-STATUS         PIC XX.
000604     88 RUL-STATUS-OK            VALUE "00".
000606     88 RUL-STATUS-EOF           VALUE "10".
000610
000620 01  LOG-FILE-NAME           PIC X(12) VALUE SPACES.
000630 01  COACH-DATE              PIC X(08) VALUE SPACES.
000631 01  RULES-SW                PIC X VALUE "N".
000632     88 RULES-FOUND              VALUE "Y".
000633 COPY GUESSRUL REPLACING
000634     ==RULES-RECORD== BY ==RULES-IN-FORCE==
000635     LEADING ==RUL== BY ==RIF==.
000640
000650 01  SESSION-ENTRY.
000660     05 SE-PLAYER-ID         PIC X(10).
000670     05 SE-SESSION-TIME      PIC 9(09).
000680     05 SE-GUESSES           PIC 9(5).
000690     05 SE-WRONG-DIR         PIC 9(5).
000700     05 SE-PREV-GUESS        PIC 999.
000710     05 SE-PREV-RESP         PIC X(8).
000720     05 SE-WON-SW            PIC X.
000730         88 SE-SESSION-WON       VALUE "Y".
000740     05 SE-DIFFICULTY        PIC 9.
000750     05 SE-EFFICIENCY        PIC 9(3).
000760
000770 01  SESSION-COUNT           PIC 9(7) VALUE 0.
000780 01  SORT-EOF-SW             PIC X VALUE "N".
000790     88 SORT-AT-END              VALUE "Y".
000800 01  BALANCE-SW              PIC X VALUE "Y".
000810     88 RUN-IN-BALANCE           VALUE "Y".
000820 01  PLAYER-STARTED-SW       PIC X VALUE "N".
000830     88 PLAYER-STARTED           VALUE "Y".
000990 01  IDEAL-GUESSES           PIC 99.
001000 01  EFFICIENCY-WORK         PIC 9(5).
001010
001130 01  TREND-TEXT              PIC X(9).
001140
001150 01  LOG-RECORD-COUNT        PIC 9(7) VALUE 0.
001152 01  SCORE-RECORD-COUNT      PIC 9(7) VALUE 0.
001154 01  UNMATCHED-SCORE-COUNT   PIC 9(7) VALUE 0.
001155 01  SCORES-READ             PIC 9(7) VALUE 0.
001156 01  SCORES-PASSED-OVER      PIC 9(7) VALUE 0.
001157 01  RECORDS-READ            PIC 9(7) VALUE 0.
001158 01  RECORDS-ACCOUNTED       PIC 9(7) VALUE 0.
001160
001170 01  HDR-LINE-1.
001180     05 FILLER   PIC X(33) VALUE
001570     05 TOT-VALUE            PIC ZZZZZZ9.
001580
001590 PROCEDURE DIVISION.
001595 0000-MAINLINE.
001600     PERFORM 1000-GET-COACH-DATE.
001605     PERFORM 1500-OPEN-FILES.
001610     SORT CCH-SORT-FILE
001615         ON ASCENDING KEY SRT-PLAYER-ID SRT-SESSION-TIME
001620                          SRT-SEQUENCE
001625         INPUT PROCEDURE IS 2000-RELEASE-RECORDS
001630         OUTPUT PROCEDURE IS 3000-REPLAY-SESSIONS.
001635     PERFORM 5500-PRINT-TOTALS.
001640     CLOSE COACH-RPT.
001645     IF NOT RUN-IN-BALANCE
001650         DISPLAY "CONTROL TOTALS OUT OF BALANCE - SEE GUESSCCR"
001655         MOVE 8 TO RETURN-CODE
001660     END-IF.
001665     STOP RUN.
001670
001690*****************************************************************
001700*    1000-GET-COACH-DATE
001710*    TAKES THE BUSINESS DATE TO COACH FROM, LOADS THE GAME RULES
001720*    IN FORCE THAT DAY AND BUILDS THE NAME OF THAT DAY'S LOG
001725*    GENERATION.
001730*****************************************************************
001740 1000-GET-COACH-DATE.
001750     DISPLAY "ENTER BUSINESS DATE TO COACH FROM (YYYYMMDD):".
001790         MOVE 8 TO RETURN-CODE
001800         STOP RUN
001810     END-IF.
001811     PERFORM 8400-LOAD-RULES.
001812     IF NOT RULES-FOUND
001813         DISPLAY "NO GAME RULES IN FORCE FOR " COACH-DATE
001814             " - RUN CANCELLED"
001815         MOVE 8 TO RETURN-CODE
001816         STOP RUN
001817     END-IF.
001820     MOVE SPACES TO LOG-FILE-NAME.
001830     STRING "GLOG" COACH-DATE
001840         DELIMITED BY SIZE INTO LOG-FILE-NAME.
001850
001860*****************************************************************
001870*    1500-OPEN-FILES
001880*    OPENS THE DAY'S GENERATION AND THE SCORE FILE BEFORE THE
001890*    SORT BEGINS, SO A MISSING GENERATION STOPS THE RUN WITH
001900*    NOTHING STARTED, AND STARTS THE REPORT. A MISSING SCORE
001910*    FILE ONLY LEAVES EVERY TIER UNKNOWN.
001920*****************************************************************
001930 1500-OPEN-FILES.
001940     OPEN INPUT GUESS-LOG-FILE.
001950     IF NOT LOG-STATUS-OK
001960         DISPLAY "NO LOG GENERATION FOR " COACH-DATE
001970             " - RUN CANCELLED"
001980         MOVE 8 TO RETURN-CODE
001990         STOP RUN
002000     END-IF.
002010     OPEN INPUT GUESS-SCORES-FILE.
002020     IF NOT GS-STATUS-OK
002030         DISPLAY "NO SCORE FILE - TIERS UNKNOWN FOR ALL"
002040         CLOSE GUESS-SCORES-FILE
002050     END-IF.
002060     OPEN OUTPUT COACH-RPT.
002070     MOVE COACH-DATE TO HDR-DATE.
002080     MOVE HDR-LINE-1 TO COACH-LINE.
002090     WRITE COACH-LINE.
002100     MOVE HDR-LINE-2 TO COACH-LINE.
002110     WRITE COACH-LINE.
002120
002130*****************************************************************
002140*    2000-RELEASE-RECORDS
002150*    SORT INPUT PROCEDURE. RELEASES EVERY GUESS IN THE DAY'S
002160*    GENERATION, NUMBERED IN THE ORDER READ SO EACH SESSION
002170*    REPLAYS IN THE ORDER IT WAS PLAYED, THEN THE DAY'S SCORE
002180*    RECORDS, NUMBERED ZERO SO EACH ONE COMES BACK AHEAD OF ITS
002190*    SESSION'S GUESSES AND GIVES THE RANGE IT WAS PLAYED OVER.
002200*****************************************************************
002210 2000-RELEASE-RECORDS.
002220     PERFORM 2100-READ-NEXT-LOG.
002230     PERFORM 2200-RELEASE-ONE-GUESS UNTIL LOG-STATUS-EOF.
002240     CLOSE GUESS-LOG-FILE.
002250     IF GS-STATUS-OK
002260         PERFORM 2300-READ-NEXT-SCORE
002270         PERFORM 2400-RELEASE-ONE-SCORE UNTIL GS-STATUS-EOF
002280         CLOSE GUESS-SCORES-FILE
002290     END-IF.
002300
002310 2100-READ-NEXT-LOG.
002320     READ GUESS-LOG-FILE
002330         AT END
002340             SET LOG-STATUS-EOF TO TRUE
002350     END-READ.
002360
002370 2200-RELEASE-ONE-GUESS.
002380     ADD 1 TO LOG-RECORD-COUNT.
002390     MOVE LOG-PLAYER-ID    TO SRT-PLAYER-ID.
002400     MOVE LOG-SESSION-TIME TO SRT-SESSION-TIME.
002410     MOVE LOG-RECORD-COUNT TO SRT-SEQUENCE.
002420     MOVE "L"              TO SRT-RECORD-TYPE.
002430     MOVE LOG-GUESS        TO SRT-GUESS.
002440     MOVE LOG-MSG-RESP     TO SRT-RESPONSE.
002450     MOVE 0                TO SRT-DIFFICULTY.
002460     RELEASE CCH-SORT-RECORD.
002470     PERFORM 2100-READ-NEXT-LOG.
002480
002490 2300-READ-NEXT-SCORE.
002500     READ GUESS-SCORES-FILE NEXT RECORD
002510         AT END
002520             SET GS-STATUS-EOF TO TRUE
002530     END-READ.
002540
002550 2400-RELEASE-ONE-SCORE.
002555     ADD 1 TO SCORES-READ.
002560     IF GS-DATE = COACH-DATE
002570         ADD 1 TO SCORE-RECORD-COUNT
002580         MOVE GS-PLAYER-ID  TO SRT-PLAYER-ID
002590         MOVE GS-UNIX-TIME  TO SRT-SESSION-TIME
002600         MOVE 0             TO SRT-SEQUENCE
002610         MOVE "S"           TO SRT-RECORD-TYPE
002620         MOVE 0             TO SRT-GUESS
002630         MOVE SPACES        TO SRT-RESPONSE
002640         MOVE GS-DIFFICULTY TO SRT-DIFFICULTY
002650         RELEASE CCH-SORT-RECORD
002652     ELSE
002654         ADD 1 TO SCORES-PASSED-OVER
002660     END-IF.
002670     PERFORM 2300-READ-NEXT-SCORE.
002680
002690*****************************************************************
002700*    2500-JUDGE-DIRECTION
002710*    AFTER A TOO HIGH THE NEXT GUESS MUST BE LOWER, AFTER A
002720*    TOO LOW IT MUST BE HIGHER. A GUESS THAT IGNORES THE
002730*    RESPONSE AND GOES THE SAME WAY OR FURTHER COUNTS AGAINST
002740*    THE PLAYER'S SEARCH DISCIPLINE.
002750*****************************************************************
002760 2500-JUDGE-DIRECTION.
002770     IF SE-GUESSES > 0
002780         IF SE-PREV-RESP = "TOO HIGH"
002790             AND SRT-GUESS >= SE-PREV-GUESS
002800             ADD 1 TO SE-WRONG-DIR
002810         END-IF
002820         IF SE-PREV-RESP = "TOO LOW"
002830             AND SRT-GUESS <= SE-PREV-GUESS
002840             ADD 1 TO SE-WRONG-DIR
002850         END-IF
002860     END-IF.
002870
002880*****************************************************************
002890*    3000-REPLAY-SESSIONS
002900*    SORT OUTPUT PROCEDURE. THE RECORDS COME BACK BY PLAYER,
002910*    THEN BY SESSION TIME, SO EACH PLAYER'S DAY READS OLDEST
002920*    SESSION FIRST AND THE TREND IS MEASURED FIRST-TO-LAST. ONE
002930*    BLOCK PRINTS PER PLAYER - A LINE PER SESSION, THEN THE
002940*    PLAYER'S AVERAGES AND THE FIRST-TO-LAST TREND. A SCORE
002950*    WHOSE SESSION HAS NO GUESSES IN THE GENERATION IS COUNTED
002960*    BUT NOT LISTED.
002970*****************************************************************
002980 3000-REPLAY-SESSIONS.
002990     PERFORM 3010-RETURN-NEXT.
003000     PERFORM 3100-REPLAY-ONE-PLAYER UNTIL SORT-AT-END.
003010
003020 3010-RETURN-NEXT.
003030     RETURN CCH-SORT-FILE
003040         AT END
003050             SET SORT-AT-END TO TRUE
003060     END-RETURN.
003070
003080 3100-REPLAY-ONE-PLAYER.
003090     MOVE SRT-PLAYER-ID TO CURRENT-PLAYER.
003100     MOVE "N" TO PLAYER-STARTED-SW.
003110     PERFORM 3200-REPLAY-ONE-SESSION
003120         UNTIL SORT-AT-END
003130            OR SRT-PLAYER-ID NOT = CURRENT-PLAYER.
003140     IF PLAYER-STARTED
003150         PERFORM 5400-PRINT-PLAYER-SUMMARY
003160     END-IF.
003170
003180 3200-REPLAY-ONE-SESSION.
003190     MOVE SRT-PLAYER-ID    TO SE-PLAYER-ID.
003200     MOVE SRT-SESSION-TIME TO SE-SESSION-TIME.
003210     MOVE 0   TO SE-GUESSES.
003220     MOVE 0   TO SE-WRONG-DIR.
003230     MOVE 0   TO SE-PREV-GUESS.
003240     MOVE SPACES TO SE-PREV-RESP.
003250     MOVE "N" TO SE-WON-SW.
003260     MOVE 0   TO SE-DIFFICULTY.
003270     MOVE 0   TO SE-EFFICIENCY.
003280     PERFORM 3300-REPLAY-ONE-RECORD
003290         UNTIL SORT-AT-END
003300            OR SRT-PLAYER-ID NOT = SE-PLAYER-ID
003310            OR SRT-SESSION-TIME NOT = SE-SESSION-TIME.
003320     IF SE-GUESSES > 0
003330         ADD 1 TO SESSION-COUNT
003340         PERFORM 3600-SCORE-ONE-SESSION
003350         IF NOT PLAYER-STARTED
003360             PERFORM 5200-START-PLAYER-BLOCK
003370             SET PLAYER-STARTED TO TRUE
003380         END-IF
003390         PERFORM 5300-PRINT-SESSION-LINE
003400     ELSE
003410         ADD 1 TO UNMATCHED-SCORE-COUNT
003420     END-IF.
003430
003440 3300-REPLAY-ONE-RECORD.
003450     ADD 1 TO RECORDS-ACCOUNTED.
003460     IF SRT-SCORE-RECORD
003470         MOVE SRT-DIFFICULTY TO SE-DIFFICULTY
003480     ELSE
003490         PERFORM 2500-JUDGE-DIRECTION
003500         ADD 1 TO SE-GUESSES
003510         MOVE SRT-GUESS    TO SE-PREV-GUESS
003520         MOVE SRT-RESPONSE TO SE-PREV-RESP
003530         IF SRT-RESPONSE = "CORRECT"
003540             MOVE "Y" TO SE-WON-SW
003550         END-IF
003560     END-IF.
003570     PERFORM 3010-RETURN-NEXT.
003580
003590*****************************************************************
003600*    3600-SCORE-ONE-SESSION
003610*    TURNS A TIERED SESSION'S GUESS COUNT INTO AN EFFICIENCY
003620*    PERCENTAGE AGAINST THE IDEAL HALVING SEARCH FOR ITS RANGE.
003630*    BEATING THE IDEAL SCORES OVER 100. A SESSION WITHOUT A
003640*    SCORE KEEPS TIER 0 AND STAYS OUT OF THE AVERAGES.
003650*****************************************************************
003660 3600-SCORE-ONE-SESSION.
003670     IF SE-DIFFICULTY >= 1
003680         AND SE-DIFFICULTY <= 3
003690         AND SE-GUESSES > 0
003700         PERFORM 3700-SET-IDEAL
003710         COMPUTE EFFICIENCY-WORK ROUNDED
003720             = (IDEAL-GUESSES * 100) / SE-GUESSES
003730         IF EFFICIENCY-WORK > 999
003740             MOVE 999 TO EFFICIENCY-WORK
003750         END-IF
003760         MOVE EFFICIENCY-WORK TO SE-EFFICIENCY
003770     END-IF.
003780
003790 3700-SET-IDEAL.
003800     EVALUATE SE-DIFFICULTY
003810         WHEN 1 THRU 3
003820             MOVE RIF-TIER-PAR (SE-DIFFICULTY) TO IDEAL-GUESSES
003850         WHEN OTHER
003860             MOVE RIF-TIER-PAR (3) TO IDEAL-GUESSES
003870     END-EVALUATE.
003880
003890*****************************************************************
003900*    5200-START-PLAYER-BLOCK
003910*    OPENS A PLAYER'S BLOCK AT THEIR FIRST SESSION, PRINTS A
003920*    LINE PER SESSION, AND CLOSES IT WITH THE PLAYER'S AVERAGES
003930*    AND THE FIRST-TO-LAST TREND.
003940*****************************************************************
004270 5200-START-PLAYER-BLOCK.
004280     MOVE 0 TO PLAYER-SESSIONS.
004290     MOVE 0 TO PLAYER-RATED-SESSIONS.
004400
004410 5300-PRINT-SESSION-LINE.
004420     ADD 1 TO PLAYER-SESSIONS.
004430     ADD SE-WRONG-DIR TO PLAYER-WRONG-TOTAL.
004440     MOVE SPACES TO DTL-LINE.
004450     MOVE SE-SESSION-TIME TO DTL-SESSION-TIME.
004460     EVALUATE SE-DIFFICULTY
004470         WHEN 1
004480             MOVE "EASY"    TO DTL-LEVEL
004490         WHEN 2
004530         WHEN OTHER
004540             MOVE "UNKNOWN" TO DTL-LEVEL
004550     END-EVALUATE.
004560     MOVE SE-GUESSES    TO DTL-GUESSES.
004570     MOVE SE-WRONG-DIR  TO DTL-WRONG-DIR.
004580     IF SE-SESSION-WON
004590         MOVE "WON"  TO DTL-ENDED
004600     ELSE
004610         MOVE "OPEN" TO DTL-ENDED
004620     END-IF.
004630     IF SE-DIFFICULTY >= 1
004640         AND SE-DIFFICULTY <= 3
004650         PERFORM 3700-SET-IDEAL
004660         MOVE IDEAL-GUESSES TO DTL-IDEAL
004670         MOVE SE-EFFICIENCY TO DTL-EFFICIENCY
004680         ADD 1 TO PLAYER-RATED-SESSIONS
004690         ADD SE-EFFICIENCY TO PLAYER-EFF-TOTAL
004700         IF NOT FIRST-EFF-SET
004710             MOVE SE-EFFICIENCY
004720                 TO FIRST-EFFICIENCY
004730             SET FIRST-EFF-SET TO TRUE
004740         END-IF
004750         MOVE SE-EFFICIENCY TO LAST-EFFICIENCY
004760     ELSE
004770         MOVE "??" TO DTL-IDEAL
004780         MOVE "???" TO DTL-EFFICIENCY
005090     MOVE TREND-TEXT         TO SUM-TREND.
005100     MOVE SUMMARY-LINE TO COACH-LINE.
005110     WRITE COACH-LINE.
005120
005130*****************************************************************
005140*    5500-PRINT-TOTALS
005150*    THE DAY TOTALS AND THE CONTROL LINE PROVING EVERY GUESS AND
005160*    SCORE READ CAME BACK THROUGH THE SORT OR, FOR A SCORE OF
005165*    ANOTHER DATE, WAS PASSED OVER.
005170*****************************************************************
005180 5500-PRINT-TOTALS.
005190     MOVE SPACES TO COACH-LINE.
005200     WRITE COACH-LINE.
005210     MOVE "LOG RECORDS READ"    TO TOT-LABEL.
005220     MOVE LOG-RECORD-COUNT      TO TOT-VALUE.
005230     MOVE TOT-LINE TO COACH-LINE.
005240     WRITE COACH-LINE.
005250     MOVE "DAY SCORES READ"     TO TOT-LABEL.
005260     MOVE SCORE-RECORD-COUNT    TO TOT-VALUE.
005270     MOVE TOT-LINE TO COACH-LINE.
005280     WRITE COACH-LINE.
005290     MOVE "SESSIONS REPLAYED"   TO TOT-LABEL.
005300     MOVE SESSION-COUNT         TO TOT-VALUE.
005310     MOVE TOT-LINE TO COACH-LINE.
005320     WRITE COACH-LINE.
005330     MOVE "SCORES WITH NO GUESSES" TO TOT-LABEL.
005340     MOVE UNMATCHED-SCORE-COUNT TO TOT-VALUE.
005350     MOVE TOT-LINE TO COACH-LINE.
005360     WRITE COACH-LINE.
005362     MOVE "PASSED OVER-OTHER DATES" TO TOT-LABEL.
005364     MOVE SCORES-PASSED-OVER    TO TOT-VALUE.
005366     MOVE TOT-LINE TO COACH-LINE.
005368     WRITE COACH-LINE.
005370     COMPUTE RECORDS-READ = LOG-RECORD-COUNT + SCORES-READ.
005372     ADD SCORES-PASSED-OVER TO RECORDS-ACCOUNTED.
005380     MOVE SPACES TO COACH-LINE.
005390     WRITE COACH-LINE.
005400     IF RECORDS-ACCOUNTED = RECORDS-READ
005410         STRING "CONTROL: " RECORDS-READ " READ = "
005420             RECORDS-ACCOUNTED " ACCOUNTED FOR - IN BALANCE"
005430             DELIMITED BY SIZE INTO COACH-LINE
005440     ELSE
005450         MOVE "N" TO BALANCE-SW
005460         STRING "CONTROL: " RECORDS-READ " READ, "
005470             RECORDS-ACCOUNTED " ACCOUNTED FOR - OUT OF BALANCE"
005480             DELIMITED BY SIZE INTO COACH-LINE
005490     END-IF.
005500     WRITE COACH-LINE.
005510
005520*****************************************************************
005530*    8400-LOAD-RULES
005540*    LEAVES IN RULES-IN-FORCE THE GUESSRUL RULE SET IN FORCE ON
005550*    COACH-DATE - THE LATEST ONE NOT EFFECTIVE AFTER IT. RULES-SW
005560*    STAYS "N" WHEN THE FILE IS MISSING OR HOLDS NOTHING THAT
005570*    EARLY.
005580*****************************************************************
005590 8400-LOAD-RULES.
005600     MOVE "N" TO RULES-SW.
005610     OPEN INPUT RULES-FILE.
005620     IF RUL-STATUS-OK
005630         PERFORM 8410-READ-NEXT-RULES
005640         PERFORM 8420-KEEP-ONE-RULES
005650             UNTIL NOT RUL-STATUS-OK
005660                OR RUL-EFFECTIVE-DATE > COACH-DATE
005670     END-IF.
005680     CLOSE RULES-FILE.
005690
005700 8410-READ-NEXT-RULES.
005710     READ RULES-FILE NEXT RECORD
005720         AT END
005730             SET RUL-STATUS-EOF TO TRUE
005740     END-READ.
005750
005760 8420-KEEP-ONE-RULES.
005770     MOVE RULES-RECORD TO RULES-IN-FORCE.
005780     SET RULES-FOUND TO TRUE.
005790     PERFORM 8410-READ-NEXT-RULES.
