000194*                    RUN STILL PROMPTS. THE RUN NOW ENDS WITH
000195*                    GOBACK SO THE CONTROLLER SEES THE RETURN
000196*                    CODE INSTEAD OF BEING TAKEN DOWN WITH IT.
000197*    2026-10-15 RAZ  DAILY CHALLENGE GAMES EARN NO CHAMPIONSHIP
000198*                    POINTS - ONLY FREE-PLAY FINISHES ARE POSTED.
000199*    2026-10-15 RAZ  THE DAY'S FINISHES, THE POINTS, AND THE
000200*                    STANDINGS TABLE ARE NOW ORDERED WITH THE SORT
000201*                    VERB INSTEAD OF IN 500-ENTRY TABLES, SO A DAY
000202*                    AND A SEASON OF ANY SIZE ARE POSTED IN FULL.
000203*                    THE REPORT ENDS WITH CONTROL LINES PROVING
000204*                    EVERY SCORE, FINISH, AND STANDING READ WAS
000205*                    ACCOUNTED FOR; OUT OF BALANCE ENDS WITH RC 8.
000206*                    THE WEEK-END SNAPSHOT QUESTION IS NOW ASKED
000207*                    BEFORE THE REPORT IS PRINTED.
000208*    2026-10-15 RAZ  THE POINTS FOR EACH FINISHING PLACE NOW COME
000209*                    FROM THE GUESSRUL RULE SET IN FORCE ON THE
000210*                    POSTING DATE. NO RULES IN FORCE CANCELS THE
000211*                    RUN WITH NOTHING POSTED.
000212*    2026-10-15 RAZ  THE WEEK-END SNAPSHOT RANK IS NOW FIVE DIGITS
000213*                    ON THE FILE AND IN THE SORT - NOW THE TABLE
000214*                    HAS NO LIMIT, A RANK PAST 999 WAS BEING
000215*                    STORED WITHOUT ITS LEADING DIGIT.
000216*****************************************************************
000217
000218 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT GUESS-SCORES-FILE ASSIGN TO "GUESSSCR"
000270         RECORD KEY IS GS-KEY
000280         FILE STATUS IS GS-FILE-STATUS.
000290
000291     SELECT RULES-FILE ASSIGN TO "GUESSRUL"
000292         ORGANIZATION IS INDEXED
000293         ACCESS MODE IS SEQUENTIAL
000294         RECORD KEY IS RUL-EFFECTIVE-DATE
000295         FILE STATUS IS RUL-FILE-STATUS.
000296
000300     SELECT SEASON-STANDINGS-FILE ASSIGN TO "GUESSSEA"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000424     SELECT CHAIN-DATE-FILE ASSIGN TO "GUESSBDT"
000426         ORGANIZATION IS SEQUENTIAL
000428         FILE STATUS IS BDT-FILE-STATUS.
000429
000430     SELECT SEA-FINISH-FILE ASSIGN TO "GUESSSW1"
000431         ORGANIZATION IS SEQUENTIAL
000432         FILE STATUS IS FIN-FILE-STATUS.
000433
000434     SELECT SEA-AWARD-FILE ASSIGN TO "GUESSSW2"
000435         ORGANIZATION IS SEQUENTIAL
000436         FILE STATUS IS AWD-FILE-STATUS.
000437
000438     SELECT SEA-SORT-FILE ASSIGN TO "SORTWK01".
000439
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  GUESS-SCORES-FILE.
000470 COPY GUESSSCR.
000472
000474 FD  RULES-FILE.
000476 COPY GUESSRUL.
000480
000490 FD  SEASON-STANDINGS-FILE.
000500 COPY GUESSSEA.
000572
000574 FD  CHAIN-DATE-FILE.
000576 COPY GUESSBDT.
000577
000578*****************************************************************
000579*    THE TWO WORK FILES ARE LAID OUT LIKE THE FRONT OF THE SORT
000580*    RECORD SO THE NEXT SORT CAN TAKE THEM IN DIRECTLY.
000581*****************************************************************
000582 FD  SEA-FINISH-FILE.
000583 01  FINISH-RECORD.
000584     05 FIN-PLAYER-ID        PIC X(10).
000585     05 FIN-DIFFICULTY       PIC 9.
000586     05 FIN-GUESS-COUNT      PIC 999.
000587     05 FIN-POINTS           PIC 9(5).
000588
000589 FD  SEA-AWARD-FILE.
000590 01  AWARD-RECORD.
000591     05 AWD-PLAYER-ID        PIC X(10).
000592     05 AWD-DIFFICULTY       PIC 9.
000593     05 AWD-GUESS-COUNT      PIC 999.
000594     05 AWD-POINTS           PIC 9(5).
000595
000596 SD  SEA-SORT-FILE.
000597 01  SEA-SORT-RECORD.
000598     05 SRT-PLAYER-ID        PIC X(10).
000599     05 SRT-DIFFICULTY       PIC 9.
000600     05 SRT-GUESS-COUNT      PIC 999.
000601     05 SRT-POINTS           PIC 9(5).
000602     05 SRT-GAMES            PIC 9(5).
000603     05 SRT-PREV-RANK        PIC 9(5).
000604
000605 WORKING-STORAGE SECTION.
000606 01  GS-FILE-STATUS          PIC XX.
000610     88 GS-STATUS-OK             VALUE "00".
000620     88 GS-STATUS-EOF            VALUE "10".
000630 01  SEA-FILE-STATUS         PIC XX.
000710 01  RPT-FILE-STATUS         PIC XX.
000712 01  BDT-FILE-STATUS         PIC XX.
000714     88 BDT-STATUS-OK            VALUE "00".
000716 01  FIN-FILE-STATUS         PIC XX.
000718 01  AWD-FILE-STATUS         PIC XX.
000719 01  RUL-FILE-STATUS         PIC XX.
000720     88 RUL-STATUS-OK            VALUE "00".
000721     88 RUL-STATUS-EOF           VALUE "10".
000722
000730 01  POST-DATE               PIC X(08) VALUE SPACES.
000740 01  WEEK-ROLL-ANSWER        PIC X VALUE "N".
000750     88 ROLL-WEEK-SNAPSHOT       VALUE "Y" "y".
000760
000770 01  CURRENT-PLAYER          PIC X(10).
001220 01  CURRENT-TIER            PIC 9.
001230 01  TIER-POSITION           PIC 9(3).
001240 01  AWARD-POINTS            PIC 9(3).
001241 01  PLAYER-DAY-POINTS       PIC 9(5).
001242 01  CURRENT-RANK            PIC 9(5).
001243 01  RANK-MOVEMENT           PIC S9(5).
001244 01  SORT-EOF-SW             PIC X VALUE "N".
001245     88 SORT-AT-END              VALUE "Y".
001246 01  BALANCE-SW              PIC X VALUE "Y".
001247     88 RUN-IN-BALANCE           VALUE "Y".
001248
001249 01  CONTROL-COUNTS.
001250     05 SCORES-READ          PIC 9(7) VALUE 0.
001251     05 SCORES-PASSED-OVER   PIC 9(7) VALUE 0.
001252     05 SCORES-ACCOUNTED     PIC 9(7) VALUE 0.
001253     05 FINISHES-WRITTEN     PIC 9(7) VALUE 0.
001254     05 AWARDS-POSTED        PIC 9(7) VALUE 0.
001255     05 STANDINGS-READ       PIC 9(7) VALUE 0.
001256     05 STANDINGS-PRINTED    PIC 9(7) VALUE 0.
001257 01  CONTROL-NOUN            PIC X(12).
001258 01  CONTROL-READ            PIC 9(7).
001259 01  CONTROL-ACCOUNTED       PIC 9(7).
001270
001280 01  RULES-SW                PIC X VALUE "N".
001290     88 RULES-FOUND              VALUE "Y".
001300 COPY GUESSRUL REPLACING
001302     ==RULES-RECORD== BY ==RULES-IN-FORCE==
001304     LEADING ==RUL== BY ==RIF==.
001310
001320 01  HDR-LINE-1.
001330     05 FILLER   PIC X(30) VALUE
001390     05 FILLER               PIC X(08) VALUE "POINTS".
001400     05 FILLER               PIC X(08) VALUE "MOVE".
001410 01  DTL-LINE.
001420     05 DTL-RANK             PIC ZZZZ9.
001430     05 FILLER               PIC X(01) VALUE SPACES.
001440     05 DTL-PLAYER-ID        PIC X(12).
001450     05 DTL-GAMES            PIC ZZZZ9.
001460     05 FILLER               PIC X(03) VALUE SPACES.
001470     05 DTL-POINTS           PIC ZZZZ9.
001480     05 FILLER               PIC X(03) VALUE SPACES.
001490     05 DTL-MOVEMENT         PIC X(05).
001495 01  MSG-LINE                PIC X(80).
001500
001510 PROCEDURE DIVISION.
001512 0000-MAINLINE.
001514     PERFORM 1000-GET-POST-DATE.
001516     PERFORM 1800-OPEN-SCORES.
001518     SORT SEA-SORT-FILE
001520         ON ASCENDING KEY SRT-PLAYER-ID SRT-DIFFICULTY
001522                          SRT-GUESS-COUNT
001524         INPUT PROCEDURE IS 2000-SELECT-DAY-SCORES
001526         OUTPUT PROCEDURE IS 2500-KEEP-BEST-SCORES.
001528     IF FINISHES-WRITTEN = 0
001530         DISPLAY "NO SCORES FOR " POST-DATE
001532             " - NOTHING POSTED - DATE LEFT OPEN"
001534         MOVE 8 TO RETURN-CODE
001536         GOBACK
001538     END-IF.
001540     SORT SEA-SORT-FILE
001542         ON ASCENDING KEY SRT-DIFFICULTY SRT-GUESS-COUNT
001544                          SRT-PLAYER-ID
001546         USING SEA-FINISH-FILE
001548         OUTPUT PROCEDURE IS 3000-AWARD-POINTS.
001550     PERFORM 4000-OPEN-STANDINGS.
001552     SORT SEA-SORT-FILE
001554         ON ASCENDING KEY SRT-PLAYER-ID
001556         USING SEA-AWARD-FILE
001558         OUTPUT PROCEDURE IS 4100-POST-STANDINGS.
001560     PERFORM 5000-ASK-WEEK-ROLL.
001562     PERFORM 5400-OPEN-STANDINGS-INPUT.
001564     SORT SEA-SORT-FILE
001566         ON DESCENDING KEY SRT-POINTS
001568            ASCENDING KEY SRT-PLAYER-ID
001570         INPUT PROCEDURE IS 5500-LOAD-STANDINGS
001572         OUTPUT PROCEDURE IS 6000-PRINT-STANDINGS.
001574     IF NOT RUN-IN-BALANCE
001576         DISPLAY "CONTROL TOTALS OUT OF BALANCE - SEE GUESSSTD"
001578         MOVE 8 TO RETURN-CODE
001580     END-IF.
001582     PERFORM 8000-SAVE-CONTROL.
001584     GOBACK.
001586
001650*****************************************************************
001660*    1000-GET-POST-DATE
001670*    TAKES THE LEADERBOARD DATE TO POST - FROM THE CHAIN-DATE
001675*    CONTROL WHEN THE NIGHTLY CONTROLLER WROTE ONE, OTHERWISE
001680*    FROM THE OPERATOR - AND REFUSES ANY DATE ALREADY ON THE
001685*    POSTED-DATE LEDGER, SO NO DAY CAN EVER BE DOUBLE-COUNTED
001690*    HOWEVER THE RUNS ARE ORDERED. THEN LOADS THE GAME RULES IN
001695*    FORCE ON THAT DATE.
001700*****************************************************************
001710 1000-GET-POST-DATE.
001712     PERFORM 9000-READ-CHAIN-DATE.
001820         PERFORM 1200-CHECK-ONE-CONTROL UNTIL SEC-STATUS-EOF
001830     END-IF.
001840     CLOSE SEASON-CONTROL-FILE.
001841     PERFORM 8400-LOAD-RULES.
001842     IF NOT RULES-FOUND
001843         DISPLAY "NO GAME RULES IN FORCE FOR " POST-DATE
001844             " - RUN CANCELLED"
001845         MOVE 8 TO RETURN-CODE
001846         GOBACK
001847     END-IF.
001850
001860 1100-READ-NEXT-CONTROL.
001870     READ SEASON-CONTROL-FILE
001980     END-IF.
001990     PERFORM 1100-READ-NEXT-CONTROL.
002000
002005
002010*****************************************************************
002015*    1800-OPEN-SCORES
002020*    OPENS THE SCORE FILE BEFORE THE FIRST SORT BEGINS, SO A
002025*    MISSING FILE STOPS THE RUN WITH NOTHING STARTED.
002030*****************************************************************
002035 1800-OPEN-SCORES.
002040     OPEN INPUT GUESS-SCORES-FILE.
002045     IF NOT GS-STATUS-OK
002050         DISPLAY "NO SCORE FILE - NOTHING TO POST"
002055         CLOSE GUESS-SCORES-FILE
002060         MOVE 8 TO RETURN-CODE
002065         GOBACK
002070     END-IF.
002075
002080*****************************************************************
002085*    2000-SELECT-DAY-SCORES
002090*    SORT INPUT PROCEDURE. READS THE SCORE FILE AND RELEASES THE
002095*    FREE-PLAY SCORES FOR THE POSTING DATE, COUNTING EVERY OTHER
002100*    SCORE AS PASSED OVER. DAILY CHALLENGE SCORES ARE PASSED
002105*    OVER. A DATE WITH NO SCORES AT ALL ENDS THE RUN WITHOUT
002110*    TOUCHING THE LEDGER - A MISTYPED OR TOO-EARLY DATE MUST
002115*    STAY POSTABLE ONCE THE REAL SCORES ARE ON FILE.
002120*****************************************************************
002125 2000-SELECT-DAY-SCORES.
002130     PERFORM 2100-READ-NEXT-SCORE.
002135     PERFORM 2200-PROCESS-SCORE UNTIL GS-STATUS-EOF.
002140     CLOSE GUESS-SCORES-FILE.
002145
002230 2100-READ-NEXT-SCORE.
002240     READ GUESS-SCORES-FILE NEXT RECORD
002250         AT END
002260             SET GS-STATUS-EOF TO TRUE
002270     END-READ.
002280
002285 2200-PROCESS-SCORE.
002290     ADD 1 TO SCORES-READ.
002295     IF GS-DATE = POST-DATE AND GS-FREE-PLAY-GAME
002300         MOVE GS-PLAYER-ID   TO SRT-PLAYER-ID
002305         MOVE GS-DIFFICULTY  TO SRT-DIFFICULTY
002310         MOVE GS-GUESS-COUNT TO SRT-GUESS-COUNT
002315         MOVE 0              TO SRT-POINTS
002320         MOVE 0              TO SRT-GAMES
002325         MOVE 0              TO SRT-PREV-RANK
002330         RELEASE SEA-SORT-RECORD
002335     ELSE
002340         ADD 1 TO SCORES-PASSED-OVER
002345     END-IF.
002350     PERFORM 2100-READ-NEXT-SCORE.
002355
002360*****************************************************************
002365*    2500-KEEP-BEST-SCORES
002370*    SORT OUTPUT PROCEDURE. THE DAY'S SCORES COME BACK BY PLAYER
002375*    AND TIER WITH THE FEWEST GUESSES FIRST, SO THE FIRST SCORE
002380*    OF EACH PLAYER AND TIER IS THAT PLAYER'S FINISH IN THE TIER
002385*    - THE SAME ENTRY THE NIGHTLY LEADERBOARD PRINTS. EACH
002390*    FINISH IS WRITTEN TO THE FINISH WORK FILE.
002395*****************************************************************
002400 2500-KEEP-BEST-SCORES.
002405     OPEN OUTPUT SEA-FINISH-FILE.
002410     MOVE "N" TO SORT-EOF-SW.
002415     PERFORM 9100-RETURN-NEXT.
002420     PERFORM 2600-KEEP-ONE-FINISH UNTIL SORT-AT-END.
002425     CLOSE SEA-FINISH-FILE.
002430
002435 2600-KEEP-ONE-FINISH.
002440     MOVE SRT-PLAYER-ID   TO CURRENT-PLAYER.
002445     MOVE SRT-DIFFICULTY  TO CURRENT-TIER.
002450     MOVE SRT-PLAYER-ID   TO FIN-PLAYER-ID.
002455     MOVE SRT-DIFFICULTY  TO FIN-DIFFICULTY.
002460     MOVE SRT-GUESS-COUNT TO FIN-GUESS-COUNT.
002465     MOVE 0               TO FIN-POINTS.
002470     WRITE FINISH-RECORD.
002475     ADD 1 TO FINISHES-WRITTEN.
002480     PERFORM 2700-PASS-ONE-SCORE
002485         UNTIL SORT-AT-END
002490            OR SRT-PLAYER-ID NOT = CURRENT-PLAYER
002495            OR SRT-DIFFICULTY NOT = CURRENT-TIER.
002500
002505 2700-PASS-ONE-SCORE.
002510     ADD 1 TO SCORES-ACCOUNTED.
002515     PERFORM 9100-RETURN-NEXT.
002520
002525*****************************************************************
002530*    3000-AWARD-POINTS
002535*    SORT OUTPUT PROCEDURE. THE FINISHES COME BACK BY TIER, THEN
002540*    BY GUESS COUNT, SO FINISHING POSITIONS READ STRAIGHT DOWN
002545*    EACH TIER, AND ARE CONVERTED INTO CHAMPIONSHIP POINTS FOR
002550*    FIRST THRU EIGHTH AS THE RULES IN FORCE ON THE DATE SET THEM.
002555*    PLAYER ID BREAKS A TIE SO THE ORDER IS REPEATABLE. A PLAYER
002560*    WHO PLACED IN MORE THAN ONE TIER EARNS FROM EACH. EVERY
002565*    FINISH IS WRITTEN TO THE AWARD WORK FILE, SCORING OR NOT.
002570*****************************************************************
002575 3000-AWARD-POINTS.
002580     OPEN OUTPUT SEA-AWARD-FILE.
002585     MOVE "N" TO SORT-EOF-SW.
002590     MOVE 0 TO CURRENT-TIER.
002595     PERFORM 9100-RETURN-NEXT.
002600     PERFORM 3100-AWARD-ONE-ENTRY UNTIL SORT-AT-END.
002605     CLOSE SEA-AWARD-FILE.
002610
002615 3100-AWARD-ONE-ENTRY.
002620     IF SRT-DIFFICULTY NOT = CURRENT-TIER
002625         MOVE SRT-DIFFICULTY TO CURRENT-TIER
002630         MOVE 1 TO TIER-POSITION
002635     ELSE
002640         ADD 1 TO TIER-POSITION
002645     END-IF.
002650     IF TIER-POSITION <= 8
002655         MOVE RIF-POSITION-POINTS (TIER-POSITION) TO AWARD-POINTS
002660     ELSE
002665         MOVE 0 TO AWARD-POINTS
002670     END-IF.
002675     MOVE SRT-PLAYER-ID   TO AWD-PLAYER-ID.
002680     MOVE SRT-DIFFICULTY  TO AWD-DIFFICULTY.
002685     MOVE SRT-GUESS-COUNT TO AWD-GUESS-COUNT.
002690     MOVE AWARD-POINTS    TO AWD-POINTS.
002695     WRITE AWARD-RECORD.
002700     PERFORM 9100-RETURN-NEXT.
002705
002710*****************************************************************
002715*    4000-OPEN-STANDINGS
002720*    OPENS THE SEASON STANDINGS FOR UPDATE, CREATING THE FILE ON
002725*    THE FIRST POSTING OF THE SEASON.
002730*****************************************************************
002735 4000-OPEN-STANDINGS.
002740     OPEN I-O SEASON-STANDINGS-FILE.
002745     IF SEA-STATUS-NOT-FOUND
002750         CLOSE SEASON-STANDINGS-FILE
002755         OPEN OUTPUT SEASON-STANDINGS-FILE
002760         CLOSE SEASON-STANDINGS-FILE
002765         OPEN I-O SEASON-STANDINGS-FILE
002770     ELSE
002775         IF NOT SEA-STATUS-OK
002780             DISPLAY "ERROR OPENING SEASON STANDINGS - STATUS "
002785                 SEA-FILE-STATUS
002790             GOBACK
002795         END-IF
002800     END-IF.
002805
002810*****************************************************************
002815*    4100-POST-STANDINGS
002820*    SORT OUTPUT PROCEDURE. THE AWARDS COME BACK BY PLAYER, SO
002825*    EACH PLAYER'S DAY POINTS ARE ROLLED INTO ONE TOTAL AND THE
002830*    STANDINGS FILE IS TOUCHED ONCE PER PLAYER HOWEVER MANY
002835*    TIERS THEY PLACED IN - THE DAY POINTS AND ONE GAME PLAYED
002840*    ARE ADDED TO THE SEASON RECORD, CREATING THE RECORD ON
002845*    FIRST APPEARANCE.
002850*****************************************************************
002855 4100-POST-STANDINGS.
002860     MOVE "N" TO SORT-EOF-SW.
002865     PERFORM 9100-RETURN-NEXT.
002870     PERFORM 4200-POST-ONE-PLAYER UNTIL SORT-AT-END.
002875     CLOSE SEASON-STANDINGS-FILE.
002880
002885 4200-POST-ONE-PLAYER.
002890     MOVE SRT-PLAYER-ID TO CURRENT-PLAYER.
002895     MOVE 0 TO PLAYER-DAY-POINTS.
002900     PERFORM 4300-ADD-ONE-AWARD
002905         UNTIL SORT-AT-END
002910            OR SRT-PLAYER-ID NOT = CURRENT-PLAYER.
002915     MOVE CURRENT-PLAYER TO SEA-PLAYER-ID.
002920     READ SEASON-STANDINGS-FILE
002925         INVALID KEY
002930             MOVE CURRENT-PLAYER    TO SEA-PLAYER-ID
002935             MOVE PLAYER-DAY-POINTS TO SEA-POINTS
002940             MOVE 1                 TO SEA-GAMES-PLAYED
002945             MOVE 0                 TO SEA-PREV-RANK
002950             WRITE SEASON-STANDING-RECORD
002955         NOT INVALID KEY
002960             ADD PLAYER-DAY-POINTS TO SEA-POINTS
002965             ADD 1 TO SEA-GAMES-PLAYED
002970             REWRITE SEASON-STANDING-RECORD
002975     END-READ.
002980
002985 4300-ADD-ONE-AWARD.
002990     ADD 1 TO AWARDS-POSTED.
002995     ADD SRT-POINTS TO PLAYER-DAY-POINTS.
003000     PERFORM 9100-RETURN-NEXT.
003005
003010*****************************************************************
003015*    5000-ASK-WEEK-ROLL
003020*    AT THE OPERATOR'S CHOICE, EACH PLAYER'S RANK ON THIS REPORT
003025*    IS SNAPSHOT INTO SEA-PREV-RANK AS IT PRINTS, SO NEXT WEEK'S
003030*    REPORT MEASURES MOVEMENT FROM THIS POINT. THIS REPORT STILL
003035*    SHOWS MOVEMENT FROM THE LAST SNAPSHOT.
003040*****************************************************************
003045 5000-ASK-WEEK-ROLL.
003050     DISPLAY "ROLL WEEK-END SNAPSHOT AFTER THIS REPORT? (Y/N):".
003055     ACCEPT WEEK-ROLL-ANSWER.
003060
003065*****************************************************************
003070*    5400-OPEN-STANDINGS-INPUT
003075*    OPENS THE SEASON FILE TO READ BACK FOR THE STANDINGS TABLE.
003080*****************************************************************
003085 5400-OPEN-STANDINGS-INPUT.
003090     OPEN INPUT SEASON-STANDINGS-FILE.
003095     IF NOT SEA-STATUS-OK
003100         DISPLAY "NO SEASON STANDINGS ON FILE"
003105         CLOSE SEASON-STANDINGS-FILE
003110         MOVE 8 TO RETURN-CODE
003115         GOBACK
003120     END-IF.
003125
003130*****************************************************************
003135*    5500-LOAD-STANDINGS
003140*    SORT INPUT PROCEDURE. RELEASES EVERY SEASON RECORD TO BE
003145*    ORDERED BY POINTS, HIGHEST FIRST, WITH PLAYER ID BREAKING
003150*    TIES SO THE PRINT ORDER IS REPEATABLE.
003155*****************************************************************
003160 5500-LOAD-STANDINGS.
003165     PERFORM 5600-READ-NEXT-STANDING.
003170     PERFORM 5700-RELEASE-ONE-STANDING
003175         UNTIL NOT SEA-STATUS-OK.
003180     CLOSE SEASON-STANDINGS-FILE.
003185
003190 5600-READ-NEXT-STANDING.
003195     READ SEASON-STANDINGS-FILE NEXT RECORD
003200         AT END
003205             SET SEA-STATUS-EOF TO TRUE
003210     END-READ.
003215
003220 5700-RELEASE-ONE-STANDING.
003225     ADD 1 TO STANDINGS-READ.
003230     MOVE SEA-PLAYER-ID    TO SRT-PLAYER-ID.
003235     MOVE 0                TO SRT-DIFFICULTY.
003240     MOVE 0                TO SRT-GUESS-COUNT.
003245     MOVE SEA-POINTS       TO SRT-POINTS.
003250     MOVE SEA-GAMES-PLAYED TO SRT-GAMES.
003255     MOVE SEA-PREV-RANK    TO SRT-PREV-RANK.
003260     RELEASE SEA-SORT-RECORD.
003265     PERFORM 5600-READ-NEXT-STANDING.
003270
003275*****************************************************************
003280*    6000-PRINT-STANDINGS
003285*    SORT OUTPUT PROCEDURE. PRINTS THE SEASON-TO-DATE TABLE.
003290*    MOVEMENT IS THE CHANGE FROM THE LAST WEEK-END SNAPSHOT RANK
003295*    - "NEW" FOR A PLAYER WHO WAS NOT IN THE TABLE AT THE
003300*    SNAPSHOT. WHEN THE WEEK IS BEING ROLLED, EACH PLAYER'S NEW
003305*    RANK IS STORED AS THE LINE PRINTS. THE CONTROL LINES CLOSE
003310*    THE REPORT.
003315*****************************************************************
003320 6000-PRINT-STANDINGS.
003325     OPEN OUTPUT STANDINGS-RPT.
003330     MOVE HDR-LINE-1 TO STANDINGS-LINE.
003335     WRITE STANDINGS-LINE.
003340     MOVE HDR-LINE-2 TO STANDINGS-LINE.
003345     WRITE STANDINGS-LINE.
003350     IF ROLL-WEEK-SNAPSHOT
003355         OPEN I-O SEASON-STANDINGS-FILE
003360         IF NOT SEA-STATUS-OK
003365             DISPLAY "STANDINGS WOULD NOT REOPEN - STATUS "
003370                 SEA-FILE-STATUS
003375             CLOSE SEASON-STANDINGS-FILE
003380             MOVE "N" TO WEEK-ROLL-ANSWER
003385         END-IF
003390     END-IF.
003395     MOVE 0 TO CURRENT-RANK.
003400     MOVE "N" TO SORT-EOF-SW.
003405     PERFORM 9100-RETURN-NEXT.
003410     PERFORM 6100-PRINT-ONE-STANDING UNTIL SORT-AT-END.
003415     PERFORM 6500-PRINT-CONTROL-LINES.
003420     CLOSE STANDINGS-RPT.
003425     IF ROLL-WEEK-SNAPSHOT
003430         CLOSE SEASON-STANDINGS-FILE
003435         DISPLAY "WEEK-END SNAPSHOT ROLLED"
003440     END-IF.
003445
003450 6100-PRINT-ONE-STANDING.
003455     ADD 1 TO STANDINGS-PRINTED.
003460     ADD 1 TO CURRENT-RANK.
003465     MOVE SPACES TO DTL-LINE.
003470     MOVE CURRENT-RANK  TO DTL-RANK.
003475     MOVE SRT-PLAYER-ID TO DTL-PLAYER-ID.
003480     MOVE SRT-GAMES     TO DTL-GAMES.
003485     MOVE SRT-POINTS    TO DTL-POINTS.
003490     IF SRT-PREV-RANK = 0
003495         MOVE "NEW"  TO DTL-MOVEMENT
003500     ELSE
003505         COMPUTE RANK-MOVEMENT
003510             = SRT-PREV-RANK - CURRENT-RANK
003515         EVALUATE TRUE
003520             WHEN RANK-MOVEMENT > 0
003525             MOVE "UP"   TO DTL-MOVEMENT
003530             WHEN RANK-MOVEMENT < 0
003535                 MOVE "DOWN" TO DTL-MOVEMENT
003540             WHEN OTHER
003545                 MOVE "SAME" TO DTL-MOVEMENT
003550         END-EVALUATE
003555     END-IF.
003560     MOVE DTL-LINE TO STANDINGS-LINE.
003565     WRITE STANDINGS-LINE.
003570     IF ROLL-WEEK-SNAPSHOT
003575         PERFORM 6200-ROLL-ONE-PLAYER
003580     END-IF.
003585     PERFORM 9100-RETURN-NEXT.
003590
003595 6200-ROLL-ONE-PLAYER.
003600     MOVE SRT-PLAYER-ID TO SEA-PLAYER-ID.
003605     READ SEASON-STANDINGS-FILE
003610         INVALID KEY
003615             CONTINUE
003620         NOT INVALID KEY
003625             MOVE CURRENT-RANK TO SEA-PREV-RANK
003630             REWRITE SEASON-STANDING-RECORD
003635     END-READ.
003640
003645*****************************************************************
003650*    6500-PRINT-CONTROL-LINES
003655*    PROVES NOTHING WAS DROPPED ON THE WAY THROUGH THE SORTS -
003660*    EVERY SCORE READ WAS EITHER TAKEN INTO THE DAY OR PASSED
003665*    OVER, EVERY FINISH WAS POSTED, AND EVERY STANDING READ WAS
003670*    PRINTED. ANY LINE OUT OF BALANCE ENDS THE RUN WITH RC 8.
003675*****************************************************************
003680 6500-PRINT-CONTROL-LINES.
003685     MOVE SPACES TO STANDINGS-LINE.
003690     WRITE STANDINGS-LINE.
003695     MOVE "SCORES" TO CONTROL-NOUN.
003700     MOVE SCORES-READ TO CONTROL-READ.
003705     COMPUTE CONTROL-ACCOUNTED
003710         = SCORES-ACCOUNTED + SCORES-PASSED-OVER.
003715     PERFORM 6600-PRINT-ONE-CONTROL.
003720     MOVE "FINISHES" TO CONTROL-NOUN.
003725     MOVE FINISHES-WRITTEN TO CONTROL-READ.
003730     MOVE AWARDS-POSTED TO CONTROL-ACCOUNTED.
003735     PERFORM 6600-PRINT-ONE-CONTROL.
003740     MOVE "STANDINGS" TO CONTROL-NOUN.
003745     MOVE STANDINGS-READ TO CONTROL-READ.
003750     MOVE STANDINGS-PRINTED TO CONTROL-ACCOUNTED.
003755     PERFORM 6600-PRINT-ONE-CONTROL.
003760
003765 6600-PRINT-ONE-CONTROL.
003770     MOVE SPACES TO MSG-LINE.
003775     IF CONTROL-ACCOUNTED = CONTROL-READ
003780         STRING "CONTROL: " CONTROL-READ " "
003785                 DELIMITED BY SIZE
003790             CONTROL-NOUN DELIMITED BY "  "
003795             " READ = " CONTROL-ACCOUNTED
003800             " ACCOUNTED FOR - IN BALANCE"
003805                 DELIMITED BY SIZE INTO MSG-LINE
003810     ELSE
003815         MOVE "N" TO BALANCE-SW
003820         STRING "CONTROL: " CONTROL-READ " "
003825                 DELIMITED BY SIZE
003830             CONTROL-NOUN DELIMITED BY "  "
003835             " READ, " CONTROL-ACCOUNTED
003840             " ACCOUNTED FOR - OUT OF BALANCE"
003845                 DELIMITED BY SIZE INTO MSG-LINE
003850     END-IF.
003855     MOVE MSG-LINE TO STANDINGS-LINE.
003860     WRITE STANDINGS-LINE.
003870
005350*****************************************************************
005360*    8000-SAVE-CONTROL
005370*    APPENDS THE DATE JUST POSTED TO THE POSTED-DATE LEDGER SO
005450     MOVE POST-DATE TO SEC-POSTED-DATE.
005460     WRITE SEASON-CONTROL-RECORD.
005470     CLOSE SEASON-CONTROL-FILE.
005471
005472*****************************************************************
005473*    8400-LOAD-RULES
005474*    LEAVES IN RULES-IN-FORCE THE GUESSRUL RULE SET IN FORCE ON
005475*    POST-DATE - THE LATEST ONE NOT EFFECTIVE AFTER IT. RULES-SW
005476*    STAYS "N" WHEN THE FILE IS MISSING OR HOLDS NOTHING THAT
005477*    EARLY.
005478*****************************************************************
005479 8400-LOAD-RULES.
005480     MOVE "N" TO RULES-SW.
005481     OPEN INPUT RULES-FILE.
005482     IF RUL-STATUS-OK
005483         PERFORM 8410-READ-NEXT-RULES
005484         PERFORM 8420-KEEP-ONE-RULES
005485             UNTIL NOT RUL-STATUS-OK
005486                OR RUL-EFFECTIVE-DATE > POST-DATE
005487     END-IF.
005488     CLOSE RULES-FILE.
005489
005490 8410-READ-NEXT-RULES.
005491     READ RULES-FILE NEXT RECORD
005492         AT END
005493             SET RUL-STATUS-EOF TO TRUE
005494     END-READ.
005495
005496 8420-KEEP-ONE-RULES.
005497     MOVE RULES-RECORD TO RULES-IN-FORCE.
005498     SET RULES-FOUND TO TRUE.
005499     PERFORM 8410-READ-NEXT-RULES.
005500
005501*****************************************************************
005502*    9000-READ-CHAIN-DATE
005510*    PICKS UP THE BUSINESS DATE THE NIGHTLY CONTROLLER DERIVED,
005520*    WHEN ONE IS ON HAND, SO THE DATE IS NEVER RE-KEYED.
005530*****************************************************************
005640         END-IF
005650     END-IF.
005660     CLOSE CHAIN-DATE-FILE.
005670
005680*****************************************************************
005690*    9100-RETURN-NEXT
005700*    TAKES THE NEXT RECORD BACK FROM WHICHEVER SORT IS RUNNING.
005710*****************************************************************
005720 9100-RETURN-NEXT.
005730     RETURN SEA-SORT-FILE
005740         AT END
005750             SET SORT-AT-END TO TRUE
005760     END-RETURN.
