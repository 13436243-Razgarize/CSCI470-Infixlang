000189*                    RUN STILL PROMPTS. THE RUN NOW ENDS WITH
000190*                    GOBACK SO THE CONTROLLER SEES THE RETURN
000191*                    CODE INSTEAD OF BEING TAKEN DOWN WITH IT.
000192*    2026-10-15 RAZ  SESSIONS ARE NOW BROUGHT TOGETHER BY SORTING
000193*                    THE LOG AND THE DAY'S SCORES BY PLAYER AND
000194*                    SESSION INSTEAD OF IN THE 500-ENTRY SESSION
000195*                    TABLE, AND RETRIED SESSIONS ARE PAIRED BY A
000196*                    SECOND SORT, SO A DAY OF ANY SIZE RECONCILES
000197*                    IN FULL. CONTROL LINES PROVE EVERY RECORD
000198*                    READ WAS ACCOUNTED FOR; OUT OF BALANCE ENDS
000199*                    WITH RC 8. EXCEPTIONS NOW PRINT IN PLAYER
000200*                    ORDER, UNPAIRED ORPHANS AFTER THE REST.
000201*    2026-10-15 RAZ  SCORES FOR OTHER DATES NOW COUNT AS READ AND
000202*                    PASSED OVER, SO THE CONTROL LINE COVERS THE
000203*                    WHOLE SCORE FILE.
000204*****************************************************************
000205
000206 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT GUESS-LOG-FILE ASSIGN USING LOG-FILE-NAME
000354     SELECT CHAIN-DATE-FILE ASSIGN TO "GUESSBDT"
000356         ORGANIZATION IS SEQUENTIAL
000358         FILE STATUS IS BDT-FILE-STATUS.
000359
000360     SELECT REC-CANDIDATE-FILE ASSIGN TO "GUESSRW1"
000361         ORGANIZATION IS SEQUENTIAL
000362         FILE STATUS IS CAND-FILE-STATUS.
000363
000364     SELECT REC-SORT-FILE ASSIGN TO "SORTWK01".
000365
000366     SELECT REC-PAIR-FILE ASSIGN TO "SORTWK02".
000367
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  GUESS-LOG-FILE.
000462
000464 FD  CHAIN-DATE-FILE.
000466 COPY GUESSBDT.
000467
000468*****************************************************************
000469*    SESSIONS HELD BACK FOR PAIRING. CLASS 1 IS A WIN WITH NO
000470*    SCORE, CLASS 2 A SCORE WITH NO LOG RECORDS AT ALL; THE
000471*    ORDINAL NUMBERS EACH CLASS IN SESSION ORDER WITHIN THE
000472*    PLAYER. LAID OUT LIKE THE PAIRING SORT RECORD.
000473*****************************************************************
000474 FD  REC-CANDIDATE-FILE.
000475 01  CANDIDATE-RECORD.
000476     05 CAND-PLAYER-ID       PIC X(10).
000477     05 CAND-ORDINAL         PIC 9(7).
000478     05 CAND-CLASS           PIC 9.
000479     05 CAND-SESSION-TIME    PIC 9(09).
000480     05 CAND-LOG-GUESSES     PIC 9(05).
000481     05 CAND-SCORE-GUESSES   PIC 999.
000482
000483 SD  REC-SORT-FILE.
000484 01  REC-SORT-RECORD.
000485     05 SRT-PLAYER-ID        PIC X(10).
000486     05 SRT-SESSION-TIME     PIC 9(09).
000487     05 SRT-RECORD-TYPE      PIC X.
000488         88 SRT-LOG-RECORD       VALUE "L".
000489         88 SRT-SCORE-RECORD     VALUE "S".
000490     05 SRT-WIN-SW           PIC X.
000491         88 SRT-WIN              VALUE "Y".
000492     05 SRT-SCORE-GUESSES    PIC 999.
000493
000494 SD  REC-PAIR-FILE.
000495 01  REC-PAIR-RECORD.
000496     05 PR-PLAYER-ID         PIC X(10).
000497     05 PR-ORDINAL           PIC 9(7).
000498     05 PR-CLASS             PIC 9.
000499         88 PR-UNSCORED-WIN      VALUE 1.
000500         88 PR-SCORE-ONLY        VALUE 2.
000501     05 PR-SESSION-TIME      PIC 9(09).
000502     05 PR-LOG-GUESSES       PIC 9(05).
000503     05 PR-SCORE-GUESSES     PIC 999.
000504
000505 WORKING-STORAGE SECTION.
000506 01  LOG-FILE-STATUS         PIC XX.
000507     88 LOG-STATUS-OK            VALUE "00".
000510     88 LOG-STATUS-EOF           VALUE "10".
000520 01  GS-FILE-STATUS          PIC XX.
000530     88 GS-STATUS-OK             VALUE "00".
000550 01  RPT-FILE-STATUS         PIC XX.
000551 01  BDT-FILE-STATUS         PIC XX.
000552     88 BDT-STATUS-OK            VALUE "00".
000553 01  CAND-FILE-STATUS        PIC XX.
000554 01  LOG-FILE-NAME           PIC X(12) VALUE SPACES.
000555 01  RECON-DATE              PIC X(08) VALUE SPACES.
000560
000570 01  CURRENT-PLAYER          PIC X(10).
000580 01  CURRENT-SESSION         PIC 9(09).
000590 01  CURRENT-ORDINAL         PIC 9(7).
000600 01  WIN-ORDINAL             PIC 9(7).
000610 01  SCORE-ONLY-ORDINAL      PIC 9(7).
000620 01  SESSION-LOG-GUESSES     PIC 9(05).
000630 01  SESSION-SCORE-GUESSES   PIC 999.
000640 01  SESSION-WON-SW          PIC X.
000650     88 SESSION-HAS-WIN          VALUE "Y".
000660 01  SESSION-SCORE-SW        PIC X.
000670     88 SESSION-SCORED           VALUE "Y".
000680 01  SORT-EOF-SW             PIC X VALUE "N".
000690     88 SORT-AT-END              VALUE "Y".
000700 01  BALANCE-SW              PIC X VALUE "Y".
000710     88 RUN-IN-BALANCE           VALUE "Y".
000720 01  PAIRED-COUNT            PIC 9(5) VALUE 0.
000780
000790 01  ORPHAN-WIN-COUNT        PIC 9(5) VALUE 0.
000800 01  ORPHAN-SCORE-COUNT      PIC 9(5) VALUE 0.
000830 01  OPEN-SESSION-COUNT      PIC 9(5) VALUE 0.
000840 01  LOG-RECORD-COUNT        PIC 9(7) VALUE 0.
000850 01  SCORE-RECORD-COUNT      PIC 9(7) VALUE 0.
000851 01  RECORDS-ACCOUNTED       PIC 9(7) VALUE 0.
000852 01  SCORES-PASSED-OVER      PIC 9(7) VALUE 0.
000853 01  CANDIDATES-WRITTEN      PIC 9(7) VALUE 0.
000854 01  CANDIDATES-ACCOUNTED    PIC 9(7) VALUE 0.
000855 01  CONTROL-NOUN            PIC X(20).
000856 01  CONTROL-READ            PIC 9(7).
000857 01  CONTROL-ACCOUNTED       PIC 9(7).
000860
000870 01  HDR-LINE-1.
000880     05 FILLER   PIC X(34) VALUE
001060     05 TOT-VALUE            PIC ZZZZZZ9.
001070
001080 PROCEDURE DIVISION.
001082 0000-MAINLINE.
001084     PERFORM 0500-GET-RECON-DATE.
001086     PERFORM 0800-OPEN-FILES.
001088     SORT REC-SORT-FILE
001090         ON ASCENDING KEY SRT-PLAYER-ID SRT-SESSION-TIME
001092                          SRT-RECORD-TYPE
001094         INPUT PROCEDURE IS 1000-RELEASE-RECORDS
001096         OUTPUT PROCEDURE IS 2000-CHECK-SESSIONS.
001098     SORT REC-PAIR-FILE
001100         ON ASCENDING KEY PR-PLAYER-ID PR-ORDINAL PR-CLASS
001102         USING REC-CANDIDATE-FILE
001104         OUTPUT PROCEDURE IS 2500-PAIR-RETRIED-SESSIONS.
001106     PERFORM 3500-PRINT-TOTALS.
001108     CLOSE RECON-RPT.
001110     IF NOT RUN-IN-BALANCE
001112         DISPLAY "CONTROL TOTALS OUT OF BALANCE - SEE GUESSRCN"
001114         MOVE 8 TO RETURN-CODE
001116     END-IF.
001118     GOBACK.
001120
001141*****************************************************************
001142*    0500-GET-RECON-DATE
001143*    TAKES THE BUSINESS DATE TO RECONCILE FROM THE CHAIN-DATE
001160     STRING "GLOG" RECON-DATE
001161         DELIMITED BY SIZE INTO LOG-FILE-NAME.
001162
001167*****************************************************************
001172*    0800-OPEN-FILES
001177*    OPENS THE DAY'S LOG GENERATION AND THE SCORE FILE BEFORE
001182*    THE SORT BEGINS, AND STARTS THE REPORT. EITHER INPUT MAY BE
001187*    MISSING - WHAT IS ON FILE IS STILL RECONCILED.
001192*****************************************************************
001197 0800-OPEN-FILES.
001202     OPEN INPUT GUESS-LOG-FILE.
001207     IF NOT LOG-STATUS-OK
001212         DISPLAY "NO GUESS LOG ON FILE - NOTHING TO RECONCILE"
001217         CLOSE GUESS-LOG-FILE
001222     END-IF.
001227     OPEN INPUT GUESS-SCORES-FILE.
001232     IF NOT GS-STATUS-OK
001237         DISPLAY "NO SCORE FILE - ALL WINS WILL BE ORPHANS"
001242         CLOSE GUESS-SCORES-FILE
001247     END-IF.
001252     OPEN OUTPUT RECON-RPT.
001257     MOVE RECON-DATE TO HDR-RECON-DATE.
001262     MOVE HDR-LINE-1 TO RECON-LINE.
001267     WRITE RECON-LINE.
001272     MOVE HDR-LINE-2 TO RECON-LINE.
001277     WRITE RECON-LINE.
001282
001287*****************************************************************
001292*    1000-RELEASE-RECORDS
001297*    SORT INPUT PROCEDURE. RELEASES EVERY AUDIT LOG RECORD AND
001302*    EVERY SCORE RECORD FOR THE BUSINESS DATE, SO EACH PLAYER'S
001307*    SESSIONS COME BACK TOGETHER WITH THE LOG RECORDS AHEAD OF
001312*    THE SCORE.
001317*****************************************************************
001322 1000-RELEASE-RECORDS.
001327     IF LOG-STATUS-OK
001332         PERFORM 1100-READ-NEXT-LOG
001337         PERFORM 1200-RELEASE-LOG-RECORD UNTIL LOG-STATUS-EOF
001342         CLOSE GUESS-LOG-FILE
001347     END-IF.
001352     IF GS-STATUS-OK
001357         PERFORM 1300-READ-NEXT-SCORE
001362         PERFORM 1400-RELEASE-SCORE UNTIL GS-STATUS-EOF
001367         CLOSE GUESS-SCORES-FILE
001372     END-IF.
001377
001382 1100-READ-NEXT-LOG.
001387     READ GUESS-LOG-FILE
001392         AT END
001397             SET LOG-STATUS-EOF TO TRUE
001402     END-READ.
001407
001412 1200-RELEASE-LOG-RECORD.
001417     ADD 1 TO LOG-RECORD-COUNT.
001422     MOVE LOG-PLAYER-ID    TO SRT-PLAYER-ID.
001427     MOVE LOG-SESSION-TIME TO SRT-SESSION-TIME.
001432     MOVE "L"              TO SRT-RECORD-TYPE.
001437     IF LOG-MSG-RESP = "CORRECT"
001442         MOVE "Y" TO SRT-WIN-SW
001447     ELSE
001452         MOVE "N" TO SRT-WIN-SW
001457     END-IF.
001462     MOVE 0 TO SRT-SCORE-GUESSES.
001467     RELEASE REC-SORT-RECORD.
001472     PERFORM 1100-READ-NEXT-LOG.
001477
001482 1300-READ-NEXT-SCORE.
001487     READ GUESS-SCORES-FILE NEXT RECORD
001492         AT END
001497             SET GS-STATUS-EOF TO TRUE
001502     END-READ.
001507
001512 1400-RELEASE-SCORE.
001514     ADD 1 TO SCORE-RECORD-COUNT.
001517     IF GS-DATE = RECON-DATE
001527         MOVE GS-PLAYER-ID   TO SRT-PLAYER-ID
001532         MOVE GS-UNIX-TIME   TO SRT-SESSION-TIME
001537         MOVE "S"            TO SRT-RECORD-TYPE
001542         MOVE "N"            TO SRT-WIN-SW
001547         MOVE GS-GUESS-COUNT TO SRT-SCORE-GUESSES
001552         RELEASE REC-SORT-RECORD
001554     ELSE
001556         ADD 1 TO SCORES-PASSED-OVER
001557     END-IF.
001562     PERFORM 1300-READ-NEXT-SCORE.
001567
001572*****************************************************************
001577*    2000-CHECK-SESSIONS
001582*    SORT OUTPUT PROCEDURE. ROLLS EACH PLAYER/SESSION UP FROM
001587*    ITS RECORDS - GUESSES LOGGED, WHETHER A CORRECT ENTRY WAS
001592*    SEEN, AND THE SCORE ON FILE - AND CHECKS IT. A WIN WITH NO
001597*    SCORE AND A SCORE WITH NO LOG RECORDS AT ALL ARE HELD BACK
001602*    ON THE CANDIDATE FILE FOR PAIRING AT 2500, NUMBERED IN
001607*    SESSION ORDER WITHIN THE PLAYER.
001612*****************************************************************
001617 2000-CHECK-SESSIONS.
001622     OPEN OUTPUT REC-CANDIDATE-FILE.
001627     PERFORM 2010-RETURN-NEXT.
001632     PERFORM 2100-CHECK-ONE-PLAYER UNTIL SORT-AT-END.
001637     CLOSE REC-CANDIDATE-FILE.
001642
001647 2010-RETURN-NEXT.
001652     RETURN REC-SORT-FILE
001657         AT END
001662             SET SORT-AT-END TO TRUE
001667     END-RETURN.
001672
001677 2100-CHECK-ONE-PLAYER.
001682     MOVE SRT-PLAYER-ID TO CURRENT-PLAYER.
001687     MOVE 0 TO WIN-ORDINAL.
001692     MOVE 0 TO SCORE-ONLY-ORDINAL.
001697     PERFORM 2200-CHECK-ONE-SESSION
001702         UNTIL SORT-AT-END
001707            OR SRT-PLAYER-ID NOT = CURRENT-PLAYER.
001712
001717 2200-CHECK-ONE-SESSION.
001722     MOVE SRT-SESSION-TIME TO CURRENT-SESSION.
001727     MOVE 0   TO SESSION-LOG-GUESSES.
001732     MOVE 0   TO SESSION-SCORE-GUESSES.
001737     MOVE "N" TO SESSION-WON-SW.
001742     MOVE "N" TO SESSION-SCORE-SW.
001747     PERFORM 2300-TAKE-ONE-RECORD
001752         UNTIL SORT-AT-END
001757            OR SRT-PLAYER-ID NOT = CURRENT-PLAYER
001762            OR SRT-SESSION-TIME NOT = CURRENT-SESSION.
001767     EVALUATE TRUE
001772         WHEN SESSION-HAS-WIN
001777              AND NOT SESSION-SCORED
001782             ADD 1 TO WIN-ORDINAL
001787             MOVE WIN-ORDINAL TO CAND-ORDINAL
001792             MOVE 1 TO CAND-CLASS
001797             PERFORM 2400-WRITE-CANDIDATE
001802         WHEN SESSION-SCORED
001807              AND NOT SESSION-HAS-WIN
001812              AND SESSION-LOG-GUESSES = 0
001817             ADD 1 TO SCORE-ONLY-ORDINAL
001822             MOVE SCORE-ONLY-ORDINAL TO CAND-ORDINAL
001827             MOVE 2 TO CAND-CLASS
001832             PERFORM 2400-WRITE-CANDIDATE
001837         WHEN OTHER
001842             PERFORM 3100-CHECK-ONE-SESSION
001847     END-EVALUATE.
001852
001857 2300-TAKE-ONE-RECORD.
001862     ADD 1 TO RECORDS-ACCOUNTED.
001867     IF SRT-LOG-RECORD
001872         ADD 1 TO SESSION-LOG-GUESSES
001877         IF SRT-WIN
001882             MOVE "Y" TO SESSION-WON-SW
001887         END-IF
001892     ELSE
001897         MOVE "Y" TO SESSION-SCORE-SW
001902         MOVE SRT-SCORE-GUESSES TO SESSION-SCORE-GUESSES
001907     END-IF.
001912     PERFORM 2010-RETURN-NEXT.
001917
001922 2400-WRITE-CANDIDATE.
001927     MOVE CURRENT-PLAYER        TO CAND-PLAYER-ID.
001932     MOVE CURRENT-SESSION       TO CAND-SESSION-TIME.
001937     MOVE SESSION-LOG-GUESSES   TO CAND-LOG-GUESSES.
001942     MOVE SESSION-SCORE-GUESSES TO CAND-SCORE-GUESSES.
001947     WRITE CANDIDATE-RECORD.
001952     ADD 1 TO CANDIDATES-WRITTEN.
001957
001962*****************************************************************
001967*    2500-PAIR-RETRIED-SESSIONS
001972*    8000-SAVE-SCORE RETRIES A DUPLICATE KEY WITH A FRESH
001977*    SESSION TIME, LEAVING THE LOG UNDER THE OLD TIME AND THE
001982*    SCORE UNDER THE NEW ONE. BEFORE ORPHANS ARE DECLARED,
001987*    EACH UNSCORED WIN IS PAIRED WITH A SCORE-ONLY SESSION
001992*    (ONE WITH NO LOG RECORDS AT ALL) FOR THE SAME PLAYER, SO
001997*    THAT ONE INCIDENT DOES NOT REPORT AS TWO ORPHANS FOREVER.
002002*    SORT OUTPUT PROCEDURE - THE CANDIDATES COME BACK BY PLAYER
002007*    AND NUMBER, SO A PLAYER'S FIRST UNSCORED WIN MEETS THEIR
002012*    FIRST SCORE-ONLY SESSION, THE SECOND THE SECOND, AND SO
002017*    ON. WHATEVER IS LEFT UNPAIRED IS AN ORPHAN. A SESSION WITH
002022*    LOG RECORDS AND NO WIN IS A DIFFERENT ANOMALY AND WAS
002027*    ALREADY REPORTED AS AN ORPHAN AT 2000.
002032*****************************************************************
002037 2500-PAIR-RETRIED-SESSIONS.
002042     MOVE "N" TO SORT-EOF-SW.
002047     PERFORM 2510-RETURN-NEXT-CANDIDATE.
002052     PERFORM 2600-PAIR-ONE-NUMBER UNTIL SORT-AT-END.
002057
002062 2510-RETURN-NEXT-CANDIDATE.
002067     RETURN REC-PAIR-FILE
002072         AT END
002077             SET SORT-AT-END TO TRUE
002082     END-RETURN.
002087
002092 2600-PAIR-ONE-NUMBER.
002097     MOVE PR-PLAYER-ID TO CURRENT-PLAYER.
002102     MOVE PR-ORDINAL   TO CURRENT-ORDINAL.
002107     MOVE 0   TO SESSION-LOG-GUESSES.
002112     MOVE 0   TO SESSION-SCORE-GUESSES.
002117     MOVE "N" TO SESSION-WON-SW.
002122     MOVE "N" TO SESSION-SCORE-SW.
002127     PERFORM 2700-TAKE-ONE-CANDIDATE
002132         UNTIL SORT-AT-END
002137            OR PR-PLAYER-ID NOT = CURRENT-PLAYER
002142            OR PR-ORDINAL NOT = CURRENT-ORDINAL.
002147     IF SESSION-HAS-WIN AND SESSION-SCORED
002152         ADD 1 TO PAIRED-COUNT
002157     END-IF.
002162     PERFORM 3100-CHECK-ONE-SESSION.
002167
002172 2700-TAKE-ONE-CANDIDATE.
002177     ADD 1 TO CANDIDATES-ACCOUNTED.
002182     IF PR-UNSCORED-WIN
002187         MOVE PR-SESSION-TIME TO CURRENT-SESSION
002192         MOVE PR-LOG-GUESSES  TO SESSION-LOG-GUESSES
002197         MOVE "Y" TO SESSION-WON-SW
002202     ELSE
002207         IF NOT SESSION-HAS-WIN
002212             MOVE PR-SESSION-TIME TO CURRENT-SESSION
002217         END-IF
002222         MOVE PR-SCORE-GUESSES TO SESSION-SCORE-GUESSES
002227         MOVE "Y" TO SESSION-SCORE-SW
002232     END-IF.
002237     PERFORM 2510-RETURN-NEXT-CANDIDATE.
002242
002247*****************************************************************
002252*    3100-CHECK-ONE-SESSION
002257*    PRINTS ONE EXCEPTION LINE FOR AN ORPHANED WIN, ORPHANED
002262*    SCORE, OR COUNT MISMATCH, AND COUNTS EVERY SESSION TOWARD
002267*    THE CONTROL TOTALS COMPLIANCE SIGNS OFF AGAINST.
002272*****************************************************************
002277 3100-CHECK-ONE-SESSION.
002282     EVALUATE TRUE
002287         WHEN SESSION-HAS-WIN
002292              AND NOT SESSION-SCORED
002297             ADD 1 TO ORPHAN-WIN-COUNT
002302             MOVE "ORPHANED WIN" TO DTL-EXCEPTION
002307             PERFORM 3200-PRINT-EXCEPTION
002312         WHEN SESSION-SCORED
002317              AND NOT SESSION-HAS-WIN
002322             ADD 1 TO ORPHAN-SCORE-COUNT
002327             MOVE "ORPHANED SCORE" TO DTL-EXCEPTION
002332             PERFORM 3200-PRINT-EXCEPTION
002337         WHEN SESSION-HAS-WIN
002342              AND SESSION-LOG-GUESSES
002347                    NOT = SESSION-SCORE-GUESSES
002352             ADD 1 TO MISMATCH-COUNT
002357             MOVE "COUNT MISMATCH" TO DTL-EXCEPTION
002362             PERFORM 3200-PRINT-EXCEPTION
002367         WHEN SESSION-HAS-WIN
002372             ADD 1 TO MATCHED-COUNT
002377         WHEN OTHER
002382             ADD 1 TO OPEN-SESSION-COUNT
002387     END-EVALUATE.
002392
002397 3200-PRINT-EXCEPTION.
002402     MOVE CURRENT-PLAYER        TO DTL-PLAYER-ID.
002407     MOVE CURRENT-SESSION       TO DTL-SESSION-TIME.
002412     MOVE SESSION-LOG-GUESSES   TO DTL-LOG-COUNT.
002417     MOVE SESSION-SCORE-GUESSES TO DTL-SCORE-COUNT.
002422     MOVE DTL-LINE TO RECON-LINE.
002427     WRITE RECON-LINE.
002432
002860 3500-PRINT-TOTALS.
002870     MOVE SPACES TO RECON-LINE.
002880     WRITE RECON-LINE.
002920     MOVE "SCORE RECORDS READ"      TO TOT-LABEL.
002930     MOVE SCORE-RECORD-COUNT        TO TOT-VALUE.
002940     PERFORM 3600-PRINT-ONE-TOTAL.
002942     MOVE "SCORES PASSED OVER - OTHER DATES" TO TOT-LABEL.
002944     MOVE SCORES-PASSED-OVER        TO TOT-VALUE.
002946     PERFORM 3600-PRINT-ONE-TOTAL.
002950     MOVE "SESSIONS MATCHED"        TO TOT-LABEL.
002960     MOVE MATCHED-COUNT             TO TOT-VALUE.
002970     PERFORM 3600-PRINT-ONE-TOTAL.
003092     MOVE "RETRIED SESSIONS PAIRED" TO TOT-LABEL.
003094     MOVE PAIRED-COUNT              TO TOT-VALUE.
003096     PERFORM 3600-PRINT-ONE-TOTAL.
003098     PERFORM 3700-PRINT-CONTROL-LINES.
003100
003110 3600-PRINT-ONE-TOTAL.
003120     MOVE TOT-LINE TO RECON-LINE.
003130     WRITE RECON-LINE.
003140
003141*****************************************************************
003142*    3700-PRINT-CONTROL-LINES
003143*    PROVES EVERY LOG AND SCORE RECORD READ CAME BACK THROUGH
003144*    THE SORT INTO A SESSION OR WAS A SCORE FOR ANOTHER DATE
003145*    PASSED OVER, AND EVERY SESSION HELD BACK FOR
003146*    PAIRING WAS SETTLED. OUT OF BALANCE ENDS WITH RC 8.
003147*****************************************************************
003148 3700-PRINT-CONTROL-LINES.
003149     MOVE SPACES TO RECON-LINE.
003150     WRITE RECON-LINE.
003151     MOVE "RECORDS" TO CONTROL-NOUN.
003152     COMPUTE CONTROL-READ
003153         = LOG-RECORD-COUNT + SCORE-RECORD-COUNT.
003154     COMPUTE CONTROL-ACCOUNTED
003155         = RECORDS-ACCOUNTED + SCORES-PASSED-OVER.
003156     PERFORM 3800-PRINT-ONE-CONTROL.
003157     MOVE "PAIRING CANDIDATES" TO CONTROL-NOUN.
003158     MOVE CANDIDATES-WRITTEN TO CONTROL-READ.
003159     MOVE CANDIDATES-ACCOUNTED TO CONTROL-ACCOUNTED.
003160     PERFORM 3800-PRINT-ONE-CONTROL.
003161
003162 3800-PRINT-ONE-CONTROL.
003163     MOVE SPACES TO RECON-LINE.
003164     IF CONTROL-ACCOUNTED = CONTROL-READ
003165         STRING "CONTROL: " CONTROL-READ " "
003166                 DELIMITED BY SIZE
003167             CONTROL-NOUN DELIMITED BY "  "
003168             " READ = " CONTROL-ACCOUNTED
003169             " ACCOUNTED FOR - IN BALANCE"
003170                 DELIMITED BY SIZE INTO RECON-LINE
003171     ELSE
003172         MOVE "N" TO BALANCE-SW
003173         STRING "CONTROL: " CONTROL-READ " "
003174                 DELIMITED BY SIZE
003175             CONTROL-NOUN DELIMITED BY "  "
003176             " READ, " CONTROL-ACCOUNTED
003177             " ACCOUNTED FOR - OUT OF BALANCE"
003178                 DELIMITED BY SIZE INTO RECON-LINE
003179     END-IF.
003180     WRITE RECON-LINE.
003181
003182*****************************************************************
003183*    9000-READ-CHAIN-DATE
003184*    PICKS UP THE BUSINESS DATE THE NIGHTLY CONTROLLER DERIVED,
003185*    WHEN ONE IS ON HAND, SO THE DATE IS NEVER RE-KEYED.
003190*****************************************************************
003200 9000-READ-CHAIN-DATE.
003210     OPEN INPUT CHAIN-DATE-FILE.
