000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GUESSSPD.
000030 AUTHOR.        D. RAZGARIZE.
000040 INSTALLATION.  CSCI470 GAME LAB.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    2026-10-15 RAZ  INITIAL VERSION - NIGHTLY SUSPICIOUS-PLAY
000100*                    DETECTION. ROLLS THE BUSINESS DAY'S LOG
000110*                    GENERATION GLOG<YYYYMMDD> UP INTO SESSIONS,
000120*                    PAIRS EACH WITH ITS GUESSSCR SCORE, AND
000130*                    SCORES EVERY SESSION AGAINST THE RULES -
000140*                    REPEATED FIRST-GUESS WINS, A WHOLE SESSION OF
000150*                    GUESSES SECONDS APART, A RATING JUMP OF
000160*                    SEVERAL HUNDRED POINTS OVER THE DAY (MEASURED
000170*                    AGAINST THE GUESSRSN NIGHTLY SNAPSHOT), AND A
000180*                    SCORE CLAIMING FEWER GUESSES THAN WERE
000190*                    LOGGED. FLAGGED SESSIONS GO TO THE GUESSRVQ
000200*                    REVIEW QUEUE FOR A SUPERVISOR TO WORK IN
000210*                    GUESSADM, AND THE SUSPECTS REPORT PRINTS. A
000220*                    RERUN FOR THE SAME DATE NEVER QUEUES A
000230*                    SESSION TWICE.
000231*    2026-10-15 RAZ  A PLAYER FIRST RATED ON THE DAY IS MEASURED
000232*                    FROM THE NEW-PLAYER RATING OF THE GUESSRUL
000233*                    SET IN FORCE ON THE RUN DATE, NOT A FIGURE
000234*                    OF OUR OWN. NO RULES IN FORCE CANCELS THE
000235*                    RUN WITH RETURN CODE 8.
000236*    2026-10-15 RAZ  SESSIONS ARE NOW BROUGHT TOGETHER BY SORTING
000237*                    THE LOG, THE DAY'S SCORES AND THE DAY'S QUEUE
000238*                    ENTRIES BY PLAYER AND SESSION, AND THE RATING
000239*                    FILE IS MATCHED TO THE SORTED PLAYERS, SO
000240*                    A DAY OF ANY SIZE IS SCREENED. A SECOND SORT
000241*                    PUTS EACH PLAYER'S FIRST-WIN COUNT AND RATING
000242*                    JUMP AHEAD OF THE SESSIONS. THE REPORT ENDS
000243*                    WITH CONTROL LINES; OUT OF BALANCE ENDS WITH
000244*                    RC 8. A PLAYER WITH NO SNAPSHOT YET IS SEEDED
000245*                    AT THE CURRENT RATING AND NOT FLAGGED, UNLESS
000246*                    EVERY GAME RATED WAS PLAYED ON THE RUN DATE.
000247*    2026-10-15 RAZ  THE DAY'S LOG IS READ THROUGH BEFORE THE RUN
000248*                    STARTS. A GENERATION STILL IN THE LAYOUT FROM
000249*                    BEFORE THE GAME TYPE WAS LOGGED IS MISREAD A
000250*                    BYTE OUT ON EVERY RECORD, SO THE RUN IS
000251*                    CANCELLED WITH RC 8 UNTIL GUESSGLC HAS
000252*                    CONVERTED IT.
000253*****************************************************************
000254
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT GUESS-LOG-FILE ASSIGN USING LOG-FILE-NAME
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS LOG-FILE-STATUS.
000320
000330     SELECT GUESS-SCORES-FILE ASSIGN TO "GUESSSCR"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS GS-KEY
000370         FILE STATUS IS GS-FILE-STATUS.
000380
000390     SELECT PLAYER-RATING-FILE ASSIGN TO "GUESSRTG"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS RTG-PLAYER-ID
000430         FILE STATUS IS RTG-FILE-STATUS.
000440
000450     SELECT RATING-SNAPSHOT-FILE ASSIGN TO "GUESSRSN"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS RSN-PLAYER-ID
000490         FILE STATUS IS RSN-FILE-STATUS.
000500
000510     SELECT REVIEW-QUEUE-FILE ASSIGN TO "GUESSRVQ"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS RVQ-KEY
000550         FILE STATUS IS RVQ-FILE-STATUS.
000560
000570     SELECT SUSPECT-RPT ASSIGN TO "GUESSSPR"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS RPT-FILE-STATUS.
000600
000610     SELECT CHAIN-DATE-FILE ASSIGN TO "GUESSBDT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS BDT-FILE-STATUS.
000631
000632     SELECT RULES-FILE ASSIGN TO "GUESSRUL"
000633         ORGANIZATION IS INDEXED
000634         ACCESS MODE IS SEQUENTIAL
000635         RECORD KEY IS RUL-EFFECTIVE-DATE
000636         FILE STATUS IS RUL-FILE-STATUS.
000640
000641     SELECT SPD-SESSION-FILE ASSIGN TO "GUESSPW1"
000642         ORGANIZATION IS SEQUENTIAL
000643         FILE STATUS IS SES-FILE-STATUS.
000644
000645     SELECT SPD-SORT-FILE ASSIGN TO "SORTWK01".
000646
000647     SELECT SPD-SCREEN-FILE ASSIGN TO "SORTWK02".
000648
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  GUESS-LOG-FILE.
000680 COPY GUESSLOG.
000690
000700 FD  GUESS-SCORES-FILE.
000710 COPY GUESSSCR.
000720
000730 FD  PLAYER-RATING-FILE.
000740 COPY GUESSRTG.
000750
000760 FD  RATING-SNAPSHOT-FILE.
000770 COPY GUESSRSN.
000780
000790 FD  REVIEW-QUEUE-FILE.
000800 COPY GUESSRVQ.
000810
000820 FD  SUSPECT-RPT.
000830 01  SUSPECT-LINE            PIC X(80).
000840
000850 FD  CHAIN-DATE-FILE.
000860 COPY GUESSBDT.
000861
000862 FD  RULES-FILE.
000864 COPY GUESSRUL.
000870
000871*****************************************************************
000872*    THE DAY'S SESSIONS, ROLLED UP, WITH ONE PLAYER TOTALS
000873*    RECORD (CLASS 1) WRITTEN AFTER EACH PLAYER'S SESSIONS
000874*    (CLASS 2). LAID OUT LIKE THE SCREENING SORT RECORD.
000875*****************************************************************
000876 FD  SPD-SESSION-FILE.
000877 01  SESSION-RECORD.
000878     05 SES-PLAYER-ID        PIC X(10).
000879     05 SES-CLASS            PIC 9.
000880     05 SES-SESSION-TIME     PIC 9(09).
000881     05 SES-SESSION-DATA.
000882         10 SES-LOG-GUESSES  PIC 9(05).
000883         10 SES-FIRST-WIN-SW PIC X.
000884             88 SES-FIRST-GUESS-WIN  VALUE "Y".
000885         10 SES-MAX-GAP      PIC 9(05).
000886         10 SES-GAME-TYPE    PIC X.
000887         10 SES-SCORE-SW     PIC X.
000888             88 SES-SCORE-ON-FILE    VALUE "Y".
000889         10 SES-SCORE-TIME   PIC 9(09).
000890         10 SES-SCORE-GUESSES PIC 999.
000891         10 SES-DIFFICULTY   PIC X.
000892         10 SES-QUEUED-SW    PIC X.
000893         10 SES-FLAG-REF     PIC X(12).
000894     05 SES-PLAYER-DATA REDEFINES SES-SESSION-DATA.
000895         10 SES-FIRST-WINS   PIC 9(05).
000896         10 SES-RATING-JUMP  PIC 9(05).
000897         10 FILLER           PIC X(29).
000898
000899 SD  SPD-SORT-FILE.
000900 01  SPD-SORT-RECORD.
000901     05 SRT-PLAYER-ID        PIC X(10).
000902     05 SRT-SESSION-TIME     PIC 9(09).
000903     05 SRT-RECORD-TYPE      PIC X.
000904         88 SRT-LOG-RECORD       VALUE "L".
000905         88 SRT-QUEUE-ENTRY      VALUE "Q".
000906         88 SRT-SCORE-RECORD     VALUE "S".
000907     05 SRT-SEQUENCE         PIC 9(07).
000908     05 SRT-TIMESTAMP        PIC 9(09).
000909     05 SRT-WIN-SW           PIC X.
000910         88 SRT-WIN              VALUE "Y".
000911     05 SRT-GAME-TYPE        PIC X.
000912     05 SRT-SCORE-GUESSES    PIC 999.
000913     05 SRT-DIFFICULTY       PIC X.
000914     05 SRT-FLAG-REF         PIC X(12).
000915
000916 SD  SPD-SCREEN-FILE.
000917 01  SPD-SCREEN-RECORD.
000918     05 SCN-PLAYER-ID        PIC X(10).
000919     05 SCN-CLASS            PIC 9.
000920         88 SCN-PLAYER-TOTALS    VALUE 1.
000921         88 SCN-SESSION          VALUE 2.
000922     05 SCN-SESSION-TIME     PIC 9(09).
000923     05 SCN-SESSION-DATA.
000924         10 SCN-LOG-GUESSES  PIC 9(05).
000925         10 SCN-FIRST-WIN-SW PIC X.
000926             88 SCN-FIRST-GUESS-WIN  VALUE "Y".
000927         10 SCN-MAX-GAP      PIC 9(05).
000928         10 SCN-GAME-TYPE    PIC X.
000929         10 SCN-SCORE-SW     PIC X.
000930             88 SCN-SCORE-ON-FILE    VALUE "Y".
000931         10 SCN-SCORE-TIME   PIC 9(09).
000932         10 SCN-SCORE-GUESSES PIC 999.
000933         10 SCN-DIFFICULTY   PIC X.
000934         10 SCN-QUEUED-SW    PIC X.
000935             88 SCN-ALREADY-QUEUED   VALUE "Y".
000936         10 SCN-FLAG-REF     PIC X(12).
000937     05 SCN-PLAYER-DATA REDEFINES SCN-SESSION-DATA.
000938         10 SCN-FIRST-WINS   PIC 9(05).
000939         10 SCN-RATING-JUMP  PIC 9(05).
000940         10 FILLER           PIC X(29).
000941
000942 WORKING-STORAGE SECTION.
000943 01  LOG-FILE-STATUS         PIC XX.
000944     88 LOG-STATUS-OK            VALUE "00".
000945     88 LOG-STATUS-EOF           VALUE "10".
000946 01  GS-FILE-STATUS          PIC XX.
000947     88 GS-STATUS-OK             VALUE "00".
000948     88 GS-STATUS-EOF            VALUE "10".
000950 01  RTG-FILE-STATUS         PIC XX.
000960     88 RTG-STATUS-OK            VALUE "00".
000970     88 RTG-STATUS-EOF           VALUE "10".
000980 01  RSN-FILE-STATUS         PIC XX.
000990     88 RSN-STATUS-OK            VALUE "00".
001000     88 RSN-STATUS-NOT-FOUND     VALUE "35".
001010 01  RVQ-FILE-STATUS         PIC XX.
001020     88 RVQ-STATUS-OK            VALUE "00".
001030     88 RVQ-STATUS-NOT-FOUND     VALUE "35".
001040     88 RVQ-STATUS-EOF           VALUE "10".
001050 01  RPT-FILE-STATUS         PIC XX.
001060 01  BDT-FILE-STATUS         PIC XX.
001070     88 BDT-STATUS-OK            VALUE "00".
001072 01  RUL-FILE-STATUS         PIC XX.
001074     88 RUL-STATUS-OK            VALUE "00".
001076     88 RUL-STATUS-EOF           VALUE "10".
001078 01  SES-FILE-STATUS         PIC XX.
001080 01  LOG-FILE-NAME           PIC X(12) VALUE SPACES.
001082 01  LOG-LAYOUT-SW           PIC X VALUE "Y".
001084     88 LOG-LAYOUT-CURRENT       VALUE "Y".
001090 01  RUN-DATE                PIC X(08) VALUE SPACES.
001091 01  RULES-SW                PIC X VALUE "N".
001092     88 RULES-FOUND              VALUE "Y".
001093 COPY GUESSRUL REPLACING
001094     ==RULES-RECORD== BY ==RULES-IN-FORCE==
001095     LEADING ==RUL== BY ==RIF==.
001100
001110*    DETECTION THRESHOLDS.
001120 01  FIRST-WIN-LIMIT         PIC 9(3) VALUE 2.
001130 01  RAPID-GAP-LIMIT         PIC 9(5) VALUE 2.
001140 01  RAPID-MIN-GUESSES       PIC 9(5) VALUE 5.
001150 01  RATING-JUMP-LIMIT       PIC 9(5) VALUE 300.
001170
001180 01  SORT-EOF-SW             PIC X VALUE "N".
001190     88 SORT-AT-END              VALUE "Y".
001200 01  BALANCE-SW              PIC X VALUE "Y".
001210     88 RUN-IN-BALANCE           VALUE "Y".
001220 01  RATINGS-OPEN-SW         PIC X VALUE "N".
001230     88 RATINGS-ARE-OPEN         VALUE "Y".
001240 01  CURRENT-PLAYER          PIC X(10).
001250 01  CURRENT-SESSION         PIC 9(09).
001260 01  LAST-LOG-TIME           PIC 9(09).
001580 01  GAP-WORK                PIC S9(09).
001590 01  BASE-RATING             PIC 9(05).
001600 01  BASE-SW                 PIC X VALUE "N".
001610     88 BASE-KNOWN               VALUE "Y".
001620 01  PLAYER-FIRST-WINS       PIC 9(5).
001622 01  PLAYER-DAY-SCORES       PIC 9(5).
001624 01  PLAYER-JUMP             PIC 9(05).
001626 01  JUMP-WORK               PIC 9(05).
001630 01  SESSION-JUMP            PIC 9(05).
001640 01  RULE-LIST               PIC X(16).
001650 01  RULE-POINTER            PIC 99.
001660 01  NEXT-FLAG-SEQ           PIC 9(04) VALUE 0.
001670 01  QUEUE-OPEN-SW           PIC X VALUE "N".
001680     88 QUEUE-IS-OPEN            VALUE "Y".
001690
001700 01  LOG-RECORD-COUNT        PIC 9(7) VALUE 0.
001710 01  SCORE-RECORD-COUNT      PIC 9(7) VALUE 0.
001711 01  SCORES-PASSED-OVER      PIC 9(7) VALUE 0.
001712 01  QUEUE-ENTRY-COUNT       PIC 9(7) VALUE 0.
001713 01  RECORDS-ACCOUNTED       PIC 9(7) VALUE 0.
001714 01  SESSIONS-WRITTEN        PIC 9(7) VALUE 0.
001715 01  SESSION-COUNT           PIC 9(7) VALUE 0.
001720 01  RATINGS-CHECKED         PIC 9(7) VALUE 0.
001725 01  SNAPSHOTS-SEEDED        PIC 9(7) VALUE 0.
001730 01  FLAGGED-COUNT           PIC 9(7) VALUE 0.
001740 01  QUEUED-COUNT            PIC 9(7) VALUE 0.
001750 01  ALREADY-QUEUED-COUNT    PIC 9(7) VALUE 0.
001752 01  CONTROL-NOUN            PIC X(12).
001754 01  CONTROL-READ            PIC 9(7).
001756 01  CONTROL-ACCOUNTED       PIC 9(7).
001760
001770 01  HDR-LINE-1.
001780     05 FILLER   PIC X(34) VALUE
001790         "SUSPICIOUS PLAY - SUSPECTS REPORT".
001800     05 HDR-RUN-DATE         PIC X(08).
001810 01  HDR-LINE-2.
001820     05 FILLER   PIC X(14) VALUE "FLAG REF".
001830     05 FILLER   PIC X(12) VALUE "PLAYER ID".
001840     05 FILLER   PIC X(11) VALUE "SESSION".
001850     05 FILLER   PIC X(06) VALUE "LOG".
001860     05 FILLER   PIC X(06) VALUE "SCORE".
001870     05 FILLER   PIC X(17) VALUE "RULES".
001880     05 FILLER   PIC X(08) VALUE "QUEUE".
001890 01  DTL-LINE.
001900     05 DTL-FLAG-REF         PIC X(14).
001910     05 DTL-PLAYER-ID        PIC X(12).
001920     05 DTL-SESSION-TIME     PIC 9(09).
001930     05 FILLER               PIC X(02) VALUE SPACES.
001940     05 DTL-LOG-COUNT        PIC ZZZZ9.
001950     05 FILLER               PIC X(02) VALUE SPACES.
001960     05 DTL-SCORE-COUNT      PIC ZZ9.
001970     05 FILLER               PIC X(02) VALUE SPACES.
001980     05 DTL-RULES            PIC X(17).
001990     05 DTL-QUEUE            PIC X(08).
002000 01  TOT-LINE.
002010     05 TOT-LABEL            PIC X(30).
002020     05 TOT-VALUE            PIC ZZZZZZ9.
002030 01  MSG-LINE                PIC X(80).
002040
002050 PROCEDURE DIVISION.
002060 0000-MAINLINE.
002070     PERFORM 0500-GET-RUN-DATE.
002071     PERFORM 0700-CHECK-LOG-LAYOUT.
002072     PERFORM 0800-OPEN-FILES.
002074     SORT SPD-SORT-FILE
002076         ON ASCENDING KEY SRT-PLAYER-ID SRT-SESSION-TIME
002078                          SRT-RECORD-TYPE SRT-SEQUENCE
002080         INPUT PROCEDURE IS 1000-RELEASE-RECORDS
002082         OUTPUT PROCEDURE IS 2000-ROLL-SESSIONS.
002084     IF RATINGS-ARE-OPEN
002086         CLOSE RATING-SNAPSHOT-FILE
002088         CLOSE PLAYER-RATING-FILE
002090     END-IF.
002092     SORT SPD-SCREEN-FILE
002094         ON ASCENDING KEY SCN-PLAYER-ID SCN-CLASS SCN-SESSION-TIME
002096         USING SPD-SESSION-FILE
002098         OUTPUT PROCEDURE IS 5000-SCORE-SESSIONS.
002100     PERFORM 6000-PRINT-TOTALS.
002102     CLOSE SUSPECT-RPT.
002130     IF QUEUE-IS-OPEN
002140         CLOSE REVIEW-QUEUE-FILE
002142     END-IF.
002144     IF NOT RUN-IN-BALANCE
002146         DISPLAY "CONTROL TOTALS OUT OF BALANCE - SEE GUESSSPR"
002148         MOVE 8 TO RETURN-CODE
002150     END-IF.
002160     GOBACK.
002170
002180*****************************************************************
002190*    0500-GET-RUN-DATE
002200*    TAKES THE BUSINESS DATE FROM THE CHAIN-DATE CONTROL WHEN
002210*    THE NIGHTLY CONTROLLER WROTE ONE, OTHERWISE FROM THE
002220*    OPERATOR, LOADS THE GAME RULES IN FORCE THAT DAY, AND
002225*    BUILDS THE NAME OF THAT DAY'S LOG GENERATION.
002230*****************************************************************
002240 0500-GET-RUN-DATE.
002250     PERFORM 9000-READ-CHAIN-DATE.
002260     IF RUN-DATE = SPACES
002270         DISPLAY "ENTER BUSINESS DATE TO SCREEN (YYYYMMDD):"
002280         ACCEPT RUN-DATE
002290     END-IF.
002300     IF RUN-DATE NOT NUMERIC
002310         DISPLAY "DATE MUST BE YYYYMMDD - RUN CANCELLED"
002320         MOVE 8 TO RETURN-CODE
002330         GOBACK
002340     END-IF.
002341     PERFORM 8400-LOAD-RULES.
002342     IF NOT RULES-FOUND
002343         DISPLAY "NO GAME RULES IN FORCE FOR " RUN-DATE
002344             " - RUN CANCELLED"
002345         MOVE 8 TO RETURN-CODE
002346         GOBACK
002347     END-IF.
002350     MOVE SPACES TO LOG-FILE-NAME.
002360     STRING "GLOG" RUN-DATE
002370         DELIMITED BY SIZE INTO LOG-FILE-NAME.
002380
002381*****************************************************************
002382*    0700-CHECK-LOG-LAYOUT
002383*    READS THE DAY'S LOG THROUGH BEFORE ANYTHING IS OPENED FOR
002384*    OUTPUT. EVERY RECORD MUST CARRY A NUMERIC GUESS AND TIMES
002385*    AND A GAME TYPE OF C, F OR BLANK; A GENERATION STILL IN THE
002386*    LAYOUT WRITTEN BEFORE THE GAME TYPE WAS LOGGED FAILS THAT.
002387*    THE RECORD AREA IS FILLED WITH HIGH-VALUES BEFORE EACH READ
002388*    SO A SHORT LAST RECORD CANNOT PASS. A MISSING LOG IS LEFT
002389*    FOR 0800-OPEN-FILES TO REPORT.
002390*****************************************************************
002391 0700-CHECK-LOG-LAYOUT.
002392     SET LOG-LAYOUT-CURRENT TO TRUE.
002393     OPEN INPUT GUESS-LOG-FILE.
002394     IF LOG-STATUS-OK
002395         PERFORM 0710-READ-LAYOUT-LOG
002396         PERFORM 0720-TEST-LAYOUT-LOG
002397             UNTIL LOG-STATUS-EOF OR NOT LOG-LAYOUT-CURRENT
002398     END-IF.
002399     CLOSE GUESS-LOG-FILE.
002400     IF NOT LOG-LAYOUT-CURRENT
002401         DISPLAY LOG-FILE-NAME " IS IN THE OLD LOG LAYOUT"
002402         DISPLAY "CONVERT IT WITH GUESSGLC - RUN CANCELLED"
002403         MOVE 8 TO RETURN-CODE
002404         GOBACK
002405     END-IF.
002406
002407 0710-READ-LAYOUT-LOG.
002408     MOVE HIGH-VALUES TO GUESS-LOG-RECORD.
002409     READ GUESS-LOG-FILE
002410         AT END
002411             SET LOG-STATUS-EOF TO TRUE
002412     END-READ.
002413
002414 0720-TEST-LAYOUT-LOG.
002415     IF LOG-STATUS-OK
002416        AND LOG-GUESS NUMERIC
002417        AND LOG-TIMESTAMP NUMERIC
002418        AND LOG-SESSION-TIME NUMERIC
002419        AND (LOG-CHALLENGE-GAME OR LOG-FREE-PLAY-GAME)
002420         PERFORM 0710-READ-LAYOUT-LOG
002421     ELSE
002422         MOVE "N" TO LOG-LAYOUT-SW
002423     END-IF.
002424
002425*****************************************************************
002426*    0800-OPEN-FILES
002427*    OPENS EVERY INPUT BEFORE THE SORT BEGINS - THE DAY'S LOG,
002428*    THE SCORE FILE, THE RATINGS WITH THEIR SNAPSHOT, AND THE
002429*    REVIEW QUEUE - AND STARTS THE REPORT. A MISSING LOG, SCORE
002430*    OR RATING FILE ONLY SKIPS THE RULES THAT NEED IT.
002440*****************************************************************
002450 0800-OPEN-FILES.
002460     OPEN INPUT GUESS-LOG-FILE.
002470     IF NOT LOG-STATUS-OK
002480         DISPLAY "NO GUESS LOG FOR " RUN-DATE
002490             " - NO SESSIONS TO SCREEN"
002500         CLOSE GUESS-LOG-FILE
002501     END-IF.
002502     OPEN INPUT GUESS-SCORES-FILE.
002503     IF NOT GS-STATUS-OK
002504         DISPLAY "NO SCORE FILE - SCORE RULES SKIPPED"
002505         CLOSE GUESS-SCORES-FILE
002506     END-IF.
002507     PERFORM 3000-OPEN-RATINGS.
002508     PERFORM 4000-OPEN-REVIEW-QUEUE.
002509     OPEN OUTPUT SUSPECT-RPT.
002510     MOVE RUN-DATE TO HDR-RUN-DATE.
002511     MOVE HDR-LINE-1 TO SUSPECT-LINE.
002512     WRITE SUSPECT-LINE.
002513     MOVE HDR-LINE-2 TO SUSPECT-LINE.
002514     WRITE SUSPECT-LINE.
002515
002516*****************************************************************
002517*    1000-RELEASE-RECORDS
002518*    SORT INPUT PROCEDURE. RELEASES EVERY LOG RECORD IN THE
002519*    ORDER LOGGED, EVERY SCORE RECORD FOR THE RUN DATE, AND
002520*    EVERY SESSION ALREADY ON THE REVIEW QUEUE FOR THE RUN DATE,
002521*    SO EACH SESSION COMES BACK WITH ITS GUESSES IN ORDER, THEN
002522*    ANY QUEUE ENTRY, THEN ITS SCORE.
002523*****************************************************************
002524 1000-RELEASE-RECORDS.
002525     IF LOG-STATUS-OK
002526         PERFORM 1100-READ-NEXT-LOG
002536         PERFORM 1200-RELEASE-LOG-RECORD UNTIL LOG-STATUS-EOF
002540         CLOSE GUESS-LOG-FILE
002550     END-IF.
002551     IF GS-STATUS-OK
002552         PERFORM 1300-READ-NEXT-SCORE
002553         PERFORM 1400-RELEASE-SCORE UNTIL GS-STATUS-EOF
002554         CLOSE GUESS-SCORES-FILE
002555     END-IF.
002556     PERFORM 1500-RELEASE-QUEUE-ENTRIES.
002560
002570 1100-READ-NEXT-LOG.
002580     READ GUESS-LOG-FILE
002590         AT END
002600             SET LOG-STATUS-EOF TO TRUE
002610     END-READ.
002620
002630 1200-RELEASE-LOG-RECORD.
002640     ADD 1 TO LOG-RECORD-COUNT.
002645     MOVE LOG-PLAYER-ID    TO SRT-PLAYER-ID.
002650     MOVE LOG-SESSION-TIME TO SRT-SESSION-TIME.
002655     MOVE "L"              TO SRT-RECORD-TYPE.
002660     MOVE LOG-RECORD-COUNT TO SRT-SEQUENCE.
002665     MOVE LOG-TIMESTAMP    TO SRT-TIMESTAMP.
002670     IF LOG-MSG-RESP = "CORRECT"
002675         MOVE "Y" TO SRT-WIN-SW
002680     ELSE
002685         MOVE "N" TO SRT-WIN-SW
002700     END-IF.
002710     MOVE LOG-GAME-TYPE    TO SRT-GAME-TYPE.
002720     MOVE 0                TO SRT-SCORE-GUESSES.
002730     MOVE SPACE            TO SRT-DIFFICULTY.
002740     MOVE SPACES           TO SRT-FLAG-REF.
002750     RELEASE SPD-SORT-RECORD.
002890     PERFORM 1100-READ-NEXT-LOG.
002900
002910 1300-READ-NEXT-SCORE.
003620     READ GUESS-SCORES-FILE NEXT RECORD
003630         AT END
003640             SET GS-STATUS-EOF TO TRUE
003650     END-READ.
003660
003665 1400-RELEASE-SCORE.
003670     ADD 1 TO SCORE-RECORD-COUNT.
003680     IF GS-DATE = RUN-DATE
003690         MOVE GS-PLAYER-ID   TO SRT-PLAYER-ID
003700         MOVE GS-UNIX-TIME   TO SRT-SESSION-TIME
003710         MOVE "S"            TO SRT-RECORD-TYPE
003720         MOVE 0              TO SRT-SEQUENCE
003730         MOVE GS-UNIX-TIME   TO SRT-TIMESTAMP
003740         MOVE "N"            TO SRT-WIN-SW
003750         MOVE GS-GAME-TYPE   TO SRT-GAME-TYPE
003760         MOVE GS-GUESS-COUNT TO SRT-SCORE-GUESSES
003770         MOVE GS-DIFFICULTY  TO SRT-DIFFICULTY
003780         MOVE SPACES         TO SRT-FLAG-REF
003790         RELEASE SPD-SORT-RECORD
003800     ELSE
003810         ADD 1 TO SCORES-PASSED-OVER
003870     END-IF.
003880     PERFORM 1300-READ-NEXT-SCORE.
003890
003900*****************************************************************
003910*    1500-RELEASE-QUEUE-ENTRIES
003920*    RELEASES EVERY SESSION ALREADY QUEUED FOR THE RUN DATE SO A
003930*    RERUN ADDS ONLY WHAT IS NEW. THE NEXT FLAG SEQUENCE CARRIES
003940*    ON FROM THE HIGHEST ONE ON FILE.
003990*****************************************************************
003991 1500-RELEASE-QUEUE-ENTRIES.
003992     MOVE 0 TO NEXT-FLAG-SEQ.
003993     MOVE RUN-DATE TO RVQ-FLAG-DATE.
003994     MOVE 0 TO RVQ-FLAG-SEQ.
003995     START REVIEW-QUEUE-FILE KEY >= RVQ-KEY
003996         INVALID KEY
003997             CONTINUE
003998     END-START.
003999     IF RVQ-STATUS-OK
004000         PERFORM 1600-READ-NEXT-QUEUE
004001         PERFORM 1700-RELEASE-QUEUE-ENTRY
004002             UNTIL NOT RVQ-STATUS-OK
004003                OR RVQ-FLAG-DATE NOT = RUN-DATE
004004     END-IF.
004005
004006 1600-READ-NEXT-QUEUE.
004007     READ REVIEW-QUEUE-FILE NEXT RECORD
004008         AT END
004009             SET RVQ-STATUS-EOF TO TRUE
004010     END-READ.
004011
004012 1700-RELEASE-QUEUE-ENTRY.
004013     ADD 1 TO QUEUE-ENTRY-COUNT.
004014     MOVE RVQ-FLAG-SEQ     TO NEXT-FLAG-SEQ.
004015     MOVE RVQ-PLAYER-ID    TO SRT-PLAYER-ID.
004016     MOVE RVQ-SESSION-TIME TO SRT-SESSION-TIME.
004017     MOVE "Q"              TO SRT-RECORD-TYPE.
004018     MOVE RVQ-FLAG-SEQ     TO SRT-SEQUENCE.
004019     MOVE 0                TO SRT-TIMESTAMP.
004020     MOVE "N"              TO SRT-WIN-SW.
004021     MOVE SPACE            TO SRT-GAME-TYPE.
004022     MOVE 0                TO SRT-SCORE-GUESSES.
004023     MOVE SPACE            TO SRT-DIFFICULTY.
004024     MOVE RVQ-KEY          TO SRT-FLAG-REF.
004025     RELEASE SPD-SORT-RECORD.
004026     PERFORM 1600-READ-NEXT-QUEUE.
004027
004028*****************************************************************
004029*    2000-ROLL-SESSIONS
004030*    SORT OUTPUT PROCEDURE. ROLLS EACH PLAYER/SESSION UP FROM
004031*    ITS RECORDS - GUESSES LOGGED, WHETHER THE FIRST GUESS WON,
004032*    THE LONGEST GAP BETWEEN TWO GUESSES IN A ROW, THE SCORE ON
004033*    FILE AND ANY QUEUE ENTRY - ONTO THE SESSION FILE. THE
004034*    RATING FILE IS READ ALONGSIDE IN PLAYER ORDER, SO EVERY
004035*    RATING IS CHECKED AND ITS SNAPSHOT ROLLED, AND EACH
004036*    PLAYER'S FIRST-WIN COUNT AND RATING JUMP FOLLOW THE
004037*    SESSIONS AS A PLAYER TOTALS RECORD.
004038*****************************************************************
004039 2000-ROLL-SESSIONS.
004040     OPEN OUTPUT SPD-SESSION-FILE.
004041     PERFORM 2010-RETURN-NEXT.
004042     PERFORM 2100-ROLL-ONE-PLAYER UNTIL SORT-AT-END.
004043     MOVE 0 TO PLAYER-DAY-SCORES.
004044     PERFORM 3200-CHECK-ONE-RATING UNTIL NOT RTG-STATUS-OK.
004045     CLOSE SPD-SESSION-FILE.
004046
004047 2010-RETURN-NEXT.
004048     RETURN SPD-SORT-FILE
004049         AT END
004050             SET SORT-AT-END TO TRUE
004051     END-RETURN.
004052
004053 2100-ROLL-ONE-PLAYER.
004054     MOVE SRT-PLAYER-ID TO CURRENT-PLAYER.
004055     MOVE 0 TO PLAYER-FIRST-WINS.
004056     MOVE 0 TO PLAYER-DAY-SCORES.
004057     PERFORM 3200-CHECK-ONE-RATING
004058         UNTIL NOT RTG-STATUS-OK
004059            OR RTG-PLAYER-ID NOT < CURRENT-PLAYER.
004060     PERFORM 2200-ROLL-ONE-SESSION
004061         UNTIL SORT-AT-END
004062            OR SRT-PLAYER-ID NOT = CURRENT-PLAYER.
004063     MOVE 0 TO PLAYER-JUMP.
004064     IF RTG-STATUS-OK
004065       AND RTG-PLAYER-ID = CURRENT-PLAYER
004066         PERFORM 3200-CHECK-ONE-RATING
004067     END-IF.
004068     MOVE CURRENT-PLAYER    TO SES-PLAYER-ID.
004069     MOVE 1                 TO SES-CLASS.
004070     MOVE 0                 TO SES-SESSION-TIME.
004071     MOVE SPACES            TO SES-SESSION-DATA.
004072     MOVE PLAYER-FIRST-WINS TO SES-FIRST-WINS.
004073     MOVE PLAYER-JUMP       TO SES-RATING-JUMP.
004074     WRITE SESSION-RECORD.
004075
004076 2200-ROLL-ONE-SESSION.
004077     MOVE SRT-SESSION-TIME TO CURRENT-SESSION.
004078     MOVE CURRENT-PLAYER   TO SES-PLAYER-ID.
004079     MOVE 2                TO SES-CLASS.
004080     MOVE CURRENT-SESSION  TO SES-SESSION-TIME.
004081     MOVE 0                TO SES-LOG-GUESSES.
004082     MOVE "N"              TO SES-FIRST-WIN-SW.
004083     MOVE 0                TO SES-MAX-GAP.
004084     MOVE SPACE            TO SES-GAME-TYPE.
004085     MOVE "N"              TO SES-SCORE-SW.
004086     MOVE 0                TO SES-SCORE-TIME.
004087     MOVE 0                TO SES-SCORE-GUESSES.
004088     MOVE SPACE            TO SES-DIFFICULTY.
004089     MOVE "N"              TO SES-QUEUED-SW.
004090     MOVE SPACES           TO SES-FLAG-REF.
004091     MOVE 0                TO LAST-LOG-TIME.
004092     PERFORM 2300-TAKE-ONE-RECORD
004093         UNTIL SORT-AT-END
004094            OR SRT-PLAYER-ID NOT = CURRENT-PLAYER
004095            OR SRT-SESSION-TIME NOT = CURRENT-SESSION.
004096     IF SES-LOG-GUESSES > 0
004097       OR SES-SCORE-ON-FILE
004098         IF SES-FIRST-GUESS-WIN
004099             ADD 1 TO PLAYER-FIRST-WINS
004100         END-IF
004101         WRITE SESSION-RECORD
004102         ADD 1 TO SESSIONS-WRITTEN
004103     END-IF.
004104
004105 2300-TAKE-ONE-RECORD.
004106     ADD 1 TO RECORDS-ACCOUNTED.
004107     EVALUATE TRUE
004108         WHEN SRT-LOG-RECORD
004109             ADD 1 TO SES-LOG-GUESSES
004110             MOVE SRT-GAME-TYPE TO SES-GAME-TYPE
004111             IF SES-LOG-GUESSES > 1
004112                 COMPUTE GAP-WORK = SRT-TIMESTAMP - LAST-LOG-TIME
004113                 IF GAP-WORK > SES-MAX-GAP
004114                     MOVE GAP-WORK TO SES-MAX-GAP
004115                 END-IF
004116             END-IF
004117             MOVE SRT-TIMESTAMP TO LAST-LOG-TIME
004118             IF SRT-WIN
004119               AND SES-LOG-GUESSES = 1
004120                 MOVE "Y" TO SES-FIRST-WIN-SW
004121             END-IF
004122         WHEN SRT-QUEUE-ENTRY
004123             MOVE "Y" TO SES-QUEUED-SW
004124             MOVE SRT-FLAG-REF TO SES-FLAG-REF
004125         WHEN OTHER
004126             ADD 1 TO PLAYER-DAY-SCORES
004127             MOVE "Y" TO SES-SCORE-SW
004128             MOVE SRT-TIMESTAMP     TO SES-SCORE-TIME
004129             MOVE SRT-SCORE-GUESSES TO SES-SCORE-GUESSES
004130             MOVE SRT-DIFFICULTY    TO SES-DIFFICULTY
004131             MOVE SRT-GAME-TYPE     TO SES-GAME-TYPE
004132     END-EVALUATE.
004133     PERFORM 2010-RETURN-NEXT.
004134
004135*****************************************************************
004136*    3000-OPEN-RATINGS
004137*    OPENS THE RATING FILE AND ITS SNAPSHOT, CREATING THE
004138*    SNAPSHOT ON THE FIRST EVER RUN, AND READS THE FIRST RATING.
004139*    NO RATING FILE SKIPS THE RATING RULE.
004140*****************************************************************
004141 3000-OPEN-RATINGS.
004142     OPEN INPUT PLAYER-RATING-FILE.
004143     IF NOT RTG-STATUS-OK
004144         DISPLAY "NO RATING FILE - RATING RULE SKIPPED"
004145         CLOSE PLAYER-RATING-FILE
004146     ELSE
004147         PERFORM 3050-OPEN-SNAPSHOT
004148         SET RATINGS-ARE-OPEN TO TRUE
004149         PERFORM 3100-READ-NEXT-RATING
004150     END-IF.
004151
004152 3050-OPEN-SNAPSHOT.
004153     OPEN I-O RATING-SNAPSHOT-FILE.
004154     IF RSN-STATUS-NOT-FOUND
004160         CLOSE RATING-SNAPSHOT-FILE
004170         OPEN OUTPUT RATING-SNAPSHOT-FILE
004180         CLOSE RATING-SNAPSHOT-FILE
004190         OPEN I-O RATING-SNAPSHOT-FILE
004200     ELSE
004210         IF NOT RSN-STATUS-OK
004220             DISPLAY "ERROR OPENING RATING-SNAPSHOT-FILE - "
004230                 "STATUS " RSN-FILE-STATUS
004240             MOVE 8 TO RETURN-CODE
004250             GOBACK
004260         END-IF
004270     END-IF.
004280
004290 3100-READ-NEXT-RATING.
004300     READ PLAYER-RATING-FILE NEXT RECORD
004310         AT END
004320             SET RTG-STATUS-EOF TO TRUE
004330     END-READ.
004340
004341*****************************************************************
004342*    3200-CHECK-ONE-RATING
004343*    COMPARES THE RATING WITH THE SNAPSHOT TAKEN AT THE PREVIOUS
004344*    CLOSE, LEAVING IN PLAYER-JUMP THE GAIN WHEN IT MOVED ON THE
004345*    RUN DATE BY THE JUMP LIMIT OR MORE, THEN ROLLS THE SNAPSHOT
004346*    FORWARD. A RERUN FOR THE SAME DATE MEASURES FROM THE PRIOR
004347*    CLOSE KEPT ON THE SNAPSHOT, SO IT FLAGS THE SAME JUMPS
004348*    AGAIN. PLAYER-DAY-SCORES HOLDS THE PLAYER'S SCORES FOR THE
004349*    RUN DATE.
004350*****************************************************************
004351 3200-CHECK-ONE-RATING.
004360     ADD 1 TO RATINGS-CHECKED.
004370     MOVE "N" TO BASE-SW.
004375     MOVE 0 TO PLAYER-JUMP.
004380     MOVE RTG-PLAYER-ID TO RSN-PLAYER-ID.
004390     READ RATING-SNAPSHOT-FILE
004400         INVALID KEY
004410             PERFORM 3250-SEED-SNAPSHOT
004480         NOT INVALID KEY
004490             PERFORM 3300-ROLL-SNAPSHOT
004500     END-READ.
004510     IF BASE-KNOWN
004520       AND RTG-LAST-DATE = RUN-DATE
004530       AND RTG-RATING > BASE-RATING
004540         COMPUTE JUMP-WORK = RTG-RATING - BASE-RATING
004550         IF JUMP-WORK NOT < RATING-JUMP-LIMIT
004560             MOVE JUMP-WORK TO PLAYER-JUMP
004570         END-IF
004580     END-IF.
004590     PERFORM 3100-READ-NEXT-RATING.
004591
004592*****************************************************************
004593*    3250-SEED-SNAPSHOT
004594*    A PLAYER WITH NO SNAPSHOT HAS NO CLOSE TO MEASURE FROM, SO
004595*    THE SNAPSHOT IS SEEDED AT THE CURRENT RATING AND NO FLAG IS
004596*    RAISED. ONLY A PLAYER WHOSE EVERY RATED GAME IS A SCORE FOR
004597*    THE RUN DATE IS KNOWN TO HAVE STARTED THE DAY AT THE
004598*    NEW-PLAYER RATING, AND IS MEASURED FROM IT.
004599*****************************************************************
004600 3250-SEED-SNAPSHOT.
004601     MOVE RTG-PLAYER-ID TO RSN-PLAYER-ID.
004602     MOVE RUN-DATE TO RSN-DATE.
004603     MOVE RTG-RATING TO RSN-RATING.
004604     IF RTG-LAST-DATE = RUN-DATE
004605       AND PLAYER-DAY-SCORES > 0
004606       AND RTG-GAMES-RATED = PLAYER-DAY-SCORES
004607         MOVE RIF-NEW-PLAYER-RATING TO BASE-RATING
004608         SET BASE-KNOWN TO TRUE
004609         MOVE RIF-NEW-PLAYER-RATING TO RSN-PRIOR-RATING
004610     ELSE
004611         ADD 1 TO SNAPSHOTS-SEEDED
004612         MOVE RTG-RATING TO RSN-PRIOR-RATING
004613     END-IF.
004614     WRITE RATING-SNAPSHOT-RECORD.
004615
004616*****************************************************************
004620*    3300-ROLL-SNAPSHOT
004630*    A SNAPSHOT FROM AN EARLIER CLOSE IS THE BASE AND MOVES TO
004640*    PRIOR; ONE ALREADY TAKEN FOR THE RUN DATE IS A RERUN AND
004650*    MEASURES FROM ITS PRIOR. A SNAPSHOT NEWER THAN THE RUN
004660*    DATE MEANS AN OLD DAY IS BEING RESCREENED - THERE IS NO
004670*    BASE FOR IT AND THE SNAPSHOT IS LEFT AS IT IS.
004680*****************************************************************
004690 3300-ROLL-SNAPSHOT.
004700     EVALUATE TRUE
004710         WHEN RSN-DATE = RUN-DATE
004720             MOVE RSN-PRIOR-RATING TO BASE-RATING
004730             SET BASE-KNOWN TO TRUE
004740             MOVE RTG-RATING TO RSN-RATING
004750             REWRITE RATING-SNAPSHOT-RECORD
004760         WHEN RSN-DATE < RUN-DATE
004770             MOVE RSN-RATING TO BASE-RATING
004780             SET BASE-KNOWN TO TRUE
004790             MOVE RSN-RATING TO RSN-PRIOR-RATING
004800             MOVE RTG-RATING TO RSN-RATING
004810             MOVE RUN-DATE TO RSN-DATE
004820             REWRITE RATING-SNAPSHOT-RECORD
004830         WHEN OTHER
004840             CONTINUE
004850     END-EVALUATE.
004860
004960*****************************************************************
004970*    4000-OPEN-REVIEW-QUEUE
004980*    OPENS THE REVIEW QUEUE FOR UPDATE, CREATING IT ON THE FIRST
004990*    EVER RUN. THE ENTRIES ALREADY QUEUED FOR THE RUN DATE ARE
005000*    RELEASED TO THE SORT AT 1500.
005020*****************************************************************
005030 4000-OPEN-REVIEW-QUEUE.
005040     OPEN I-O REVIEW-QUEUE-FILE.
005050     IF RVQ-STATUS-NOT-FOUND
005060         CLOSE REVIEW-QUEUE-FILE
005070         OPEN OUTPUT REVIEW-QUEUE-FILE
005080         CLOSE REVIEW-QUEUE-FILE
005090         OPEN I-O REVIEW-QUEUE-FILE
005100     END-IF.
005110     IF NOT RVQ-STATUS-OK
005120         DISPLAY "ERROR OPENING REVIEW-QUEUE-FILE - STATUS "
005130             RVQ-FILE-STATUS
005140         MOVE 8 TO RETURN-CODE
005150         GOBACK
005160     END-IF.
005170     SET QUEUE-IS-OPEN TO TRUE.
005480
005490*****************************************************************
005500*    5000-SCORE-SESSIONS
005505*    SORT OUTPUT PROCEDURE. EACH PLAYER'S TOTALS COME BACK AHEAD
005510*    OF THE SESSIONS; EVERY SESSION IS RUN THROUGH THE RULES,
005515*    EACH NEWLY FLAGGED ONE IS QUEUED, AND EVERY FLAGGED ONE IS
005520*    PRINTED ON THE SUSPECTS REPORT.
005530*****************************************************************
005540 5000-SCORE-SESSIONS.
005550     MOVE "N" TO SORT-EOF-SW.
005560     PERFORM 5010-RETURN-NEXT.
005570     PERFORM 5050-TAKE-ONE-SCREEN-RECORD UNTIL SORT-AT-END.
005660
005661 5010-RETURN-NEXT.
005662     RETURN SPD-SCREEN-FILE
005663         AT END
005664             SET SORT-AT-END TO TRUE
005665     END-RETURN.
005666
005667 5050-TAKE-ONE-SCREEN-RECORD.
005668     IF SCN-PLAYER-TOTALS
005669         MOVE SCN-FIRST-WINS  TO PLAYER-FIRST-WINS
005670         MOVE SCN-RATING-JUMP TO PLAYER-JUMP
005671     ELSE
005672         PERFORM 5100-SCORE-ONE-SESSION
005673     END-IF.
005674     PERFORM 5010-RETURN-NEXT.
005675
005676*****************************************************************
005677*    5100-SCORE-ONE-SESSION
005678*    ONE FIRST-GUESS WIN CAN BE LUCK; THE RULE ONLY FIRES WHEN
005679*    THE SAME PLAYER HAS FIRST-WIN-LIMIT OR MORE IN THE DAY.
005680*    THE RATING RULE APPLIES TO EVERY SCORED SESSION OF A
005681*    PLAYER WHOSE RATING JUMPED.
005682*****************************************************************
005683 5100-SCORE-ONE-SESSION.
005684     ADD 1 TO SESSION-COUNT.
005685     MOVE SPACES TO RULE-LIST.
005690     MOVE 1 TO RULE-POINTER.
005700     MOVE 0 TO SESSION-JUMP.
005710     MOVE SCN-FLAG-REF TO DTL-FLAG-REF.
005720     IF SCN-FIRST-GUESS-WIN
005730       AND PLAYER-FIRST-WINS NOT < FIRST-WIN-LIMIT
005740         STRING "FGW " DELIMITED BY SIZE
005750             INTO RULE-LIST WITH POINTER RULE-POINTER
005770     END-IF.
005780     IF SCN-LOG-GUESSES NOT < RAPID-MIN-GUESSES
005790       AND SCN-MAX-GAP NOT > RAPID-GAP-LIMIT
005800         STRING "RPD " DELIMITED BY SIZE
005810             INTO RULE-LIST WITH POINTER RULE-POINTER
005820     END-IF.
005830     IF SCN-SCORE-ON-FILE
005840         MOVE PLAYER-JUMP TO SESSION-JUMP
005850         IF SESSION-JUMP > 0
005860             STRING "RTG " DELIMITED BY SIZE
005870                 INTO RULE-LIST WITH POINTER RULE-POINTER
005880         END-IF
005890         IF SCN-LOG-GUESSES > 0
005900           AND SCN-SCORE-GUESSES < SCN-LOG-GUESSES
005920             STRING "SCR " DELIMITED BY SIZE
005930                 INTO RULE-LIST WITH POINTER RULE-POINTER
005940         END-IF
005950     END-IF.
005960     IF RULE-LIST NOT = SPACES
005970         ADD 1 TO FLAGGED-COUNT
005980         IF SCN-ALREADY-QUEUED
005990             ADD 1 TO ALREADY-QUEUED-COUNT
006000             MOVE "ON FILE" TO DTL-QUEUE
006010         ELSE
006020             PERFORM 5400-ADD-TO-QUEUE
006030             MOVE "NEW" TO DTL-QUEUE
006040         END-IF
006050         PERFORM 5500-PRINT-SUSPECT
006060     END-IF.
006070
006080*****************************************************************
006370*    5400-ADD-TO-QUEUE
006380*    WRITES THE FLAGGED SESSION TO THE REVIEW QUEUE AS OPEN,
006390*    UNDER THE NEXT FLAG REFERENCE FOR THE DAY.
006400*****************************************************************
006410 5400-ADD-TO-QUEUE.
006420     ADD 1 TO NEXT-FLAG-SEQ.
006430     MOVE RUN-DATE               TO RVQ-FLAG-DATE.
006440     MOVE NEXT-FLAG-SEQ          TO RVQ-FLAG-SEQ.
006450     MOVE SCN-PLAYER-ID          TO RVQ-PLAYER-ID.
006460     MOVE SCN-SESSION-TIME       TO RVQ-SESSION-TIME.
006470     MOVE SCN-SCORE-TIME         TO RVQ-SCORE-TIME.
006480     MOVE SCN-LOG-GUESSES        TO RVQ-LOG-GUESSES.
006490     MOVE SCN-SCORE-GUESSES      TO RVQ-SCORE-GUESSES.
006500     MOVE SCN-DIFFICULTY         TO RVQ-DIFFICULTY.
006510     MOVE SCN-GAME-TYPE          TO RVQ-GAME-TYPE.
006520     MOVE SCN-MAX-GAP            TO RVQ-MAX-GAP.
006530     MOVE SESSION-JUMP           TO RVQ-RATING-JUMP.
006540     MOVE RULE-LIST              TO RVQ-RULES.
006550     SET RVQ-OPEN TO TRUE.
006560     MOVE SPACES TO RVQ-REVIEWED-BY.
006570     MOVE 0 TO RVQ-REVIEWED-TIME.
006580     WRITE REVIEW-QUEUE-RECORD.
006590     IF RVQ-STATUS-OK
006600         ADD 1 TO QUEUED-COUNT
006610         MOVE RVQ-KEY TO DTL-FLAG-REF
006620     ELSE
006630         DISPLAY "REVIEW QUEUE WRITE FAILED - STATUS "
006640             RVQ-FILE-STATUS " " SCN-PLAYER-ID
006650         MOVE 8 TO RETURN-CODE
006660     END-IF.
006670
006680 5500-PRINT-SUSPECT.
006690     MOVE SCN-PLAYER-ID          TO DTL-PLAYER-ID.
006700     MOVE SCN-SESSION-TIME       TO DTL-SESSION-TIME.
006710     MOVE SCN-LOG-GUESSES        TO DTL-LOG-COUNT.
006720     MOVE SCN-SCORE-GUESSES      TO DTL-SCORE-COUNT.
006730     MOVE RULE-LIST              TO DTL-RULES.
006750     MOVE DTL-LINE TO SUSPECT-LINE.
006760     WRITE SUSPECT-LINE.
006770
006780*****************************************************************
006790*    6000-PRINT-TOTALS
006795*    CONTROL TOTALS, THE CONTROL LINES, AND A KEY TO THE RULE
006800*    CODES.
006810*****************************************************************
006820 6000-PRINT-TOTALS.
006830     MOVE SPACES TO SUSPECT-LINE.
006840     WRITE SUSPECT-LINE.
006850     MOVE "LOG RECORDS READ"         TO TOT-LABEL.
006860     MOVE LOG-RECORD-COUNT           TO TOT-VALUE.
006870     PERFORM 6100-PRINT-ONE-TOTAL.
006880     MOVE "SCORE RECORDS READ"       TO TOT-LABEL.
006890     MOVE SCORE-RECORD-COUNT         TO TOT-VALUE.
006900     PERFORM 6100-PRINT-ONE-TOTAL.
006901     MOVE "SCORES PASSED OVER-OTHER DATES" TO TOT-LABEL.
006902     MOVE SCORES-PASSED-OVER         TO TOT-VALUE.
006903     PERFORM 6100-PRINT-ONE-TOTAL.
006904     MOVE "QUEUE ENTRIES FOR THE DATE" TO TOT-LABEL.
006905     MOVE QUEUE-ENTRY-COUNT          TO TOT-VALUE.
006906     PERFORM 6100-PRINT-ONE-TOTAL.
006910     MOVE "SESSIONS SCREENED"        TO TOT-LABEL.
006920     MOVE SESSION-COUNT              TO TOT-VALUE.
006930     PERFORM 6100-PRINT-ONE-TOTAL.
006940     MOVE "RATINGS CHECKED"          TO TOT-LABEL.
006950     MOVE RATINGS-CHECKED            TO TOT-VALUE.
006952     PERFORM 6100-PRINT-ONE-TOTAL.
006954     MOVE "SNAPSHOTS SEEDED - NO BASE" TO TOT-LABEL.
006956     MOVE SNAPSHOTS-SEEDED           TO TOT-VALUE.
006960     PERFORM 6100-PRINT-ONE-TOTAL.
006970     MOVE "SESSIONS FLAGGED"         TO TOT-LABEL.
006980     MOVE FLAGGED-COUNT              TO TOT-VALUE.
006990     PERFORM 6100-PRINT-ONE-TOTAL.
007000     MOVE "NEWLY QUEUED FOR REVIEW"  TO TOT-LABEL.
007010     MOVE QUEUED-COUNT               TO TOT-VALUE.
007020     PERFORM 6100-PRINT-ONE-TOTAL.
007030     MOVE "ALREADY ON THE QUEUE"     TO TOT-LABEL.
007040     MOVE ALREADY-QUEUED-COUNT       TO TOT-VALUE.
007050     PERFORM 6100-PRINT-ONE-TOTAL.
007055     PERFORM 6200-PRINT-CONTROL-LINES.
007060     MOVE SPACES TO SUSPECT-LINE.
007070     WRITE SUSPECT-LINE.
007080     MOVE SPACES TO MSG-LINE.
007090     STRING "FGW = REPEATED FIRST-GUESS WINS    "
007100            "RPD = RAPID GUESSING"
007110         DELIMITED BY SIZE INTO MSG-LINE.
007120     MOVE MSG-LINE TO SUSPECT-LINE.
007130     WRITE SUSPECT-LINE.
007140     MOVE SPACES TO MSG-LINE.
007150     STRING "RTG = RATING JUMP OVER THE DAY     "
007160            "SCR = SCORE UNDER LOG"
007170         DELIMITED BY SIZE INTO MSG-LINE.
007180     MOVE MSG-LINE TO SUSPECT-LINE.
007190     WRITE SUSPECT-LINE.
007200
007210 6100-PRINT-ONE-TOTAL.
007220     MOVE TOT-LINE TO SUSPECT-LINE.
007221     WRITE SUSPECT-LINE.
007222
007223*****************************************************************
007224*    6200-PRINT-CONTROL-LINES
007225*    PROVES EVERY LOG, SCORE AND QUEUE RECORD READ CAME BACK
007226*    THROUGH THE SORT INTO A SESSION OR WAS A SCORE FOR ANOTHER
007227*    DATE PASSED OVER, AND EVERY SESSION ROLLED UP WAS SCREENED.
007228*    OUT OF BALANCE ENDS WITH RC 8.
007229*****************************************************************
007230 6200-PRINT-CONTROL-LINES.
007231     MOVE SPACES TO SUSPECT-LINE.
007232     WRITE SUSPECT-LINE.
007233     MOVE "RECORDS" TO CONTROL-NOUN.
007234     COMPUTE CONTROL-READ = LOG-RECORD-COUNT
007235         + SCORE-RECORD-COUNT + QUEUE-ENTRY-COUNT.
007236     COMPUTE CONTROL-ACCOUNTED
007237         = RECORDS-ACCOUNTED + SCORES-PASSED-OVER.
007238     PERFORM 6300-PRINT-ONE-CONTROL.
007239     MOVE "SESSIONS" TO CONTROL-NOUN.
007240     MOVE SESSIONS-WRITTEN TO CONTROL-READ.
007241     MOVE SESSION-COUNT TO CONTROL-ACCOUNTED.
007242     PERFORM 6300-PRINT-ONE-CONTROL.
007243
007244 6300-PRINT-ONE-CONTROL.
007245     MOVE SPACES TO SUSPECT-LINE.
007246     IF CONTROL-ACCOUNTED = CONTROL-READ
007247         STRING "CONTROL: " CONTROL-READ " "
007248                 DELIMITED BY SIZE
007249             CONTROL-NOUN DELIMITED BY "  "
007250             " READ = " CONTROL-ACCOUNTED
007251             " ACCOUNTED FOR - IN BALANCE"
007252                 DELIMITED BY SIZE INTO SUSPECT-LINE
007253     ELSE
007254         MOVE "N" TO BALANCE-SW
007255         STRING "CONTROL: " CONTROL-READ " "
007256                 DELIMITED BY SIZE
007257             CONTROL-NOUN DELIMITED BY "  "
007258             " READ, " CONTROL-ACCOUNTED
007259             " ACCOUNTED FOR - OUT OF BALANCE"
007260                 DELIMITED BY SIZE INTO SUSPECT-LINE
007261     END-IF.
007262     WRITE SUSPECT-LINE.
007263
007264*****************************************************************
007265*    8400-LOAD-RULES
007266*    LEAVES IN RULES-IN-FORCE THE GUESSRUL RULE SET IN FORCE ON
007267*    RUN-DATE - THE LATEST ONE NOT EFFECTIVE AFTER IT. RULES-SW
007268*    STAYS "N" WHEN THE FILE IS MISSING OR HOLDS NOTHING THAT
007269*    EARLY.
007270*****************************************************************
007271 8400-LOAD-RULES.
007272     MOVE "N" TO RULES-SW.
007273     OPEN INPUT RULES-FILE.
007274     IF RUL-STATUS-OK
007275         PERFORM 8410-READ-NEXT-RULES
007276         PERFORM 8420-KEEP-ONE-RULES
007277             UNTIL NOT RUL-STATUS-OK
007278                OR RUL-EFFECTIVE-DATE > RUN-DATE
007279     END-IF.
007280     CLOSE RULES-FILE.
007281
007282 8410-READ-NEXT-RULES.
007283     READ RULES-FILE NEXT RECORD
007284         AT END
007285             SET RUL-STATUS-EOF TO TRUE
007286     END-READ.
007287
007288 8420-KEEP-ONE-RULES.
007289     MOVE RULES-RECORD TO RULES-IN-FORCE.
007290     SET RULES-FOUND TO TRUE.
007291     PERFORM 8410-READ-NEXT-RULES.
007292
007293*****************************************************************
007294*    9000-READ-CHAIN-DATE
007295*    PICKS UP THE BUSINESS DATE THE NIGHTLY CONTROLLER DERIVED,
007296*    WHEN ONE IS ON HAND, SO THE DATE IS NEVER RE-KEYED.
007297*****************************************************************
007300 9000-READ-CHAIN-DATE.
007310     OPEN INPUT CHAIN-DATE-FILE.
007320     IF BDT-STATUS-OK
007330         READ CHAIN-DATE-FILE
007340             AT END CONTINUE
007350         END-READ
007360         IF BDT-STATUS-OK AND BDT-BUSINESS-DATE NUMERIC
007370             MOVE BDT-BUSINESS-DATE TO RUN-DATE
007380             DISPLAY "BUSINESS DATE " RUN-DATE
007390                 " TAKEN FROM CHAIN CONTROL"
007400         END-IF
007410     END-IF.
007420     CLOSE CHAIN-DATE-FILE.
