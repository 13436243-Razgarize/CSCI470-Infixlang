000160*                    AND A PRIOR-MONTH COMPARISON COLUMN ON
000170*                    EVERY SUMMARY NUMBER - SO THE BUDGET
000180*                    MEETING GETS NUMBERS INSTEAD OF GUESSES.
000181*    2026-10-15 RAZ  REPORTS OPEN DAYS ONLY. DATES CLOSED ON THE
000182*                    GUESSCAL CALENDAR ARE LEFT OUT OF EVERY
000183*                    SECTION AND MARKED IN THE BY-DAY LIST, AND
000184*                    THE MONTH TOTALS GAIN OPEN AND CLOSED DAY
000185*                    COUNTS AND THE AVERAGE GAMES PER OPEN DAY.
000186*    2026-10-15 RAZ  UNIQUE PLAYERS AND SESSIONS ARE NOW COUNTED
000187*                    BY SORTING THE SCORES AND THE MONTH'S LOGS
000188*                    INSTEAD OF IN THE 1000-ENTRY DAY/PLAYER, 500-
000189*                    PLAYER AND 500-SESSION TABLES, SO A MONTH OF
000190*                    ANY SIZE IS COUNTED IN FULL. CONTROL LINES
000191*                    PROVE EVERY RECORD READ WAS ACCOUNTED FOR;
000192*                    OUT OF BALANCE ENDS WITH RC 8.
000193*****************************************************************
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000340     SELECT UTIL-RPT ASSIGN TO "GUESSMUT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS RPT-FILE-STATUS.
000361
000362     SELECT CALENDAR-FILE ASSIGN TO "GUESSCAL"
000363         ORGANIZATION IS INDEXED
000364         ACCESS MODE IS DYNAMIC
000365         RECORD KEY IS CAL-DATE
000366         FILE STATUS IS CAL-FILE-STATUS.
000367
000368     SELECT MUR-SORT-FILE ASSIGN TO "SORTWK01".
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000450
000460 FD  UTIL-RPT.
000470 01  UTIL-LINE               PIC X(80).
000472
000474 FD  CALENDAR-FILE.
000476 COPY GUESSCAL.
000477
000478 SD  MUR-SORT-FILE.
000479 01  MUR-SORT-RECORD.
000480     05 SRT-MONTH-SIDE       PIC 9.
000481     05 SRT-DAY              PIC 99.
000482     05 SRT-PLAYER-ID        PIC X(10).
000483     05 SRT-SESSION-TIME     PIC 9(09).
000484     05 SRT-DIFFICULTY       PIC 9.
000485     05 SRT-GUESS-COUNT      PIC 999.
000486
000490 WORKING-STORAGE SECTION.
000500 01  GS-FILE-STATUS          PIC XX.
000510     88 GS-STATUS-OK             VALUE "00".
000540     88 LOG-STATUS-OK            VALUE "00".
000550     88 LOG-STATUS-EOF           VALUE "10".
000560 01  RPT-FILE-STATUS         PIC XX.
000561 01  CAL-FILE-STATUS         PIC XX.
000562     88 CAL-STATUS-OK            VALUE "00".
000563     88 CAL-STATUS-EOF           VALUE "10".
000564 01  CALENDAR-SW             PIC X VALUE "N".
000565     88 CALENDAR-ON-FILE         VALUE "Y".
000570
000580 01  LOG-FILE-NAME           PIC X(12) VALUE SPACES.
000590 01  REPORT-MONTH            PIC X(06) VALUE SPACES.
000710 01  MONTH-SIDE              PIC 9.
000720     88 THIS-MONTH-SIDE          VALUE 1.
000730     88 PRIOR-MONTH-SIDE         VALUE 2.
000731
000732 01  CNV-QUOTIENT            PIC 9(7).
000733 01  CNV-REMAINDER           PIC 9(4).
000734 01  CNV-MONTH-DAYS          PIC 99.
000735 01  LEAP-SW                 PIC X VALUE "N".
000736     88 LEAP-YEAR                VALUE "Y".
000737     88 NOT-LEAP-YEAR            VALUE "N".
000738 01  MONTH-LENGTH-VALUES     PIC X(24) VALUE
000739     "312831303130313130313031".
000740 01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
000741     05 MONTH-LENGTH         PIC 99 OCCURS 12 TIMES.
000742
000743*    CLOSED DATES OF EACH MONTH FROM THE BUSINESS CALENDAR.
000744 01  MONTH-CAL-TABLE.
000745     05 MONTH-CAL OCCURS 2 TIMES.
000746         10 MC-DAYS-IN-MONTH PIC 99.
000747         10 MC-CLOSED-DAYS   PIC 99.
000748         10 MC-OPEN-DAYS     PIC 99.
000749         10 MC-CLOSED-GAMES  PIC 9(7).
000750         10 MC-DAY-CLOSED-SW PIC X OCCURS 31 TIMES.
000751             88 MC-DAY-CLOSED        VALUE "Y".
000752
000753 01  DAY-STAT-TABLE.
000760     05 DAY-STAT OCCURS 31 TIMES.
000770         10 DS-GAMES         PIC 9(5).
000780         10 DS-PLAYERS       PIC 9(5).
000790
000860 01  MONTH-STAT-TABLE.
000870     05 MONTH-STAT OCCURS 2 TIMES.
000880         10 MT-GAMES         PIC 9(7).
000890         10 MT-PLAYER-COUNT  PIC 9(7).
000910         10 MT-TIER-STAT OCCURS 3 TIMES.
000920             15 MT-TIER-GAMES   PIC 9(7).
000930             15 MT-TIER-GUESSES PIC 9(9).
000940         10 MT-HOUR-SESSIONS PIC 9(5) OCCURS 24 TIMES.
000950
001040 01  TIER-SUB                PIC 9.
001050 01  HOUR-SUB                PIC 99.
001060 01  DAY-SUB                 PIC 99.
001065 01  CURRENT-PLAYER          PIC X(10).
001070 01  CURRENT-SESSION         PIC 9(09).
001075 01  SORT-EOF-SW             PIC X VALUE "N".
001080     88 SORT-AT-END              VALUE "Y".
001085 01  BALANCE-SW              PIC X VALUE "Y".
001090     88 RUN-IN-BALANCE           VALUE "Y".
001120 01  AVERAGE-WORK            PIC 999V9.
001130 01  SCORE-RECORD-COUNT      PIC 9(7) VALUE 0.
001131 01  SCORES-ACCOUNTED        PIC 9(7) VALUE 0.
001132 01  SCORES-OTHER-MONTHS     PIC 9(7) VALUE 0.
001133 01  LOG-RECORD-COUNT        PIC 9(7) VALUE 0.
001134 01  LOG-RECORDS-ACCOUNTED   PIC 9(7) VALUE 0.
001135 01  CONTROL-NOUN            PIC X(16).
001136 01  CONTROL-READ            PIC 9(7).
001137 01  CONTROL-ACCOUNTED       PIC 9(7).
001138 01  GAMES-PER-DAY-WORK      PIC 9(5)V9.
001140
001150 01  HDR-LINE-1.
001160     05 FILLER   PIC X(31) VALUE
001270     05 DDL-GAMES            PIC ZZZZ9.
001280     05 FILLER               PIC X(06) VALUE SPACES.
001290     05 DDL-PLAYERS          PIC ZZZZ9.
001292     05 FILLER               PIC X(04) VALUE SPACES.
001294     05 DDL-NOTE             PIC X(40).
001300 01  TIER-HDR-LINE.
001310     05 FILLER               PIC X(09) VALUE "LEVEL".
001320     05 FILLER               PIC X(08) VALUE "GAMES".
001570     05 CMP-THIS             PIC ZZZZZZ9.
001580     05 FILLER               PIC X(04) VALUE SPACES.
001590     05 CMP-PRIOR            PIC ZZZZZZ9.
001591 01  CMP-AVG-LINE.
001592     05 CMA-LABEL            PIC X(24).
001593     05 CMA-THIS             PIC ZZZZ9.9.
001594     05 FILLER               PIC X(04) VALUE SPACES.
001595     05 CMA-PRIOR            PIC ZZZZ9.9.
001600
001610 PROCEDURE DIVISION.
001620 0000-MAINLINE.
001630     PERFORM 1000-GET-REPORT-MONTH.
001635     PERFORM 1500-LOAD-CALENDAR.
001640     PERFORM 1900-OPEN-SCORE-FILE.
001642     SORT MUR-SORT-FILE
001644         ON ASCENDING KEY SRT-MONTH-SIDE SRT-PLAYER-ID SRT-DAY
001646         INPUT PROCEDURE IS 2000-SCAN-SCORE-FILE
001648         OUTPUT PROCEDURE IS 2500-TALLY-SCORES.
001650     SORT MUR-SORT-FILE
001652         ON ASCENDING KEY SRT-MONTH-SIDE SRT-DAY SRT-PLAYER-ID
001654                          SRT-SESSION-TIME
001656         INPUT PROCEDURE IS 3000-SCAN-MONTH-LOGS
001658         OUTPUT PROCEDURE IS 3500-BUCKET-SESSIONS.
001660     PERFORM 4000-PRINT-REPORT.
001662     IF NOT RUN-IN-BALANCE
001664         DISPLAY "CONTROL TOTALS OUT OF BALANCE - SEE GUESSMUT"
001666         MOVE 8 TO RETURN-CODE
001668     END-IF.
001670     STOP RUN.
001680
001690*****************************************************************
001920         SUBTRACT 1 FROM MS-MONTH
001930     END-IF.
001940     MOVE MONTH-SPLIT TO PRIOR-MONTH.
001941
001942*****************************************************************
001943*    1500-LOAD-CALENDAR
001944*    MARKS THE DATES OF BOTH MONTHS THAT THE BUSINESS CALENDAR
001945*    HAS CLOSED AND COUNTS EACH MONTH'S OPEN DAYS. WITH NO
001946*    CALENDAR ON FILE EVERY DAY OF THE MONTH IS OPEN.
001947*****************************************************************
001948 1500-LOAD-CALENDAR.
001949     INITIALIZE MONTH-CAL-TABLE.
001950     MOVE "N" TO CALENDAR-SW.
001951     OPEN INPUT CALENDAR-FILE.
001952     IF CAL-STATUS-OK
001953         SET CALENDAR-ON-FILE TO TRUE
001954     END-IF.
001955     SET THIS-MONTH-SIDE TO TRUE.
001956     MOVE REPORT-MONTH TO MONTH-SPLIT.
001957     PERFORM 1600-LOAD-ONE-MONTH.
001958     SET PRIOR-MONTH-SIDE TO TRUE.
001959     MOVE PRIOR-MONTH TO MONTH-SPLIT.
001960     PERFORM 1600-LOAD-ONE-MONTH.
001961     IF CALENDAR-ON-FILE
001962         CLOSE CALENDAR-FILE
001963     END-IF.
001964
001965 1600-LOAD-ONE-MONTH.
001966     PERFORM 8850-GET-MONTH-LENGTH.
001967     MOVE CNV-MONTH-DAYS TO MC-DAYS-IN-MONTH (MONTH-SIDE).
001968     IF CALENDAR-ON-FILE
001969         MOVE MONTH-SPLIT TO SD-MONTH-PART
001970         MOVE 1 TO SD-DAY-PART
001971         MOVE SCAN-DATE TO CAL-DATE
001972         START CALENDAR-FILE KEY >= CAL-DATE
001973             INVALID KEY
001974                 CONTINUE
001975         END-START
001976         IF CAL-STATUS-OK
001977             PERFORM 1700-READ-NEXT-CAL
001978             PERFORM 1800-NOTE-ONE-DATE UNTIL NOT CAL-STATUS-OK
001979         END-IF
001980     END-IF.
001981     COMPUTE MC-OPEN-DAYS (MONTH-SIDE) =
001982         MC-DAYS-IN-MONTH (MONTH-SIDE)
001983         - MC-CLOSED-DAYS (MONTH-SIDE).
001984
001985*****************************************************************
001986*    1700-READ-NEXT-CAL
001987*    NEXT CALENDAR DATE, ENDING THE MONTH AT ITS LAST DAY.
001988*****************************************************************
001989 1700-READ-NEXT-CAL.
001990     READ CALENDAR-FILE NEXT RECORD
001991         AT END
001992             SET CAL-STATUS-EOF TO TRUE
001993     END-READ.
001994     IF CAL-STATUS-OK
001995         MOVE CAL-DATE TO SCAN-DATE
001996         IF SD-MONTH-PART NOT = MONTH-SPLIT
001997             SET CAL-STATUS-EOF TO TRUE
001998         END-IF
001999     END-IF.
002000
002001 1800-NOTE-ONE-DATE.
002002     MOVE SD-DAY-PART TO SCAN-DAY.
002003     IF CAL-CLOSED
002004         AND SCAN-DAY >= 1
002005         AND SCAN-DAY <= MC-DAYS-IN-MONTH (MONTH-SIDE)
002006         SET MC-DAY-CLOSED (MONTH-SIDE SCAN-DAY) TO TRUE
002007         ADD 1 TO MC-CLOSED-DAYS (MONTH-SIDE)
002008     END-IF.
002009     PERFORM 1700-READ-NEXT-CAL.
002010
002015*****************************************************************
002020*    1900-OPEN-SCORE-FILE
002025*    CLEARS THE MONTH TOTALS AND OPENS THE SCORE HISTORY BEFORE
002030*    THE FIRST SORT BEGINS, SO A MISSING FILE STOPS THE RUN
002035*    WITH NOTHING STARTED.
002040*****************************************************************
002045 1900-OPEN-SCORE-FILE.
002050     INITIALIZE DAY-STAT-TABLE.
002055     INITIALIZE MONTH-STAT-TABLE.
002060     OPEN INPUT GUESS-SCORES-FILE.
002065     IF NOT GS-STATUS-OK
002070         DISPLAY "NO SCORE HISTORY ON FILE - RUN CANCELLED"
002075         CLOSE GUESS-SCORES-FILE
002080         MOVE 8 TO RETURN-CODE
002085         STOP RUN
002090     END-IF.
002095
002100*****************************************************************
002105*    2000-SCAN-SCORE-FILE
002110*    SORT INPUT PROCEDURE. ONE PASS OVER THE SCORE HISTORY.
002115*    RECORDS IN THE REPORT MONTH FEED THE BY-DAY SECTION AND THE
002120*    MONTH SUMMARY; RECORDS IN THE PRIOR MONTH FEED ONLY THE
002125*    COMPARISON COLUMN. BOTH ARE RELEASED BY MONTH, PLAYER AND
002130*    DAY. A GAME ON A DATE THE CALENDAR HAS CLOSED IS COUNTED
002135*    APART AND KEPT OUT OF BOTH, AND A GAME IN ANY OTHER MONTH
002140*    IS COUNTED AS PASSED OVER.
002145*****************************************************************
002150 2000-SCAN-SCORE-FILE.
002155     PERFORM 2100-READ-NEXT-SCORE.
002160     PERFORM 2200-SELECT-ONE-SCORE UNTIL GS-STATUS-EOF.
002165     CLOSE GUESS-SCORES-FILE.
002170
002175 2100-READ-NEXT-SCORE.
002180     READ GUESS-SCORES-FILE NEXT RECORD
002185         AT END
002190             SET GS-STATUS-EOF TO TRUE
002195     END-READ.
002200
002205 2200-SELECT-ONE-SCORE.
002210     ADD 1 TO SCORE-RECORD-COUNT.
002215     MOVE GS-DATE TO SCAN-DATE.
002220     MOVE 0 TO MONTH-SIDE.
002225     IF SD-MONTH-PART = REPORT-MONTH
002230         SET THIS-MONTH-SIDE TO TRUE
002235     END-IF.
002240     IF SD-MONTH-PART = PRIOR-MONTH
002245         SET PRIOR-MONTH-SIDE TO TRUE
002250     END-IF.
002255     IF MONTH-SIDE = 0
002260         ADD 1 TO SCORES-OTHER-MONTHS
002265     ELSE
002270         MOVE SD-DAY-PART TO SCAN-DAY
002275         IF SCAN-DAY >= 1 AND SCAN-DAY <= 31
002280             IF MC-DAY-CLOSED (MONTH-SIDE SCAN-DAY)
002285                 ADD 1 TO MC-CLOSED-GAMES (MONTH-SIDE)
002290                 MOVE 0 TO MONTH-SIDE
002295             END-IF
002300         END-IF
002305     END-IF.
002310     IF MONTH-SIDE > 0
002315         MOVE MONTH-SIDE     TO SRT-MONTH-SIDE
002320         MOVE SD-DAY-PART    TO SRT-DAY
002325         MOVE GS-PLAYER-ID   TO SRT-PLAYER-ID
002330         MOVE 0              TO SRT-SESSION-TIME
002335         MOVE GS-DIFFICULTY  TO SRT-DIFFICULTY
002340         MOVE GS-GUESS-COUNT TO SRT-GUESS-COUNT
002345         RELEASE MUR-SORT-RECORD
002350     END-IF.
002355     PERFORM 2100-READ-NEXT-SCORE.
002360
002365*****************************************************************
002370*    2500-TALLY-SCORES
002375*    SORT OUTPUT PROCEDURE. THE MONTH'S GAMES COME BACK BY
002380*    MONTH, PLAYER AND DAY, SO EACH CHANGE OF PLAYER IS ONE
002385*    UNIQUE PLAYER FOR THE MONTH AND EACH CHANGE OF DAY WITHIN
002390*    A PLAYER IS ONE UNIQUE PLAYER FOR THAT DAY. EVERY GAME
002395*    ADDS TO THE MONTH, TIER AND DAY TOTALS.
002400*****************************************************************
002405 2500-TALLY-SCORES.
002410     MOVE "N" TO SORT-EOF-SW.
002415     PERFORM 9100-RETURN-NEXT.
002420     PERFORM 2600-TALLY-ONE-PLAYER UNTIL SORT-AT-END.
002425
002430 2600-TALLY-ONE-PLAYER.
002435     MOVE SRT-MONTH-SIDE TO MONTH-SIDE.
002440     MOVE SRT-PLAYER-ID  TO CURRENT-PLAYER.
002445     ADD 1 TO MT-PLAYER-COUNT (MONTH-SIDE).
002450     PERFORM 2700-TALLY-PLAYER-DAY
002455         UNTIL SORT-AT-END
002460            OR SRT-MONTH-SIDE NOT = MONTH-SIDE
002465            OR SRT-PLAYER-ID NOT = CURRENT-PLAYER.
002470
002475 2700-TALLY-PLAYER-DAY.
002480     MOVE SRT-DAY TO SCAN-DAY.
002485     IF THIS-MONTH-SIDE
002490         AND SCAN-DAY >= 1 AND SCAN-DAY <= 31
002495         ADD 1 TO DS-PLAYERS (SCAN-DAY)
002500     END-IF.
002505     PERFORM 2800-TALLY-ONE-SCORE
002510         UNTIL SORT-AT-END
002515            OR SRT-MONTH-SIDE NOT = MONTH-SIDE
002520            OR SRT-PLAYER-ID NOT = CURRENT-PLAYER
002525            OR SRT-DAY NOT = SCAN-DAY.
002530
002535 2800-TALLY-ONE-SCORE.
002540     ADD 1 TO SCORES-ACCOUNTED.
002545     ADD 1 TO MT-GAMES (MONTH-SIDE).
002550     IF SRT-DIFFICULTY >= 1 AND SRT-DIFFICULTY <= 3
002555         MOVE SRT-DIFFICULTY TO TIER-SUB
002560         ADD 1 TO MT-TIER-GAMES (MONTH-SIDE TIER-SUB)
002565         ADD SRT-GUESS-COUNT
002570             TO MT-TIER-GUESSES (MONTH-SIDE TIER-SUB)
002575     END-IF.
002580     IF THIS-MONTH-SIDE
002585         AND SCAN-DAY >= 1 AND SCAN-DAY <= 31
002590         ADD 1 TO DS-GAMES (SCAN-DAY)
002595     END-IF.
002600     PERFORM 9100-RETURN-NEXT.
002605
002610*****************************************************************
002615*    3000-SCAN-MONTH-LOGS
002620*    SORT INPUT PROCEDURE. WALKS EVERY POSSIBLE DAY OF THE
002625*    REPORT MONTH AND THE PRIOR MONTH, OPENING EACH GLOG
002630*    GENERATION THAT EXISTS AND RELEASING EVERY RECORD BY
002635*    MONTH, DAY, PLAYER AND SESSION. A DAY WITH NO GENERATION
002640*    ON HAND SIMPLY CONTRIBUTES NOTHING, AND A DAY THE CALENDAR
002645*    HAS CLOSED IS NOT SCANNED.
002650*****************************************************************
002655 3000-SCAN-MONTH-LOGS.
002660     SET THIS-MONTH-SIDE TO TRUE.
002665     PERFORM 3050-SCAN-OPEN-DAY
002670         VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 31.
002675     SET PRIOR-MONTH-SIDE TO TRUE.
002680     PERFORM 3050-SCAN-OPEN-DAY
002685         VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 31.
002690
002695 3050-SCAN-OPEN-DAY.
002700     IF NOT MC-DAY-CLOSED (MONTH-SIDE DAY-SUB)
002705         PERFORM 3100-SCAN-ONE-DAY
002710     END-IF.
002715
002720 3100-SCAN-ONE-DAY.
002725     MOVE SPACES TO LOG-FILE-NAME.
002730     IF THIS-MONTH-SIDE
002735         STRING "GLOG" REPORT-MONTH DAY-SUB
002740             DELIMITED BY SIZE INTO LOG-FILE-NAME
002745     ELSE
002750         STRING "GLOG" PRIOR-MONTH DAY-SUB
002755             DELIMITED BY SIZE INTO LOG-FILE-NAME
002760     END-IF.
002765     OPEN INPUT GUESS-LOG-FILE.
002770     IF LOG-STATUS-OK
002775         PERFORM 3200-READ-NEXT-LOG
002780         PERFORM 3300-RELEASE-ONE-RECORD UNTIL LOG-STATUS-EOF
002785     END-IF.
002790     CLOSE GUESS-LOG-FILE.
002795
002800 3200-READ-NEXT-LOG.
002805     READ GUESS-LOG-FILE
002810         AT END
002815             SET LOG-STATUS-EOF TO TRUE
002820     END-READ.
002825
002830 3300-RELEASE-ONE-RECORD.
002835     ADD 1 TO LOG-RECORD-COUNT.
002840     MOVE MONTH-SIDE       TO SRT-MONTH-SIDE.
002845     MOVE DAY-SUB          TO SRT-DAY.
002850     MOVE LOG-PLAYER-ID    TO SRT-PLAYER-ID.
002855     MOVE LOG-SESSION-TIME TO SRT-SESSION-TIME.
002860     MOVE 0                TO SRT-DIFFICULTY.
002865     MOVE 0                TO SRT-GUESS-COUNT.
002870     RELEASE MUR-SORT-RECORD.
002875     PERFORM 3200-READ-NEXT-LOG.
002880
002885*****************************************************************
002890*    3500-BUCKET-SESSIONS
002895*    SORT OUTPUT PROCEDURE. EACH DAY'S RECORDS COME BACK BY
002900*    PLAYER AND SESSION, SO EACH DISTINCT SESSION IS BUCKETED
002905*    ONCE BY THE HOUR OF DAY ITS SESSION START TIME FALLS IN.
002910*****************************************************************
002915 3500-BUCKET-SESSIONS.
002920     MOVE "N" TO SORT-EOF-SW.
002925     PERFORM 9100-RETURN-NEXT.
002930     PERFORM 3600-BUCKET-ONE-SESSION UNTIL SORT-AT-END.
002935
002940 3600-BUCKET-ONE-SESSION.
002945     MOVE SRT-MONTH-SIDE   TO MONTH-SIDE.
002950     MOVE SRT-DAY          TO SCAN-DAY.
002955     MOVE SRT-PLAYER-ID    TO CURRENT-PLAYER.
002960     MOVE SRT-SESSION-TIME TO CURRENT-SESSION.
002965     DIVIDE CURRENT-SESSION BY 3600
002970         GIVING HOUR-QUOTIENT.
002975     DIVIDE HOUR-QUOTIENT BY 24
002980         GIVING DAY-QUOTIENT REMAINDER SCAN-HOUR.
002985     ADD 1 TO MT-HOUR-SESSIONS (MONTH-SIDE SCAN-HOUR + 1).
002990     PERFORM 3700-PASS-ONE-RECORD
002995         UNTIL SORT-AT-END
003000            OR SRT-MONTH-SIDE NOT = MONTH-SIDE
003005            OR SRT-DAY NOT = SCAN-DAY
003010            OR SRT-PLAYER-ID NOT = CURRENT-PLAYER
003015            OR SRT-SESSION-TIME NOT = CURRENT-SESSION.
003020
003025 3700-PASS-ONE-RECORD.
003030     ADD 1 TO LOG-RECORDS-ACCOUNTED.
003035     PERFORM 9100-RETURN-NEXT.
003040
003850*****************************************************************
003860*    4000-PRINT-REPORT
003870*    BY-DAY ACTIVITY, THE TIER AVERAGES, THE HOUR-OF-DAY
003880*    DISTRIBUTION, AND THE MONTH TOTALS - EACH SUMMARY NUMBER
003890*    BESIDE ITS PRIOR-MONTH FIGURE. GAMES ON CLOSED DAYS ARE
003895*    SHOWN ONLY AS THE COUNT THAT WAS LEFT OUT.
003900*****************************************************************
003910 4000-PRINT-REPORT.
003920     OPEN OUTPUT UTIL-RPT.
004250     MOVE "MONTH TOTALS - THIS / PRIOR" TO SUB-HDR-LINE.
004260     MOVE SUB-HDR-LINE TO UTIL-LINE.
004270     WRITE UTIL-LINE.
004280     MOVE "GAMES ON OPEN DAYS" TO CMP-LABEL.
004290     MOVE MT-GAMES (1)        TO CMP-THIS.
004300     MOVE MT-GAMES (2)        TO CMP-PRIOR.
004310     MOVE CMP-LINE TO UTIL-LINE.
004350     MOVE MT-PLAYER-COUNT (2) TO CMP-PRIOR.
004360     MOVE CMP-LINE TO UTIL-LINE.
004370     WRITE UTIL-LINE.
004371     MOVE "OPEN DAYS"         TO CMP-LABEL.
004372     MOVE MC-OPEN-DAYS (1)    TO CMP-THIS.
004373     MOVE MC-OPEN-DAYS (2)    TO CMP-PRIOR.
004374     MOVE CMP-LINE TO UTIL-LINE.
004375     WRITE UTIL-LINE.
004376     MOVE "CLOSED DAYS"       TO CMP-LABEL.
004377     MOVE MC-CLOSED-DAYS (1)  TO CMP-THIS.
004378     MOVE MC-CLOSED-DAYS (2)  TO CMP-PRIOR.
004379     MOVE CMP-LINE TO UTIL-LINE.
004380     WRITE UTIL-LINE.
004381     MOVE "AVG GAMES PER OPEN DAY" TO CMA-LABEL.
004382     MOVE 1 TO MONTH-SIDE.
004383     PERFORM 4400-GAMES-PER-OPEN-DAY.
004384     MOVE GAMES-PER-DAY-WORK  TO CMA-THIS.
004385     MOVE 2 TO MONTH-SIDE.
004386     PERFORM 4400-GAMES-PER-OPEN-DAY.
004387     MOVE GAMES-PER-DAY-WORK  TO CMA-PRIOR.
004388     MOVE CMP-AVG-LINE TO UTIL-LINE.
004389     WRITE UTIL-LINE.
004390     MOVE "CLOSED-DAY GAMES OMITTED" TO CMP-LABEL.
004391     MOVE MC-CLOSED-GAMES (1) TO CMP-THIS.
004392     MOVE MC-CLOSED-GAMES (2) TO CMP-PRIOR.
004393     MOVE CMP-LINE TO UTIL-LINE.
004394     WRITE UTIL-LINE.
004395     PERFORM 4500-PRINT-CONTROL-LINES.
004396     CLOSE UTIL-RPT.
004397
004400 4100-PRINT-ONE-DAY.
004410     EVALUATE TRUE
004415         WHEN MC-DAY-CLOSED (1 DAY-SUB)
004420             MOVE SPACES TO DAY-DTL-LINE
004425             MOVE DAY-SUB TO DDL-DAY
004430             MOVE "CLOSED - NOT COUNTED" TO DDL-NOTE
004435             MOVE DAY-DTL-LINE TO UTIL-LINE
004440             WRITE UTIL-LINE
004445         WHEN DS-GAMES (DAY-SUB) > 0
004450             MOVE SPACES TO DAY-DTL-LINE
004455             MOVE DAY-SUB TO DDL-DAY
004460             MOVE DS-GAMES (DAY-SUB)   TO DDL-GAMES
004465             MOVE DS-PLAYERS (DAY-SUB) TO DDL-PLAYERS
004470             MOVE DAY-DTL-LINE TO UTIL-LINE
004475             WRITE UTIL-LINE
004480     END-EVALUATE.
004490
004500 4200-PRINT-ONE-TIER.
004510     MOVE SPACES TO TIER-DTL-LINE.
004860     MOVE MT-HOUR-SESSIONS (2 HOUR-SUB) TO HDL-PRIOR.
004870     MOVE HOUR-DTL-LINE TO UTIL-LINE.
004880     WRITE UTIL-LINE.
004890
004900 4400-GAMES-PER-OPEN-DAY.
004910     IF MC-OPEN-DAYS (MONTH-SIDE) > 0
004920         COMPUTE GAMES-PER-DAY-WORK ROUNDED
004930             = MT-GAMES (MONTH-SIDE) / MC-OPEN-DAYS (MONTH-SIDE)
004940     ELSE
004950         MOVE 0 TO GAMES-PER-DAY-WORK
004960     END-IF.
004961
004962*****************************************************************
004963*    4500-PRINT-CONTROL-LINES
004964*    PROVES EVERY SCORE READ WAS TALLIED, LEFT OUT AS A CLOSED
004965*    DAY, OR PASSED OVER AS ANOTHER MONTH, AND EVERY LOG RECORD
004966*    READ CAME BACK THROUGH THE SORT. OUT OF BALANCE ENDS WITH
004967*    RC 8.
004968*****************************************************************
004969 4500-PRINT-CONTROL-LINES.
004970     MOVE SPACES TO UTIL-LINE.
004971     WRITE UTIL-LINE.
004972     MOVE "SCORES" TO CONTROL-NOUN.
004973     MOVE SCORE-RECORD-COUNT TO CONTROL-READ.
004974     COMPUTE CONTROL-ACCOUNTED
004975         = SCORES-ACCOUNTED + SCORES-OTHER-MONTHS
004976         + MC-CLOSED-GAMES (1) + MC-CLOSED-GAMES (2).
004977     PERFORM 4600-PRINT-ONE-CONTROL.
004978     MOVE "LOG RECORDS" TO CONTROL-NOUN.
004979     MOVE LOG-RECORD-COUNT TO CONTROL-READ.
004980     MOVE LOG-RECORDS-ACCOUNTED TO CONTROL-ACCOUNTED.
004981     PERFORM 4600-PRINT-ONE-CONTROL.
004982
004983 4600-PRINT-ONE-CONTROL.
004984     MOVE SPACES TO UTIL-LINE.
004985     IF CONTROL-ACCOUNTED = CONTROL-READ
004986         STRING "CONTROL: " CONTROL-READ " "
004987                 DELIMITED BY SIZE
004988             CONTROL-NOUN DELIMITED BY "  "
004989             " READ = " CONTROL-ACCOUNTED
004990             " ACCOUNTED FOR - IN BALANCE"
004991                 DELIMITED BY SIZE INTO UTIL-LINE
004992     ELSE
004993         MOVE "N" TO BALANCE-SW
004994         STRING "CONTROL: " CONTROL-READ " "
004995                 DELIMITED BY SIZE
004996             CONTROL-NOUN DELIMITED BY "  "
004997             " READ, " CONTROL-ACCOUNTED
004998             " ACCOUNTED FOR - OUT OF BALANCE"
004999                 DELIMITED BY SIZE INTO UTIL-LINE
005000     END-IF.
005001     WRITE UTIL-LINE.
005002
005003*****************************************************************
005004*    8850-GET-MONTH-LENGTH
005005*    LEAVES THE LENGTH OF MS-MONTH IN MS-YEAR IN CNV-MONTH-DAYS,
005010*    ALLOWING FOR FEBRUARY IN A LEAP YEAR.
005020*****************************************************************
005030 8850-GET-MONTH-LENGTH.
005040     MOVE MONTH-LENGTH (MS-MONTH) TO CNV-MONTH-DAYS.
005050     IF MS-MONTH = 2
005060         PERFORM 8860-CHECK-LEAP-YEAR
005070         IF LEAP-YEAR
005080             ADD 1 TO CNV-MONTH-DAYS
005090         END-IF
005100     END-IF.
005110
005120*****************************************************************
005130*    8860-CHECK-LEAP-YEAR
005140*    SETS LEAP-SW FOR MS-YEAR - DIVISIBLE BY 4 AND EITHER NOT
005150*    A CENTURY OR A CENTURY DIVISIBLE BY 400.
005160*****************************************************************
005170 8860-CHECK-LEAP-YEAR.
005180     SET NOT-LEAP-YEAR TO TRUE.
005190     DIVIDE MS-YEAR BY 4
005200         GIVING CNV-QUOTIENT REMAINDER CNV-REMAINDER.
005210     IF CNV-REMAINDER = 0
005220         DIVIDE MS-YEAR BY 100
005230             GIVING CNV-QUOTIENT REMAINDER CNV-REMAINDER
005240         IF CNV-REMAINDER NOT = 0
005250             SET LEAP-YEAR TO TRUE
005260         ELSE
005270             DIVIDE MS-YEAR BY 400
005280                 GIVING CNV-QUOTIENT REMAINDER CNV-REMAINDER
005290             IF CNV-REMAINDER = 0
005300                 SET LEAP-YEAR TO TRUE
005310             END-IF
005320         END-IF
005330     END-IF.
005340
005350*****************************************************************
005360*    9100-RETURN-NEXT
005370*    NEXT RECORD BACK FROM WHICHEVER SORT IS RUNNING.
005380*****************************************************************
005390 9100-RETURN-NEXT.
005400     RETURN MUR-SORT-FILE
005410         AT END
005420             SET SORT-AT-END TO TRUE
005430     END-RETURN.
