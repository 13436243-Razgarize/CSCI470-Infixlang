000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GUESSBRK.
000030 AUTHOR.        D. RAZGARIZE.
000040 INSTALLATION.  CSCI470 GAME LAB.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    2026-10-15 RAZ  INITIAL VERSION - KNOCKOUT BRACKET EVENTS.
000100*                    A SUPERVISOR CREATES AN EVENT FROM THE
000110*                    GUESSRST ROSTER, SEEDED FROM THE CURRENT
000120*                    GUESSRTG RATINGS - BEST SEED MEETS WORST,
000130*                    THE DRAW IS FILLED TO A POWER OF TWO WITH
000140*                    BYES FOR THE TOP SEEDS, AND THE WHOLE DRAW
000150*                    IS SAVED TO THE GUESSBRK BRACKET FILE.
000160*                    ADVANCING AN EVENT MATCHES NEW GUESSMCH DUEL
000170*                    RESULTS TO THEIR SCHEDULED SLOTS AND MOVES
000180*                    THE WINNERS THROUGH. A DRAW SHEET IS PRINTED
000190*                    AT CREATION AND EACH TIME A ROUND COMPLETES,
000200*                    AND THE FINAL EVENT REPORT WHEN THE FINAL IS
000210*                    DECIDED. GUESSING REFUSES A DUEL BETWEEN
000220*                    PLAYERS STILL IN AN OPEN EVENT UNLESS THE
000230*                    BRACKET HAS THEM SCHEDULED TO MEET.
000232*    2026-10-15 RAZ  AN UNRATED ENTRANT IS SEEDED ON THE NEW-
000234*                    PLAYER RATING OF THE GUESSRUL SET IN FORCE
000236*                    TODAY, NOT A FIGURE OF OUR OWN. NO RULES IN
000238*                    FORCE REFUSES THE NEW EVENT.
000239*    2026-10-15 RAZ  A SLOT NOW RECORDS WHEN IT WAS SCHEDULED,
000240*                    AND ADVANCING ONLY APPLIES A DUEL STARTED
000241*                    SINCE THEN - A STALE DUEL BETWEEN THE SAME
000242*                    TWO PLAYERS NO LONGER DECIDES A LATER ROUND.
000243*****************************************************************
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT BRACKET-FILE ASSIGN TO "GUESSBRK"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS BRK-KEY
000330         FILE STATUS IS BRK-FILE-STATUS.
000340
000350     SELECT OPERATOR-MASTER-FILE ASSIGN TO "GUESSOPR"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS OPR-OPERATOR-ID
000390         FILE STATUS IS OPR-FILE-STATUS.
000400
000410     SELECT PLAYER-MASTER-FILE ASSIGN TO "GUESSPLR"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS PL-PLAYER-ID
000450         FILE STATUS IS PLR-FILE-STATUS.
000460
000470     SELECT PLAYER-RATING-FILE ASSIGN TO "GUESSRTG"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS RTG-PLAYER-ID
000510         FILE STATUS IS RTG-FILE-STATUS.
000520
000530     SELECT GUESS-ROSTER-FILE ASSIGN TO "GUESSRST"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS RST-FILE-STATUS.
000560
000570     SELECT MATCH-RESULT-FILE ASSIGN TO "GUESSMCH"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS MCH-FILE-STATUS.
000600
000610     SELECT DRAW-RPT ASSIGN TO "GUESSBDS"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS RPT-FILE-STATUS.
000640
000650     SELECT FINAL-RPT ASSIGN TO "GUESSBFR"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS RPT-FILE-STATUS.
000671
000672     SELECT RULES-FILE ASSIGN TO "GUESSRUL"
000673         ORGANIZATION IS INDEXED
000674         ACCESS MODE IS SEQUENTIAL
000675         RECORD KEY IS RUL-EFFECTIVE-DATE
000676         FILE STATUS IS RUL-FILE-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  BRACKET-FILE.
000720 COPY GUESSBRK.
000730
000740 FD  OPERATOR-MASTER-FILE.
000750 COPY GUESSOPR.
000760
000770 FD  PLAYER-MASTER-FILE.
000780 COPY GUESSPLR.
000790
000800 FD  PLAYER-RATING-FILE.
000810 COPY GUESSRTG.
000820
000830 FD  GUESS-ROSTER-FILE.
000840 COPY GUESSRST.
000850
000860 FD  MATCH-RESULT-FILE.
000870 COPY GUESSMCH.
000880
000890 FD  DRAW-RPT.
000900 01  DRAW-LINE               PIC X(80).
000910
000920 FD  FINAL-RPT.
000930 01  FINAL-LINE              PIC X(80).
000931
000932 FD  RULES-FILE.
000934 COPY GUESSRUL.
000940
000950 WORKING-STORAGE SECTION.
000960 01  BRK-FILE-STATUS         PIC XX.
000970     88 BRK-STATUS-OK            VALUE "00".
000980     88 BRK-STATUS-NOT-FOUND     VALUE "35".
000990     88 BRK-STATUS-EOF           VALUE "10".
001000     88 BRK-STATUS-NO-RECORD     VALUE "23".
001010     88 BRK-STATUS-DUPLICATE     VALUE "22".
001020 01  OPR-FILE-STATUS         PIC XX.
001030     88 OPR-STATUS-OK            VALUE "00".
001040     88 OPR-STATUS-NOT-FOUND     VALUE "35".
001050 01  PLR-FILE-STATUS         PIC XX.
001060     88 PLR-STATUS-OK            VALUE "00".
001070 01  RTG-FILE-STATUS         PIC XX.
001080     88 RTG-STATUS-OK            VALUE "00".
001090 01  RST-FILE-STATUS         PIC XX.
001100     88 RST-STATUS-OK            VALUE "00".
001110     88 RST-STATUS-EOF           VALUE "10".
001120 01  MCH-FILE-STATUS         PIC XX.
001130     88 MCH-STATUS-OK            VALUE "00".
001140     88 MCH-STATUS-EOF           VALUE "10".
001150 01  RPT-FILE-STATUS         PIC XX.
001152 01  RUL-FILE-STATUS         PIC XX.
001154     88 RUL-STATUS-OK            VALUE "00".
001156     88 RUL-STATUS-EOF           VALUE "10".
001160
001170 01  MENU-CHOICE             PIC X VALUE SPACE.
001180     88 CHOICE-CREATE            VALUE "C" "c".
001190     88 CHOICE-ADVANCE           VALUE "A" "a".
001200     88 CHOICE-DRAW              VALUE "D" "d".
001210     88 CHOICE-FINAL             VALUE "F" "f".
001220     88 CHOICE-EXIT              VALUE "X" "x".
001230
001240 01  OPERATOR-ID             PIC X(10) VALUE SPACES.
001250 01  OPERATOR-ROLE           PIC X VALUE SPACE.
001260     88 OPERATOR-IS-SUPERVISOR   VALUE "S".
001270 01  SIGNON-OK-SW            PIC X VALUE "N".
001280     88 SIGNED-ON                VALUE "Y".
001290 01  MAINT-MESSAGE           PIC X(40) VALUE SPACES.
001300 01  UNIX-TIME               PIC 9(9).
001310 01  TODAYS-DATE             PIC X(08).
001320
001330 01  EVENT-ID                PIC X(08) VALUE SPACES.
001340 01  EVENT-NAME              PIC X(30) VALUE SPACES.
001350 01  EVENT-LEVEL             PIC 9 VALUE 3.
001360 01  EVENT-LOADED-SW         PIC X VALUE "N".
001370     88 EVENT-LOADED             VALUE "Y".
001380 01  MASTER-OPEN-SW          PIC X VALUE "N".
001390     88 MASTER-IS-OPEN           VALUE "Y".
001400 01  RATING-OPEN-SW          PIC X VALUE "N".
001410     88 RATING-FILE-OPEN         VALUE "Y".
001420 01  SKIP-REASON             PIC X(24) VALUE SPACES.
001422 01  RULES-SW                PIC X VALUE "N".
001424     88 RULES-FOUND              VALUE "Y".
001426 COPY GUESSRUL REPLACING
001428     ==RULES-RECORD== BY ==RULES-IN-FORCE==
001430     LEADING ==RUL== BY ==RIF==.
001440
001450*    THE EVENT HEADER IS HELD HERE WHILE AN EVENT IS WORKED ON -
001460*    SAME SHAPE AS BRK-EVENT-DATA.
001470 01  EVENT-HEADER.
001480     05 EH-EVENT-NAME        PIC X(30).
001490     05 EH-EVENT-DATE        PIC X(08).
001500     05 EH-CREATED-TIME      PIC 9(09).
001510     05 EH-DIFFICULTY        PIC 9.
001520     05 EH-ENTRANTS          PIC 99.
001530     05 EH-BRACKET-SIZE      PIC 99.
001540     05 EH-ROUND-COUNT       PIC 9.
001550     05 EH-CURRENT-ROUND     PIC 9.
001560     05 EH-EVENT-STATUS      PIC X.
001570         88 EH-EVENT-OPEN        VALUE "O".
001580         88 EH-EVENT-COMPLETE    VALUE "C".
001590     05 EH-CHAMPION-ID       PIC X(10).
001600
001610 01  ENTRANT-TABLE-CTL.
001620     05 EN-COUNT             PIC 99 VALUE 0.
001630     05 EN-ENTRY OCCURS 64 TIMES.
001640         10 EN-PLAYER-ID     PIC X(10).
001650         10 EN-RATING        PIC 9(5).
001660 01  SWAP-ENTRY.
001670     05 SWAP-PLAYER-ID       PIC X(10).
001680     05 SWAP-RATING          PIC 9(5).
001690
001700*    SEED ORDER DOWN THE DRAW - 1 V 64, 32 V 33, ... SO THE TOP
001710*    TWO SEEDS CAN ONLY MEET IN THE FINAL.
001720 01  SEED-ORDER-TABLE.
001730     05 SO-SEED              PIC 99 OCCURS 64 TIMES.
001740 01  SEED-WORK-TABLE.
001750     05 SW-SEED              PIC 99 OCCURS 64 TIMES.
001760 01  SEED-LENGTH             PIC 99.
001770 01  SEED-POSITION           PIC 99.
001780 01  SEED-1                  PIC 99.
001790 01  SEED-2                  PIC 99.
001800
001810*    THE WHOLE DRAW - EACH DM-ENTRY IS THE SAME SHAPE AS
001820*    BRK-SLOT-DATA.
001830 01  DRAW-TABLE.
001840     05 DR-ROUND OCCURS 6 TIMES.
001850         10 DM-ENTRY OCCURS 32 TIMES.
001860             15 DM-PLAYER-1-ID      PIC X(10).
001870             15 DM-PLAYER-1-SEED    PIC 99.
001880             15 DM-PLAYER-2-ID      PIC X(10).
001890             15 DM-PLAYER-2-SEED    PIC 99.
001900             15 DM-STATUS           PIC X.
001910             15 DM-WINNER-ID        PIC X(10).
001920             15 DM-PLAYER-1-GUESSES PIC 999.
001930             15 DM-PLAYER-2-GUESSES PIC 999.
001940             15 DM-MATCH-DATE       PIC X(08).
001950             15 DM-MATCH-TIME       PIC 9(09).
001960             15 DM-SCHEDULED-TIME   PIC 9(09).
001970
001980 01  SUBSCRIPT               PIC 99.
001990 01  DONE-SW                 PIC X VALUE "N".
002000     88 SORT-DONE                VALUE "Y".
002010 01  FOUND-SW                PIC X VALUE "N".
002020     88 ENTRY-FOUND              VALUE "Y".
002030     88 ENTRY-NOT-FOUND          VALUE "N".
002040 01  ROUND-IDX               PIC 9.
002050 01  MATCH-IDX               PIC 99.
002060 01  MATCH-LIMIT             PIC 99.
002070 01  NEXT-ROUND              PIC 9.
002080 01  NEXT-MATCH              PIC 99.
002090 01  MATCH-QUOTIENT          PIC 99.
002100 01  MATCH-REMAINDER         PIC 9.
002110 01  FOUND-ROUND             PIC 9.
002120 01  FOUND-MATCH             PIC 99.
002130 01  OPEN-ROUND              PIC 9.
002140 01  ROUND-BEFORE            PIC 9.
002150 01  WINNER-ID               PIC X(10).
002160 01  WINNER-SEED             PIC 99.
002170 01  RUNNER-UP-ID            PIC X(10).
002180 01  MATCHES-READ            PIC 9(7) VALUE 0.
002190 01  MATCHES-APPLIED         PIC 9(7) VALUE 0.
002200 01  MATCHES-WRONG-LEVEL     PIC 9(7) VALUE 0.
002210 01  MATCHES-DECIDED         PIC 9(7) VALUE 0.
002220 01  MATCHES-TO-PLAY         PIC 9(7) VALUE 0.
002230
002240 01  HDR-LINE-1.
002250     05 HDR-TITLE            PIC X(26).
002260     05 FILLER               PIC X(06) VALUE "EVENT ".
002270     05 HDR-EVENT-ID         PIC X(10).
002280     05 HDR-EVENT-NAME       PIC X(30).
002290 01  HDR-LINE-2.
002300     05 FILLER               PIC X(08) VALUE "CREATED ".
002310     05 HDR-EVENT-DATE       PIC X(10).
002320     05 FILLER               PIC X(06) VALUE "LEVEL ".
002330     05 HDR-LEVEL            PIC 9.
002340     05 FILLER               PIC X(12) VALUE "   ENTRANTS ".
002350     05 HDR-ENTRANTS         PIC Z9.
002360     05 FILLER               PIC X(13) VALUE "   DRAW SIZE ".
002370     05 HDR-SIZE             PIC Z9.
002380 01  ROUND-LINE.
002390     05 FILLER               PIC X(06) VALUE "ROUND ".
002400     05 RL-ROUND             PIC 9.
002410     05 FILLER               PIC X(04) VALUE " OF ".
002420     05 RL-COUNT             PIC 9.
002430     05 FILLER               PIC X(03) VALUE SPACES.
002440     05 RL-LABEL             PIC X(20).
002450 01  DTL-LINE.
002460     05 FILLER               PIC X(02) VALUE SPACES.
002470     05 DTL-MATCH            PIC Z9.
002480     05 FILLER               PIC X(03) VALUE " (".
002490     05 DTL-SEED-1           PIC Z9.
002500     05 FILLER               PIC X(02) VALUE ") ".
002510     05 DTL-PLAYER-1         PIC X(11).
002520     05 FILLER               PIC X(04) VALUE "V (".
002530     05 DTL-SEED-2           PIC Z9.
002540     05 FILLER               PIC X(02) VALUE ") ".
002550     05 DTL-PLAYER-2         PIC X(11).
002560     05 DTL-RESULT           PIC X(08).
002570     05 DTL-WINNER           PIC X(11).
002580     05 DTL-GUESSES-1        PIC ZZ9.
002590     05 DTL-DASH             PIC X.
002600     05 DTL-GUESSES-2        PIC ZZ9.
002610 01  RESULT-LINE.
002620     05 RES-LABEL            PIC X(12).
002630     05 RES-PLAYER-ID        PIC X(12).
002640     05 RES-PLAYER-NAME      PIC X(20).
002650 01  TOT-LINE.
002660     05 TOT-LABEL            PIC X(30).
002670     05 TOT-VALUE            PIC ZZZZZZ9.
002680 01  MSG-LINE                PIC X(80).
002690
002700 SCREEN SECTION.
002710 01  SIGNON-ENTRY.
002720     05 BLANK SCREEN.
002730     05 LINE 2 COLUMN 22 VALUE "KNOCKOUT BRACKET".
002740     05 LINE 5 COLUMN 10 VALUE "Operator ID:".
002750     05 LINE 5 COLUMN 23 PIC X(10) USING OPERATOR-ID.
002760     05 LINE 7 COLUMN 10 PIC X(40) FROM MAINT-MESSAGE.
002770 01  BRACKET-MENU.
002780     05 BLANK SCREEN.
002790     05 LINE 2 COLUMN 22 VALUE "KNOCKOUT BRACKET".
002800     05 LINE 5 COLUMN 10 VALUE "C = CREATE AND SEED AN EVENT".
002810     05 LINE 6 COLUMN 10 VALUE "A = ADVANCE FROM MATCH RESULTS".
002820     05 LINE 7 COLUMN 10 VALUE "D = PRINT THE DRAW SHEET".
002830     05 LINE 8 COLUMN 10 VALUE "F = PRINT THE FINAL REPORT".
002840     05 LINE 9 COLUMN 10 VALUE "X = EXIT".
002850     05 LINE 11 COLUMN 10 VALUE "Choice:".
002860     05 LINE 11 COLUMN 18 PIC X USING MENU-CHOICE.
002870     05 LINE 13 COLUMN 10 PIC X(40) FROM MAINT-MESSAGE.
002880 01  EVENT-ID-ENTRY.
002890     05 LINE 15 COLUMN 10 VALUE "Event ID:".
002900     05 LINE 15 COLUMN 24 PIC X(08) USING EVENT-ID.
002910 01  EVENT-NAME-ENTRY.
002920     05 LINE 16 COLUMN 10 VALUE "Event name:".
002930     05 LINE 16 COLUMN 24 PIC X(30) USING EVENT-NAME.
002940 01  EVENT-LEVEL-ENTRY.
002950     05 LINE 17 COLUMN 10 VALUE "Level (1-3):".
002960     05 LINE 17 COLUMN 24 PIC 9 USING EVENT-LEVEL.
002970
002980 PROCEDURE DIVISION.
002990 0000-MAINLINE.
003000     PERFORM 0500-SIGN-ON.
003010     IF SIGNED-ON
003020         PERFORM 1000-OPEN-BRACKET-FILE
003030         PERFORM 2000-PROCESS-MENU UNTIL CHOICE-EXIT
003040         CLOSE BRACKET-FILE
003050     END-IF.
003060     STOP RUN.
003070
003080*****************************************************************
003090*    0500-SIGN-ON
003100*    VALIDATES THE OPERATOR AGAINST THE GUESSOPR MASTER BEFORE
003110*    ANY EVENT WORK IS ALLOWED. CREATING AN EVENT NEEDS THE
003120*    SUPERVISOR ROLE; ADVANCING AND PRINTING DO NOT.
003130*****************************************************************
003140 0500-SIGN-ON.
003150     MOVE "N" TO SIGNON-OK-SW.
003160     MOVE SPACES TO OPERATOR-ID.
003170     MOVE SPACES TO MAINT-MESSAGE.
003180     PERFORM 0600-PROMPT-SIGN-ON
003190         UNTIL SIGNED-ON OR OPERATOR-ID = "*CANCEL*".
003200     MOVE SPACES TO MAINT-MESSAGE.
003210
003220 0600-PROMPT-SIGN-ON.
003230     DISPLAY SIGNON-ENTRY.
003240     ACCEPT SIGNON-ENTRY.
003250     IF OPERATOR-ID = SPACES
003260         MOVE "*CANCEL*" TO OPERATOR-ID
003270         DISPLAY "NO OPERATOR ID ENTERED - RUN CANCELLED"
003280     ELSE
003290         PERFORM 0700-VALIDATE-OPERATOR
003300     END-IF.
003310
003320*****************************************************************
003330*    0700-VALIDATE-OPERATOR
003340*    LOOKS THE KEYED ID UP ON THE OPERATOR MASTER. NO MASTER ON
003350*    FILE MEANS NOBODY CAN BE VERIFIED, SO THE RUN IS REFUSED.
003360*****************************************************************
003370 0700-VALIDATE-OPERATOR.
003380     OPEN INPUT OPERATOR-MASTER-FILE.
003390     IF NOT OPR-STATUS-OK
003400         DISPLAY "NO OPERATOR MASTER ON FILE - RUN CANCELLED"
003410         CLOSE OPERATOR-MASTER-FILE
003420         MOVE 8 TO RETURN-CODE
003430         STOP RUN
003440     END-IF.
003450     MOVE OPERATOR-ID TO OPR-OPERATOR-ID.
003460     READ OPERATOR-MASTER-FILE
003470         INVALID KEY
003480             MOVE "OPERATOR NOT ON MASTER" TO MAINT-MESSAGE
003490         NOT INVALID KEY
003500             IF OPR-INACTIVE
003510                 MOVE "OPERATOR IS INACTIVE" TO MAINT-MESSAGE
003520             ELSE
003530                 SET SIGNED-ON TO TRUE
003540                 MOVE OPR-ROLE TO OPERATOR-ROLE
003550             END-IF
003560     END-READ.
003570     CLOSE OPERATOR-MASTER-FILE.
003580
003590*****************************************************************
003600*    1000-OPEN-BRACKET-FILE
003610*    OPENS THE BRACKET FILE FOR UPDATE, CREATING IT ON THE FIRST
003620*    EVER RUN SO THE FIRST EVENT CAN START FROM AN EMPTY FILE.
003630*****************************************************************
003640 1000-OPEN-BRACKET-FILE.
003650     OPEN I-O BRACKET-FILE.
003660     IF BRK-STATUS-NOT-FOUND
003670         CLOSE BRACKET-FILE
003680         OPEN OUTPUT BRACKET-FILE
003690         CLOSE BRACKET-FILE
003700         OPEN I-O BRACKET-FILE
003710     ELSE
003720         IF NOT BRK-STATUS-OK
003730             DISPLAY "ERROR OPENING BRACKET-FILE - STATUS "
003740                 BRK-FILE-STATUS
003750             STOP RUN
003760         END-IF
003770     END-IF.
003780
003790*****************************************************************
003800*    2000-PROCESS-MENU
003810*    SHOWS THE MENU, TAKES ONE CHOICE, AND ROUTES IT TO THE
003820*    MATCHING EVENT ACTION.
003830*****************************************************************
003840 2000-PROCESS-MENU.
003850     DISPLAY BRACKET-MENU.
003860     ACCEPT BRACKET-MENU.
003870     MOVE SPACES TO MAINT-MESSAGE.
003880     EVALUATE TRUE
003890         WHEN CHOICE-CREATE
003900             IF OPERATOR-IS-SUPERVISOR
003910                 PERFORM 3000-CREATE-EVENT
003920             ELSE
003930                 MOVE "SUPERVISOR ROLE REQUIRED"
003940                     TO MAINT-MESSAGE
003950             END-IF
003960         WHEN CHOICE-ADVANCE
003970             PERFORM 5000-ADVANCE-EVENT
003980         WHEN CHOICE-DRAW
003990             PERFORM 4000-LOAD-EVENT
004000             IF EVENT-LOADED
004010                 PERFORM 6000-PRINT-DRAW-SHEET
004020                 MOVE "DRAW SHEET PRINTED" TO MAINT-MESSAGE
004030             END-IF
004040         WHEN CHOICE-FINAL
004050             PERFORM 4000-LOAD-EVENT
004060             IF EVENT-LOADED
004070                 IF EH-EVENT-COMPLETE
004080                     PERFORM 7000-PRINT-FINAL-REPORT
004090                     MOVE "FINAL REPORT PRINTED" TO MAINT-MESSAGE
004100                 ELSE
004110                     MOVE "EVENT NOT COMPLETE - NO FINAL REPORT"
004120                         TO MAINT-MESSAGE
004130                 END-IF
004140             END-IF
004150         WHEN CHOICE-EXIT
004160             CONTINUE
004170         WHEN OTHER
004180             MOVE "UNKNOWN CHOICE - TRY AGAIN" TO MAINT-MESSAGE
004190     END-EVALUATE.
004200
004210*****************************************************************
004220*    3000-CREATE-EVENT
004230*    TAKES A NEW EVENT ID, NAME AND LEVEL, SEEDS THE ROSTER BY
004240*    RATING, BUILDS THE FIRST-ROUND DRAW WITH ITS BYES, SAVES IT
004250*    AND PRINTS THE OPENING DRAW SHEET. AN EVENT ID ALREADY ON
004260*    FILE IS REFUSED SO A DRAW IN PROGRESS IS NEVER RESEEDED.
004270*****************************************************************
004280 3000-CREATE-EVENT.
004290     MOVE SPACES TO EVENT-ID.
004300     MOVE SPACES TO EVENT-NAME.
004310     MOVE 3 TO EVENT-LEVEL.
004320     DISPLAY EVENT-ID-ENTRY.
004330     ACCEPT EVENT-ID-ENTRY.
004340     DISPLAY EVENT-NAME-ENTRY.
004350     ACCEPT EVENT-NAME-ENTRY.
004360     DISPLAY EVENT-LEVEL-ENTRY.
004370     ACCEPT EVENT-LEVEL-ENTRY.
004380     IF EVENT-ID = SPACES
004390         MOVE "EVENT ID IS REQUIRED" TO MAINT-MESSAGE
004400     ELSE
004410         IF EVENT-LEVEL < 1 OR EVENT-LEVEL > 3
004420             MOVE "LEVEL MUST BE 1, 2 OR 3" TO MAINT-MESSAGE
004430         ELSE
004440             MOVE EVENT-ID TO BRK-EVENT-ID
004450             MOVE 0 TO BRK-ROUND
004460             MOVE 0 TO BRK-MATCH
004470             READ BRACKET-FILE
004480                 INVALID KEY
004490                     CONTINUE
004500             END-READ
004510             IF BRK-STATUS-OK
004520                 MOVE "EVENT ID ALREADY ON FILE" TO MAINT-MESSAGE
004530             ELSE
004532                 ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
004534                 PERFORM 8400-LOAD-RULES
004536                 IF RULES-FOUND
004538                     PERFORM 3050-SEED-NEW-EVENT
004540                 ELSE
004542                     MOVE "NO GAME RULES IN FORCE TODAY"
004544                         TO MAINT-MESSAGE
004546                 END-IF
004550             END-IF
004560         END-IF
004570     END-IF.
004580
004590 3050-SEED-NEW-EVENT.
004600     PERFORM 3100-LOAD-ENTRANTS.
004610     IF EN-COUNT < 2
004620         IF MAINT-MESSAGE = SPACES
004630             MOVE "AT LEAST TWO ENTRANTS ARE REQUIRED"
004640                 TO MAINT-MESSAGE
004650         END-IF
004660     ELSE
004670         PERFORM 3300-SORT-ENTRANTS
004680         MOVE SPACES TO EVENT-HEADER
004690         MOVE EVENT-NAME TO EH-EVENT-NAME
004710         MOVE TODAYS-DATE TO EH-EVENT-DATE
004720         CALL "time" USING BY REFERENCE UNIX-TIME
004730         MOVE UNIX-TIME TO EH-CREATED-TIME
004740         MOVE EVENT-LEVEL TO EH-DIFFICULTY
004750         MOVE EN-COUNT TO EH-ENTRANTS
004760         MOVE 1 TO EH-CURRENT-ROUND
004770         SET EH-EVENT-OPEN TO TRUE
004780         PERFORM 3400-SIZE-BRACKET
004790         PERFORM 3500-BUILD-SEED-ORDER
004800         PERFORM 3600-BUILD-DRAW
004810         PERFORM 8000-SAVE-EVENT
004820         PERFORM 6000-PRINT-DRAW-SHEET
004830         MOVE "EVENT CREATED - DRAW SHEET PRINTED"
004840             TO MAINT-MESSAGE
004850     END-IF.
004860
004870*****************************************************************
004880*    3100-LOAD-ENTRANTS
004890*    READS THE ROSTER INTO THE ENTRANT TABLE. EACH ID MUST BE AN
004900*    ACTIVE PLAYER ON THE MASTER AND MAY ONLY ENTER ONCE. A
004910*    PLAYER WITH NO RATING YET SEEDS AT THE NEW-PLAYER RATING.
004920*****************************************************************
004930 3100-LOAD-ENTRANTS.
004940     MOVE 0 TO EN-COUNT.
004950     OPEN INPUT GUESS-ROSTER-FILE.
004960     IF NOT RST-STATUS-OK
004970         MOVE "NO ROSTER FILE - EVENT NOT CREATED"
004980             TO MAINT-MESSAGE
004990         CLOSE GUESS-ROSTER-FILE
005000     ELSE
005010         OPEN INPUT PLAYER-MASTER-FILE
005020         IF NOT PLR-STATUS-OK
005030             MOVE "NO PLAYER MASTER - EVENT NOT CREATED"
005040                 TO MAINT-MESSAGE
005050         ELSE
005060             OPEN INPUT PLAYER-RATING-FILE
005070             IF RTG-STATUS-OK
005080                 SET RATING-FILE-OPEN TO TRUE
005090             END-IF
005100             PERFORM 3110-READ-ROSTER
005110             PERFORM 3120-ADD-ENTRANT UNTIL RST-STATUS-EOF
005120             IF RATING-FILE-OPEN
005130                 CLOSE PLAYER-RATING-FILE
005140                 MOVE "N" TO RATING-OPEN-SW
005150             END-IF
005160         END-IF
005170         CLOSE PLAYER-MASTER-FILE
005180         CLOSE GUESS-ROSTER-FILE
005190     END-IF.
005200
005210 3110-READ-ROSTER.
005220     READ GUESS-ROSTER-FILE
005230         AT END
005240             SET RST-STATUS-EOF TO TRUE
005250     END-READ.
005260
005270 3120-ADD-ENTRANT.
005280     MOVE SPACES TO SKIP-REASON.
005290     MOVE RST-PLAYER-ID TO PL-PLAYER-ID.
005300     READ PLAYER-MASTER-FILE
005310         INVALID KEY
005320             MOVE "NOT ON PLAYER MASTER" TO SKIP-REASON
005330         NOT INVALID KEY
005340             IF PL-INACTIVE
005350                 MOVE "PLAYER IS INACTIVE" TO SKIP-REASON
005360             END-IF
005370     END-READ.
005380     IF SKIP-REASON = SPACES
005390         SET ENTRY-NOT-FOUND TO TRUE
005400         PERFORM 3130-CHECK-DUPLICATE
005410             VARYING SUBSCRIPT FROM 1 BY 1
005420             UNTIL SUBSCRIPT > EN-COUNT OR ENTRY-FOUND
005430         IF ENTRY-FOUND
005440             MOVE "ALREADY ENTERED" TO SKIP-REASON
005450         ELSE
005460             IF EN-COUNT NOT < 64
005470                 MOVE "DRAW FULL AT 64" TO SKIP-REASON
005480             END-IF
005490         END-IF
005500     END-IF.
005510     IF SKIP-REASON = SPACES
005520         ADD 1 TO EN-COUNT
005530         MOVE RST-PLAYER-ID TO EN-PLAYER-ID (EN-COUNT)
005540         PERFORM 3140-FETCH-ENTRANT-RATING
005550     ELSE
005560         DISPLAY "ROSTER ENTRY SKIPPED - " RST-PLAYER-ID " "
005570             SKIP-REASON
005580     END-IF.
005590     PERFORM 3110-READ-ROSTER.
005600
005610 3130-CHECK-DUPLICATE.
005620     IF EN-PLAYER-ID (SUBSCRIPT) = RST-PLAYER-ID
005630         SET ENTRY-FOUND TO TRUE
005640     END-IF.
005650
005660 3140-FETCH-ENTRANT-RATING.
005670     MOVE RIF-NEW-PLAYER-RATING TO EN-RATING (EN-COUNT).
005680     IF RATING-FILE-OPEN
005690         MOVE RST-PLAYER-ID TO RTG-PLAYER-ID
005700         READ PLAYER-RATING-FILE
005710             INVALID KEY
005720                 CONTINUE
005730             NOT INVALID KEY
005740                 MOVE RTG-RATING TO EN-RATING (EN-COUNT)
005750         END-READ
005760     END-IF.
005770
005780*****************************************************************
005790*    3300-SORT-ENTRANTS
005800*    ORDERS THE ENTRANTS BY RATING, HIGHEST FIRST, WITH PLAYER ID
005810*    BREAKING TIES - THE SAME ORDER AS THE GUESSRTL SEEDING LIST.
005820*    POSITION IN THE TABLE IS THE SEED.
005830*****************************************************************
005840 3300-SORT-ENTRANTS.
005850     MOVE "N" TO DONE-SW.
005860     PERFORM 3310-SORT-PASS UNTIL SORT-DONE.
005870
005880 3310-SORT-PASS.
005890     SET SORT-DONE TO TRUE.
005900     PERFORM 3320-SORT-COMPARE
005910         VARYING SUBSCRIPT FROM 1 BY 1
005920         UNTIL SUBSCRIPT = EN-COUNT.
005930
005940 3320-SORT-COMPARE.
005950     IF EN-RATING (SUBSCRIPT) < EN-RATING (SUBSCRIPT + 1)
005960       OR (EN-RATING (SUBSCRIPT) = EN-RATING (SUBSCRIPT + 1)
005970           AND EN-PLAYER-ID (SUBSCRIPT)
005980                 > EN-PLAYER-ID (SUBSCRIPT + 1))
005990         MOVE EN-ENTRY (SUBSCRIPT) TO SWAP-ENTRY
006000         MOVE EN-ENTRY (SUBSCRIPT + 1)
006010             TO EN-ENTRY (SUBSCRIPT)
006020         MOVE SWAP-ENTRY TO EN-ENTRY (SUBSCRIPT + 1)
006030         MOVE "N" TO DONE-SW
006040     END-IF.
006050
006060*****************************************************************
006070*    3400-SIZE-BRACKET
006080*    THE DRAW IS THE SMALLEST POWER OF TWO THAT HOLDS EVERY
006090*    ENTRANT; THE GAP IS MADE UP WITH BYES.
006100*****************************************************************
006110 3400-SIZE-BRACKET.
006120     MOVE 2 TO EH-BRACKET-SIZE.
006130     MOVE 1 TO EH-ROUND-COUNT.
006140     PERFORM 3410-DOUBLE-BRACKET
006150         UNTIL EH-BRACKET-SIZE NOT < EN-COUNT.
006160
006170 3410-DOUBLE-BRACKET.
006180     MULTIPLY 2 BY EH-BRACKET-SIZE.
006190     ADD 1 TO EH-ROUND-COUNT.
006200
006210*****************************************************************
006220*    3500-BUILD-SEED-ORDER
006230*    LAYS THE SEEDS DOWN THE DRAW. STARTING FROM 1 V 2, EACH
006240*    DOUBLING SPLITS EVERY SEED S INTO S AND ITS MIRROR (NEW
006250*    SIZE + 1 - S), SO EVERY PAIRING IS BEST AGAINST WORST AND
006260*    THE TOP SEEDS SIT IN OPPOSITE HALVES.
006270*****************************************************************
006280 3500-BUILD-SEED-ORDER.
006290     MOVE 1 TO SO-SEED (1).
006300     MOVE 2 TO SO-SEED (2).
006310     MOVE 2 TO SEED-LENGTH.
006320     PERFORM 3510-EXPAND-SEED-ORDER
006330         UNTIL SEED-LENGTH NOT < EH-BRACKET-SIZE.
006340
006350 3510-EXPAND-SEED-ORDER.
006360     PERFORM 3520-SPLIT-ONE-SEED
006370         VARYING SUBSCRIPT FROM 1 BY 1
006380         UNTIL SUBSCRIPT > SEED-LENGTH.
006390     MULTIPLY 2 BY SEED-LENGTH.
006400     MOVE SEED-WORK-TABLE TO SEED-ORDER-TABLE.
006410
006420 3520-SPLIT-ONE-SEED.
006430     COMPUTE SEED-POSITION = SUBSCRIPT * 2 - 1.
006440     MOVE SO-SEED (SUBSCRIPT) TO SW-SEED (SEED-POSITION).
006450     COMPUTE SW-SEED (SEED-POSITION + 1) =
006460         SEED-LENGTH * 2 + 1 - SO-SEED (SUBSCRIPT).
006470
006480*****************************************************************
006490*    3600-BUILD-DRAW
006500*    CLEARS EVERY SLOT TO WAITING, THEN PAIRS THE FIRST ROUND
006510*    DOWN THE SEED ORDER. A SEED BEYOND THE ENTRANT COUNT IS A
006520*    BYE - ITS OPPONENT GOES STRAIGHT THROUGH TO ROUND TWO.
006530*****************************************************************
006540 3600-BUILD-DRAW.
006550     INITIALIZE DRAW-TABLE.
006560     PERFORM 3610-CLEAR-SLOT
006570         VARYING ROUND-IDX FROM 1 BY 1 UNTIL ROUND-IDX > 6
006580         AFTER MATCH-IDX FROM 1 BY 1 UNTIL MATCH-IDX > 32.
006590     MOVE 1 TO ROUND-IDX.
006600     PERFORM 8500-GET-MATCH-LIMIT.
006610     PERFORM 3620-PAIR-FIRST-ROUND
006620         VARYING MATCH-IDX FROM 1 BY 1
006630         UNTIL MATCH-IDX > MATCH-LIMIT.
006640
006650 3610-CLEAR-SLOT.
006660     MOVE "W" TO DM-STATUS (ROUND-IDX, MATCH-IDX).
006670
006680 3620-PAIR-FIRST-ROUND.
006690     COMPUTE SEED-POSITION = MATCH-IDX * 2 - 1.
006700     MOVE SO-SEED (SEED-POSITION) TO SEED-1.
006710     MOVE SO-SEED (SEED-POSITION + 1) TO SEED-2.
006720     MOVE SEED-1 TO DM-PLAYER-1-SEED (1, MATCH-IDX).
006730     MOVE EN-PLAYER-ID (SEED-1) TO DM-PLAYER-1-ID (1, MATCH-IDX).
006740     IF SEED-2 > EN-COUNT
006750         MOVE "B" TO DM-STATUS (1, MATCH-IDX)
006760         MOVE EN-PLAYER-ID (SEED-1) TO DM-WINNER-ID (1, MATCH-IDX)
006770         MOVE EN-PLAYER-ID (SEED-1) TO WINNER-ID
006780         MOVE SEED-1 TO WINNER-SEED
006790         PERFORM 7500-ADVANCE-WINNER
006800     ELSE
006810         MOVE SEED-2 TO DM-PLAYER-2-SEED (1, MATCH-IDX)
006820         MOVE EN-PLAYER-ID (SEED-2)
006830             TO DM-PLAYER-2-ID (1, MATCH-IDX)
006840         MOVE "S" TO DM-STATUS (1, MATCH-IDX)
006845         MOVE UNIX-TIME TO DM-SCHEDULED-TIME (1, MATCH-IDX)
006850     END-IF.
006860
006870*****************************************************************
006880*    4000-LOAD-EVENT
006890*    PROMPTS FOR AN EVENT ID AND READS ITS HEADER AND EVERY
006900*    SLOT BACK INTO THE DRAW TABLE.
006910*****************************************************************
006920 4000-LOAD-EVENT.
006930     MOVE "N" TO EVENT-LOADED-SW.
006940     MOVE SPACES TO EVENT-ID.
006950     DISPLAY EVENT-ID-ENTRY.
006960     ACCEPT EVENT-ID-ENTRY.
006970     INITIALIZE DRAW-TABLE.
006980     MOVE EVENT-ID TO BRK-EVENT-ID.
006990     MOVE 0 TO BRK-ROUND.
007000     MOVE 0 TO BRK-MATCH.
007010     READ BRACKET-FILE
007020         INVALID KEY
007030             MOVE "NO SUCH EVENT ON FILE" TO MAINT-MESSAGE
007040         NOT INVALID KEY
007050             MOVE BRK-EVENT-DATA TO EVENT-HEADER
007060             SET EVENT-LOADED TO TRUE
007070     END-READ.
007080     IF EVENT-LOADED
007090         PERFORM 4100-READ-NEXT-SLOT
007100         PERFORM 4200-LOAD-ONE-SLOT
007110             UNTIL NOT BRK-STATUS-OK
007120                OR BRK-EVENT-ID NOT = EVENT-ID
007130     END-IF.
007140
007150 4100-READ-NEXT-SLOT.
007160     READ BRACKET-FILE NEXT RECORD
007170         AT END
007180             SET BRK-STATUS-EOF TO TRUE
007190     END-READ.
007200
007210 4200-LOAD-ONE-SLOT.
007220     IF BRK-ROUND > 0 AND BRK-ROUND NOT > 6
007230       AND BRK-MATCH > 0 AND BRK-MATCH NOT > 32
007240         MOVE BRK-SLOT-DATA TO DM-ENTRY (BRK-ROUND, BRK-MATCH)
007250     END-IF.
007260     PERFORM 4100-READ-NEXT-SLOT.
007270
007280*****************************************************************
007290*    5000-ADVANCE-EVENT
007295*    READS THE WHOLE MATCH RESULT FILE AND APPLIES EVERY DUEL
007300*    THAT PAIRS A SCHEDULED SLOT AND STARTED AFTER THAT SLOT WAS
007310*    SCHEDULED. A SLOT SCHEDULED BY THIS RUN TAKES THE RUN'S OWN
007320*    START TIME, SO NO DUEL ALREADY ON FILE CAN DECIDE IT, AND A
007330*    DECIDED SLOT IS NEVER SCHEDULED AGAIN - RERUNNING THE
007340*    ADVANCE AGAINST THE SAME FILE CHANGES NOTHING. THE DRAW
007350*    SHEET IS PRINTED WHEN A ROUND COMPLETES AND THE FINAL EVENT
007355*    REPORT WHEN THE FINAL IS DECIDED.
007360*****************************************************************
007370 5000-ADVANCE-EVENT.
007380     PERFORM 4000-LOAD-EVENT.
007390     IF EVENT-LOADED
007400         IF EH-EVENT-COMPLETE
007410             MOVE "EVENT IS ALREADY COMPLETE" TO MAINT-MESSAGE
007420         ELSE
007430             PERFORM 5050-APPLY-MATCH-FILE
007440         END-IF
007450     END-IF.
007460
007470 5050-APPLY-MATCH-FILE.
007480     MOVE EH-CURRENT-ROUND TO ROUND-BEFORE.
007490     MOVE 0 TO MATCHES-READ.
007500     MOVE 0 TO MATCHES-APPLIED.
007505     CALL "time" USING BY REFERENCE UNIX-TIME.
007510     MOVE 0 TO MATCHES-WRONG-LEVEL.
007520     OPEN INPUT MATCH-RESULT-FILE.
007530     IF MCH-STATUS-OK
007540         PERFORM 5100-READ-NEXT-MATCH
007550         PERFORM 5200-APPLY-ONE-MATCH UNTIL MCH-STATUS-EOF
007560     END-IF.
007570     CLOSE MATCH-RESULT-FILE.
007580     PERFORM 5500-SET-CURRENT-ROUND.
007590     PERFORM 8000-SAVE-EVENT.
007600     DISPLAY "MATCH RESULTS READ:     " MATCHES-READ.
007610     DISPLAY "MATCH RESULTS APPLIED:  " MATCHES-APPLIED.
007620     DISPLAY "PLAYED AT WRONG LEVEL:  " MATCHES-WRONG-LEVEL.
007630     IF EH-EVENT-COMPLETE
007640         PERFORM 6000-PRINT-DRAW-SHEET
007650         PERFORM 7000-PRINT-FINAL-REPORT
007660         MOVE "EVENT COMPLETE - FINAL REPORT PRINTED"
007670             TO MAINT-MESSAGE
007680     ELSE
007690         IF EH-CURRENT-ROUND > ROUND-BEFORE
007700             PERFORM 6000-PRINT-DRAW-SHEET
007710             MOVE "ROUND COMPLETE - DRAW SHEET PRINTED"
007720                 TO MAINT-MESSAGE
007730         ELSE
007740             MOVE "RESULTS APPLIED - ROUND STILL OPEN"
007750                 TO MAINT-MESSAGE
007760         END-IF
007770     END-IF.
007780
007790 5100-READ-NEXT-MATCH.
007800     READ MATCH-RESULT-FILE
007810         AT END
007820             SET MCH-STATUS-EOF TO TRUE
007830     END-READ.
007840
007850 5200-APPLY-ONE-MATCH.
007860     ADD 1 TO MATCHES-READ.
007870     IF MCH-START-TIME NOT < EH-CREATED-TIME
007880       AND EH-EVENT-OPEN
007890         SET ENTRY-NOT-FOUND TO TRUE
007900         PERFORM 5300-FIND-PAIRING
007910             VARYING ROUND-IDX FROM 1 BY 1
007920             UNTIL ROUND-IDX > EH-ROUND-COUNT
007930             AFTER MATCH-IDX FROM 1 BY 1
007940             UNTIL MATCH-IDX > 32
007950         IF ENTRY-FOUND
007960             IF MCH-DIFFICULTY NOT = EH-DIFFICULTY
007970                 ADD 1 TO MATCHES-WRONG-LEVEL
007980                 DISPLAY "MATCH NOT COUNTED - " MCH-PLAYER-1-ID
007990                     " V " MCH-PLAYER-2-ID " PLAYED AT LEVEL "
008000                     MCH-DIFFICULTY
008010             ELSE
008020                 PERFORM 5400-RECORD-RESULT
008030             END-IF
008040         END-IF
008050     END-IF.
008060     PERFORM 5100-READ-NEXT-MATCH.
008070
008080 5300-FIND-PAIRING.
008090     IF ENTRY-NOT-FOUND
008100       AND DM-STATUS (ROUND-IDX, MATCH-IDX) = "S"
008102       AND MCH-START-TIME
008104               NOT < DM-SCHEDULED-TIME (ROUND-IDX, MATCH-IDX)
008110       AND ((DM-PLAYER-1-ID (ROUND-IDX, MATCH-IDX)
008120                 = MCH-PLAYER-1-ID
008130             AND DM-PLAYER-2-ID (ROUND-IDX, MATCH-IDX)
008140                 = MCH-PLAYER-2-ID)
008150         OR (DM-PLAYER-1-ID (ROUND-IDX, MATCH-IDX)
008160                 = MCH-PLAYER-2-ID
008170             AND DM-PLAYER-2-ID (ROUND-IDX, MATCH-IDX)
008180                 = MCH-PLAYER-1-ID))
008190         SET ENTRY-FOUND TO TRUE
008200         MOVE ROUND-IDX TO FOUND-ROUND
008210         MOVE MATCH-IDX TO FOUND-MATCH
008220     END-IF.
008230
008240*****************************************************************
008250*    5400-RECORD-RESULT
008260*    MARKS THE SLOT DECIDED WITH EACH SIDE'S GUESS COUNT IN
008270*    BRACKET ORDER, THEN MOVES THE WINNER INTO THE NEXT ROUND.
008280*****************************************************************
008290 5400-RECORD-RESULT.
008300     MOVE FOUND-ROUND TO ROUND-IDX.
008310     MOVE FOUND-MATCH TO MATCH-IDX.
008320     IF MCH-PLAYER-1-ID = DM-PLAYER-1-ID (ROUND-IDX, MATCH-IDX)
008330         MOVE MCH-PLAYER-1-GUESSES
008340             TO DM-PLAYER-1-GUESSES (ROUND-IDX, MATCH-IDX)
008350         MOVE MCH-PLAYER-2-GUESSES
008360             TO DM-PLAYER-2-GUESSES (ROUND-IDX, MATCH-IDX)
008370     ELSE
008380         MOVE MCH-PLAYER-2-GUESSES
008390             TO DM-PLAYER-1-GUESSES (ROUND-IDX, MATCH-IDX)
008400         MOVE MCH-PLAYER-1-GUESSES
008410             TO DM-PLAYER-2-GUESSES (ROUND-IDX, MATCH-IDX)
008420     END-IF.
008430     MOVE MCH-WINNER-ID  TO DM-WINNER-ID (ROUND-IDX, MATCH-IDX).
008440     MOVE MCH-DATE       TO DM-MATCH-DATE (ROUND-IDX, MATCH-IDX).
008450     MOVE MCH-START-TIME TO DM-MATCH-TIME (ROUND-IDX, MATCH-IDX).
008460     MOVE "D"            TO DM-STATUS (ROUND-IDX, MATCH-IDX).
008470     MOVE MCH-WINNER-ID TO WINNER-ID.
008480     IF WINNER-ID = DM-PLAYER-1-ID (ROUND-IDX, MATCH-IDX)
008490         MOVE DM-PLAYER-1-SEED (ROUND-IDX, MATCH-IDX)
008500             TO WINNER-SEED
008510     ELSE
008520         MOVE DM-PLAYER-2-SEED (ROUND-IDX, MATCH-IDX)
008530             TO WINNER-SEED
008540     END-IF.
008550     PERFORM 7500-ADVANCE-WINNER.
008560     ADD 1 TO MATCHES-APPLIED.
008570     DISPLAY "ROUND " ROUND-IDX " MATCH " MATCH-IDX " WON BY "
008580         WINNER-ID.
008590
008600*****************************************************************
008610*    5500-SET-CURRENT-ROUND
008620*    THE CURRENT ROUND IS THE EARLIEST ROUND STILL HOLDING A
008630*    SCHEDULED OR WAITING SLOT.
008640*****************************************************************
008650 5500-SET-CURRENT-ROUND.
008660     IF EH-EVENT-COMPLETE
008670         MOVE EH-ROUND-COUNT TO EH-CURRENT-ROUND
008680     ELSE
008690         MOVE 0 TO OPEN-ROUND
008700         PERFORM 5510-TEST-ROUND
008710             VARYING ROUND-IDX FROM EH-ROUND-COUNT BY -1
008720             UNTIL ROUND-IDX < 1
008730         IF OPEN-ROUND > 0
008740             MOVE OPEN-ROUND TO EH-CURRENT-ROUND
008750         END-IF
008760     END-IF.
008770
008780 5510-TEST-ROUND.
008790     PERFORM 8500-GET-MATCH-LIMIT.
008800     PERFORM 5520-TEST-SLOT
008810         VARYING MATCH-IDX FROM 1 BY 1
008820         UNTIL MATCH-IDX > MATCH-LIMIT.
008830
008840 5520-TEST-SLOT.
008850     IF DM-STATUS (ROUND-IDX, MATCH-IDX) = "S" OR "W"
008860         MOVE ROUND-IDX TO OPEN-ROUND
008870     END-IF.
008880
008890*****************************************************************
008900*    6000-PRINT-DRAW-SHEET
008910*    PRINTS THE WHOLE DRAW ROUND BY ROUND - SEEDS, PAIRINGS,
008920*    BYES, AND EVERY RESULT SO FAR WITH EACH SIDE'S GUESSES.
008930*****************************************************************
008940 6000-PRINT-DRAW-SHEET.
008950     MOVE 0 TO MATCHES-DECIDED.
008960     MOVE 0 TO MATCHES-TO-PLAY.
008970     OPEN OUTPUT DRAW-RPT.
008980     MOVE "KNOCKOUT DRAW SHEET" TO HDR-TITLE.
008990     PERFORM 6050-SET-HEADINGS.
009000     MOVE HDR-LINE-1 TO DRAW-LINE.
009010     WRITE DRAW-LINE.
009020     MOVE HDR-LINE-2 TO DRAW-LINE.
009030     WRITE DRAW-LINE.
009040     PERFORM 6100-PRINT-ONE-ROUND
009050         VARYING ROUND-IDX FROM 1 BY 1
009060         UNTIL ROUND-IDX > EH-ROUND-COUNT.
009070     MOVE SPACES TO DRAW-LINE.
009080     WRITE DRAW-LINE.
009090     MOVE "MATCHES DECIDED" TO TOT-LABEL.
009100     MOVE MATCHES-DECIDED TO TOT-VALUE.
009110     MOVE TOT-LINE TO DRAW-LINE.
009120     WRITE DRAW-LINE.
009130     MOVE "MATCHES STILL TO PLAY" TO TOT-LABEL.
009140     MOVE MATCHES-TO-PLAY TO TOT-VALUE.
009150     MOVE TOT-LINE TO DRAW-LINE.
009160     WRITE DRAW-LINE.
009170     IF EH-EVENT-COMPLETE
009180         MOVE SPACES TO MSG-LINE
009190         STRING "EVENT COMPLETE - CHAMPION " EH-CHAMPION-ID
009200             DELIMITED BY SIZE INTO MSG-LINE
009210         MOVE MSG-LINE TO DRAW-LINE
009220         WRITE DRAW-LINE
009230     END-IF.
009240     CLOSE DRAW-RPT.
009250
009260 6050-SET-HEADINGS.
009270     MOVE EVENT-ID TO HDR-EVENT-ID.
009280     MOVE EH-EVENT-NAME TO HDR-EVENT-NAME.
009290     MOVE EH-EVENT-DATE TO HDR-EVENT-DATE.
009300     MOVE EH-DIFFICULTY TO HDR-LEVEL.
009310     MOVE EH-ENTRANTS TO HDR-ENTRANTS.
009320     MOVE EH-BRACKET-SIZE TO HDR-SIZE.
009330
009340 6100-PRINT-ONE-ROUND.
009350     MOVE SPACES TO DRAW-LINE.
009360     WRITE DRAW-LINE.
009370     PERFORM 6150-SET-ROUND-LINE.
009380     MOVE ROUND-LINE TO DRAW-LINE.
009390     WRITE DRAW-LINE.
009400     PERFORM 8500-GET-MATCH-LIMIT.
009410     PERFORM 6200-PRINT-ONE-MATCH
009420         VARYING MATCH-IDX FROM 1 BY 1
009430         UNTIL MATCH-IDX > MATCH-LIMIT.
009440
009450 6150-SET-ROUND-LINE.
009460     MOVE ROUND-IDX TO RL-ROUND.
009470     MOVE EH-ROUND-COUNT TO RL-COUNT.
009480     MOVE SPACES TO RL-LABEL.
009490     IF ROUND-IDX = EH-ROUND-COUNT
009500         MOVE "- FINAL" TO RL-LABEL
009510     ELSE
009520         IF ROUND-IDX = EH-CURRENT-ROUND AND EH-EVENT-OPEN
009530             MOVE "- CURRENT ROUND" TO RL-LABEL
009540         END-IF
009550     END-IF.
009560
009570 6200-PRINT-ONE-MATCH.
009580     PERFORM 6300-BUILD-MATCH-LINE.
009590     MOVE DTL-LINE TO DRAW-LINE.
009600     WRITE DRAW-LINE.
009610
009620*****************************************************************
009630*    6300-BUILD-MATCH-LINE
009640*    FORMATS ONE SLOT FOR EITHER REPORT. AN EMPTY SIDE IS A BYE
009650*    IN ROUND ONE AND A PLAYER STILL TO COME THROUGH LATER ON.
009660*****************************************************************
009670 6300-BUILD-MATCH-LINE.
009680     MOVE SPACES TO DTL-RESULT.
009690     MOVE SPACES TO DTL-WINNER.
009700     MOVE SPACES TO DTL-DASH.
009710     MOVE 0 TO DTL-GUESSES-1.
009720     MOVE 0 TO DTL-GUESSES-2.
009730     MOVE MATCH-IDX TO DTL-MATCH.
009740     MOVE DM-PLAYER-1-SEED (ROUND-IDX, MATCH-IDX) TO DTL-SEED-1.
009750     MOVE DM-PLAYER-2-SEED (ROUND-IDX, MATCH-IDX) TO DTL-SEED-2.
009760     MOVE DM-PLAYER-1-ID (ROUND-IDX, MATCH-IDX) TO DTL-PLAYER-1.
009770     MOVE DM-PLAYER-2-ID (ROUND-IDX, MATCH-IDX) TO DTL-PLAYER-2.
009780     IF DM-PLAYER-1-ID (ROUND-IDX, MATCH-IDX) = SPACES
009790         MOVE "TO COME" TO DTL-PLAYER-1
009800     END-IF.
009810     IF DM-PLAYER-2-ID (ROUND-IDX, MATCH-IDX) = SPACES
009820         IF ROUND-IDX = 1
009830             MOVE "BYE" TO DTL-PLAYER-2
009840         ELSE
009850             MOVE "TO COME" TO DTL-PLAYER-2
009860         END-IF
009870     END-IF.
009880     EVALUATE DM-STATUS (ROUND-IDX, MATCH-IDX)
009890         WHEN "D"
009900             MOVE "WON BY" TO DTL-RESULT
009910             MOVE DM-WINNER-ID (ROUND-IDX, MATCH-IDX)
009920                 TO DTL-WINNER
009930             MOVE DM-PLAYER-1-GUESSES (ROUND-IDX, MATCH-IDX)
009940                 TO DTL-GUESSES-1
009950             MOVE "-" TO DTL-DASH
009960             MOVE DM-PLAYER-2-GUESSES (ROUND-IDX, MATCH-IDX)
009970                 TO DTL-GUESSES-2
009980             ADD 1 TO MATCHES-DECIDED
009990         WHEN "B"
010000             MOVE "THROUGH" TO DTL-RESULT
010010             MOVE DM-WINNER-ID (ROUND-IDX, MATCH-IDX)
010020                 TO DTL-WINNER
010030         WHEN "S"
010040             MOVE "TO PLAY" TO DTL-RESULT
010050             ADD 1 TO MATCHES-TO-PLAY
010060         WHEN OTHER
010070             MOVE "WAITING" TO DTL-RESULT
010080             ADD 1 TO MATCHES-TO-PLAY
010090     END-EVALUATE.
010100
010110*****************************************************************
010120*    7000-PRINT-FINAL-REPORT
010130*    PRINTS THE CHAMPION AND RUNNER-UP WITH THEIR OFFICIAL NAMES,
010140*    THEN EVERY MATCH SCORE IN THE EVENT ROUND BY ROUND.
010150*****************************************************************
010160 7000-PRINT-FINAL-REPORT.
010170     MOVE EH-ROUND-COUNT TO ROUND-IDX.
010180     MOVE 1 TO MATCH-IDX.
010190     IF DM-PLAYER-1-ID (ROUND-IDX, MATCH-IDX) = EH-CHAMPION-ID
010200         MOVE DM-PLAYER-2-ID (ROUND-IDX, MATCH-IDX)
010210             TO RUNNER-UP-ID
010220     ELSE
010230         MOVE DM-PLAYER-1-ID (ROUND-IDX, MATCH-IDX)
010240             TO RUNNER-UP-ID
010250     END-IF.
010260     OPEN INPUT PLAYER-MASTER-FILE.
010270     IF PLR-STATUS-OK
010280         SET MASTER-IS-OPEN TO TRUE
010290     ELSE
010300         CLOSE PLAYER-MASTER-FILE
010310     END-IF.
010320     MOVE 0 TO MATCHES-DECIDED.
010330     MOVE 0 TO MATCHES-TO-PLAY.
010340     OPEN OUTPUT FINAL-RPT.
010350     MOVE "KNOCKOUT EVENT REPORT" TO HDR-TITLE.
010360     PERFORM 6050-SET-HEADINGS.
010370     MOVE HDR-LINE-1 TO FINAL-LINE.
010380     WRITE FINAL-LINE.
010390     MOVE HDR-LINE-2 TO FINAL-LINE.
010400     WRITE FINAL-LINE.
010410     MOVE SPACES TO FINAL-LINE.
010420     WRITE FINAL-LINE.
010430     MOVE "CHAMPION" TO RES-LABEL.
010440     MOVE EH-CHAMPION-ID TO RES-PLAYER-ID.
010450     PERFORM 7100-WRITE-RESULT-LINE.
010460     MOVE "RUNNER-UP" TO RES-LABEL.
010470     MOVE RUNNER-UP-ID TO RES-PLAYER-ID.
010480     PERFORM 7100-WRITE-RESULT-LINE.
010490     PERFORM 7200-PRINT-ROUND-SCORES
010500         VARYING ROUND-IDX FROM 1 BY 1
010510         UNTIL ROUND-IDX > EH-ROUND-COUNT.
010520     MOVE SPACES TO FINAL-LINE.
010530     WRITE FINAL-LINE.
010540     MOVE "MATCHES PLAYED" TO TOT-LABEL.
010550     MOVE MATCHES-DECIDED TO TOT-VALUE.
010560     MOVE TOT-LINE TO FINAL-LINE.
010570     WRITE FINAL-LINE.
010580     CLOSE FINAL-RPT.
010590     IF MASTER-IS-OPEN
010600         CLOSE PLAYER-MASTER-FILE
010610         MOVE "N" TO MASTER-OPEN-SW
010620     END-IF.
010630
010640 7100-WRITE-RESULT-LINE.
010650     MOVE SPACES TO RES-PLAYER-NAME.
010660     IF MASTER-IS-OPEN
010670         MOVE RES-PLAYER-ID TO PL-PLAYER-ID
010680         READ PLAYER-MASTER-FILE
010690             INVALID KEY
010700                 CONTINUE
010710             NOT INVALID KEY
010720                 MOVE PL-PLAYER-NAME TO RES-PLAYER-NAME
010730         END-READ
010740     END-IF.
010750     MOVE RESULT-LINE TO FINAL-LINE.
010760     WRITE FINAL-LINE.
010770
010780 7200-PRINT-ROUND-SCORES.
010790     MOVE SPACES TO FINAL-LINE.
010800     WRITE FINAL-LINE.
010810     PERFORM 6150-SET-ROUND-LINE.
010820     MOVE ROUND-LINE TO FINAL-LINE.
010830     WRITE FINAL-LINE.
010840     PERFORM 8500-GET-MATCH-LIMIT.
010850     PERFORM 7300-PRINT-MATCH-SCORE
010860         VARYING MATCH-IDX FROM 1 BY 1
010870         UNTIL MATCH-IDX > MATCH-LIMIT.
010880
010890 7300-PRINT-MATCH-SCORE.
010900     PERFORM 6300-BUILD-MATCH-LINE.
010910     MOVE DTL-LINE TO FINAL-LINE.
010920     WRITE FINAL-LINE.
010930
010940*****************************************************************
010950*    7500-ADVANCE-WINNER
010960*    MOVES WINNER-ID OUT OF ROUND-IDX/MATCH-IDX INTO ITS SLOT
010970*    IN THE NEXT ROUND, SCHEDULING THAT MATCH AS OF UNIX-TIME
010980*    ONCE BOTH SIDES ARE KNOWN. THE WINNER OF THE FINAL IS THE
010985*    CHAMPION.
010990*****************************************************************
011000 7500-ADVANCE-WINNER.
011010     IF ROUND-IDX = EH-ROUND-COUNT
011020         MOVE WINNER-ID TO EH-CHAMPION-ID
011030         SET EH-EVENT-COMPLETE TO TRUE
011040     ELSE
011050         COMPUTE NEXT-ROUND = ROUND-IDX + 1
011060         DIVIDE MATCH-IDX BY 2 GIVING MATCH-QUOTIENT
011070             REMAINDER MATCH-REMAINDER
011080         IF MATCH-REMAINDER = 1
011090             COMPUTE NEXT-MATCH = MATCH-QUOTIENT + 1
011100             MOVE WINNER-ID
011110                 TO DM-PLAYER-1-ID (NEXT-ROUND, NEXT-MATCH)
011120             MOVE WINNER-SEED
011130                 TO DM-PLAYER-1-SEED (NEXT-ROUND, NEXT-MATCH)
011140         ELSE
011150             MOVE MATCH-QUOTIENT TO NEXT-MATCH
011160             MOVE WINNER-ID
011170                 TO DM-PLAYER-2-ID (NEXT-ROUND, NEXT-MATCH)
011180             MOVE WINNER-SEED
011190                 TO DM-PLAYER-2-SEED (NEXT-ROUND, NEXT-MATCH)
011200         END-IF
011210         IF DM-PLAYER-1-ID (NEXT-ROUND, NEXT-MATCH) NOT = SPACES
011220           AND DM-PLAYER-2-ID (NEXT-ROUND, NEXT-MATCH)
011230                 NOT = SPACES
011240             MOVE "S" TO DM-STATUS (NEXT-ROUND, NEXT-MATCH)
011242             MOVE UNIX-TIME
011244                 TO DM-SCHEDULED-TIME (NEXT-ROUND, NEXT-MATCH)
011250         END-IF
011260     END-IF.
011270
011280*****************************************************************
011290*    8000-SAVE-EVENT
011300*    WRITES THE HEADER AND EVERY SLOT BACK TO THE BRACKET FILE -
011310*    A NEW EVENT IS WRITTEN, AN EXISTING ONE REWRITTEN IN PLACE.
011320*****************************************************************
011330 8000-SAVE-EVENT.
011340     MOVE EVENT-ID TO BRK-EVENT-ID.
011350     MOVE 0 TO BRK-ROUND.
011360     MOVE 0 TO BRK-MATCH.
011370     MOVE EVENT-HEADER TO BRK-EVENT-DATA.
011380     PERFORM 8200-PUT-BRACKET-RECORD.
011390     PERFORM 8100-SAVE-ONE-ROUND
011400         VARYING ROUND-IDX FROM 1 BY 1
011410         UNTIL ROUND-IDX > EH-ROUND-COUNT.
011420
011430 8100-SAVE-ONE-ROUND.
011440     PERFORM 8500-GET-MATCH-LIMIT.
011450     PERFORM 8150-SAVE-ONE-SLOT
011460         VARYING MATCH-IDX FROM 1 BY 1
011470         UNTIL MATCH-IDX > MATCH-LIMIT.
011480
011490 8150-SAVE-ONE-SLOT.
011500     MOVE EVENT-ID TO BRK-EVENT-ID.
011510     MOVE ROUND-IDX TO BRK-ROUND.
011520     MOVE MATCH-IDX TO BRK-MATCH.
011530     MOVE DM-ENTRY (ROUND-IDX, MATCH-IDX) TO BRK-SLOT-DATA.
011540     PERFORM 8200-PUT-BRACKET-RECORD.
011550
011560 8200-PUT-BRACKET-RECORD.
011570     WRITE BRACKET-RECORD.
011580     IF BRK-STATUS-DUPLICATE
011590         REWRITE BRACKET-RECORD
011600     END-IF.
011610     IF NOT BRK-STATUS-OK
011620         DISPLAY "BRACKET FILE UPDATE FAILED - STATUS "
011630             BRK-FILE-STATUS " KEY " BRK-KEY
011640     END-IF.
011650
011651*****************************************************************
011652*    8400-LOAD-RULES
011653*    LEAVES IN RULES-IN-FORCE THE GUESSRUL RULE SET IN FORCE ON
011654*    TODAYS-DATE - THE LATEST ONE NOT EFFECTIVE AFTER IT. RULES-SW
011655*    STAYS "N" WHEN THE FILE IS MISSING OR HOLDS NOTHING THAT
011656*    EARLY.
011657*****************************************************************
011658 8400-LOAD-RULES.
011659     MOVE "N" TO RULES-SW.
011660     OPEN INPUT RULES-FILE.
011661     IF RUL-STATUS-OK
011662         PERFORM 8410-READ-NEXT-RULES
011663         PERFORM 8420-KEEP-ONE-RULES
011664             UNTIL NOT RUL-STATUS-OK
011665                OR RUL-EFFECTIVE-DATE > TODAYS-DATE
011666     END-IF.
011667     CLOSE RULES-FILE.
011668
011669 8410-READ-NEXT-RULES.
011670     READ RULES-FILE NEXT RECORD
011671         AT END
011672             SET RUL-STATUS-EOF TO TRUE
011673     END-READ.
011674
011675 8420-KEEP-ONE-RULES.
011676     MOVE RULES-RECORD TO RULES-IN-FORCE.
011677     SET RULES-FOUND TO TRUE.
011678     PERFORM 8410-READ-NEXT-RULES.
011679
011680*****************************************************************
011681*    8500-GET-MATCH-LIMIT
011682*    NUMBER OF MATCHES IN ROUND-IDX - HALF THE DRAW IN ROUND
011690*    ONE, HALVING EACH ROUND AFTER.
011700*****************************************************************
011710 8500-GET-MATCH-LIMIT.
011720     COMPUTE MATCH-LIMIT = EH-BRACKET-SIZE / (2 ** ROUND-IDX).
