000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GUESSMRG.
000030 AUTHOR.        D. RAZGARIZE.
000040 INSTALLATION.  CSCI470 GAME LAB.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    2026-10-15 RAZ  INITIAL VERSION - DUPLICATE PLAYER MERGE.
000100*                    TAKES A SURVIVING PLAYER ID AND A RETIRED ONE
000110*                    REGISTERED FOR THE SAME PERSON, PRINTS A DRY
000120*                    RUN OF EVERYTHING THAT WOULD MOVE, AND ON THE
000130*                    SUPERVISOR'S SAY-SO RE-KEYS THE RETIRED ID'S
000140*                    GUESSSCR SCORES, MERGES ITS GUESSBDG BADGES
000150*                    (THE EARLIEST DATE EARNED WINS WHEN BOTH HOLD
000160*                    ONE), COMBINES ITS GUESSSEA POINTS AND GAMES,
000170*                    KEEPS THE GUESSRTG RATING BACKED BY MORE
000180*                    GAMES, AND SETS THE RETIRED GUESSPLR RECORD
000190*                    INACTIVE POINTING AT THE SURVIVOR. EVERY
000200*                    RECORD MOVED GOES TO GUESSADJ AS A MERGE. THE
000210*                    GUESSMGC RUN CONTROL CARRIES THE MERGE PHASE
000220*                    BY PHASE, SO A RUN THAT STOPS PART WAY IS
000230*                    FINISHED BY THE NEXT ONE.
000231*    2026-10-15 RAZ  A FAILED GUESSADJ WRITE NOW STOPS THE MERGE
000232*                    WITH RC 8. THE DRY RUN SHOWS EQUAL RATINGS AS
000233*                    EQUAL - THE SURVIVOR'S IS THE ONE KEPT.
000234*    2026-10-15 RAZ  THE LAST-WEEK RANK CARRIED FROM A RETIRED
000235*                    STANDING IS FIVE DIGITS, AS ON GUESSSEA.
000236*                    A STANDINGS FILE THAT IS ON DISK BUT WILL
000237*                    NOT OPEN - ONE NOT YET CONVERTED BY GUESSSTC
000238*                    - CANCELS THE RUN INSTEAD OF BEING PLANNED
000239*                    AS NO STANDING TO MOVE.
000240*****************************************************************
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT GUESS-SCORES-FILE ASSIGN TO "GUESSSCR"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS GS-KEY
000330         FILE STATUS IS GS-FILE-STATUS.
000340
000350     SELECT GUESS-BADGE-FILE ASSIGN TO "GUESSBDG"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS BDG-KEY
000390         FILE STATUS IS BDG-FILE-STATUS.
000400
000410     SELECT SEASON-STANDINGS-FILE ASSIGN TO "GUESSSEA"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS SEA-PLAYER-ID
000450         FILE STATUS IS SEA-FILE-STATUS.
000460
000470     SELECT PLAYER-RATING-FILE ASSIGN TO "GUESSRTG"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS RTG-PLAYER-ID
000510         FILE STATUS IS RTG-FILE-STATUS.
000520
000530     SELECT PLAYER-MASTER-FILE ASSIGN TO "GUESSPLR"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS PL-PLAYER-ID
000570         FILE STATUS IS PLR-FILE-STATUS.
000580
000590     SELECT OPERATOR-MASTER-FILE ASSIGN TO "GUESSOPR"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS OPR-OPERATOR-ID
000630         FILE STATUS IS OPR-FILE-STATUS.
000640
000650     SELECT ADJUSTMENT-FILE ASSIGN TO "GUESSADJ"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS ADJ-FILE-STATUS.
000680
000690     SELECT MERGE-CONTROL-FILE ASSIGN TO "GUESSMGC"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS MGC-FILE-STATUS.
000720
000730     SELECT MERGE-RPT ASSIGN TO "GUESSMRP"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS RPT-FILE-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  GUESS-SCORES-FILE.
000800 COPY GUESSSCR.
000810
000820 FD  GUESS-BADGE-FILE.
000830 COPY GUESSBDG.
000840
000850 FD  SEASON-STANDINGS-FILE.
000860 COPY GUESSSEA.
000870
000880 FD  PLAYER-RATING-FILE.
000890 COPY GUESSRTG.
000900
000910 FD  PLAYER-MASTER-FILE.
000920 COPY GUESSPLR.
000930
000940 FD  OPERATOR-MASTER-FILE.
000950 COPY GUESSOPR.
000960
000970 FD  ADJUSTMENT-FILE.
000980 COPY GUESSADJ.
000990
001000 FD  MERGE-CONTROL-FILE.
001010 COPY GUESSMGC.
001020
001030 FD  MERGE-RPT.
001040 01  MERGE-LINE              PIC X(80).
001050
001060 WORKING-STORAGE SECTION.
001070 01  GS-FILE-STATUS          PIC XX.
001080     88 GS-STATUS-OK             VALUE "00".
001090     88 GS-STATUS-DUPLICATE      VALUE "22".
001100     88 GS-STATUS-NOT-FOUND      VALUE "35".
001110     88 GS-STATUS-EOF            VALUE "10".
001120 01  BDG-FILE-STATUS         PIC XX.
001130     88 BDG-STATUS-OK            VALUE "00".
001140     88 BDG-STATUS-NOT-FOUND     VALUE "35".
001150     88 BDG-STATUS-EOF           VALUE "10".
001160 01  SEA-FILE-STATUS         PIC XX.
001170     88 SEA-STATUS-OK            VALUE "00".
001180     88 SEA-STATUS-NOT-FOUND     VALUE "35".
001190 01  RTG-FILE-STATUS         PIC XX.
001200     88 RTG-STATUS-OK            VALUE "00".
001210     88 RTG-STATUS-NOT-FOUND     VALUE "35".
001220 01  PLR-FILE-STATUS         PIC XX.
001230     88 PLR-STATUS-OK            VALUE "00".
001240 01  OPR-FILE-STATUS         PIC XX.
001250     88 OPR-STATUS-OK            VALUE "00".
001260 01  ADJ-FILE-STATUS         PIC XX.
001270     88 ADJ-STATUS-OK            VALUE "00".
001280     88 ADJ-STATUS-NOT-FOUND     VALUE "35".
001290 01  MGC-FILE-STATUS         PIC XX.
001300     88 MGC-STATUS-OK            VALUE "00".
001310 01  RPT-FILE-STATUS         PIC XX.
001320
001330 01  SIGNON-ID               PIC X(10) VALUE SPACES.
001340 01  SIGNON-OK-SW            PIC X VALUE "N".
001350     88 SIGNED-ON                VALUE "Y".
001360 01  RESUME-SW               PIC X VALUE "N".
001370     88 RESUMING-MERGE           VALUE "Y".
001380 01  CONFIRM-ANSWER          PIC X VALUE "N".
001390     88 MERGE-CONFIRMED          VALUE "Y" "y".
001400 01  PLAN-SW                 PIC X VALUE "Y".
001410     88 PLAN-IS-CLEAN            VALUE "Y".
001420     88 PLAN-HAS-CLASH           VALUE "N".
001430 01  MERGE-FAILED-SW         PIC X VALUE "N".
001440     88 MERGE-FAILED             VALUE "Y".
001450 01  NEXT-FOUND-SW           PIC X VALUE "N".
001460     88 NEXT-RECORD-FOUND        VALUE "Y".
001470 01  ADJ-OPEN-SW             PIC X VALUE "N".
001480     88 ADJ-IS-OPEN              VALUE "Y".
001490 01  OPERATOR-REASON         PIC X(30) VALUE SPACES.
001500
001510*    THE MERGE BEING PLANNED OR RESUMED. IT IS WRITTEN TO THE
001520*    GUESSMGC RUN CONTROL AS IT STANDS AT EACH PHASE.
001530 COPY GUESSMGC REPLACING
001540     ==MERGE-CONTROL-RECORD== BY ==MERGE-PLAN==
001550     LEADING ==MGC== BY ==PLN==.
001560
001570 COPY GUESSSCR REPLACING
001580     ==GUESS-SCORE-RECORD== BY ==HOLD-SCORE-RECORD==
001590     LEADING ==GS== BY ==HSC==.
001600
001610 COPY GUESSBDG REPLACING
001620     ==PLAYER-BADGE-RECORD== BY ==HOLD-BADGE-RECORD==
001630     LEADING ==BDG== BY ==HBD==.
001640
001650 01  RETIRED-SEA-GAMES       PIC 9(5).
001660 01  RETIRED-SEA-RANK        PIC 9(5).
001670 01  RETIRED-GAMES-RATED     PIC 9(05).
001680 01  RETIRED-LAST-DATE       PIC X(08).
001685 01  SURVIVOR-RATING         PIC 9(05).
001690
001700 01  SCORES-TO-MOVE          PIC 9(7) VALUE 0.
001710 01  SCORE-CLASH-COUNT       PIC 9(7) VALUE 0.
001720 01  BADGES-TO-MOVE          PIC 9(7) VALUE 0.
001730 01  BADGES-ON-BOTH          PIC 9(7) VALUE 0.
001740 01  SCORES-MOVED            PIC 9(7) VALUE 0.
001750 01  BADGES-MOVED            PIC 9(7) VALUE 0.
001760 01  BADGES-MERGED           PIC 9(7) VALUE 0.
001770 01  TRAIL-WRITTEN           PIC 9(7) VALUE 0.
001780
001790 01  HDR-LINE-1.
001800     05 FILLER   PIC X(15) VALUE "PLAYER MERGE - ".
001810     05 HDR-RETIRED-ID       PIC X(10).
001820     05 FILLER   PIC X(06) VALUE " INTO ".
001830     05 HDR-SURVIVOR-ID      PIC X(10).
001840     05 FILLER   PIC X(03) VALUE SPACES.
001850     05 HDR-RUN-TYPE         PIC X(20).
001860 01  HDR-LINE-2.
001870     05 FILLER   PIC X(05) VALUE "FILE".
001880     05 FILLER   PIC X(10) VALUE "KEY".
001890     05 FILLER   PIC X(11) VALUE SPACES.
001900     05 FILLER   PIC X(14) VALUE "VALUE".
001910     05 FILLER   PIC X(40) VALUE "OUTCOME".
001920 01  DTL-LINE.
001930     05 DTL-FILE             PIC X(05).
001940     05 DTL-KEY-1            PIC X(10).
001950     05 DTL-KEY-2            PIC X(11).
001960     05 DTL-VALUE            PIC X(14).
001970     05 DTL-OUTCOME          PIC X(40).
001980 01  TOT-LINE.
001990     05 TOT-LABEL            PIC X(30).
002000     05 TOT-VALUE            PIC ZZZZZZ9.
002010 01  MSG-LINE                PIC X(80).
002020
002030 PROCEDURE DIVISION.
002040 0000-MAINLINE.
002050     PERFORM 0500-SIGN-ON.
002060     PERFORM 1000-CHECK-RESTART.
002070     IF NOT RESUMING-MERGE
002080         PERFORM 2000-GET-MERGE-IDS
002090     END-IF.
002100     PERFORM 2500-PRINT-HEADINGS.
002110     IF RESUMING-MERGE
002120         PERFORM 4000-CONFIRM-COMMIT
002130     ELSE
002140         PERFORM 3000-DRY-RUN
002150         IF PLAN-IS-CLEAN
002160             PERFORM 4000-CONFIRM-COMMIT
002170         END-IF
002180     END-IF.
002190     IF MERGE-CONFIRMED
002200         PERFORM 5000-COMMIT-MERGE
002210     END-IF.
002220     PERFORM 7000-PRINT-RESULT.
002230     CLOSE MERGE-RPT.
002240     STOP RUN.
002250
002260*****************************************************************
002270*    0500-SIGN-ON
002280*    VALIDATES THE OPERATOR AGAINST THE GUESSOPR MASTER. A MERGE
002290*    RE-KEYS HISTORY ACROSS EVERY PLAYER FILE, SO ONLY AN ACTIVE
002300*    SUPERVISOR MAY RUN IT AT ALL.
002310*****************************************************************
002320 0500-SIGN-ON.
002330     MOVE "N" TO SIGNON-OK-SW.
002340     DISPLAY "OPERATOR ID:".
002350     ACCEPT SIGNON-ID.
002360     OPEN INPUT OPERATOR-MASTER-FILE.
002370     IF NOT OPR-STATUS-OK
002380         DISPLAY "NO OPERATOR MASTER ON FILE - RUN CANCELLED"
002390         CLOSE OPERATOR-MASTER-FILE
002400         MOVE 8 TO RETURN-CODE
002410         STOP RUN
002420     END-IF.
002430     MOVE SIGNON-ID TO OPR-OPERATOR-ID.
002440     READ OPERATOR-MASTER-FILE
002450         INVALID KEY
002460             DISPLAY "OPERATOR NOT ON MASTER"
002470         NOT INVALID KEY
002480             EVALUATE TRUE
002490                 WHEN OPR-INACTIVE
002500                     DISPLAY "OPERATOR IS INACTIVE"
002510                 WHEN NOT OPR-SUPERVISOR
002520                     DISPLAY "SUPERVISOR ROLE REQUIRED"
002530                 WHEN OTHER
002540                     SET SIGNED-ON TO TRUE
002550             END-EVALUATE
002560     END-READ.
002570     CLOSE OPERATOR-MASTER-FILE.
002580     IF NOT SIGNED-ON
002590         DISPLAY "MERGE RUN CANCELLED"
002600         MOVE 8 TO RETURN-CODE
002610         STOP RUN
002620     END-IF.
002630
002640*****************************************************************
002650*    1000-CHECK-RESTART
002660*    A MERGE LEFT IN FLIGHT ON THE RUN CONTROL IS FINISHED
002670*    BEFORE ANYTHING ELSE - ITS PLAN IS TAKEN FROM THE CONTROL,
002680*    NOT WORKED OUT AGAIN FROM FILES IT HAS ALREADY HALF
002690*    CHANGED, AND NO NEW MERGE CAN START UNTIL IT IS DONE.
002700*****************************************************************
002710 1000-CHECK-RESTART.
002720     MOVE "N" TO RESUME-SW.
002730     OPEN INPUT MERGE-CONTROL-FILE.
002740     IF MGC-STATUS-OK
002750         READ MERGE-CONTROL-FILE
002760             AT END CONTINUE
002770         END-READ
002780         IF MGC-STATUS-OK AND MGC-IN-FLIGHT
002790             MOVE MERGE-CONTROL-RECORD TO MERGE-PLAN
002800             SET RESUMING-MERGE TO TRUE
002810             DISPLAY "UNFINISHED MERGE OF " PLN-RETIRED-ID
002820                 " INTO " PLN-SURVIVOR-ID " FOUND"
002830             DISPLAY "PHASES DONE: " PLN-PHASE-DONE
002840                 " OF 5 - IT MUST BE FINISHED FIRST"
002850         END-IF
002860     END-IF.
002870     CLOSE MERGE-CONTROL-FILE.
002880
002890*****************************************************************
002900*    2000-GET-MERGE-IDS
002910*    TAKES THE SURVIVING AND RETIRED IDS AND THE REASON. BOTH
002920*    MUST BE ON THE PLAYER MASTER AND DIFFERENT; THE SURVIVOR
002930*    MUST BE ACTIVE, AND NEITHER MAY ALREADY BE MERGED AWAY.
002940*****************************************************************
002950 2000-GET-MERGE-IDS.
002960     MOVE SPACES TO MERGE-PLAN.
002970     DISPLAY "SURVIVING PLAYER ID:".
002980     ACCEPT PLN-SURVIVOR-ID.
002990     DISPLAY "RETIRED PLAYER ID:".
003000     ACCEPT PLN-RETIRED-ID.
003010     DISPLAY "REASON FOR THE MERGE:".
003020     ACCEPT OPERATOR-REASON.
003030     IF PLN-SURVIVOR-ID = SPACES OR PLN-RETIRED-ID = SPACES
003040         OR OPERATOR-REASON = SPACES
003050         DISPLAY "BOTH IDS AND A REASON ARE REQUIRED"
003060             " - RUN CANCELLED"
003070         MOVE 8 TO RETURN-CODE
003080         STOP RUN
003090     END-IF.
003100     IF PLN-SURVIVOR-ID = PLN-RETIRED-ID
003110         DISPLAY "AN ID CANNOT BE MERGED INTO ITSELF"
003120             " - RUN CANCELLED"
003130         MOVE 8 TO RETURN-CODE
003140         STOP RUN
003150     END-IF.
003160     MOVE OPERATOR-REASON TO PLN-REASON.
003170     MOVE SIGNON-ID TO PLN-OPERATOR-ID.
003180     MOVE 0 TO PLN-PHASE-DONE.
003190     OPEN INPUT PLAYER-MASTER-FILE.
003200     IF NOT PLR-STATUS-OK
003210         DISPLAY "NO PLAYER MASTER ON FILE - RUN CANCELLED"
003220         MOVE 8 TO RETURN-CODE
003230         STOP RUN
003240     END-IF.
003250     MOVE PLN-SURVIVOR-ID TO PL-PLAYER-ID.
003260     PERFORM 2100-CHECK-ONE-PLAYER.
003270     IF PL-INACTIVE
003280         DISPLAY "SURVIVING ID " PLN-SURVIVOR-ID
003290             " IS INACTIVE - RUN CANCELLED"
003300         CLOSE PLAYER-MASTER-FILE
003310         MOVE 8 TO RETURN-CODE
003320         STOP RUN
003330     END-IF.
003340     MOVE PLN-RETIRED-ID TO PL-PLAYER-ID.
003350     PERFORM 2100-CHECK-ONE-PLAYER.
003360     CLOSE PLAYER-MASTER-FILE.
003370
003380 2100-CHECK-ONE-PLAYER.
003390     READ PLAYER-MASTER-FILE
003400         INVALID KEY
003410             DISPLAY "PLAYER " PL-PLAYER-ID
003420                 " NOT ON MASTER - RUN CANCELLED"
003430             CLOSE PLAYER-MASTER-FILE
003440             MOVE 8 TO RETURN-CODE
003450             STOP RUN
003460     END-READ.
003470     IF PL-MERGED-INTO NOT = SPACES
003480         DISPLAY "PLAYER " PL-PLAYER-ID
003490             " WAS ALREADY MERGED INTO " PL-MERGED-INTO
003500             " - RUN CANCELLED"
003510         CLOSE PLAYER-MASTER-FILE
003520         MOVE 8 TO RETURN-CODE
003530         STOP RUN
003540     END-IF.
003550
003560 2500-PRINT-HEADINGS.
003570     OPEN OUTPUT MERGE-RPT.
003580     MOVE PLN-RETIRED-ID  TO HDR-RETIRED-ID.
003590     MOVE PLN-SURVIVOR-ID TO HDR-SURVIVOR-ID.
003600     IF RESUMING-MERGE
003610         MOVE "RESTART" TO HDR-RUN-TYPE
003620     ELSE
003630         MOVE "DRY RUN" TO HDR-RUN-TYPE
003640     END-IF.
003650     MOVE HDR-LINE-1 TO MERGE-LINE.
003660     WRITE MERGE-LINE.
003670     MOVE HDR-LINE-2 TO MERGE-LINE.
003680     WRITE MERGE-LINE.
003690
003700*****************************************************************
003710*    3000-DRY-RUN
003720*    WORKS OUT AND PRINTS EVERYTHING THE MERGE WOULD DO WITHOUT
003730*    CHANGING A RECORD. A RETIRED SCORE WHOSE KEY THE SURVIVOR
003740*    ALREADY HOLDS CANNOT BE RE-KEYED, SO ANY SUCH CLASH STOPS
003750*    THE MERGE HERE.
003760*****************************************************************
003770 3000-DRY-RUN.
003780     SET PLAN-IS-CLEAN TO TRUE.
003790     PERFORM 3100-PLAN-SCORES.
003800     PERFORM 3200-PLAN-BADGES.
003810     PERFORM 3300-PLAN-SEASON.
003820     PERFORM 3400-PLAN-RATING.
003830     MOVE "PLR"           TO DTL-FILE.
003840     MOVE PLN-RETIRED-ID  TO DTL-KEY-1.
003850     MOVE SPACES          TO DTL-KEY-2.
003860     MOVE "ACTIVE"        TO DTL-VALUE.
003870     MOVE SPACES TO DTL-OUTCOME.
003880     STRING "SET INACTIVE, MERGED INTO " PLN-SURVIVOR-ID
003890         DELIMITED BY SIZE INTO DTL-OUTCOME.
003900     PERFORM 8100-PRINT-DETAIL.
003910     MOVE SPACES TO MERGE-LINE.
003920     WRITE MERGE-LINE.
003930     MOVE "SCORES TO RE-KEY"         TO TOT-LABEL.
003940     MOVE SCORES-TO-MOVE             TO TOT-VALUE.
003950     PERFORM 8200-PRINT-ONE-TOTAL.
003960     MOVE "SCORE KEY CLASHES"        TO TOT-LABEL.
003970     MOVE SCORE-CLASH-COUNT          TO TOT-VALUE.
003980     PERFORM 8200-PRINT-ONE-TOTAL.
003990     MOVE "BADGES TO MOVE"           TO TOT-LABEL.
004000     MOVE BADGES-TO-MOVE             TO TOT-VALUE.
004010     PERFORM 8200-PRINT-ONE-TOTAL.
004020     MOVE "BADGES HELD BY BOTH"      TO TOT-LABEL.
004030     MOVE BADGES-ON-BOTH             TO TOT-VALUE.
004040     PERFORM 8200-PRINT-ONE-TOTAL.
004050     IF SCORE-CLASH-COUNT > 0
004060         SET PLAN-HAS-CLASH TO TRUE
004070     END-IF.
004080
004090*****************************************************************
004100*    3100-PLAN-SCORES
004110*    LISTS EVERY RETIRED SCORE AND CHECKS THE SURVIVOR DOES NOT
004120*    ALREADY HOLD ITS DATE AND TIME. THE KEYED LOOK-UP LOSES THE
004130*    FILE POSITION, SO EACH PASS STARTS AGAIN PAST THE LAST
004140*    RETIRED KEY SEEN.
004150*****************************************************************
004160 3100-PLAN-SCORES.
004170     OPEN INPUT GUESS-SCORES-FILE.
004180     IF GS-STATUS-OK
004190         MOVE PLN-RETIRED-ID TO GS-PLAYER-ID
004200         MOVE SPACES TO GS-DATE
004210         MOVE ZEROS TO GS-UNIX-TIME
004220         START GUESS-SCORES-FILE KEY >= GS-KEY
004230             INVALID KEY
004240                 CONTINUE
004250         END-START
004260         PERFORM 3110-READ-NEXT-RETIRED-SCORE
004270         PERFORM 3120-PLAN-ONE-SCORE UNTIL NOT NEXT-RECORD-FOUND
004280     END-IF.
004290     CLOSE GUESS-SCORES-FILE.
004300
004310 3110-READ-NEXT-RETIRED-SCORE.
004320     MOVE "N" TO NEXT-FOUND-SW.
004330     IF GS-STATUS-OK
004340         READ GUESS-SCORES-FILE NEXT RECORD
004350             AT END
004360                 SET GS-STATUS-EOF TO TRUE
004370         END-READ
004380         IF GS-STATUS-OK AND GS-PLAYER-ID = PLN-RETIRED-ID
004390             SET NEXT-RECORD-FOUND TO TRUE
004400         END-IF
004410     END-IF.
004420
004430 3120-PLAN-ONE-SCORE.
004440     MOVE GUESS-SCORE-RECORD TO HOLD-SCORE-RECORD.
004450     ADD 1 TO SCORES-TO-MOVE.
004460     MOVE "SCR"           TO DTL-FILE.
004470     MOVE HSC-DATE        TO DTL-KEY-1.
004480     MOVE HSC-UNIX-TIME   TO DTL-KEY-2.
004490     MOVE HSC-GUESS-COUNT TO DTL-VALUE.
004500     MOVE PLN-SURVIVOR-ID TO GS-PLAYER-ID.
004510     READ GUESS-SCORES-FILE
004520         INVALID KEY
004530             MOVE "RE-KEY TO SURVIVOR" TO DTL-OUTCOME
004540         NOT INVALID KEY
004550             ADD 1 TO SCORE-CLASH-COUNT
004560             MOVE "CLASH - SURVIVOR HOLDS THIS KEY"
004570                 TO DTL-OUTCOME
004580     END-READ.
004590     PERFORM 8100-PRINT-DETAIL.
004600     MOVE HOLD-SCORE-RECORD TO GUESS-SCORE-RECORD.
004610     START GUESS-SCORES-FILE KEY > GS-KEY
004620         INVALID KEY
004630             CONTINUE
004640     END-START.
004650     PERFORM 3110-READ-NEXT-RETIRED-SCORE.
004660
004670*****************************************************************
004680*    3200-PLAN-BADGES
004690*    LISTS EVERY RETIRED BADGE. WHERE THE SURVIVOR HOLDS THE
004700*    SAME BADGE, THE EARLIER DATE EARNED IS THE ONE KEPT.
004710*****************************************************************
004720 3200-PLAN-BADGES.
004730     OPEN INPUT GUESS-BADGE-FILE.
004740     IF BDG-STATUS-OK
004750         MOVE PLN-RETIRED-ID TO BDG-PLAYER-ID
004760         MOVE LOW-VALUES TO BDG-CODE
004770         START GUESS-BADGE-FILE KEY >= BDG-KEY
004780             INVALID KEY
004790                 CONTINUE
004800         END-START
004810         PERFORM 3210-READ-NEXT-RETIRED-BADGE
004820         PERFORM 3220-PLAN-ONE-BADGE UNTIL NOT NEXT-RECORD-FOUND
004830     END-IF.
004840     CLOSE GUESS-BADGE-FILE.
004850
004860 3210-READ-NEXT-RETIRED-BADGE.
004870     MOVE "N" TO NEXT-FOUND-SW.
004880     IF BDG-STATUS-OK
004890         READ GUESS-BADGE-FILE NEXT RECORD
004900             AT END
004910                 SET BDG-STATUS-EOF TO TRUE
004920         END-READ
004930         IF BDG-STATUS-OK AND BDG-PLAYER-ID = PLN-RETIRED-ID
004940             SET NEXT-RECORD-FOUND TO TRUE
004950         END-IF
004960     END-IF.
004970
004980 3220-PLAN-ONE-BADGE.
004990     MOVE PLAYER-BADGE-RECORD TO HOLD-BADGE-RECORD.
005000     MOVE "BDG"           TO DTL-FILE.
005010     MOVE HBD-CODE        TO DTL-KEY-1.
005020     MOVE HBD-DATE-EARNED TO DTL-KEY-2.
005030     MOVE SPACES          TO DTL-VALUE.
005040     MOVE PLN-SURVIVOR-ID TO BDG-PLAYER-ID.
005050     READ GUESS-BADGE-FILE
005060         INVALID KEY
005070             ADD 1 TO BADGES-TO-MOVE
005080             MOVE "MOVE TO SURVIVOR" TO DTL-OUTCOME
005090         NOT INVALID KEY
005100             ADD 1 TO BADGES-ON-BOTH
005110             MOVE SPACES TO DTL-OUTCOME
005120             IF HBD-DATE-EARNED < BDG-DATE-EARNED
005130                 STRING "HELD BY BOTH - KEEP " HBD-DATE-EARNED
005140                     DELIMITED BY SIZE INTO DTL-OUTCOME
005150             ELSE
005160                 STRING "HELD BY BOTH - KEEP " BDG-DATE-EARNED
005170                     DELIMITED BY SIZE INTO DTL-OUTCOME
005180             END-IF
005190     END-READ.
005200     PERFORM 8100-PRINT-DETAIL.
005210     MOVE HOLD-BADGE-RECORD TO PLAYER-BADGE-RECORD.
005220     START GUESS-BADGE-FILE KEY > BDG-KEY
005230         INVALID KEY
005240             CONTINUE
005250     END-START.
005260     PERFORM 3210-READ-NEXT-RETIRED-BADGE.
005270
005280*****************************************************************
005290*    3300-PLAN-SEASON
005300*    A RETIRED STANDING IS MOVED WHOLE WHEN THE SURVIVOR HAS
005310*    NONE, OR ITS POINTS AND GAMES ADDED TO THE SURVIVOR'S,
005320*    WHOSE LAST-WEEK RANK STANDS. NO STANDINGS FILE MEANS NO
005322*    STANDING; ONE THAT WILL NOT OPEN STOPS THE RUN BEFORE
005324*    ANYTHING IS CHANGED.
005330*****************************************************************
005340 3300-PLAN-SEASON.
005350     SET PLN-SEA-NONE TO TRUE.
005360     MOVE 0 TO PLN-OLD-SEA-POINTS PLN-SEA-POINTS
005370         PLN-SEA-GAMES-PLAYED PLN-SEA-PREV-RANK.
005380     OPEN INPUT SEASON-STANDINGS-FILE.
005381     IF NOT SEA-STATUS-OK AND NOT SEA-STATUS-NOT-FOUND
005382         DISPLAY "ERROR OPENING SEASON-STANDINGS-FILE - STATUS "
005383             SEA-FILE-STATUS
005384         DISPLAY "A FILE FROM BEFORE THE FIVE-DIGIT RANK NEEDS "
005385             "GUESSSTC - MERGE RUN CANCELLED"
005386         MOVE 8 TO RETURN-CODE
005387         STOP RUN
005388     END-IF.
005390     IF SEA-STATUS-OK
005400         MOVE PLN-RETIRED-ID TO SEA-PLAYER-ID
005410         READ SEASON-STANDINGS-FILE
005420             INVALID KEY
005430                 CONTINUE
005440             NOT INVALID KEY
005450                 PERFORM 3350-PLAN-SEASON-MOVE
005460         END-READ
005470     END-IF.
005480     CLOSE SEASON-STANDINGS-FILE.
005490     MOVE "SEA"          TO DTL-FILE.
005500     MOVE PLN-RETIRED-ID TO DTL-KEY-1.
005510     MOVE SPACES         TO DTL-KEY-2.
005520     MOVE PLN-OLD-SEA-POINTS TO DTL-VALUE.
005530     MOVE SPACES TO DTL-OUTCOME.
005540     EVALUATE TRUE
005550         WHEN PLN-SEA-NONE
005560             MOVE "NO STANDING TO MOVE" TO DTL-OUTCOME
005570             MOVE SPACES TO DTL-VALUE
005580         WHEN PLN-SEA-MOVE
005590             MOVE "MOVE TO SURVIVOR" TO DTL-OUTCOME
005600         WHEN OTHER
005610             STRING "ADD TO SURVIVOR - NOW " PLN-SEA-POINTS
005620                 " PTS " PLN-SEA-GAMES-PLAYED " GAMES"
005630                 DELIMITED BY SIZE INTO DTL-OUTCOME
005640     END-EVALUATE.
005650     PERFORM 8100-PRINT-DETAIL.
005660
005670 3350-PLAN-SEASON-MOVE.
005680     MOVE SEA-POINTS       TO PLN-OLD-SEA-POINTS.
005690     MOVE SEA-GAMES-PLAYED TO RETIRED-SEA-GAMES.
005700     MOVE SEA-PREV-RANK    TO RETIRED-SEA-RANK.
005710     MOVE PLN-SURVIVOR-ID TO SEA-PLAYER-ID.
005720     READ SEASON-STANDINGS-FILE
005730         INVALID KEY
005740             SET PLN-SEA-MOVE TO TRUE
005750             MOVE PLN-OLD-SEA-POINTS TO PLN-SEA-POINTS
005760             MOVE RETIRED-SEA-GAMES  TO PLN-SEA-GAMES-PLAYED
005770             MOVE RETIRED-SEA-RANK   TO PLN-SEA-PREV-RANK
005780         NOT INVALID KEY
005790             SET PLN-SEA-COMBINE TO TRUE
005800             COMPUTE PLN-SEA-POINTS =
005810                 SEA-POINTS + PLN-OLD-SEA-POINTS
005820             COMPUTE PLN-SEA-GAMES-PLAYED =
005830                 SEA-GAMES-PLAYED + RETIRED-SEA-GAMES
005840             MOVE SEA-PREV-RANK TO PLN-SEA-PREV-RANK
005850     END-READ.
005860
005870*****************************************************************
005880*    3400-PLAN-RATING
005890*    A RETIRED RATING IS MOVED WHOLE WHEN THE SURVIVOR HAS NONE.
005900*    WHEN BOTH ARE RATED, THE RATING BACKED BY MORE RATED GAMES
005910*    IS KEPT - THE SURVIVOR'S ON A TIE - THE GAMES ARE ADDED,
005920*    AND THE LATER LAST-RATED DATE STANDS.
005930*****************************************************************
005940 3400-PLAN-RATING.
005950     SET PLN-RTG-NONE TO TRUE.
005960     MOVE 0 TO PLN-OLD-RATING PLN-RATING PLN-GAMES-RATED.
005965     MOVE 0 TO SURVIVOR-RATING.
005970     MOVE SPACES TO PLN-LAST-DATE.
005980     OPEN INPUT PLAYER-RATING-FILE.
005990     IF RTG-STATUS-OK
006000         MOVE PLN-RETIRED-ID TO RTG-PLAYER-ID
006010         READ PLAYER-RATING-FILE
006020             INVALID KEY
006030                 CONTINUE
006040             NOT INVALID KEY
006050                 PERFORM 3450-PLAN-RATING-MOVE
006060         END-READ
006070     END-IF.
006080     CLOSE PLAYER-RATING-FILE.
006090     MOVE "RTG"          TO DTL-FILE.
006100     MOVE PLN-RETIRED-ID TO DTL-KEY-1.
006110     MOVE SPACES         TO DTL-KEY-2.
006120     MOVE PLN-OLD-RATING TO DTL-VALUE.
006130     MOVE SPACES TO DTL-OUTCOME.
006140     EVALUATE TRUE
006150         WHEN PLN-RTG-NONE
006160             MOVE "NO RATING TO MOVE" TO DTL-OUTCOME
006170             MOVE SPACES TO DTL-VALUE
006180         WHEN PLN-RTG-MOVE
006190             MOVE "MOVE TO SURVIVOR" TO DTL-OUTCOME
006192         WHEN SURVIVOR-RATING = PLN-OLD-RATING
006194             STRING "EQUAL " PLN-RATING " OVER "
006196                 PLN-GAMES-RATED " GAMES"
006198                 DELIMITED BY SIZE INTO DTL-OUTCOME
006200         WHEN PLN-RATING = PLN-OLD-RATING
006210             STRING "KEEP RETIRED " PLN-RATING " OVER "
006220                 PLN-GAMES-RATED " GAMES"
006230                 DELIMITED BY SIZE INTO DTL-OUTCOME
006240         WHEN OTHER
006250             STRING "KEEP SURVIVOR " PLN-RATING " OVER "
006260                 PLN-GAMES-RATED " GAMES"
006270                 DELIMITED BY SIZE INTO DTL-OUTCOME
006280     END-EVALUATE.
006290     PERFORM 8100-PRINT-DETAIL.
006300
006310 3450-PLAN-RATING-MOVE.
006320     MOVE RTG-RATING      TO PLN-OLD-RATING.
006330     MOVE RTG-GAMES-RATED TO RETIRED-GAMES-RATED.
006340     MOVE RTG-LAST-DATE   TO RETIRED-LAST-DATE.
006350     MOVE PLN-SURVIVOR-ID TO RTG-PLAYER-ID.
006360     READ PLAYER-RATING-FILE
006370         INVALID KEY
006380             SET PLN-RTG-MOVE TO TRUE
006390             MOVE PLN-OLD-RATING      TO PLN-RATING
006400             MOVE RETIRED-GAMES-RATED TO PLN-GAMES-RATED
006410             MOVE RETIRED-LAST-DATE   TO PLN-LAST-DATE
006420         NOT INVALID KEY
006430             SET PLN-RTG-COMBINE TO TRUE
006435             MOVE RTG-RATING TO SURVIVOR-RATING
006440             IF RETIRED-GAMES-RATED > RTG-GAMES-RATED
006450                 MOVE PLN-OLD-RATING TO PLN-RATING
006460             ELSE
006470                 MOVE RTG-RATING TO PLN-RATING
006480             END-IF
006490             COMPUTE PLN-GAMES-RATED =
006500                 RTG-GAMES-RATED + RETIRED-GAMES-RATED
006510             IF RETIRED-LAST-DATE > RTG-LAST-DATE
006520                 MOVE RETIRED-LAST-DATE TO PLN-LAST-DATE
006530             ELSE
006540                 MOVE RTG-LAST-DATE TO PLN-LAST-DATE
006550             END-IF
006560     END-READ.
006570
006580*****************************************************************
006590*    4000-CONFIRM-COMMIT
006600*    NOTHING CHANGES UNTIL THE SUPERVISOR HAS READ THE DRY RUN -
006610*    OR THE RESTART NOTICE - AND SAID YES.
006620*****************************************************************
006630 4000-CONFIRM-COMMIT.
006640     MOVE "N" TO CONFIRM-ANSWER.
006650     IF RESUMING-MERGE
006660         DISPLAY "FINISH THIS MERGE NOW? (Y/N):"
006670     ELSE
006680         DISPLAY "DRY RUN PRINTED TO GUESSMRP - "
006690             "COMMIT THIS MERGE? (Y/N):"
006700     END-IF.
006710     ACCEPT CONFIRM-ANSWER.
006720
006730*****************************************************************
006740*    5000-COMMIT-MERGE
006750*    RUNS EACH PHASE NOT YET ON THE RUN CONTROL, SAVING THE
006760*    CONTROL AFTER EVERY ONE. A FAILED PHASE STOPS THE MERGE
006770*    WITH THE CONTROL STILL IN FLIGHT, SO THE NEXT RUN REPEATS
006780*    THAT PHASE AND CARRIES ON - EVERY PHASE IS SAFE TO REPEAT.
006790*****************************************************************
006800 5000-COMMIT-MERGE.
006810     IF NOT RESUMING-MERGE
006820         SET PLN-IN-FLIGHT TO TRUE
006830         CALL "time" USING BY REFERENCE PLN-STARTED-TIME
006840         PERFORM 8000-SAVE-MERGE-CONTROL
006850     END-IF.
006860     OPEN EXTEND ADJUSTMENT-FILE.
006870     IF ADJ-STATUS-NOT-FOUND
006880         OPEN OUTPUT ADJUSTMENT-FILE
006890     END-IF.
006900     IF NOT ADJ-STATUS-OK
006910         DISPLAY "ERROR OPENING ADJUSTMENT-FILE - STATUS "
006920             ADJ-FILE-STATUS
006930         SET MERGE-FAILED TO TRUE
006940     ELSE
006950         SET ADJ-IS-OPEN TO TRUE
006960     END-IF.
006970     IF PLN-PHASE-DONE < 1 AND NOT MERGE-FAILED
006980         PERFORM 5100-MOVE-SCORES
006990         PERFORM 5900-END-PHASE
007000     END-IF.
007010     IF PLN-PHASE-DONE < 2 AND NOT MERGE-FAILED
007020         PERFORM 5200-MOVE-BADGES
007030         PERFORM 5900-END-PHASE
007040     END-IF.
007050     IF PLN-PHASE-DONE < 3 AND NOT MERGE-FAILED
007060         PERFORM 5300-MERGE-SEASON
007070         PERFORM 5900-END-PHASE
007080     END-IF.
007090     IF PLN-PHASE-DONE < 4 AND NOT MERGE-FAILED
007100         PERFORM 5400-MERGE-RATING
007110         PERFORM 5900-END-PHASE
007120     END-IF.
007130     IF PLN-PHASE-DONE < 5 AND NOT MERGE-FAILED
007140         PERFORM 5500-RETIRE-PLAYER
007150         PERFORM 5900-END-PHASE
007160     END-IF.
007170     IF ADJ-IS-OPEN
007180         CLOSE ADJUSTMENT-FILE
007190     END-IF.
007200     IF NOT MERGE-FAILED
007210         SET PLN-COMPLETE TO TRUE
007220         PERFORM 8000-SAVE-MERGE-CONTROL
007230     END-IF.
007240
007250*****************************************************************
007260*    5100-MOVE-SCORES
007270*    RE-KEYS EACH RETIRED SCORE TO THE SURVIVOR - WRITE UNDER THE
007280*    NEW KEY, DELETE THE OLD, TRAIL RECORD. THE OLD RECORD IS
007290*    GONE ONCE MOVED, SO EACH PASS STARTS AGAIN AT THE RETIRED
007300*    ID'S FIRST KEY. ON A RESTART THE NEW KEY MAY ALREADY HOLD
007310*    THE SAME SCORE FROM THE RUN THAT STOPPED; THAT COPY STANDS
007320*    AND ONLY THE DELETE IS DONE.
007330*****************************************************************
007340 5100-MOVE-SCORES.
007350     OPEN I-O GUESS-SCORES-FILE.
007360     IF GS-STATUS-OK
007370         PERFORM 5110-FIND-RETIRED-SCORE
007380         PERFORM 5120-MOVE-ONE-SCORE
007390             UNTIL NOT NEXT-RECORD-FOUND OR MERGE-FAILED
007400     ELSE
007410         IF NOT GS-STATUS-NOT-FOUND
007420             DISPLAY "ERROR OPENING GUESS-SCORES-FILE - STATUS "
007430                 GS-FILE-STATUS
007440             SET MERGE-FAILED TO TRUE
007450         END-IF
007460     END-IF.
007470     CLOSE GUESS-SCORES-FILE.
007480
007490 5110-FIND-RETIRED-SCORE.
007500     MOVE PLN-RETIRED-ID TO GS-PLAYER-ID.
007510     MOVE SPACES TO GS-DATE.
007520     MOVE ZEROS TO GS-UNIX-TIME.
007530     START GUESS-SCORES-FILE KEY >= GS-KEY
007540         INVALID KEY
007550             CONTINUE
007560     END-START.
007570     PERFORM 3110-READ-NEXT-RETIRED-SCORE.
007580
007590 5120-MOVE-ONE-SCORE.
007600     MOVE GUESS-SCORE-RECORD TO HOLD-SCORE-RECORD.
007610     MOVE PLN-SURVIVOR-ID TO GS-PLAYER-ID.
007620     WRITE GUESS-SCORE-RECORD.
007630     IF GS-STATUS-DUPLICATE
007640         READ GUESS-SCORES-FILE
007650             INVALID KEY
007660                 CONTINUE
007670         END-READ
007680         IF GS-STATUS-OK
007690             AND GS-GUESS-COUNT = HSC-GUESS-COUNT
007700             AND GS-DIFFICULTY  = HSC-DIFFICULTY
007710             AND GS-GAME-TYPE   = HSC-GAME-TYPE
007720             CONTINUE
007730         ELSE
007740             DISPLAY "SURVIVOR ALREADY HOLDS SCORE " HSC-DATE " "
007750                 HSC-UNIX-TIME " - MERGE STOPPED"
007760             SET MERGE-FAILED TO TRUE
007770         END-IF
007780     ELSE
007790         IF NOT GS-STATUS-OK
007800             DISPLAY "SCORE WRITE FAILED - STATUS " GS-FILE-STATUS
007810             SET MERGE-FAILED TO TRUE
007820         END-IF
007830     END-IF.
007840     IF NOT MERGE-FAILED
007850         MOVE HOLD-SCORE-RECORD TO GUESS-SCORE-RECORD
007860         DELETE GUESS-SCORES-FILE RECORD
007870         IF GS-STATUS-OK
007880             ADD 1 TO SCORES-MOVED
007890             MOVE HSC-DATE      TO ADJ-KEY-DATE
007900             MOVE HSC-UNIX-TIME TO ADJ-KEY-TIME
007910             MOVE SPACES TO ADJ-OLD-VALUE
007920             STRING "SCR " HSC-GUESS-COUNT
007930                 DELIMITED BY SIZE INTO ADJ-OLD-VALUE
007940             MOVE HSC-DIFFICULTY TO ADJ-DIFFICULTY
007950             MOVE HSC-GAME-TYPE  TO ADJ-GAME-TYPE
007960             PERFORM 6000-WRITE-ADJUSTMENT
007970             PERFORM 5110-FIND-RETIRED-SCORE
007980         ELSE
007990             DISPLAY "SCORE DELETE FAILED - STATUS "
008000                 GS-FILE-STATUS
008010             SET MERGE-FAILED TO TRUE
008020         END-IF
008030     END-IF.
008040
008050*****************************************************************
008060*    5200-MOVE-BADGES
008070*    MOVES EACH RETIRED BADGE TO THE SURVIVOR. WHERE THE
008080*    SURVIVOR ALREADY HOLDS IT, ONLY AN EARLIER DATE EARNED IS
008090*    TAKEN OVER. EITHER WAY THE RETIRED RECORD IS DELETED, SO A
008100*    REPEAT OF THIS PHASE PICKS UP WHERE IT STOPPED.
008110*****************************************************************
008120 5200-MOVE-BADGES.
008130     OPEN I-O GUESS-BADGE-FILE.
008140     IF BDG-STATUS-OK
008150         PERFORM 5210-FIND-RETIRED-BADGE
008160         PERFORM 5220-MOVE-ONE-BADGE
008170             UNTIL NOT NEXT-RECORD-FOUND OR MERGE-FAILED
008180     ELSE
008190         IF NOT BDG-STATUS-NOT-FOUND
008200             DISPLAY "ERROR OPENING GUESS-BADGE-FILE - STATUS "
008210                 BDG-FILE-STATUS
008220             SET MERGE-FAILED TO TRUE
008230         END-IF
008240     END-IF.
008250     CLOSE GUESS-BADGE-FILE.
008260
008270 5210-FIND-RETIRED-BADGE.
008280     MOVE PLN-RETIRED-ID TO BDG-PLAYER-ID.
008290     MOVE LOW-VALUES TO BDG-CODE.
008300     START GUESS-BADGE-FILE KEY >= BDG-KEY
008310         INVALID KEY
008320             CONTINUE
008330     END-START.
008340     PERFORM 3210-READ-NEXT-RETIRED-BADGE.
008350
008360 5220-MOVE-ONE-BADGE.
008370     MOVE PLAYER-BADGE-RECORD TO HOLD-BADGE-RECORD.
008380     MOVE PLN-SURVIVOR-ID TO BDG-PLAYER-ID.
008390     READ GUESS-BADGE-FILE
008400         INVALID KEY
008410             MOVE HOLD-BADGE-RECORD TO PLAYER-BADGE-RECORD
008420             MOVE PLN-SURVIVOR-ID TO BDG-PLAYER-ID
008430             WRITE PLAYER-BADGE-RECORD
008440             ADD 1 TO BADGES-MOVED
008450         NOT INVALID KEY
008460             IF HBD-DATE-EARNED < BDG-DATE-EARNED
008470                 MOVE HBD-DATE-EARNED TO BDG-DATE-EARNED
008480                 REWRITE PLAYER-BADGE-RECORD
008490             END-IF
008500             ADD 1 TO BADGES-MERGED
008510     END-READ.
008520     IF NOT BDG-STATUS-OK
008530         DISPLAY "BADGE UPDATE FAILED - STATUS " BDG-FILE-STATUS
008540             " " HBD-CODE
008550         SET MERGE-FAILED TO TRUE
008560     ELSE
008570         MOVE HOLD-BADGE-RECORD TO PLAYER-BADGE-RECORD
008580         DELETE GUESS-BADGE-FILE RECORD
008590         IF BDG-STATUS-OK
008600             MOVE HBD-DATE-EARNED TO ADJ-KEY-DATE
008610             MOVE 0 TO ADJ-KEY-TIME
008620             MOVE SPACES TO ADJ-OLD-VALUE
008630             STRING "BDG " HBD-CODE
008640                 DELIMITED BY SIZE INTO ADJ-OLD-VALUE
008650             MOVE SPACE TO ADJ-DIFFICULTY
008660             MOVE SPACE TO ADJ-GAME-TYPE
008670             PERFORM 6000-WRITE-ADJUSTMENT
008680             PERFORM 5210-FIND-RETIRED-BADGE
008690         ELSE
008700             DISPLAY "BADGE DELETE FAILED - STATUS "
008710                 BDG-FILE-STATUS " " HBD-CODE
008720             SET MERGE-FAILED TO TRUE
008730         END-IF
008740     END-IF.
008750
008760*****************************************************************
008770*    5300-MERGE-SEASON
008780*    SETS THE SURVIVOR'S STANDING TO THE PLANNED FIGURES - NOT
008790*    ADDING TO WHAT IS THERE, SO A REPEAT CANNOT COUNT THE
008800*    RETIRED POINTS TWICE - THEN DELETES THE RETIRED STANDING.
008810*****************************************************************
008820 5300-MERGE-SEASON.
008830     IF NOT PLN-SEA-NONE
008840         OPEN I-O SEASON-STANDINGS-FILE
008850         IF NOT SEA-STATUS-OK
008860             DISPLAY "ERROR OPENING SEASON-STANDINGS-FILE - "
008870                 "STATUS " SEA-FILE-STATUS
008880             SET MERGE-FAILED TO TRUE
008890         ELSE
008900             PERFORM 5350-SET-SURVIVOR-STANDING
008910         END-IF
008920         CLOSE SEASON-STANDINGS-FILE
008930     END-IF.
008940
008950 5350-SET-SURVIVOR-STANDING.
008960     MOVE PLN-SURVIVOR-ID TO SEA-PLAYER-ID.
008970     READ SEASON-STANDINGS-FILE
008980         INVALID KEY
008990             MOVE PLN-SURVIVOR-ID      TO SEA-PLAYER-ID
009000             MOVE PLN-SEA-POINTS       TO SEA-POINTS
009010             MOVE PLN-SEA-GAMES-PLAYED TO SEA-GAMES-PLAYED
009020             MOVE PLN-SEA-PREV-RANK    TO SEA-PREV-RANK
009030             WRITE SEASON-STANDING-RECORD
009040         NOT INVALID KEY
009050             MOVE PLN-SEA-POINTS       TO SEA-POINTS
009060             MOVE PLN-SEA-GAMES-PLAYED TO SEA-GAMES-PLAYED
009070             MOVE PLN-SEA-PREV-RANK    TO SEA-PREV-RANK
009080             REWRITE SEASON-STANDING-RECORD
009090     END-READ.
009100     IF NOT SEA-STATUS-OK
009110         DISPLAY "STANDING UPDATE FAILED - STATUS "
009120             SEA-FILE-STATUS
009130         SET MERGE-FAILED TO TRUE
009140     ELSE
009150         MOVE PLN-RETIRED-ID TO SEA-PLAYER-ID
009160         READ SEASON-STANDINGS-FILE
009170             INVALID KEY
009180                 CONTINUE
009190             NOT INVALID KEY
009200                 DELETE SEASON-STANDINGS-FILE RECORD
009210                 MOVE SPACES TO ADJ-KEY-DATE
009220                 MOVE 0 TO ADJ-KEY-TIME
009230                 MOVE SPACES TO ADJ-OLD-VALUE
009240                 STRING "SEA " PLN-OLD-SEA-POINTS
009250                     DELIMITED BY SIZE INTO ADJ-OLD-VALUE
009260                 MOVE SPACE TO ADJ-DIFFICULTY
009270                 MOVE SPACE TO ADJ-GAME-TYPE
009280                 PERFORM 6000-WRITE-ADJUSTMENT
009290         END-READ
009300     END-IF.
009310
009320*****************************************************************
009330*    5400-MERGE-RATING
009340*    SETS THE SURVIVOR'S RATING TO THE PLANNED FIGURES AND
009350*    DELETES THE RETIRED RATING, THE SAME WAY AS THE STANDING.
009360*****************************************************************
009370 5400-MERGE-RATING.
009380     IF NOT PLN-RTG-NONE
009390         OPEN I-O PLAYER-RATING-FILE
009400         IF NOT RTG-STATUS-OK
009410             DISPLAY "ERROR OPENING PLAYER-RATING-FILE - STATUS "
009420                 RTG-FILE-STATUS
009430             SET MERGE-FAILED TO TRUE
009440         ELSE
009450             PERFORM 5450-SET-SURVIVOR-RATING
009460         END-IF
009470         CLOSE PLAYER-RATING-FILE
009480     END-IF.
009490
009500 5450-SET-SURVIVOR-RATING.
009510     MOVE PLN-SURVIVOR-ID TO RTG-PLAYER-ID.
009520     READ PLAYER-RATING-FILE
009530         INVALID KEY
009540             MOVE PLN-SURVIVOR-ID TO RTG-PLAYER-ID
009550             MOVE PLN-RATING      TO RTG-RATING
009560             MOVE PLN-GAMES-RATED TO RTG-GAMES-RATED
009570             MOVE PLN-LAST-DATE   TO RTG-LAST-DATE
009580             WRITE PLAYER-RATING-RECORD
009590         NOT INVALID KEY
009600             MOVE PLN-RATING      TO RTG-RATING
009610             MOVE PLN-GAMES-RATED TO RTG-GAMES-RATED
009620             MOVE PLN-LAST-DATE   TO RTG-LAST-DATE
009630             REWRITE PLAYER-RATING-RECORD
009640     END-READ.
009650     IF NOT RTG-STATUS-OK
009660         DISPLAY "RATING UPDATE FAILED - STATUS " RTG-FILE-STATUS
009670         SET MERGE-FAILED TO TRUE
009680     ELSE
009690         MOVE PLN-RETIRED-ID TO RTG-PLAYER-ID
009700         READ PLAYER-RATING-FILE
009710             INVALID KEY
009720                 CONTINUE
009730             NOT INVALID KEY
009740                 DELETE PLAYER-RATING-FILE RECORD
009750                 MOVE SPACES TO ADJ-KEY-DATE
009760                 MOVE 0 TO ADJ-KEY-TIME
009770                 MOVE SPACES TO ADJ-OLD-VALUE
009780                 STRING "RTG " PLN-OLD-RATING
009790                     DELIMITED BY SIZE INTO ADJ-OLD-VALUE
009800                 MOVE SPACE TO ADJ-DIFFICULTY
009810                 MOVE SPACE TO ADJ-GAME-TYPE
009820                 PERFORM 6000-WRITE-ADJUSTMENT
009830         END-READ
009840     END-IF.
009850
009860*****************************************************************
009870*    5500-RETIRE-PLAYER
009880*    SETS THE RETIRED PLAYER INACTIVE WITH A POINTER TO THE
009890*    SURVIVOR. A RECORD ALREADY POINTING THERE WAS DONE BY THE
009900*    RUN THAT STOPPED AND IS LEFT AS IT IS.
009910*****************************************************************
009920 5500-RETIRE-PLAYER.
009930     OPEN I-O PLAYER-MASTER-FILE.
009940     IF NOT PLR-STATUS-OK
009950         DISPLAY "ERROR OPENING PLAYER-MASTER-FILE - STATUS "
009960             PLR-FILE-STATUS
009970         SET MERGE-FAILED TO TRUE
009980     ELSE
009990         MOVE PLN-RETIRED-ID TO PL-PLAYER-ID
010000         READ PLAYER-MASTER-FILE
010010             INVALID KEY
010020                 DISPLAY "RETIRED PLAYER " PLN-RETIRED-ID
010030                     " NOT ON MASTER"
010040                 SET MERGE-FAILED TO TRUE
010050             NOT INVALID KEY
010060                 IF PL-MERGED-INTO NOT = PLN-SURVIVOR-ID
010070                     PERFORM 5550-MARK-PLAYER-MERGED
010080                 END-IF
010090         END-READ
010100     END-IF.
010110     CLOSE PLAYER-MASTER-FILE.
010120
010130 5550-MARK-PLAYER-MERGED.
010140     SET PL-INACTIVE TO TRUE.
010150     MOVE PLN-SURVIVOR-ID TO PL-MERGED-INTO.
010160     REWRITE PLAYER-MASTER-RECORD.
010170     IF PLR-STATUS-OK
010180         MOVE PL-ENROLL-DATE TO ADJ-KEY-DATE
010190         MOVE 0 TO ADJ-KEY-TIME
010200         MOVE "PLR" TO ADJ-OLD-VALUE
010210         MOVE SPACE TO ADJ-DIFFICULTY
010220         MOVE SPACE TO ADJ-GAME-TYPE
010230         PERFORM 6000-WRITE-ADJUSTMENT
010240     ELSE
010250         DISPLAY "PLAYER REWRITE FAILED - STATUS " PLR-FILE-STATUS
010260         SET MERGE-FAILED TO TRUE
010270     END-IF.
010280
010290 5900-END-PHASE.
010300     IF NOT MERGE-FAILED
010310         ADD 1 TO PLN-PHASE-DONE
010320         PERFORM 8000-SAVE-MERGE-CONTROL
010330     END-IF.
010340
010350*****************************************************************
010360*    6000-WRITE-ADJUSTMENT
010370*    APPENDS ONE MERGE RECORD TO THE ADJUSTMENTS TRAIL. THE
010380*    CALLER HAS SET THE OLD KEY'S DATE AND TIME, THE OLD VALUE,
010390*    THE TIER, AND THE GAME TYPE.
010400*****************************************************************
010410 6000-WRITE-ADJUSTMENT.
010420     MOVE SIGNON-ID       TO ADJ-OPERATOR-ID.
010430     CALL "time" USING BY REFERENCE ADJ-TIMESTAMP.
010440     MOVE "MERGE"         TO ADJ-ACTION.
010450     MOVE PLN-RETIRED-ID  TO ADJ-KEY-PLAYER-ID.
010460     MOVE PLN-SURVIVOR-ID TO ADJ-NEW-VALUE.
010470     MOVE PLN-REASON      TO ADJ-REASON.
010480     MOVE SPACES          TO ADJ-FLAG-REF.
010490     MOVE SPACES          TO ADJ-APPROVED-BY.
010500     WRITE ADJUSTMENT-RECORD.
010510     IF ADJ-STATUS-OK
010520         ADD 1 TO TRAIL-WRITTEN
010530     ELSE
010540         DISPLAY "ADJUSTMENT WRITE FAILED - STATUS "
010550             ADJ-FILE-STATUS
010555         SET MERGE-FAILED TO TRUE
010560     END-IF.
010570
010580*****************************************************************
010590*    7000-PRINT-RESULT
010600*    CLOSES THE REPORT WITH WHAT WAS DONE - NOTHING, THE WHOLE
010610*    MERGE, OR HOW FAR IT GOT BEFORE IT STOPPED.
010620*****************************************************************
010630 7000-PRINT-RESULT.
010640     IF MERGE-CONFIRMED
010650         MOVE SPACES TO MERGE-LINE
010660         WRITE MERGE-LINE
010670         MOVE "SCORES RE-KEYED"          TO TOT-LABEL
010680         MOVE SCORES-MOVED               TO TOT-VALUE
010690         PERFORM 8200-PRINT-ONE-TOTAL
010700         MOVE "BADGES MOVED"             TO TOT-LABEL
010710         MOVE BADGES-MOVED               TO TOT-VALUE
010720         PERFORM 8200-PRINT-ONE-TOTAL
010730         MOVE "BADGES MERGED"            TO TOT-LABEL
010740         MOVE BADGES-MERGED              TO TOT-VALUE
010750         PERFORM 8200-PRINT-ONE-TOTAL
010760         MOVE "TRAIL RECORDS WRITTEN"    TO TOT-LABEL
010770         MOVE TRAIL-WRITTEN              TO TOT-VALUE
010780         PERFORM 8200-PRINT-ONE-TOTAL
010790         MOVE "PHASES DONE OF 5"         TO TOT-LABEL
010800         MOVE PLN-PHASE-DONE             TO TOT-VALUE
010810         PERFORM 8200-PRINT-ONE-TOTAL
010820     END-IF.
010830     MOVE SPACES TO MERGE-LINE.
010840     WRITE MERGE-LINE.
010850     EVALUATE TRUE
010860         WHEN PLAN-HAS-CLASH
010870             MOVE "SCORE KEYS CLASH - MERGE REFUSED" TO MSG-LINE
010880             MOVE 8 TO RETURN-CODE
010890         WHEN NOT MERGE-CONFIRMED
010900             MOVE "DRY RUN ONLY - NOTHING CHANGED" TO MSG-LINE
010905             MOVE 0 TO RETURN-CODE
010910         WHEN MERGE-FAILED
010920             MOVE "MERGE STOPPED PART WAY - RERUN TO FINISH"
010930                 TO MSG-LINE
010940             MOVE 8 TO RETURN-CODE
010950         WHEN OTHER
010960             MOVE "MERGE COMMITTED" TO MSG-LINE
010965             MOVE 0 TO RETURN-CODE
010970     END-EVALUATE.
010980     MOVE MSG-LINE TO MERGE-LINE.
010990     WRITE MERGE-LINE.
011000     DISPLAY MSG-LINE.
011010
011020*****************************************************************
011030*    8000-SAVE-MERGE-CONTROL
011040*    REPLACES THE RUN CONTROL WITH THE MERGE AS IT NOW STANDS.
011050*****************************************************************
011060 8000-SAVE-MERGE-CONTROL.
011070     OPEN OUTPUT MERGE-CONTROL-FILE.
011080     IF NOT MGC-STATUS-OK
011090         DISPLAY "MERGE CONTROL WOULD NOT OPEN - STATUS "
011100             MGC-FILE-STATUS
011110         SET MERGE-FAILED TO TRUE
011120     ELSE
011130         MOVE MERGE-PLAN TO MERGE-CONTROL-RECORD
011140         WRITE MERGE-CONTROL-RECORD
011150     END-IF.
011160     CLOSE MERGE-CONTROL-FILE.
011170
011180 8100-PRINT-DETAIL.
011190     MOVE DTL-LINE TO MERGE-LINE.
011200     WRITE MERGE-LINE.
011210
011220 8200-PRINT-ONE-TOTAL.
011230     MOVE TOT-LINE TO MERGE-LINE.
011240     WRITE MERGE-LINE.
