000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GUESSRLM.
000030 AUTHOR.        D. RAZGARIZE.
000040 INSTALLATION.  CSCI470 GAME LAB.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    2026-10-15 RAZ  INITIAL VERSION - GAME RULES MAINTENANCE.
000100*                    KEEPS THE DATED GUESSRUL RULE SETS - TIER
000110*                    RANGES AND PAR, RATING STEP, CAP AND FLOOR,
000120*                    THE NEW-PLAYER RATING, AND THE SEASON
000130*                    POINTS BY FINISH - THAT EVERY PROGRAM READS
000140*                    FOR THE DATE IT IS WORKING ON. A SET MAY
000150*                    ONLY BE ADDED, CHANGED OR WITHDRAWN BEFORE
000160*                    IT TAKES EFFECT, SO A DAY ALREADY PLAYED
000170*                    NEVER CHANGES RULES AFTER THE FACT. A SEED
000180*                    CHOICE LOADS THE STANDING LEAGUE RULES THAT
000190*                    USED TO BE FROZEN INTO THE PROGRAMS, FOR A
000200*                    SITE CUTTING OVER. ONLY A SIGNED-ON
000210*                    SUPERVISOR MAY RUN IT, AND EVERY VALUE THAT
000220*                    MOVES IS WRITTEN TO THE GUESSADJ TRAIL WITH
000230*                    THE REASON GIVEN. RANGES MAY NOT MOVE ON A
000235*                    DAY GUESSCHG HAS ALREADY SET CHALLENGES FOR.
000240*****************************************************************
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT RULES-FILE ASSIGN TO "GUESSRUL"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS RUL-EFFECTIVE-DATE
000330         FILE STATUS IS RUL-FILE-STATUS.
000340
000350     SELECT OPERATOR-MASTER-FILE ASSIGN TO "GUESSOPR"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS OPR-OPERATOR-ID
000390         FILE STATUS IS OPR-FILE-STATUS.
000400
000410     SELECT ADJUSTMENT-FILE ASSIGN TO "GUESSADJ"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS ADJ-FILE-STATUS.
000431
000432     SELECT CHALLENGE-FILE ASSIGN TO "GUESSCHL"
000433         ORGANIZATION IS INDEXED
000434         ACCESS MODE IS DYNAMIC
000435         RECORD KEY IS CHL-KEY
000436         FILE STATUS IS CHL-FILE-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  RULES-FILE.
000480 COPY GUESSRUL.
000490
000500 FD  OPERATOR-MASTER-FILE.
000510 COPY GUESSOPR.
000520
000530 FD  ADJUSTMENT-FILE.
000540 COPY GUESSADJ.
000541
000542 FD  CHALLENGE-FILE.
000544 COPY GUESSCHL.
000550
000560 WORKING-STORAGE SECTION.
000570 01  RUL-FILE-STATUS  PIC XX.
000580     88 RUL-STATUS-OK         VALUE "00".
000590     88 RUL-STATUS-NOT-FOUND  VALUE "35".
000600     88 RUL-STATUS-EOF        VALUE "10".
000610 01  OPR-FILE-STATUS  PIC XX.
000620     88 OPR-STATUS-OK         VALUE "00".
000630 01  ADJ-FILE-STATUS  PIC XX.
000640     88 ADJ-STATUS-OK         VALUE "00".
000650     88 ADJ-STATUS-NOT-FOUND  VALUE "35".
000652 01  CHL-FILE-STATUS  PIC XX.
000654     88 CHL-STATUS-OK         VALUE "00".
000659     88 CHL-STATUS-NOT-FOUND  VALUE "35".
000660
000670 01  MENU-CHOICE      PIC X VALUE SPACE.
000680     88 CHOICE-SET            VALUE "A" "a".
000690     88 CHOICE-WITHDRAW       VALUE "D" "d".
000700     88 CHOICE-LIST           VALUE "L" "l".
000710     88 CHOICE-SEED           VALUE "S" "s".
000720     88 CHOICE-EXIT           VALUE "X" "x".
000730
000740 01  OPERATOR-ID      PIC X(10) VALUE SPACES.
000750 01  SIGNON-OK-SW     PIC X VALUE "N".
000760     88 SIGNED-ON             VALUE "Y".
000770 01  MAINT-MESSAGE    PIC X(40) VALUE SPACES.
000780 01  TODAYS-DATE      PIC X(08).
000790 01  LIST-COUNT       PIC 9(05) VALUE 0.
000800 01  ADJ-WRITTEN-COUNT PIC 9(05) VALUE 0.
000810 01  ADJUST-REASON    PIC X(30).
000820 01  CONFIRM-ANSWER   PIC X VALUE "N".
000830     88 CHANGE-CONFIRMED      VALUE "Y" "y".
000840
000850 01  WORK-EFFECTIVE-DATE PIC X(08).
000860 01  SET-FILE-SW      PIC X VALUE "N".
000870     88 SET-IS-ON-FILE        VALUE "Y".
000880 01  RULES-OK-SW      PIC X VALUE "N".
000890     88 RULES-ARE-VALID       VALUE "Y".
000900 01  RULE-ACTION-SW   PIC X VALUE SPACE.
000910     88 ADDING-SET            VALUE "A".
000920     88 CHANGING-SET          VALUE "C".
000930     88 WITHDRAWING-SET       VALUE "W".
000932 01  PRIOR-ONLY-SW     PIC X VALUE "N".
000934     88 PRIOR-SET-ONLY        VALUE "Y".
000935 01  BASE-TIER-MAXIMUMS.
000936     05 BASE-TIER-MAX    PIC 999 OCCURS 3 TIMES.
000937 01  RANGE-MOVED-SW   PIC X VALUE "N".
000938     88 RANGE-MOVED           VALUE "Y".
000940 01  ITEM-SUB         PIC 9.
000950 01  ITEM-NAME        PIC X(10).
000960 01  ITEM-OLD-NUM     PIC 9(05).
000970 01  ITEM-NEW-NUM     PIC 9(05).
000980
000990*    THE SET BEING KEYED, AND THE SAME SET AS IT STOOD BEFORE.
001000 COPY GUESSRUL REPLACING
001010     ==RULES-RECORD== BY ==WORK-RULES==
001020     LEADING ==RUL== BY ==WRK==.
001030 COPY GUESSRUL REPLACING
001040     ==RULES-RECORD== BY ==OLD-RULES==
001050     LEADING ==RUL== BY ==OLD==.
001060
001070*    THE STANDING LEAGUE RULES - EASY 1-100 PAR 7, MEDIUM 1-500
001080*    PAR 9, HARD 1-999 PAR 10, 10 RATING POINTS A GUESS CAPPED
001090*    AT 100 A GAME, FLOOR 100, NEW PLAYERS AT 1200, AND THE
001100*    10-8-6-5-4-3-2-1 FINISH LADDER.
001110 01  SEED-RULES-VALUES.
001120     05 FILLER PIC X(15) VALUE "100075000999910".
001130     05 FILLER PIC X(15) VALUE "101000010001200".
001140     05 FILLER PIC X(16) VALUE "1008060504030201".
001150 01  SEED-RULES REDEFINES SEED-RULES-VALUES.
001160     05 SEED-TIER-TABLE       PIC X(15).
001170     05 SEED-RATING-STEP      PIC 99.
001180     05 SEED-RATING-CAP       PIC 999.
001190     05 SEED-RATING-FLOOR     PIC 9(5).
001200     05 SEED-NEW-PLAYER-RATING PIC 9(5).
001210     05 SEED-POINTS-TABLE     PIC X(16).
001220
001230 01  WORK-DATE.
001240     05 WD-YEAR              PIC 9(4).
001250     05 WD-MONTH             PIC 9(2).
001260     05 WD-DAY               PIC 9(2).
001270 01  CNV-QUOTIENT            PIC 9(7).
001280 01  CNV-REMAINDER           PIC 9(4).
001290 01  CNV-MONTH-DAYS          PIC 99.
001300 01  LEAP-SW                 PIC X VALUE "N".
001310     88 LEAP-YEAR                VALUE "Y".
001320     88 NOT-LEAP-YEAR            VALUE "N".
001330 01  MONTH-LENGTH-VALUES     PIC X(24) VALUE
001340     "312831303130313130313031".
001350 01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
001360     05 MONTH-LENGTH         PIC 99 OCCURS 12 TIMES.
001370 01  DATE-OK-SW              PIC X VALUE "N".
001380     88 DATE-IS-VALID            VALUE "Y".
001390
001400 SCREEN SECTION.
001410 01  SIGNON-ENTRY.
001420     05 BLANK SCREEN.
001430     05 LINE 2 COLUMN 16 VALUE "GAME RULES MAINTENANCE".
001440     05 LINE 5 COLUMN 10 VALUE "Supervisor ID:".
001450     05 LINE 5 COLUMN 25 PIC X(10) USING OPERATOR-ID.
001460     05 LINE 7 COLUMN 10 PIC X(40) FROM MAINT-MESSAGE.
001470 01  MAINT-MENU.
001480     05 BLANK SCREEN.
001490     05 LINE 2 COLUMN 16 VALUE "GAME RULES MAINTENANCE".
001500     05 LINE 4 COLUMN 10 VALUE "A = ADD OR CHANGE A RULE SET".
001510     05 LINE 5 COLUMN 10 VALUE "D = WITHDRAW A RULE SET".
001520     05 LINE 6 COLUMN 10 VALUE "L = LIST ALL RULE SETS".
001530     05 LINE 7 COLUMN 10 VALUE "S = SEED THE STANDING RULES".
001540     05 LINE 8 COLUMN 10 VALUE "X = EXIT".
001550     05 LINE 10 COLUMN 10 VALUE "Choice:".
001560     05 LINE 10 COLUMN 18 PIC X USING MENU-CHOICE.
001570     05 LINE 12 COLUMN 10 PIC X(40) FROM MAINT-MESSAGE.
001580 01  EFFECTIVE-DATE-ENTRY.
001590     05 LINE 14 COLUMN 10 VALUE "Effective from (YYYYMMDD):".
001600     05 LINE 14 COLUMN 37 PIC X(08) USING WORK-EFFECTIVE-DATE.
001610 01  RULES-ENTRY.
001620     05 LINE 15 COLUMN 10 VALUE "EASY   range 1 -".
001630     05 LINE 15 COLUMN 27 PIC 999 USING WRK-TIER-MAX (1).
001640     05 LINE 15 COLUMN 32 VALUE "par".
001650     05 LINE 15 COLUMN 36 PIC 99 USING WRK-TIER-PAR (1).
001660     05 LINE 16 COLUMN 10 VALUE "MEDIUM range 1 -".
001670     05 LINE 16 COLUMN 27 PIC 999 USING WRK-TIER-MAX (2).
001680     05 LINE 16 COLUMN 32 VALUE "par".
001690     05 LINE 16 COLUMN 36 PIC 99 USING WRK-TIER-PAR (2).
001700     05 LINE 17 COLUMN 10 VALUE "HARD   range 1 -".
001710     05 LINE 17 COLUMN 27 PIC 999 USING WRK-TIER-MAX (3).
001720     05 LINE 17 COLUMN 32 VALUE "par".
001730     05 LINE 17 COLUMN 36 PIC 99 USING WRK-TIER-PAR (3).
001740     05 LINE 18 COLUMN 10 VALUE "Rating step".
001750     05 LINE 18 COLUMN 22 PIC 99 USING WRK-RATING-STEP.
001760     05 LINE 18 COLUMN 26 VALUE "cap".
001770     05 LINE 18 COLUMN 30 PIC 999 USING WRK-RATING-CAP.
001780     05 LINE 18 COLUMN 35 VALUE "floor".
001790     05 LINE 18 COLUMN 41 PIC 9(5) USING WRK-RATING-FLOOR.
001800     05 LINE 18 COLUMN 48 VALUE "new player".
001810     05 LINE 18 COLUMN 59 PIC 9(5) USING WRK-NEW-PLAYER-RATING.
001820     05 LINE 19 COLUMN 10 VALUE "Points 1st-8th".
001830     05 LINE 19 COLUMN 25 PIC 99 USING WRK-POSITION-POINTS (1).
001840     05 LINE 19 COLUMN 28 PIC 99 USING WRK-POSITION-POINTS (2).
001850     05 LINE 19 COLUMN 31 PIC 99 USING WRK-POSITION-POINTS (3).
001860     05 LINE 19 COLUMN 34 PIC 99 USING WRK-POSITION-POINTS (4).
001870     05 LINE 19 COLUMN 37 PIC 99 USING WRK-POSITION-POINTS (5).
001880     05 LINE 19 COLUMN 40 PIC 99 USING WRK-POSITION-POINTS (6).
001890     05 LINE 19 COLUMN 43 PIC 99 USING WRK-POSITION-POINTS (7).
001900     05 LINE 19 COLUMN 46 PIC 99 USING WRK-POSITION-POINTS (8).
001910 01  REASON-ENTRY.
001920     05 LINE 21 COLUMN 10 VALUE "Reason:".
001930     05 LINE 21 COLUMN 18 PIC X(30) USING ADJUST-REASON.
001940 01  CONFIRM-ENTRY.
001950     05 LINE 22 COLUMN 10 VALUE "Apply this change? (Y/N):".
001960     05 LINE 22 COLUMN 36 PIC X USING CONFIRM-ANSWER.
001970
001980 PROCEDURE DIVISION.
001990 0000-MAINLINE.
002000     PERFORM 0500-SIGN-ON.
002010     IF SIGNED-ON
002020         ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
002030         PERFORM 1000-OPEN-RULES
002040         PERFORM 2000-PROCESS-MENU UNTIL CHOICE-EXIT
002050         CLOSE RULES-FILE
002060         DISPLAY "TRAIL RECORDS WRITTEN: " ADJ-WRITTEN-COUNT
002070     END-IF.
002080     STOP RUN.
002090
002100*****************************************************************
002110*    0500-SIGN-ON
002120*    VALIDATES THE OPERATOR AGAINST THE GUESSOPR MASTER. ONLY AN
002130*    ACTIVE SUPERVISOR MAY CHANGE THE LEAGUE RULES. A BLANK ID
002140*    CANCELS THE RUN.
002150*****************************************************************
002160 0500-SIGN-ON.
002170     MOVE "N" TO SIGNON-OK-SW.
002180     MOVE SPACES TO OPERATOR-ID.
002190     MOVE SPACES TO MAINT-MESSAGE.
002200     PERFORM 0600-PROMPT-SIGN-ON
002210         UNTIL SIGNED-ON OR OPERATOR-ID = "*CANCEL*".
002220     MOVE SPACES TO MAINT-MESSAGE.
002230
002240 0600-PROMPT-SIGN-ON.
002250     DISPLAY SIGNON-ENTRY.
002260     ACCEPT SIGNON-ENTRY.
002270     IF OPERATOR-ID = SPACES
002280         MOVE "*CANCEL*" TO OPERATOR-ID
002290         DISPLAY "NO OPERATOR ID ENTERED - RUN CANCELLED"
002300     ELSE
002310         PERFORM 0700-VALIDATE-OPERATOR
002320     END-IF.
002330
002340*****************************************************************
002350*    0700-VALIDATE-OPERATOR
002360*    LOOKS THE KEYED ID UP ON THE OPERATOR MASTER. NO MASTER ON
002370*    FILE MEANS NOBODY CAN BE VERIFIED, SO THE RUN IS REFUSED.
002380*****************************************************************
002390 0700-VALIDATE-OPERATOR.
002400     OPEN INPUT OPERATOR-MASTER-FILE.
002410     IF NOT OPR-STATUS-OK
002420         DISPLAY "NO OPERATOR MASTER ON FILE - RUN CANCELLED"
002430         CLOSE OPERATOR-MASTER-FILE
002440         MOVE 8 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470     MOVE OPERATOR-ID TO OPR-OPERATOR-ID.
002480     READ OPERATOR-MASTER-FILE
002490         INVALID KEY
002500             MOVE "OPERATOR NOT ON MASTER" TO MAINT-MESSAGE
002510         NOT INVALID KEY
002520             EVALUATE TRUE
002530                 WHEN OPR-INACTIVE
002540                     MOVE "OPERATOR IS INACTIVE" TO MAINT-MESSAGE
002550                 WHEN NOT OPR-SUPERVISOR
002560                     MOVE "SUPERVISOR ROLE REQUIRED"
002570                         TO MAINT-MESSAGE
002580                 WHEN OTHER
002590                     SET SIGNED-ON TO TRUE
002600             END-EVALUATE
002610     END-READ.
002620     CLOSE OPERATOR-MASTER-FILE.
002630
002640*****************************************************************
002650*    1000-OPEN-RULES
002660*    OPENS THE RULES FILE FOR UPDATE, CREATING IT ON THE FIRST
002670*    EVER RUN.
002680*****************************************************************
002690 1000-OPEN-RULES.
002700     OPEN I-O RULES-FILE.
002710     IF RUL-STATUS-NOT-FOUND
002720         CLOSE RULES-FILE
002730         OPEN OUTPUT RULES-FILE
002740         CLOSE RULES-FILE
002750         OPEN I-O RULES-FILE
002760     ELSE
002770         IF NOT RUL-STATUS-OK
002780             DISPLAY "ERROR OPENING RULES FILE - STATUS "
002790                 RUL-FILE-STATUS
002800             STOP RUN
002810         END-IF
002820     END-IF.
002830
002840*****************************************************************
002850*    2000-PROCESS-MENU
002860*    SHOWS THE MENU, TAKES ONE CHOICE, AND ROUTES IT TO THE
002870*    MATCHING MAINTENANCE ACTION.
002880*****************************************************************
002890 2000-PROCESS-MENU.
002900     DISPLAY MAINT-MENU.
002910     ACCEPT MAINT-MENU.
002920     MOVE SPACES TO MAINT-MESSAGE.
002930     EVALUATE TRUE
002940         WHEN CHOICE-SET
002950             PERFORM 3000-SET-RULES
002960         WHEN CHOICE-WITHDRAW
002970             PERFORM 4000-WITHDRAW-RULES
002980         WHEN CHOICE-LIST
002990             PERFORM 6000-LIST-RULES
003000         WHEN CHOICE-SEED
003010             PERFORM 7000-SEED-STANDING-RULES
003020         WHEN CHOICE-EXIT
003030             CONTINUE
003040         WHEN OTHER
003050             MOVE "UNKNOWN CHOICE - TRY AGAIN" TO MAINT-MESSAGE
003060     END-EVALUATE.
003070
003080*****************************************************************
003090*    3000-SET-RULES
003100*    ADDS A RULE SET OR CHANGES ONE NOT YET IN FORCE. A NEW SET
003110*    STARTS FROM THE VALUES IN FORCE ON ITS EFFECTIVE DATE, SO
003120*    ONLY WHAT THE LEAGUE IS CHANGING NEEDS KEYING.
003130*****************************************************************
003140 3000-SET-RULES.
003150     PERFORM 4500-GET-EFFECTIVE-DATE.
003160     IF DATE-IS-VALID
003170         MOVE WORK-EFFECTIVE-DATE TO RUL-EFFECTIVE-DATE
003180         READ RULES-FILE
003190             INVALID KEY
003200                 SET ADDING-SET TO TRUE
003210             NOT INVALID KEY
003220                 SET CHANGING-SET TO TRUE
003230         END-READ
003240         IF CHANGING-SET
003250             MOVE RULES-RECORD TO OLD-RULES
003260         ELSE
003270             PERFORM 7500-FIND-SET-IN-FORCE
003280             INITIALIZE OLD-RULES
003290         END-IF
003300         MOVE RULES-RECORD TO WORK-RULES
003302         MOVE WRK-TIER-MAX (1) TO BASE-TIER-MAX (1)
003304         MOVE WRK-TIER-MAX (2) TO BASE-TIER-MAX (2)
003306         MOVE WRK-TIER-MAX (3) TO BASE-TIER-MAX (3)
003310         DISPLAY RULES-ENTRY
003320         ACCEPT RULES-ENTRY
003330         PERFORM 3200-CHECK-RULES
003340         IF RULES-ARE-VALID
003350             PERFORM 4900-GET-REASON-AND-CONFIRM
003360             IF CHANGE-CONFIRMED
003370                 PERFORM 3100-WRITE-RULES
003380             ELSE
003390                 MOVE "CHANGE NOT APPLIED" TO MAINT-MESSAGE
003400             END-IF
003410         END-IF
003420     END-IF.
003430
003440 3100-WRITE-RULES.
003450     MOVE WORK-RULES          TO RULES-RECORD.
003460     MOVE WORK-EFFECTIVE-DATE TO RUL-EFFECTIVE-DATE.
003470     MOVE OPERATOR-ID         TO RUL-UPDATED-BY.
003480     MOVE TODAYS-DATE         TO RUL-UPDATED-DATE.
003490     IF CHANGING-SET
003500         REWRITE RULES-RECORD
003510     ELSE
003520         WRITE RULES-RECORD
003530     END-IF.
003540     IF RUL-STATUS-OK
003550         PERFORM 5000-LOG-RULE-SET
003560         MOVE "RULE SET SAVED" TO MAINT-MESSAGE
003570     ELSE
003580         MOVE "WRITE FAILED - SEE FILE STATUS" TO MAINT-MESSAGE
003590     END-IF.
003600
003610*****************************************************************
003620*    3200-CHECK-RULES
003630*    THE RANGES MUST RISE FROM EASY TO HARD, EVERY TIER NEEDS A
003640*    PAR, THE FLOOR MUST SIT BELOW THE NEW-PLAYER RATING, AND
003650*    NO PLACE MAY EARN MORE POINTS THAN THE PLACE ABOVE IT. A
003655*    CHANGE OF RANGE IS ALSO HELD TO 3300.
003660*****************************************************************
003670 3200-CHECK-RULES.
003680     SET RULES-ARE-VALID TO TRUE.
003690     IF WRK-TIER-MAX (1) < 2
003700         OR WRK-TIER-MAX (2) NOT > WRK-TIER-MAX (1)
003710         OR WRK-TIER-MAX (3) NOT > WRK-TIER-MAX (2)
003720         MOVE "N" TO RULES-OK-SW
003730         MOVE "RANGES MUST RISE FROM EASY TO HARD"
003740             TO MAINT-MESSAGE
003750     END-IF.
003760     IF WRK-TIER-PAR (1) = 0 OR WRK-TIER-PAR (2) = 0
003770         OR WRK-TIER-PAR (3) = 0
003780         MOVE "N" TO RULES-OK-SW
003790         MOVE "EVERY TIER NEEDS A PAR" TO MAINT-MESSAGE
003800     END-IF.
003810     IF WRK-RATING-FLOOR NOT < WRK-NEW-PLAYER-RATING
003820         MOVE "N" TO RULES-OK-SW
003830         MOVE "FLOOR MUST BE BELOW NEW-PLAYER RATING"
003840             TO MAINT-MESSAGE
003850     END-IF.
003860     PERFORM 3210-CHECK-ONE-PLACE
003870         VARYING ITEM-SUB FROM 2 BY 1 UNTIL ITEM-SUB > 8.
003872     PERFORM 3300-CHECK-CHALLENGES-SET.
003880
003890 3210-CHECK-ONE-PLACE.
003900     IF WRK-POSITION-POINTS (ITEM-SUB)
003910           > WRK-POSITION-POINTS (ITEM-SUB - 1)
003920         MOVE "N" TO RULES-OK-SW
003930         MOVE "POINTS MUST NOT RISE DOWN THE PLACES"
003940             TO MAINT-MESSAGE
003950     END-IF.
003960
003961*****************************************************************
003962*    3300-CHECK-CHALLENGES-SET
003963*    A RANGE MAXIMUM MAY NOT MOVE FROM A DAY GUESSCHG HAS ALREADY
003964*    SET CHALLENGES FOR - THOSE SECRETS WERE DRAWN OVER THE OLD
003965*    RANGE AND ARE NEVER DRAWN AGAIN. THE CHANGE HAS TO TAKE
003966*    EFFECT AFTER THE LAST DAY ON GUESSCHL. PAR DOES NOT TOUCH A
003967*    DRAWN SECRET, SO ONLY THE MAXIMUMS ARE COMPARED. NO
003968*    CHALLENGE FILE MEANS NO CHALLENGES; ANY OTHER OPEN FAILURE
003969*    REFUSES THE CHANGE, SINCE THE FILE CANNOT BE CHECKED.
003970*****************************************************************
003971 3300-CHECK-CHALLENGES-SET.
003972     MOVE "N" TO RANGE-MOVED-SW.
003973     PERFORM 3310-CHECK-ONE-RANGE
003974         VARYING ITEM-SUB FROM 1 BY 1 UNTIL ITEM-SUB > 3.
003975     IF RANGE-MOVED
003976         PERFORM 3320-FIND-CHALLENGES
003977     END-IF.
003978
003979 3310-CHECK-ONE-RANGE.
003980     IF WRK-TIER-MAX (ITEM-SUB) NOT = BASE-TIER-MAX (ITEM-SUB)
003981         SET RANGE-MOVED TO TRUE
003982     END-IF.
003983
003984 3320-FIND-CHALLENGES.
003985     OPEN INPUT CHALLENGE-FILE.
003986     EVALUATE TRUE
003987         WHEN CHL-STATUS-OK
003988             MOVE WORK-EFFECTIVE-DATE TO CHL-DATE
003989             MOVE 0 TO CHL-DIFFICULTY
003990             START CHALLENGE-FILE KEY >= CHL-KEY
003991                 INVALID KEY
003992                     CONTINUE
003993                 NOT INVALID KEY
003994                     MOVE "N" TO RULES-OK-SW
003995                     MOVE "CHALLENGES SET - RANGES LOCKED"
003996                         TO MAINT-MESSAGE
003998             END-START
003999             CLOSE CHALLENGE-FILE
004000         WHEN CHL-STATUS-NOT-FOUND
004001             CONTINUE
004002         WHEN OTHER
004003             MOVE "N" TO RULES-OK-SW
004004             MOVE SPACES TO MAINT-MESSAGE
004005             STRING "CHALLENGE FILE STATUS " CHL-FILE-STATUS
004006                 " - NOT CHECKED" DELIMITED BY SIZE
004007                 INTO MAINT-MESSAGE
004008     END-EVALUATE.
004009
004010*****************************************************************
004011*    4000-WITHDRAW-RULES
004012*    REMOVES A RULE SET THAT HAS NOT TAKEN EFFECT YET, LEAVING
004013*    THE SET BEFORE IT IN FORCE - SO IF THAT SET'S RANGES DIFFER,
004014*    3300 MUST ALLOW THEM TO MOVE BACK.
004015*****************************************************************
004020 4000-WITHDRAW-RULES.
004030     PERFORM 4500-GET-EFFECTIVE-DATE.
004040     IF DATE-IS-VALID
004042         SET PRIOR-SET-ONLY TO TRUE
004044         PERFORM 7500-FIND-SET-IN-FORCE
004046         MOVE "N" TO PRIOR-ONLY-SW
004047         MOVE RUL-TIER-MAX (1) TO BASE-TIER-MAX (1)
004048         MOVE RUL-TIER-MAX (2) TO BASE-TIER-MAX (2)
004049         MOVE RUL-TIER-MAX (3) TO BASE-TIER-MAX (3)
004050         MOVE WORK-EFFECTIVE-DATE TO RUL-EFFECTIVE-DATE
004060         READ RULES-FILE
004070             INVALID KEY
004080                 MOVE "NO RULE SET FROM THAT DATE"
004090                     TO MAINT-MESSAGE
004100         END-READ
004110         IF RUL-STATUS-OK
004120             MOVE RULES-RECORD TO OLD-RULES
004130             MOVE RULES-RECORD TO WORK-RULES
004140             DISPLAY RULES-ENTRY
004141             SET RULES-ARE-VALID TO TRUE
004142             PERFORM 3300-CHECK-CHALLENGES-SET
004145         END-IF
004146         IF RUL-STATUS-OK AND RULES-ARE-VALID
004150             PERFORM 4900-GET-REASON-AND-CONFIRM
004160             IF CHANGE-CONFIRMED
004170                 PERFORM 4100-DELETE-RULES
004180             ELSE
004190                 MOVE "CHANGE NOT APPLIED" TO MAINT-MESSAGE
004200             END-IF
004210         END-IF
004220     END-IF.
004230
004240 4100-DELETE-RULES.
004250     DELETE RULES-FILE
004260         INVALID KEY
004270             MOVE "DELETE FAILED - SEE FILE STATUS"
004280                 TO MAINT-MESSAGE
004290         NOT INVALID KEY
004300             SET WITHDRAWING-SET TO TRUE
004310             PERFORM 5000-LOG-RULE-SET
004320             MOVE "RULE SET WITHDRAWN" TO MAINT-MESSAGE
004330     END-DELETE.
004340
004350*****************************************************************
004360*    4500-GET-EFFECTIVE-DATE
004370*    PROMPTS FOR AN EFFECTIVE DATE AND CHECKS IT IS A REAL DATE
004380*    LATER THAN TODAY. TODAY'S GAMES ARE ALREADY UNDER WAY ON
004390*    TODAY'S RULES, SO THE EARLIEST A CHANGE CAN TAKE HOLD IS
004400*    TOMORROW.
004410*****************************************************************
004420 4500-GET-EFFECTIVE-DATE.
004430     MOVE SPACES TO WORK-EFFECTIVE-DATE.
004440     DISPLAY EFFECTIVE-DATE-ENTRY.
004450     ACCEPT EFFECTIVE-DATE-ENTRY.
004460     MOVE WORK-EFFECTIVE-DATE TO WORK-DATE.
004470     PERFORM 4600-CHECK-WORK-DATE.
004480     IF NOT DATE-IS-VALID
004490         MOVE "DATE MUST BE A VALID YYYYMMDD" TO MAINT-MESSAGE
004500     ELSE
004510         IF WORK-EFFECTIVE-DATE NOT > TODAYS-DATE
004520             MOVE "N" TO DATE-OK-SW
004530             MOVE "DATE MUST BE LATER THAN TODAY"
004540                 TO MAINT-MESSAGE
004550         END-IF
004560     END-IF.
004570
004580 4600-CHECK-WORK-DATE.
004590     MOVE "N" TO DATE-OK-SW.
004600     IF WORK-DATE NUMERIC
004610         IF WD-MONTH > 0 AND WD-MONTH < 13
004620             PERFORM 8850-GET-MONTH-LENGTH
004630             IF WD-DAY > 0 AND WD-DAY NOT > CNV-MONTH-DAYS
004640                 SET DATE-IS-VALID TO TRUE
004650             END-IF
004660         END-IF
004670     END-IF.
004680
004690*****************************************************************
004700*    4900-GET-REASON-AND-CONFIRM
004710*    TAKES THE REASON FOR THE CHANGE AND A FINAL YES/NO. A
004720*    BLANK REASON IS REFUSED - THE TRAIL IS ONLY AS GOOD AS
004730*    THE REASONS ON IT.
004740*****************************************************************
004750 4900-GET-REASON-AND-CONFIRM.
004760     MOVE SPACES TO ADJUST-REASON.
004770     PERFORM 4910-PROMPT-REASON
004780         UNTIL ADJUST-REASON NOT = SPACES.
004790     MOVE "N" TO CONFIRM-ANSWER.
004800     DISPLAY CONFIRM-ENTRY.
004810     ACCEPT CONFIRM-ENTRY.
004820
004830 4910-PROMPT-REASON.
004840     DISPLAY REASON-ENTRY.
004850     ACCEPT REASON-ENTRY.
004860
004870*****************************************************************
004880*    5000-LOG-RULE-SET
004890*    WRITES ONE GUESSADJ RULES RECORD FOR EVERY VALUE OF THE SET
004900*    THAT MOVED - EVERY VALUE OF A NEW OR WITHDRAWN SET, ONLY
004910*    THE CHANGED ONES OF A CHANGED SET.
004920*****************************************************************
004930 5000-LOG-RULE-SET.
004940     OPEN EXTEND ADJUSTMENT-FILE.
004950     IF ADJ-STATUS-NOT-FOUND
004960         OPEN OUTPUT ADJUSTMENT-FILE
004970     END-IF.
004980     IF NOT ADJ-STATUS-OK
004990         DISPLAY "ERROR OPENING ADJUSTMENT-FILE - STATUS "
005000             ADJ-FILE-STATUS
005010         STOP RUN
005020     END-IF.
005030     PERFORM 5100-LOG-ONE-TIER
005040         VARYING ITEM-SUB FROM 1 BY 1 UNTIL ITEM-SUB > 3.
005050     MOVE "RTG-STEP" TO ITEM-NAME.
005060     MOVE OLD-RATING-STEP TO ITEM-OLD-NUM.
005070     MOVE WRK-RATING-STEP TO ITEM-NEW-NUM.
005080     PERFORM 5300-LOG-ONE-VALUE.
005090     MOVE "RTG-CAP" TO ITEM-NAME.
005100     MOVE OLD-RATING-CAP TO ITEM-OLD-NUM.
005110     MOVE WRK-RATING-CAP TO ITEM-NEW-NUM.
005120     PERFORM 5300-LOG-ONE-VALUE.
005130     MOVE "RTG-FLOOR" TO ITEM-NAME.
005140     MOVE OLD-RATING-FLOOR TO ITEM-OLD-NUM.
005150     MOVE WRK-RATING-FLOOR TO ITEM-NEW-NUM.
005160     PERFORM 5300-LOG-ONE-VALUE.
005170     MOVE "NEW-RATING" TO ITEM-NAME.
005180     MOVE OLD-NEW-PLAYER-RATING TO ITEM-OLD-NUM.
005190     MOVE WRK-NEW-PLAYER-RATING TO ITEM-NEW-NUM.
005200     PERFORM 5300-LOG-ONE-VALUE.
005210     PERFORM 5200-LOG-ONE-PLACE
005220         VARYING ITEM-SUB FROM 1 BY 1 UNTIL ITEM-SUB > 8.
005230     CLOSE ADJUSTMENT-FILE.
005240
005250 5100-LOG-ONE-TIER.
005260     MOVE SPACES TO ITEM-NAME.
005270     STRING "T" ITEM-SUB "-MAX" DELIMITED BY SIZE INTO ITEM-NAME.
005280     MOVE OLD-TIER-MAX (ITEM-SUB) TO ITEM-OLD-NUM.
005290     MOVE WRK-TIER-MAX (ITEM-SUB) TO ITEM-NEW-NUM.
005300     PERFORM 5300-LOG-ONE-VALUE.
005310     MOVE SPACES TO ITEM-NAME.
005320     STRING "T" ITEM-SUB "-PAR" DELIMITED BY SIZE INTO ITEM-NAME.
005330     MOVE OLD-TIER-PAR (ITEM-SUB) TO ITEM-OLD-NUM.
005340     MOVE WRK-TIER-PAR (ITEM-SUB) TO ITEM-NEW-NUM.
005350     PERFORM 5300-LOG-ONE-VALUE.
005360
005370 5200-LOG-ONE-PLACE.
005380     MOVE SPACES TO ITEM-NAME.
005390     STRING "POINTS-" ITEM-SUB DELIMITED BY SIZE INTO ITEM-NAME.
005400     MOVE OLD-POSITION-POINTS (ITEM-SUB) TO ITEM-OLD-NUM.
005410     MOVE WRK-POSITION-POINTS (ITEM-SUB) TO ITEM-NEW-NUM.
005420     PERFORM 5300-LOG-ONE-VALUE.
005430
005440*****************************************************************
005450*    5300-LOG-ONE-VALUE
005460*    ONE TRAIL RECORD FOR ONE RULE VALUE. THE OLD VALUE IS BLANK
005470*    FOR A NEW SET AND THE NEW VALUE READS WITHDRAWN FOR A SET
005480*    TAKEN OFF; AN UNCHANGED VALUE OF A CHANGED SET IS SKIPPED.
005490*****************************************************************
005500 5300-LOG-ONE-VALUE.
005510     IF CHANGING-SET AND ITEM-OLD-NUM = ITEM-NEW-NUM
005520         CONTINUE
005530     ELSE
005540         MOVE OPERATOR-ID TO ADJ-OPERATOR-ID
005550         CALL "time" USING BY REFERENCE ADJ-TIMESTAMP
005560         MOVE "RULES" TO ADJ-ACTION
005570         MOVE ITEM-NAME TO ADJ-KEY-PLAYER-ID
005580         MOVE WORK-EFFECTIVE-DATE TO ADJ-KEY-DATE
005590         MOVE 0 TO ADJ-KEY-TIME
005600         MOVE SPACES TO ADJ-OLD-VALUE
005610         IF NOT ADDING-SET
005620             MOVE ITEM-OLD-NUM TO ADJ-OLD-VALUE
005630         END-IF
005640         IF WITHDRAWING-SET
005650             MOVE "WITHDRAWN" TO ADJ-NEW-VALUE
005660         ELSE
005670             MOVE ITEM-NEW-NUM TO ADJ-NEW-VALUE
005680         END-IF
005690         MOVE ADJUST-REASON TO ADJ-REASON
005700         MOVE SPACE  TO ADJ-DIFFICULTY
005710         MOVE SPACE  TO ADJ-GAME-TYPE
005720         MOVE SPACES TO ADJ-FLAG-REF
005730         MOVE SPACES TO ADJ-APPROVED-BY
005740         WRITE ADJUSTMENT-RECORD
005750         ADD 1 TO ADJ-WRITTEN-COUNT
005760     END-IF.
005770
005780*****************************************************************
005790*    6000-LIST-RULES
005800*    LISTS EVERY RULE SET IN EFFECTIVE-DATE ORDER WITH ITS
005810*    VALUES AND WHO LAST CHANGED IT.
005820*****************************************************************
005830 6000-LIST-RULES.
005840     MOVE 0 TO LIST-COUNT.
005850     MOVE LOW-VALUES TO RUL-EFFECTIVE-DATE.
005860     START RULES-FILE KEY >= RUL-EFFECTIVE-DATE
005870         INVALID KEY
005880             SET RUL-STATUS-EOF TO TRUE
005890     END-START.
005900     IF NOT RUL-STATUS-EOF
005910         PERFORM 6100-READ-NEXT-RULES
005920     END-IF.
005930     PERFORM 6200-LIST-ONE-SET UNTIL NOT RUL-STATUS-OK.
005940     DISPLAY "RULE SETS ON FILE: " LIST-COUNT.
005950     IF LIST-COUNT = 0
005960         MOVE "NO RULE SETS - SEED THE STANDING RULES"
005970             TO MAINT-MESSAGE
005980     END-IF.
005990
006000 6100-READ-NEXT-RULES.
006010     READ RULES-FILE NEXT RECORD
006020         AT END
006030             SET RUL-STATUS-EOF TO TRUE
006040     END-READ.
006050
006060 6200-LIST-ONE-SET.
006070     DISPLAY "FROM " RUL-EFFECTIVE-DATE
006080         " RANGES " RUL-TIER-MAX (1) "/" RUL-TIER-MAX (2) "/"
006090         RUL-TIER-MAX (3) " PAR " RUL-TIER-PAR (1) "/"
006100         RUL-TIER-PAR (2) "/" RUL-TIER-PAR (3)
006110         " BY " RUL-UPDATED-BY " " RUL-UPDATED-DATE.
006120     DISPLAY "     RATING STEP " RUL-RATING-STEP
006130         " CAP " RUL-RATING-CAP " FLOOR " RUL-RATING-FLOOR
006140         " NEW " RUL-NEW-PLAYER-RATING
006150         " POINTS " RUL-POINTS-TABLE.
006160     ADD 1 TO LIST-COUNT.
006170     PERFORM 6100-READ-NEXT-RULES.
006180
006190*****************************************************************
006200*    7000-SEED-STANDING-RULES
006210*    LOADS THE STANDING LEAGUE RULES AS THE SET IN FORCE FROM
006220*    THE START OF HISTORY, SO EVERY DAY ALREADY PLAYED KEEPS
006230*    THE RULES IT WAS PLAYED UNDER. ONLY AN EMPTY FILE MAY BE
006240*    SEEDED.
006250*****************************************************************
006260 7000-SEED-STANDING-RULES.
006270     MOVE LOW-VALUES TO RUL-EFFECTIVE-DATE.
006280     START RULES-FILE KEY >= RUL-EFFECTIVE-DATE
006290         INVALID KEY
006300             SET RUL-STATUS-EOF TO TRUE
006310     END-START.
006320     IF NOT RUL-STATUS-EOF
006330         MOVE "RULES ALREADY ON FILE - SEED REFUSED"
006340             TO MAINT-MESSAGE
006350     ELSE
006360         MOVE "00000000" TO WORK-EFFECTIVE-DATE
006370         INITIALIZE OLD-RULES
006380         MOVE SPACES TO WORK-RULES
006390         MOVE SEED-TIER-TABLE        TO WRK-TIER-TABLE
006400         MOVE SEED-RATING-STEP       TO WRK-RATING-STEP
006410         MOVE SEED-RATING-CAP        TO WRK-RATING-CAP
006420         MOVE SEED-RATING-FLOOR      TO WRK-RATING-FLOOR
006430         MOVE SEED-NEW-PLAYER-RATING TO WRK-NEW-PLAYER-RATING
006440         MOVE SEED-POINTS-TABLE      TO WRK-POINTS-TABLE
006450         MOVE "STANDING RULES SEEDED" TO ADJUST-REASON
006460         SET ADDING-SET TO TRUE
006470         PERFORM 3100-WRITE-RULES
006480         IF RUL-STATUS-OK
006490             MOVE "STANDING RULES SEEDED" TO MAINT-MESSAGE
006500         END-IF
006510     END-IF.
006520
006530*****************************************************************
006540*    7500-FIND-SET-IN-FORCE
006550*    LEAVES IN THE RECORD AREA THE SET IN FORCE ON THE KEYED
006560*    EFFECTIVE DATE - THE LATEST ONE NOT AFTER IT - OR THE
006570*    STANDING RULES WHEN THE FILE HOLDS NOTHING THAT EARLY.
006575*    WITH PRIOR-ONLY-SW SET IT IS THE SET BEFORE THAT DATE.
006580*****************************************************************
006590 7500-FIND-SET-IN-FORCE.
006600     INITIALIZE OLD-RULES.
006610     MOVE SEED-TIER-TABLE        TO OLD-TIER-TABLE.
006620     MOVE SEED-RATING-STEP       TO OLD-RATING-STEP.
006630     MOVE SEED-RATING-CAP        TO OLD-RATING-CAP.
006640     MOVE SEED-RATING-FLOOR      TO OLD-RATING-FLOOR.
006650     MOVE SEED-NEW-PLAYER-RATING TO OLD-NEW-PLAYER-RATING.
006660     MOVE SEED-POINTS-TABLE      TO OLD-POINTS-TABLE.
006670     MOVE LOW-VALUES TO RUL-EFFECTIVE-DATE.
006680     START RULES-FILE KEY >= RUL-EFFECTIVE-DATE
006690         INVALID KEY
006700             SET RUL-STATUS-EOF TO TRUE
006710     END-START.
006720     IF NOT RUL-STATUS-EOF
006730         PERFORM 6100-READ-NEXT-RULES
006740     END-IF.
006750     PERFORM 7600-KEEP-ONE-SET
006760         UNTIL NOT RUL-STATUS-OK
006770            OR RUL-EFFECTIVE-DATE > WORK-EFFECTIVE-DATE
006772            OR (PRIOR-SET-ONLY
006774                AND RUL-EFFECTIVE-DATE = WORK-EFFECTIVE-DATE).
006780     MOVE OLD-RULES TO RULES-RECORD.
006790
006800 7600-KEEP-ONE-SET.
006810     MOVE RULES-RECORD TO OLD-RULES.
006820     PERFORM 6100-READ-NEXT-RULES.
006830
006840*****************************************************************
006850*    8850-GET-MONTH-LENGTH
006860*    LEAVES THE LENGTH OF WD-MONTH IN WD-YEAR IN CNV-MONTH-DAYS,
006870*    ALLOWING FOR FEBRUARY IN A LEAP YEAR.
006880*****************************************************************
006890 8850-GET-MONTH-LENGTH.
006900     MOVE MONTH-LENGTH (WD-MONTH) TO CNV-MONTH-DAYS.
006910     IF WD-MONTH = 2
006920         PERFORM 8860-CHECK-LEAP-YEAR
006930         IF LEAP-YEAR
006940             ADD 1 TO CNV-MONTH-DAYS
006950         END-IF
006960     END-IF.
006970
006980*****************************************************************
006990*    8860-CHECK-LEAP-YEAR
007000*    SETS LEAP-SW FOR WD-YEAR - DIVISIBLE BY 4 AND EITHER NOT
007010*    A CENTURY OR A CENTURY DIVISIBLE BY 400.
007020*****************************************************************
007030 8860-CHECK-LEAP-YEAR.
007040     SET NOT-LEAP-YEAR TO TRUE.
007050     DIVIDE WD-YEAR BY 4
007060         GIVING CNV-QUOTIENT REMAINDER CNV-REMAINDER.
007070     IF CNV-REMAINDER = 0
007080         DIVIDE WD-YEAR BY 100
007090             GIVING CNV-QUOTIENT REMAINDER CNV-REMAINDER
007100         IF CNV-REMAINDER NOT = 0
007110             SET LEAP-YEAR TO TRUE
007120         ELSE
007130             DIVIDE WD-YEAR BY 400
007140                 GIVING CNV-QUOTIENT REMAINDER CNV-REMAINDER
007150             IF CNV-REMAINDER = 0
007160                 SET LEAP-YEAR TO TRUE
007170             END-IF
007180         END-IF
007190     END-IF.
