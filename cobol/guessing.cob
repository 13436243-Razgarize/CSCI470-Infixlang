000729*                    DUPLICATE-KEY RETRY RE-STAMPS UNIX-TIME,
000730*                    AND A RETRIED SAVE WAS LEAVING THE MATCH
000731*                    UNPAIRABLE WITH ITS AUDIT SESSION.
000732*    2026-10-15 RAZ  ADDED DAILY CHALLENGE MODE - EVERY PLAYER
000733*                    GETS THE SAME SECRET FOR THE BUSINESS DATE
000734*                    AND TIER, READ FROM THE GUESSCHL CHALLENGE
000735*                    FILE THE NIGHTLY GUESSCHG STEP FILLS AHEAD.
000736*                    ONE ATTEMPT PER PLAYER PER DAY - A SAVED
000737*                    CHALLENGE SCORE, A CHALLENGE GUESS IN THE
000738*                    DAY'S LOG, OR AN ABANDONED CHALLENGE LEFT ON
000739*                    GUESSCKP ALL COUNT AS THE ATTEMPT, AND A
000740*                    CHALLENGE CHECKPOINT IS NEVER OFFERED FOR
000741*                    RESUME. SCORE, LOG AND CHECKPOINT RECORDS
000742*                    NOW CARRY THE GAME TYPE.
000743*    2026-10-15 RAZ  A DUEL NOW CHECKS THE GUESSBRK KNOCKOUT
000744*                    BRACKET - WHILE EITHER PLAYER IS STILL IN
000745*                    AN OPEN EVENT THE MATCH IS REFUSED UNLESS
000746*                    THE BRACKET HAS THE TWO SCHEDULED TO MEET,
000747*                    AND A SCHEDULED MATCH MUST BE PLAYED AT THE
000748*                    EVENT'S LEVEL SO GUESSBRK CAN ADVANCE IT.
000749*    2026-10-15 RAZ  FREE PLAY - SINGLE, TOURNAMENT, AND DUEL - IS
000750*                    REFUSED ON A DATE THE GUESSCAL BUSINESS
000751*                    CALENDAR MARKS CLOSED; THE DAILY CHALLENGE
000752*                    STAYS OPEN. THE PLAY-STREAK BADGE STEPS OVER
000753*                    CLOSED DATES INSTEAD OF COUNTING THEM AS A
000754*                    BROKEN STREAK.
000755*    2026-10-15 RAZ  DIFFICULTY RANGES, PAR, RATING STEP, CAP
000756*                    AND FLOOR, AND THE NEW-PLAYER RATING NOW
000757*                    COME FROM THE GUESSRUL RULE SET IN FORCE ON
000758*                    THE DAY OF PLAY INSTEAD OF LITERALS. NO
000759*                    RULES IN FORCE MEANS NO GAME STARTS.
000760*    2026-10-15 RAZ  A FREE GAME NO LONGER REPLACES A CHALLENGE
000761*                    CHECKPOINT DATED TODAY - THAT RECORD MAY BE
000762*                    THE ONLY TRACE OF AN ATTEMPT ABANDONED
000763*                    BEFORE THE FIRST GUESS. THE FREE GAME IS
000764*                    PLAYED WITHOUT A CHECKPOINT INSTEAD.
000765*    2026-10-15 RAZ  TODAY'S LOG GENERATION IS READ THROUGH ONCE
000766*                    BEFORE THE FIRST GAME APPENDS TO IT. ONE
000767*                    STILL IN THE LAYOUT FROM BEFORE THE GAME TYPE
000768*                    WAS LOGGED WOULD TAKE RECORDS A BYTE LONGER
000769*                    THAN ITS OWN, SO PLAY STOPS WITH RC 8 UNTIL
000770*                    GUESSGLC HAS CONVERTED IT.
000771*****************************************************************
000772
000773 ENVIRONMENT DIVISION.
000774 INPUT-OUTPUT SECTION.
000775 FILE-CONTROL.
000776     SELECT GUESS-SCORES-FILE ASSIGN TO "GUESSSCR"
000777         ORGANIZATION IS INDEXED
000778         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS GS-KEY
000790         FILE STATUS IS GS-FILE-STATUS.
000800
001075         RECORD KEY IS RTG-PLAYER-ID
001076         FILE STATUS IS RTG-FILE-STATUS.
001077
001078     SELECT CHALLENGE-FILE ASSIGN TO "GUESSCHL"
001079         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS DYNAMIC
001081         RECORD KEY IS CHL-KEY
001082         FILE STATUS IS CHL-FILE-STATUS.
001083
001084     SELECT BRACKET-FILE ASSIGN TO "GUESSBRK"
001085         ORGANIZATION IS INDEXED
001086         ACCESS MODE IS DYNAMIC
001087         RECORD KEY IS BRK-KEY
001088         FILE STATUS IS BRK-FILE-STATUS.
001089
001090     SELECT CALENDAR-FILE ASSIGN TO "GUESSCAL"
001091         ORGANIZATION IS INDEXED
001092         ACCESS MODE IS RANDOM
001093         RECORD KEY IS CAL-DATE
001094         FILE STATUS IS CAL-FILE-STATUS.
001095
001096     SELECT RULES-FILE ASSIGN TO "GUESSRUL"
001097         ORGANIZATION IS INDEXED
001098         ACCESS MODE IS SEQUENTIAL
001099         RECORD KEY IS RUL-EFFECTIVE-DATE
001100         FILE STATUS IS RUL-FILE-STATUS.
001101
001102 DATA DIVISION.
001103 FILE SECTION.
001104 FD  GUESS-SCORES-FILE.
001105 COPY GUESSSCR.
001110
001120 FD  GUESS-CHECKPOINT-FILE.
001130 COPY GUESSCKP.
001265 FD  PLAYER-RATING-FILE.
001266 COPY GUESSRTG.
001267
001268 FD  CHALLENGE-FILE.
001269 COPY GUESSCHL.
001270
001271 FD  BRACKET-FILE.
001272 COPY GUESSBRK.
001273
001274 FD  CALENDAR-FILE.
001275 COPY GUESSCAL.
001276
001277 FD  RULES-FILE.
001278 COPY GUESSRUL.
001279
001280 WORKING-STORAGE SECTION.
001281 01  GUESS          PIC 999.
001290 01  PREVIOUS-GUESS PIC 999.
001300 01  GUESS-COUNT    PIC 999 VALUE 0.
001310 01  SECRET         PIC 999.
001490     88 RESUME-GAME       VALUE "Y" "y".
001500 01  RESUMED-SW    PIC X VALUE "N".
001510     88 GAME-WAS-RESUMED  VALUE "Y".
001512 01  CKP-HELD-SW   PIC X VALUE "N".
001514     88 CHALLENGE-CKP-HELD VALUE "Y".
001520 01  LOG-FILE-STATUS  PIC XX.
001530     88 LOG-STATUS-OK     VALUE "00".
001540     88 LOG-STATUS-NOT-FOUND  VALUE "35".
001545     88 LOG-STATUS-EOF        VALUE "10".
001550 01  LOG-FILE-NAME    PIC X(12) VALUE SPACES.
001560 01  LOG-BUSINESS-DATE PIC X(08).
001562 01  SEAL-FILE-NAME   PIC X(12) VALUE SPACES.
001566     88 SEAL-STATUS-OK    VALUE "00".
001567 01  DAY-SEALED-SW    PIC X VALUE "N".
001568     88 DAY-IS-SEALED     VALUE "Y".
001569 01  LAYOUT-CHECKED-DATE PIC X(08) VALUE SPACES.
001570 01  LOG-LAYOUT-SW    PIC X VALUE "Y".
001571     88 LOG-LAYOUT-CURRENT VALUE "Y".
001572 01  CAL-FILE-STATUS  PIC XX.
001573     88 CAL-STATUS-OK     VALUE "00".
001574 01  CALENDAR-SW      PIC X VALUE "N".
001575     88 CALENDAR-ON-FILE  VALUE "Y".
001576 01  DAY-CLOSED-SW    PIC X VALUE "N".
001577     88 DAY-IS-CLOSED     VALUE "Y".
001578 01  CLOSED-DAY-DESC  PIC X(30) VALUE SPACES.
001579 01  GUESS-ERROR-MSG  PIC X(24) VALUE SPACES.
001580 01  GUESS-VALID-SW PIC X VALUE "N".
001590     88 INPUT-IS-VALID    VALUE "Y".
001600     88 INPUT-NOT-VALID   VALUE "N".
001642     88 SINGLE-MODE           VALUE "S" "s".
001644     88 TOURNAMENT-MODE       VALUE "T" "t".
001646     88 DUEL-MODE             VALUE "D" "d".
001656     88 CHALLENGE-MODE        VALUE "C" "c".
001660 01  PLR-FILE-STATUS  PIC XX.
001670     88 PLR-STATUS-OK         VALUE "00".
001680     88 PLR-STATUS-NOT-FOUND  VALUE "35".
001893 01  RTG-FILE-STATUS  PIC XX.
001894     88 RTG-STATUS-OK         VALUE "00".
001895     88 RTG-STATUS-NOT-FOUND  VALUE "35".
001896 01  PLAYER-RATING    PIC 9(5) VALUE 0.
001897 01  RATING-PAR       PIC 99.
001898 01  RATING-DELTA     PIC S9(6).
001899 01  RATING-WORK      PIC S9(6).
001900 01  RUL-FILE-STATUS  PIC XX.
001901     88 RUL-STATUS-OK         VALUE "00".
001902     88 RUL-STATUS-EOF        VALUE "10".
001903 01  RULES-DATE       PIC X(08).
001904 01  RULES-SW         PIC X VALUE "N".
001905     88 RULES-FOUND           VALUE "Y".
001906 COPY GUESSRUL REPLACING
001907     ==RULES-RECORD== BY ==RULES-IN-FORCE==
001908     LEADING ==RUL== BY ==RIF==.
001909 01  NEW-BADGE-TABLE.
001910     05 NB-COUNT      PIC 99 VALUE 0.
001920     05 NB-ENTRY OCCURS 10 TIMES.
001930         10 NB-CODE   PIC X(08).
002184 01  DUEL-START-TIME  PIC 9(09).
002185 01  DUEL-READY-SW    PIC X VALUE "N".
002186     88 DUEL-PLAYERS-READY    VALUE "Y".
002187 01  GAME-TYPE        PIC X VALUE "F".
002188     88 CHALLENGE-GAME        VALUE "C".
002189     88 FREE-PLAY-GAME        VALUE "F".
002190 01  CHL-FILE-STATUS  PIC XX.
002191     88 CHL-STATUS-OK         VALUE "00".
002192     88 CHL-STATUS-NOT-FOUND  VALUE "35".
002193 01  CHALLENGE-SECRET PIC 999.
002194 01  CHALLENGE-FOUND-SW PIC X VALUE "N".
002195     88 CHALLENGE-ON-FILE     VALUE "Y".
002196 01  CHALLENGE-TAKEN-SW PIC X VALUE "N".
002197     88 CHALLENGE-TAKEN       VALUE "Y".
002198 01  BRK-FILE-STATUS  PIC XX.
002199     88 BRK-STATUS-OK         VALUE "00".
002200     88 BRK-STATUS-EOF        VALUE "10".
002201 01  BRACKET-EVENT-STATUS PIC X VALUE SPACE.
002202     88 BRACKET-EVENT-OPEN    VALUE "O".
002203 01  BRACKET-EVENT-LEVEL  PIC 9.
002204 01  BRACKET-PAIR-SW  PIC X VALUE "N".
002205     88 BRACKET-PAIR-SCHEDULED VALUE "Y".
002206 01  BRACKET-ENTRANT-SW PIC X VALUE "N".
002207     88 BRACKET-ENTRANT-PENDING VALUE "Y".
002208 01  BRACKET-MATCH-KEY.
002209     05 BMK-EVENT-ID      PIC X(08).
002210     05 BMK-ROUND         PIC 9.
002211     05 BMK-MATCH         PIC 99.
002212 01  BRACKET-MATCH-LEVEL  PIC 9.
002213
002214 SCREEN SECTION.
002215 01  MODE-SELECT.
002216     05 LINE 2 COLUMN 21 VALUE "GUESSING GAME".
002217     05 LINE 5 COLUMN 10 VALUE "Select a mode:".
002220     05 LINE 6 COLUMN 10 VALUE "S = SINGLE GAME".
002225     05 LINE 7 COLUMN 10 VALUE "T = TOURNAMENT FROM ROSTER".
002230     05 LINE 8 COLUMN 10 VALUE "D = HEAD-TO-HEAD DUEL".
002232     05 LINE 9 COLUMN 10 VALUE "C = DAILY CHALLENGE".
002235     05 LINE 10 COLUMN 10 VALUE "Choice:".
002240     05 LINE 10 COLUMN 18 PIC X USING GAME-MODE.
002250 01  PLAYER-ID-INPUT.
002380 01  DIFFICULTY-SELECT.
002390     05 LINE 2 COLUMN 21 VALUE "GUESSING GAME".
002400     05 LINE 5 COLUMN 10 VALUE "Select a difficulty:".
002410     05 LINE 6 COLUMN 10 VALUE "1 = EASY    (1-".
002412     05 LINE 6 COLUMN 25 PIC ZZ9 FROM RIF-TIER-MAX (1).
002414     05 LINE 6 COLUMN 28 VALUE ")".
002420     05 LINE 7 COLUMN 10 VALUE "2 = MEDIUM  (1-".
002422     05 LINE 7 COLUMN 25 PIC ZZ9 FROM RIF-TIER-MAX (2).
002424     05 LINE 7 COLUMN 28 VALUE ")".
002430     05 LINE 8 COLUMN 10 VALUE "3 = HARD    (1-".
002432     05 LINE 8 COLUMN 25 PIC ZZ9 FROM RIF-TIER-MAX (3).
002434     05 LINE 8 COLUMN 28 VALUE ")".
002440     05 LINE 10 COLUMN 10 VALUE "Choice:".
002450     05 LINE 10 COLUMN 18 PIC 9 USING DIFFICULTY-LEVEL.
002460
002660     PERFORM 0500-SELECT-DIFFICULTY.
002670     DISPLAY MODE-SELECT.
002680     ACCEPT MODE-SELECT.
002682     IF NOT CHALLENGE-MODE
002684         PERFORM 0710-CHECK-CALENDAR
002686     END-IF.
002690     EVALUATE TRUE
002692         WHEN DAY-IS-CLOSED
002694             DISPLAY "FREE PLAY REFUSED - " LOG-BUSINESS-DATE
002696                 " IS CLOSED: " CLOSED-DAY-DESC
002698             DISPLAY "ONLY THE DAILY CHALLENGE IS OPEN TODAY"
002700         WHEN TOURNAMENT-MODE
002705             PERFORM 0100-RUN-TOURNAMENT
002710         WHEN DUEL-MODE
002715             PERFORM 0130-RUN-DUEL
002717         WHEN CHALLENGE-MODE
002719             PERFORM 0170-RUN-CHALLENGE
002720         WHEN OTHER
002725             PERFORM 0150-GET-VALID-PLAYER
002730             IF PLAYER-IS-VALID
003161         END-IF
003162     END-IF.
003163     IF DUEL-PLAYERS-READY
003164         PERFORM 0132-CHECK-BRACKET-PAIRING
003165     END-IF.
003166     IF DUEL-PLAYERS-READY
003167         PERFORM 0135-PLAY-DUEL-MATCH
003168     END-IF.
003169
003170*****************************************************************
003171*    0132-CHECK-BRACKET-PAIRING
003172*    WHILE A KNOCKOUT EVENT IS OPEN ON GUESSBRK, A PLAYER STILL
003173*    IN IT MAY ONLY DUEL THE OPPONENT THE BRACKET HAS SCHEDULED,
003174*    AT THE EVENT'S LEVEL - ANY OTHER PAIRING WOULD LEAVE A
003175*    RESULT THE BRACKET CAN NEVER ADVANCE. PLAYERS NOT IN AN
003176*    OPEN EVENT DUEL FREELY, AND NO BRACKET FILE MEANS NO CHECK.
003177*****************************************************************
003178 0132-CHECK-BRACKET-PAIRING.
003179     MOVE "N" TO BRACKET-PAIR-SW.
003180     MOVE "N" TO BRACKET-ENTRANT-SW.
003181     MOVE SPACE TO BRACKET-EVENT-STATUS.
003182     OPEN INPUT BRACKET-FILE.
003183     IF BRK-STATUS-OK
003184         PERFORM 0133-READ-NEXT-SLOT
003185         PERFORM 0134-TEST-BRACKET-SLOT UNTIL NOT BRK-STATUS-OK
003186     END-IF.
003187     CLOSE BRACKET-FILE.
003188     IF BRACKET-PAIR-SCHEDULED
003189         IF BRACKET-MATCH-LEVEL NOT = DIFFICULTY-LEVEL
003190             DISPLAY "MATCH REFUSED - BRACKET MATCH MUST BE "
003191                 "PLAYED AT LEVEL " BRACKET-MATCH-LEVEL
003192             MOVE "N" TO DUEL-READY-SW
003193         ELSE
003194             DISPLAY "BRACKET MATCH - EVENT " BMK-EVENT-ID
003195                 " ROUND " BMK-ROUND " MATCH " BMK-MATCH
003196         END-IF
003197     ELSE
003198         IF BRACKET-ENTRANT-PENDING
003199             DISPLAY "MATCH REFUSED - PLAYERS ARE NOT SCHEDULED "
003200                 "TO MEET IN AN OPEN KNOCKOUT EVENT"
003201             MOVE "N" TO DUEL-READY-SW
003202         END-IF
003203     END-IF.
003204
003205 0133-READ-NEXT-SLOT.
003206     READ BRACKET-FILE NEXT RECORD
003207         AT END
003208             SET BRK-STATUS-EOF TO TRUE
003209     END-READ.
003210
003211*****************************************************************
003212*    0134-TEST-BRACKET-SLOT
003213*    EACH EVENT'S HEADER (ROUND 0) SORTS AHEAD OF ITS SLOTS, SO
003214*    ITS STATUS AND LEVEL ARE KNOWN BEFORE THE SLOTS ARE SEEN.
003215*    ONLY UNPLAYED SLOTS MATTER - A PLAYER SITS IN AT MOST ONE.
003216*****************************************************************
003217 0134-TEST-BRACKET-SLOT.
003218     IF BRK-ROUND = 0
003219         MOVE BRK-EVENT-STATUS TO BRACKET-EVENT-STATUS
003220         MOVE BRK-DIFFICULTY   TO BRACKET-EVENT-LEVEL
003221     ELSE
003222         IF BRACKET-EVENT-OPEN
003223           AND (BRK-SLOT-SCHEDULED OR BRK-SLOT-WAITING)
003224             IF (BRK-PLAYER-1-ID = DP-PLAYER-ID (1)
003225                   AND BRK-PLAYER-2-ID = DP-PLAYER-ID (2))
003226               OR (BRK-PLAYER-1-ID = DP-PLAYER-ID (2)
003227                   AND BRK-PLAYER-2-ID = DP-PLAYER-ID (1))
003228                 SET BRACKET-PAIR-SCHEDULED TO TRUE
003229                 MOVE BRK-KEY TO BRACKET-MATCH-KEY
003230                 MOVE BRACKET-EVENT-LEVEL TO BRACKET-MATCH-LEVEL
003231             ELSE
003232                 IF BRK-PLAYER-1-ID = DP-PLAYER-ID (1)
003233                   OR BRK-PLAYER-1-ID = DP-PLAYER-ID (2)
003234                   OR BRK-PLAYER-2-ID = DP-PLAYER-ID (1)
003235                   OR BRK-PLAYER-2-ID = DP-PLAYER-ID (2)
003236                     SET BRACKET-ENTRANT-PENDING TO TRUE
003237                 END-IF
003238             END-IF
003239         END-IF
003240     END-IF.
003241     PERFORM 0133-READ-NEXT-SLOT.
003242
003243*****************************************************************
003244*    0135-PLAY-DUEL-MATCH
003245*    RUNS THE MATCH ONCE BOTH PLAYERS ARE VALIDATED. THE SAME
003246*    DAY-SEAL RULE APPLIES AS FOR ANY GAME - A SEALED AUDIT
003247*    DAY REFUSES THE MATCH.
003248*****************************************************************
003249 0135-PLAY-DUEL-MATCH.
003250     PERFORM 0720-CHECK-DAY-SEAL.
003251     IF DAY-IS-SEALED
003252         DISPLAY "MATCH REFUSED - AUDIT DAY " LOG-BUSINESS-DATE
003253             " ALREADY SEALED"
003254     ELSE
003255         PERFORM 0140-RUN-OPEN-DAY-DUEL
003256     END-IF.
003257
003258*****************************************************************
003259*    0140-RUN-OPEN-DAY-DUEL
003260*    ONE SHARED SECRET, ALTERNATING TURNS. EACH GUESS IS LOGGED
003261*    UNDER ITS OWN PLAYER WITH THE MATCH START TIME AS THE
003262*    SESSION TIME, SO THE CLOSE-OUT COUNTS TWO SESSIONS AND THE
003263*    RECONCILIATION PAIRS THE WINNER'S WIN WITH THE SCORE SAVED
003264*    FOR IT - THE LOSER'S SESSION SHOWS AS AN OPEN SESSION, THE
003265*    SAME AS ANY GAME WITHOUT A WIN. A DUEL IS PLAYED IN ONE
003266*    SITTING, SO NO CHECKPOINT IS KEPT.
003267*****************************************************************
003268 0140-RUN-OPEN-DAY-DUEL.
003269     MOVE 0 TO GUESS.
003270     MOVE 0 TO DUEL-WINNER.
003271     MOVE 1 TO DUEL-TURN.
003272     PERFORM 0145-CLEAR-DUEL-SIDE
003273         VARYING DUEL-TURN FROM 1 BY 1 UNTIL DUEL-TURN > 2.
003274     MOVE 1 TO DUEL-TURN.
003275     MOVE SPACES TO MSG-RESP.
003276     MOVE SPACES TO MSG-HINT.
003277     CALL "time" USING BY REFERENCE UNIX-TIME.
003278     MOVE UNIX-TIME TO DUEL-START-TIME.
003279     CALL "srand" USING UNIX-TIME.
003280     PERFORM 0600-GENERATE-SECRET.
003281     PERFORM 0730-OPEN-DAILY-LOG.
003282     PERFORM DUEL-GUESS UNTIL DUEL-WINNER > 0.
003283     CLOSE GUESS-LOG-FILE.
003284     MOVE DP-PLAYER-ID (DUEL-WINNER)   TO PLAYER-ID.
003285     MOVE DP-PLAYER-NAME (DUEL-WINNER) TO PLAYER-NAME.
003286     MOVE DP-GUESS-COUNT (DUEL-WINNER) TO GUESS-COUNT.
003287     MOVE DP-COLDER-SW (DUEL-WINNER)   TO COLDER-SW.
003288     PERFORM 8000-SAVE-SCORE.
003289     PERFORM 8200-UPDATE-RATING.
003290     PERFORM 8500-AWARD-BADGES.
003291     PERFORM 0147-WRITE-MATCH-RESULT.
003292     DISPLAY "MATCH WON BY " PLAYER-ID " " PLAYER-NAME.
003293     DISPLAY "  " DP-PLAYER-ID (1) " GUESSES "
003294         DP-GUESS-COUNT (1).
003295     DISPLAY "  " DP-PLAYER-ID (2) " GUESSES "
003296         DP-GUESS-COUNT (2).
003297     PERFORM 9100-DISPLAY-NEW-BADGES.
003298
003299 0145-CLEAR-DUEL-SIDE.
003300     MOVE 0   TO DP-GUESS-COUNT (DUEL-TURN).
003301     MOVE 0   TO DP-PREVIOUS-GUESS (DUEL-TURN).
003302     MOVE "N" TO DP-COLDER-SW (DUEL-TURN).
003303
003304*****************************************************************
003305*    0147-WRITE-MATCH-RESULT
003306*    APPENDS THE FINISHED MATCH TO THE MATCH RESULT FILE,
003307*    CREATING THE FILE ON THE FIRST EVER MATCH.
003308*****************************************************************
003309 0147-WRITE-MATCH-RESULT.
003310     OPEN EXTEND MATCH-RESULT-FILE.
003311     IF MCH-STATUS-NOT-FOUND
003312         OPEN OUTPUT MATCH-RESULT-FILE
003313     ELSE
003314         IF NOT MCH-STATUS-OK
003315             DISPLAY "ERROR OPENING MATCH-RESULT-FILE - STATUS "
003316                 MCH-FILE-STATUS
003317             STOP RUN
003318         END-IF
003319     END-IF.
003320     MOVE DP-PLAYER-ID (1) TO MCH-PLAYER-1-ID.
003321     MOVE DP-PLAYER-ID (2) TO MCH-PLAYER-2-ID.
003322     MOVE DP-PLAYER-ID (DUEL-WINNER) TO MCH-WINNER-ID.
003323     MOVE DP-GUESS-COUNT (1) TO MCH-PLAYER-1-GUESSES.
003324     MOVE DP-GUESS-COUNT (2) TO MCH-PLAYER-2-GUESSES.
003325     MOVE DIFFICULTY-LEVEL TO MCH-DIFFICULTY.
003326     MOVE GAME-DATE TO MCH-DATE.
003327     MOVE DUEL-START-TIME TO MCH-START-TIME.
003328     WRITE MATCH-RESULT-RECORD.
003329     CLOSE MATCH-RESULT-FILE.
003330
003331*****************************************************************
003332*    0150-GET-VALID-PLAYER
003333*    KEEPS RE-PROMPTING FOR A PLAYER ID UNTIL ONE THAT IS ON THE
003334*    PLAYER MASTER AND ACTIVE IS ENTERED. A BLANK ID CANCELS THE
003335*    GAME INSTEAD OF LOOPING FOREVER.
003336*****************************************************************
003337 0150-GET-VALID-PLAYER.
003338     SET PLAYER-NOT-VALID TO TRUE.
003339     MOVE "N" TO PLAYER-CANCEL-SW.
003340     MOVE SPACES TO PLAYER-ID.
003341     MOVE SPACES TO PLAYER-REJECT-MSG.
003342     PERFORM 0160-PROMPT-FOR-PLAYER
003343         UNTIL PLAYER-IS-VALID OR PLAYER-ENTRY-CANCELLED.
003344
003345 0160-PROMPT-FOR-PLAYER.
003346     DISPLAY PLAYER-ID-INPUT.
003347     ACCEPT PLAYER-ID-INPUT.
003348     IF PLAYER-ID = SPACES
003349         SET PLAYER-ENTRY-CANCELLED TO TRUE
003350         DISPLAY "NO PLAYER ID ENTERED - GAME CANCELLED"
003351     ELSE
003360         PERFORM 0300-VALIDATE-PLAYER
003370     END-IF.
003371
003372*****************************************************************
003373*    0170-RUN-CHALLENGE
003374*    ONE DAILY CHALLENGE ATTEMPT. THE SECRET IS NOT DRAWN HERE -
003375*    IT IS THE ONE ON GUESSCHL FOR TODAY'S BUSINESS DATE AND THE
003376*    TIER CHOSEN, THE SAME FOR EVERY PLAYER. THE SAME DAY-SEAL
003377*    RULE APPLIES AS FOR ANY GAME, AND A PLAYER WHO HAS ALREADY
003378*    HAD TODAY'S ATTEMPT IS TURNED AWAY.
003379*****************************************************************
003380 0170-RUN-CHALLENGE.
003381     PERFORM 0150-GET-VALID-PLAYER.
003382     IF PLAYER-IS-VALID
003383         PERFORM 0720-CHECK-DAY-SEAL
003384         IF DAY-IS-SEALED
003385             DISPLAY "CHALLENGE REFUSED - AUDIT DAY "
003386                 LOG-BUSINESS-DATE " ALREADY SEALED"
003387         ELSE
003388             PERFORM 0172-FETCH-CHALLENGE
003389             IF NOT CHALLENGE-ON-FILE
003390                 DISPLAY "NO DAILY CHALLENGE ON FILE FOR "
003391                     LOG-BUSINESS-DATE " LEVEL " DIFFICULTY-LEVEL
003392             ELSE
003393                 PERFORM 0174-CHECK-CHALLENGE-TAKEN
003394                 IF CHALLENGE-TAKEN
003395                     DISPLAY "CHALLENGE REFUSED FOR " PLAYER-ID
003396                         " - " PLAYER-REJECT-MSG
003397                 ELSE
003398                     PERFORM 0180-PLAY-CHALLENGE-GAME
003399                 END-IF
003400             END-IF
003401         END-IF
003402     END-IF.
003403
003404*****************************************************************
003405*    0172-FETCH-CHALLENGE
003406*    READS THE CHALLENGE SECRET FOR LOG-BUSINESS-DATE AND THE
003407*    CHOSEN TIER. NO FILE OR NO RECORD MEANS THE NIGHTLY
003408*    GUESSCHG STEP HAS NOT COVERED TODAY AND NO CHALLENGE RUNS.
003409*****************************************************************
003410 0172-FETCH-CHALLENGE.
003411     MOVE "N" TO CHALLENGE-FOUND-SW.
003412     OPEN INPUT CHALLENGE-FILE.
003413     IF CHL-STATUS-OK
003414         MOVE LOG-BUSINESS-DATE TO CHL-DATE
003415         MOVE DIFFICULTY-LEVEL  TO CHL-DIFFICULTY
003416         READ CHALLENGE-FILE
003417             INVALID KEY
003418                 CONTINUE
003419             NOT INVALID KEY
003420                 SET CHALLENGE-ON-FILE TO TRUE
003421                 MOVE CHL-SECRET TO CHALLENGE-SECRET
003422         END-READ
003423     END-IF.
003424     CLOSE CHALLENGE-FILE.
003425
003426*****************************************************************
003427*    0174-CHECK-CHALLENGE-TAKEN
003428*    SETS CHALLENGE-TAKEN-SW WHEN THIS PLAYER HAS ALREADY HAD
003429*    TODAY'S ATTEMPT AT ANY TIER - A CHALLENGE SCORE SAVED FOR
003430*    TODAY, A CHALLENGE GUESS IN TODAY'S LOG GENERATION, OR A
003431*    CHALLENGE CHECKPOINT FOR TODAY LEFT BY AN ABANDONED RUN.
003432*    A FREE GAME STILL ON THE CHECKPOINT FILE MUST BE FINISHED
003433*    FIRST, SINCE THE CHALLENGE CHECKPOINT WOULD REPLACE IT.
003434*****************************************************************
003435 0174-CHECK-CHALLENGE-TAKEN.
003436     MOVE "N" TO CHALLENGE-TAKEN-SW.
003437     MOVE SPACES TO PLAYER-REJECT-MSG.
003438     OPEN INPUT GUESS-SCORES-FILE.
003439     IF GS-STATUS-OK
003440         MOVE PLAYER-ID         TO GS-PLAYER-ID
003441         MOVE LOG-BUSINESS-DATE TO GS-DATE
003442         MOVE ZEROS             TO GS-UNIX-TIME
003443         START GUESS-SCORES-FILE KEY >= GS-KEY
003444             INVALID KEY CONTINUE
003445         END-START
003446         IF GS-STATUS-OK
003447             PERFORM 8960-READ-NEXT-LIFETIME
003448             PERFORM 0175-TEST-DAY-SCORE
003449                 UNTIL NOT GS-STATUS-OK
003450                 OR GS-PLAYER-ID NOT = PLAYER-ID
003451                 OR GS-DATE NOT = LOG-BUSINESS-DATE
003452                 OR CHALLENGE-TAKEN
003453         END-IF
003454     END-IF.
003455     CLOSE GUESS-SCORES-FILE.
003456     IF NOT CHALLENGE-TAKEN
003457         PERFORM 0176-SCAN-DAY-LOG
003458     END-IF.
003459     IF NOT CHALLENGE-TAKEN
003460         OPEN INPUT GUESS-CHECKPOINT-FILE
003461         IF CKP-STATUS-OK
003462             MOVE PLAYER-ID TO CKP-PLAYER-ID
003463             READ GUESS-CHECKPOINT-FILE
003464                 INVALID KEY
003465                     CONTINUE
003466                 NOT INVALID KEY
003467                     IF CKP-CHALLENGE-GAME
003468                         IF CKP-GAME-DATE = LOG-BUSINESS-DATE
003469                             SET CHALLENGE-TAKEN TO TRUE
003470                             MOVE "TODAY'S ATTEMPT WAS ABANDONED"
003471                                 TO PLAYER-REJECT-MSG
003472                         END-IF
003473                     ELSE
003474                         SET CHALLENGE-TAKEN TO TRUE
003475                         MOVE "FINISH THE GAME IN PROGRESS FIRST"
003476                             TO PLAYER-REJECT-MSG
003477                     END-IF
003478             END-READ
003479         END-IF
003480         CLOSE GUESS-CHECKPOINT-FILE
003481     END-IF.
003482
003483 0175-TEST-DAY-SCORE.
003484     IF GS-CHALLENGE-GAME
003485         SET CHALLENGE-TAKEN TO TRUE
003486         MOVE "TODAY'S CHALLENGE ALREADY PLAYED"
003487             TO PLAYER-REJECT-MSG
003488     ELSE
003489         PERFORM 8960-READ-NEXT-LIFETIME
003490     END-IF.
003491
003492*****************************************************************
003493*    0176-SCAN-DAY-LOG
003494*    READS TODAY'S LOG GENERATION FOR A CHALLENGE GUESS BY THIS
003495*    PLAYER. THE LOG IS THE RECORD THAT OUTLIVES A CHECKPOINT
003496*    PURGED THROUGH THE ADMIN UTILITY, SO AN ATTEMPT CANNOT BE
003497*    WIPED AND REPLAYED. THE NAME WAS BUILT BY THE SEAL CHECK.
003498*****************************************************************
003499 0176-SCAN-DAY-LOG.
003500     OPEN INPUT GUESS-LOG-FILE.
003501     IF LOG-STATUS-OK
003502         PERFORM 0177-READ-DAY-LOG
003503         PERFORM 0178-TEST-DAY-LOG
003504             UNTIL LOG-STATUS-EOF OR CHALLENGE-TAKEN
003505     END-IF.
003506     CLOSE GUESS-LOG-FILE.
003507
003508 0177-READ-DAY-LOG.
003509     READ GUESS-LOG-FILE
003510         AT END
003511             SET LOG-STATUS-EOF TO TRUE
003512     END-READ.
003513
003514 0178-TEST-DAY-LOG.
003515     IF LOG-PLAYER-ID = PLAYER-ID AND LOG-CHALLENGE-GAME
003516         SET CHALLENGE-TAKEN TO TRUE
003517         MOVE "TODAY'S CHALLENGE ALREADY ATTEMPTED"
003518             TO PLAYER-REJECT-MSG
003519     ELSE
003520         PERFORM 0177-READ-DAY-LOG
003521     END-IF.
003522
003523*****************************************************************
003524*    0180-PLAY-CHALLENGE-GAME
003525*    PLAYS THE ATTEMPT AGAINST THE CHALLENGE SECRET. THE
003526*    CHECKPOINT IS WRITTEN BEFORE THE FIRST GUESS SO THAT A RUN
003527*    WALKED AWAY FROM AT ANY POINT STILL STANDS AS TODAY'S
003528*    ATTEMPT. A FINISHED ATTEMPT IS SCORED, RATED AND BADGED THE
003529*    SAME AS ANY GAME AND ITS SCORE IS FLAGGED AS A CHALLENGE.
003530*****************************************************************
003531 0180-PLAY-CHALLENGE-GAME.
003532     SET CHALLENGE-GAME TO TRUE.
003533     MOVE 0 TO GUESS.
003534     MOVE 0 TO GUESS-COUNT.
003535     MOVE 0 TO PREVIOUS-GUESS.
003536     MOVE "N" TO COLDER-SW.
003537     INITIALIZE GUESS-HISTORY-TABLE.
003538     PERFORM 8300-FETCH-RATING.
003539     CALL "time" USING BY REFERENCE UNIX-TIME.
003540     MOVE CHALLENGE-SECRET TO SECRET.
003541     PERFORM 0700-WRITE-CHECKPOINT.
003542     DISPLAY "DAILY CHALLENGE " LOG-BUSINESS-DATE
003543         " LEVEL " DIFFICULTY-LEVEL.
003544     PERFORM 0730-OPEN-DAILY-LOG.
003545     PERFORM USER-GUESS UNTIL GUESS = SECRET.
003546     CLOSE GUESS-LOG-FILE.
003547     PERFORM 8000-SAVE-SCORE.
003548     PERFORM 8200-UPDATE-RATING.
003549     PERFORM 8500-AWARD-BADGES.
003550     PERFORM 0900-CLEAR-CHECKPOINT.
003551     DISPLAY GUESSING-BOARD.
003552     DISPLAY GUESSING-INPUT.
003553     PERFORM 9000-DISPLAY-HISTORY.
003554     PERFORM 9100-DISPLAY-NEW-BADGES.
003555
003556*****************************************************************
003557*    0200-PLAY-ONE-GAME
003558*    RUNS ONE COMPLETE GAME FOR WHOEVER IS CURRENTLY IN
003559*    PLAYER-ID - THE LONE PLAYER IN SINGLE MODE, OR THE ROSTER
003560*    ENTRY CURRENTLY BEING PLAYED IN TOURNAMENT MODE.
003561*****************************************************************
003562 0200-PLAY-ONE-GAME.
003563     PERFORM 0300-VALIDATE-PLAYER.
003564     IF NOT PLAYER-IS-VALID
003565         DISPLAY "GAME REFUSED FOR " PLAYER-ID " - "
003566             PLAYER-REJECT-MSG
003567     ELSE
003568         PERFORM 0210-RUN-VALIDATED-GAME
003569     END-IF.
003570
003571 0210-RUN-VALIDATED-GAME.
003572     PERFORM 0720-CHECK-DAY-SEAL.
003573     IF DAY-IS-SEALED
003574         DISPLAY "GAME REFUSED FOR " PLAYER-ID
003575             " - AUDIT DAY " LOG-BUSINESS-DATE
003576             " ALREADY SEALED"
003577     ELSE
003578         PERFORM 0220-RUN-OPEN-DAY-GAME
003579     END-IF.
003580
003581 0220-RUN-OPEN-DAY-GAME.
003582     MOVE "N" TO RESUMED-SW.
003583     MOVE 0 TO GUESS.
003584     PERFORM 8300-FETCH-RATING.
003585     PERFORM 0400-CHECK-FOR-CHECKPOINT.
003586     IF NOT GAME-WAS-RESUMED
003590         MOVE 0 TO GUESS-COUNT
003600         MOVE 0 TO PREVIOUS-GUESS
003610         MOVE "N" TO COLDER-SW
004170*    0400-CHECK-FOR-CHECKPOINT
004180*    LOOKS FOR A CHECKPOINT RECORD LEFT BY AN EARLIER, UNFINISHED
004190*    RUN FOR THIS PLAYER. IF ONE EXISTS THE OPERATOR IS OFFERED
004200*    THE CHANCE TO RESUME RATHER THAN START OVER. A DAILY
004202*    CHALLENGE CHECKPOINT IS NEVER RESUMED - IT ONLY MARKS AN
004203*    ABANDONED ATTEMPT. ONE DATED TODAY IS HELD: THE FREE GAME
004204*    RUNS WITHOUT A CHECKPOINT OF ITS OWN RATHER THAN REPLACE
004205*    THE PLAYER'S ONE CHALLENGE ATTEMPT FOR THE DAY. AN OLDER
004206*    ONE IS SIMPLY REPLACED.
004210*****************************************************************
004220 0400-CHECK-FOR-CHECKPOINT.
004225     MOVE "N" TO CKP-HELD-SW.
004230     MOVE PLAYER-ID TO CKP-PLAYER-ID.
004240     OPEN I-O GUESS-CHECKPOINT-FILE.
004250     IF CKP-STATUS-NOT-FOUND
004380         INVALID KEY
004390             CONTINUE
004400     END-READ.
004410     IF CKP-STATUS-OK AND CKP-FREE-PLAY-GAME
004420         DISPLAY RESUME-PROMPT
004430         ACCEPT RESUME-PROMPT
004440         IF RESUME-GAME
004520             MOVE CKP-COLDER-SW      TO COLDER-SW
004530             MOVE CKP-HISTORY-GROUP  TO GUESS-HISTORY-TABLE
004540         END-IF
004541     END-IF.
004542     IF CKP-STATUS-OK AND CKP-CHALLENGE-GAME
004543         AND CKP-GAME-DATE = LOG-BUSINESS-DATE
004544         SET CHALLENGE-CKP-HELD TO TRUE
004545         DISPLAY "TODAY'S CHALLENGE ATTEMPT IS ON THE CHECKPOINT "
004546             "FILE - THIS GAME CANNOT BE RESUMED IF INTERRUPTED"
004550     END-IF.
004560     CLOSE GUESS-CHECKPOINT-FILE.
004570*****************************************************************
004580*    0500-SELECT-DIFFICULTY
004590*    LOADS TODAY'S GAME RULES, SHOWS THE DIFFICULTY SCREEN AND
004600*    TRANSLATES THE OPERATOR'S CHOICE INTO DIFFICULTY-MAX, THE
004605*    UPPER BOUND FOR SECRET, FROM THE TIER RANGES IN FORCE.
004610*****************************************************************
004620 0500-SELECT-DIFFICULTY.
004621     ACCEPT RULES-DATE FROM DATE YYYYMMDD.
004622     PERFORM 8400-LOAD-RULES.
004623     IF NOT RULES-FOUND
004624         DISPLAY "NO GAME RULES IN FORCE FOR " RULES-DATE
004625             " - SEE A SUPERVISOR"
004626         MOVE 8 TO RETURN-CODE
004627         STOP RUN
004628     END-IF.
004630     DISPLAY DIFFICULTY-SELECT.
004640     ACCEPT DIFFICULTY-SELECT.
004650     EVALUATE DIFFICULTY-LEVEL
004660         WHEN 1 THRU 2
004670             MOVE RIF-TIER-MAX (DIFFICULTY-LEVEL)
004680                 TO DIFFICULTY-MAX
004700         WHEN OTHER
004710             MOVE 3   TO DIFFICULTY-LEVEL
004720             MOVE RIF-TIER-MAX (3) TO DIFFICULTY-MAX
004730     END-EVALUATE.
004740
004750*****************************************************************
005550     END-IF.
005560
005570*****************************************************************
005571*    0710-CHECK-CALENDAR
005572*    LOOKS TODAY UP ON THE GUESSCAL BUSINESS CALENDAR. A DATE
005573*    MARKED CLOSED TAKES NO FREE PLAY. NO CALENDAR FILE, OR NO
005574*    RECORD FOR TODAY, MEANS AN ORDINARY OPEN DAY.
005575*****************************************************************
005576 0710-CHECK-CALENDAR.
005577     MOVE "N" TO DAY-CLOSED-SW.
005578     MOVE SPACES TO CLOSED-DAY-DESC.
005579     ACCEPT LOG-BUSINESS-DATE FROM DATE YYYYMMDD.
005580     OPEN INPUT CALENDAR-FILE.
005581     IF CAL-STATUS-OK
005582         MOVE LOG-BUSINESS-DATE TO CAL-DATE
005583         READ CALENDAR-FILE
005584             INVALID KEY
005585                 CONTINUE
005586             NOT INVALID KEY
005587                 IF CAL-CLOSED
005588                     SET DAY-IS-CLOSED TO TRUE
005589                     MOVE CAL-DESCRIPTION TO CLOSED-DAY-DESC
005590                 END-IF
005591         END-READ
005592     END-IF.
005593     CLOSE CALENDAR-FILE.
005594
005595*****************************************************************
005596*    0720-CHECK-DAY-SEAL
005597*    BUILDS TODAY'S LOG GENERATION AND SEAL FILE NAMES AND
005598*    TESTS WHETHER THE DAY HAS ALREADY BEEN CLOSED OUT. ONCE
005599*    THE END-OF-DAY JOB HAS SEALED GSEL<YYYYMMDD>, NO FURTHER
005600*    GAME MAY APPEND TO THAT GENERATION - THE SIGNED-OFF
005601*    TOTALS MUST KEEP MATCHING THE FILE.
005602*****************************************************************
005603 0720-CHECK-DAY-SEAL.
005604     MOVE "N" TO DAY-SEALED-SW.
005605     ACCEPT LOG-BUSINESS-DATE FROM DATE YYYYMMDD.
005606     MOVE SPACES TO LOG-FILE-NAME.
005607     STRING "GLOG" LOG-BUSINESS-DATE
005608         DELIMITED BY SIZE INTO LOG-FILE-NAME.
005609     MOVE SPACES TO SEAL-FILE-NAME.
005610     STRING "GSEL" LOG-BUSINESS-DATE
005611         DELIMITED BY SIZE INTO SEAL-FILE-NAME.
005612     OPEN INPUT LOG-SEAL-FILE.
005613     IF SEAL-STATUS-OK
005614         SET DAY-IS-SEALED TO TRUE
005615     END-IF.
005616     CLOSE LOG-SEAL-FILE.
005617     IF NOT DAY-IS-SEALED
005618        AND LOG-BUSINESS-DATE NOT = LAYOUT-CHECKED-DATE
005619         PERFORM 0725-CHECK-LOG-LAYOUT
005620     END-IF.
005621
005622*****************************************************************
005623*    0725-CHECK-LOG-LAYOUT
005624*    READS TODAY'S GENERATION THROUGH, ONCE PER BUSINESS DATE,
005625*    BEFORE A GAME APPENDS TO IT. EVERY RECORD MUST CARRY A
005626*    NUMERIC GUESS AND TIMES AND A GAME TYPE OF C, F OR BLANK.
005627*    A GENERATION STILL IN THE LAYOUT WRITTEN BEFORE THE GAME
005628*    TYPE WAS LOGGED FAILS THAT, AND APPENDING TO IT WOULD MIX
005629*    RECORD LENGTHS IN ONE FILE, SO PLAY STOPS UNTIL GUESSGLC
005630*    HAS CONVERTED IT. THE RECORD AREA IS FILLED WITH HIGH-VALUES
005631*    BEFORE EACH READ SO A SHORT LAST RECORD CANNOT PASS.
005632*****************************************************************
005633 0725-CHECK-LOG-LAYOUT.
005634     SET LOG-LAYOUT-CURRENT TO TRUE.
005635     OPEN INPUT GUESS-LOG-FILE.
005636     IF LOG-STATUS-OK
005637         PERFORM 0726-READ-LAYOUT-LOG
005638         PERFORM 0727-TEST-LAYOUT-LOG
005639             UNTIL LOG-STATUS-EOF OR NOT LOG-LAYOUT-CURRENT
005640     END-IF.
005641     CLOSE GUESS-LOG-FILE.
005642     IF NOT LOG-LAYOUT-CURRENT
005643         DISPLAY LOG-FILE-NAME " IS IN THE OLD LOG LAYOUT"
005644             " - RUN GUESSGLC BEFORE PLAYING"
005645         MOVE 8 TO RETURN-CODE
005646         STOP RUN
005647     END-IF.
005648     MOVE LOG-BUSINESS-DATE TO LAYOUT-CHECKED-DATE.
005649
005650 0726-READ-LAYOUT-LOG.
005651     MOVE HIGH-VALUES TO GUESS-LOG-RECORD.
005652     READ GUESS-LOG-FILE
005653         AT END
005654             SET LOG-STATUS-EOF TO TRUE
005655     END-READ.
005656
005657 0727-TEST-LAYOUT-LOG.
005658     IF LOG-STATUS-OK
005659        AND LOG-GUESS NUMERIC
005660        AND LOG-TIMESTAMP NUMERIC
005661        AND LOG-SESSION-TIME NUMERIC
005662        AND (LOG-CHALLENGE-GAME OR LOG-FREE-PLAY-GAME)
005663         PERFORM 0726-READ-LAYOUT-LOG
005664     ELSE
005665         MOVE "N" TO LOG-LAYOUT-SW
005666     END-IF.
005667
005668*****************************************************************
005669*    0730-OPEN-DAILY-LOG
005670*    OPENS TODAY'S AUDIT LOG GENERATION (GLOG<YYYYMMDD>) IN
005671*    EXTEND FOR THE GAME ABOUT TO BE PLAYED, CREATING IT ON THE
005672*    DAY'S FIRST GAME. THE GENERATION STAYS OPEN FOR THE WHOLE
005673*    GAME AND IS CLOSED WHEN THE GAME ENDS. THE NAME WAS BUILT
005674*    BY THE SEAL CHECK THE GAME JUST PASSED.
005675*****************************************************************
005676 0730-OPEN-DAILY-LOG.
005690     OPEN EXTEND GUESS-LOG-FILE.
005700     IF LOG-STATUS-NOT-FOUND
005710         OPEN OUTPUT GUESS-LOG-FILE
005890     MOVE GUESS     TO LOG-GUESS.
005900     MOVE MSG-RESP  TO LOG-MSG-RESP.
005910     MOVE UNIX-TIME TO LOG-SESSION-TIME.
005915     MOVE GAME-TYPE TO LOG-GAME-TYPE.
005920     WRITE GUESS-LOG-RECORD.
005930
005940*****************************************************************
005950*    0700-WRITE-CHECKPOINT
005960*    SAVES THE CURRENT GAME STATE FOR THIS PLAYER SO THE SESSION
005965*    CAN BE RESTARTED FROM HERE IF THE RUN IS INTERRUPTED - BUT
005970*    NOT OVER A CHALLENGE CHECKPOINT HELD FOR TODAY.
005980*****************************************************************
005990 0700-WRITE-CHECKPOINT.
005991     IF NOT CHALLENGE-CKP-HELD
005992         PERFORM 0705-SAVE-CHECKPOINT
005993     END-IF.
005994
005995 0705-SAVE-CHECKPOINT.
006000     OPEN I-O GUESS-CHECKPOINT-FILE.
006010     IF CKP-STATUS-NOT-FOUND
006020         CLOSE GUESS-CHECKPOINT-FILE
006190     MOVE UNIX-TIME      TO CKP-UNIX-TIME.
006200     MOVE COLDER-SW      TO CKP-COLDER-SW.
006210     MOVE GUESS-HISTORY-TABLE TO CKP-HISTORY-GROUP.
006212     MOVE GAME-TYPE      TO CKP-GAME-TYPE.
006214     MOVE LOG-BUSINESS-DATE TO CKP-GAME-DATE.
006220     REWRITE GUESS-CHECKPOINT-RECORD.
006230     IF NOT CKP-STATUS-OK
006240         WRITE GUESS-CHECKPOINT-RECORD
006280*****************************************************************
006290*    0900-CLEAR-CHECKPOINT
006300*    REMOVES THE CHECKPOINT RECORD ONCE A GAME HAS BEEN WON SO
006305*    THE NEXT RUN DOES NOT OFFER TO RESUME A FINISHED GAME. A
006310*    CHALLENGE CHECKPOINT HELD FOR TODAY IS NOT THIS GAME'S AND
006315*    STAYS; THE HOLD ENDS WITH THIS GAME.
006320*****************************************************************
006330 0900-CLEAR-CHECKPOINT.
006335     IF NOT CHALLENGE-CKP-HELD
006340         MOVE PLAYER-ID TO CKP-PLAYER-ID
006345         OPEN I-O GUESS-CHECKPOINT-FILE
006350         IF CKP-STATUS-OK
006355             DELETE GUESS-CHECKPOINT-FILE RECORD
006360         END-IF
006365         CLOSE GUESS-CHECKPOINT-FILE
006380     END-IF.
006390     MOVE "N" TO CKP-HELD-SW.
006400*****************************************************************
006410*    8000-SAVE-SCORE
006420*    WRITES ONE RECORD TO GUESS-SCORES-FILE FOR THE GAME THAT
006620     MOVE UNIX-TIME   TO GS-UNIX-TIME.
006630     MOVE GUESS-COUNT TO GS-GUESS-COUNT.
006640     MOVE DIFFICULTY-LEVEL TO GS-DIFFICULTY.
006645     MOVE GAME-TYPE   TO GS-GAME-TYPE.
006650     WRITE GUESS-SCORE-RECORD.
006660     IF NOT GS-STATUS-OK
006670         CALL "time" USING BY REFERENCE UNIX-TIME
006712*****************************************************************
006713*    8200-UPDATE-RATING
006714*    MOVES THE PLAYER'S SKILL RATING AFTER THE GAME JUST SAVED
006715*    - UP OR DOWN BY THE RATING STEP FOR EVERY GUESS UNDER OR
006716*    OVER PAR FOR ITS DIFFICULTY, CAPPED EITHER WAY, ALL AS THE
006717*    RULES IN FORCE SET THEM. A NEW PLAYER STARTS FROM THE NEW-
006718*    PLAYER RATING AND NO RATING EVER FALLS BELOW THE FLOOR.
006719*****************************************************************
006720 8200-UPDATE-RATING.
006721     EVALUATE DIFFICULTY-LEVEL
006722         WHEN 1 THRU 3
006723             MOVE RIF-TIER-PAR (DIFFICULTY-LEVEL) TO RATING-PAR
006724         WHEN OTHER
006725             MOVE RIF-TIER-PAR (3) TO RATING-PAR
006726     END-EVALUATE.
006727     COMPUTE RATING-DELTA
006728         = (RATING-PAR - GUESS-COUNT) * RIF-RATING-STEP.
006729     IF RATING-DELTA > RIF-RATING-CAP
006730         MOVE RIF-RATING-CAP TO RATING-DELTA
006731     END-IF.
006732     IF RATING-DELTA + RIF-RATING-CAP < 0
006733         COMPUTE RATING-DELTA = 0 - RIF-RATING-CAP
006734     END-IF.
006735     OPEN I-O PLAYER-RATING-FILE.
006736     IF RTG-STATUS-NOT-FOUND
006737         CLOSE PLAYER-RATING-FILE
006738         OPEN OUTPUT PLAYER-RATING-FILE
006739         CLOSE PLAYER-RATING-FILE
006740         OPEN I-O PLAYER-RATING-FILE
006741     ELSE
006742         IF NOT RTG-STATUS-OK
006743             DISPLAY "ERROR OPENING PLAYER-RATING-FILE - STATUS "
006744                 RTG-FILE-STATUS
006745             STOP RUN
006746         END-IF
006747     END-IF.
006748     MOVE PLAYER-ID TO RTG-PLAYER-ID.
006749     READ PLAYER-RATING-FILE
006750         INVALID KEY
006751             COMPUTE RATING-WORK
006752                 = RIF-NEW-PLAYER-RATING + RATING-DELTA
006753             PERFORM 8250-FLOOR-RATING
006754             MOVE RATING-WORK TO RTG-RATING
006755             MOVE 1 TO RTG-GAMES-RATED
006767     CLOSE PLAYER-RATING-FILE.
006768
006769 8250-FLOOR-RATING.
006770     IF RATING-WORK < RIF-RATING-FLOOR
006771         MOVE RIF-RATING-FLOOR TO RATING-WORK
006772     END-IF.
006773
006774*****************************************************************
006775*    8300-FETCH-RATING
006776*    LOADS THE CURRENT PLAYER'S RATING FOR THE BOARD. A PLAYER
006777*    WITH NO RATING RECORD YET SHOWS THE NEW-PLAYER RATING.
006778*****************************************************************
006779 8300-FETCH-RATING.
006780     MOVE RIF-NEW-PLAYER-RATING TO PLAYER-RATING.
006781     OPEN INPUT PLAYER-RATING-FILE.
006782     IF RTG-STATUS-OK
006783         MOVE PLAYER-ID TO RTG-PLAYER-ID
006791     CLOSE PLAYER-RATING-FILE.
006792
006793*****************************************************************
006794*    8400-LOAD-RULES
006795*    LEAVES IN RULES-IN-FORCE THE GUESSRUL RULE SET IN FORCE ON
006796*    RULES-DATE - THE LATEST ONE NOT EFFECTIVE AFTER IT. RULES-SW
006797*    STAYS "N" WHEN THE FILE IS MISSING OR HOLDS NOTHING THAT
006798*    EARLY.
006799*****************************************************************
006800 8400-LOAD-RULES.
006801     MOVE "N" TO RULES-SW.
006802     OPEN INPUT RULES-FILE.
006803     IF RUL-STATUS-OK
006804         PERFORM 8410-READ-NEXT-RULES
006805         PERFORM 8420-KEEP-ONE-RULES
006806             UNTIL NOT RUL-STATUS-OK
006807                OR RUL-EFFECTIVE-DATE > RULES-DATE
006808     END-IF.
006809     CLOSE RULES-FILE.
006810
006811 8410-READ-NEXT-RULES.
006812     READ RULES-FILE NEXT RECORD
006813         AT END
006814             SET RUL-STATUS-EOF TO TRUE
006815     END-READ.
006816
006817 8420-KEEP-ONE-RULES.
006818     MOVE RULES-RECORD TO RULES-IN-FORCE.
006819     SET RULES-FOUND TO TRUE.
006820     PERFORM 8410-READ-NEXT-RULES.
006821
006822*****************************************************************
006823*    8500-AWARD-BADGES
006824*    WALKS THE BADGE CATALOG AND AWARDS EVERY BADGE THE GAME
006825*    THAT JUST ENDED QUALIFIES FOR AND THIS PLAYER DOES NOT
006826*    ALREADY HOLD. A BADGE IS AWARDED AT MOST ONCE AND IS
006827*    NEVER TAKEN AWAY. NO CATALOG ON HAND MEANS NO BADGES -
006828*    GUESSBCM SEEDS THE ORIGINAL FOUR ON DEMAND.
006829*****************************************************************
006830 8500-AWARD-BADGES.
006831     MOVE 0 TO NB-COUNT.
006832     OPEN INPUT BADGE-CATALOG-FILE.
006840     IF NOT BCT-STATUS-OK
006850         DISPLAY "NO BADGE CATALOG ON HAND - NO BADGES AWARDED"
006860         CLOSE BADGE-CATALOG-FILE
007670*    SETS STREAK-SW WHEN THE SCORE HISTORY SHOWS THIS PLAYER
007680*    PLAYED ON EVERY ONE OF THE STREAK-DAYS-NEEDED CONSECUTIVE
007690*    DAYS ENDING TODAY. TODAY ITSELF IS ALREADY ON FILE -
007700*    8000-SAVE-SCORE RAN BEFORE THIS. A DATE THE BUSINESS
007702*    CALENDAR MARKS CLOSED IS STEPPED OVER - IT NEITHER BREAKS
007704*    THE STREAK NOR COUNTS TOWARD IT.
007710*****************************************************************
007720 8600-CHECK-STREAK.
007730     MOVE "N" TO STREAK-SW.
007800         IF NOT GS-STATUS-OK
007810             CLOSE GUESS-SCORES-FILE
007820         ELSE
007821             MOVE "N" TO CALENDAR-SW
007822             OPEN INPUT CALENDAR-FILE
007823             IF CAL-STATUS-OK
007824                 SET CALENDAR-ON-FILE TO TRUE
007825             END-IF
007830             PERFORM 8650-CHECK-STREAK-DAY
007840                 VARYING STREAK-DAY-IDX FROM 2 BY 1
007850                 UNTIL STREAK-DAY-IDX > STREAK-DAYS-NEEDED
007860                    OR STREAK-BROKEN
007870             CLOSE GUESS-SCORES-FILE
007875             CLOSE CALENDAR-FILE
007880             IF NOT STREAK-BROKEN
007890                 SET STREAK-EARNED TO TRUE
007900             END-IF
007930
007940 8650-CHECK-STREAK-DAY.
007950     PERFORM 8800-PREVIOUS-DAY.
007952     PERFORM 8660-TEST-CLOSED-DAY.
007954     PERFORM 8670-STEP-PAST-CLOSED-DAY UNTIL NOT DAY-IS-CLOSED.
007960     MOVE WORK-DATE TO CHECK-DATE.
007970     PERFORM 8900-CHECK-PLAYED-ON-DATE.
007980     IF NOT PLAYED-ON-DATE
007990         MOVE "N" TO STREAK-ALIVE-SW
008000     END-IF.
008001
008002*****************************************************************
008003*    8660-TEST-CLOSED-DAY
008004*    SETS DAY-CLOSED-SW WHEN THE BUSINESS CALENDAR MARKS
008005*    WORK-DATE CLOSED. THE CALENDAR, WHEN THERE IS ONE, IS OPEN
008006*    FOR INPUT WHILE THE STREAK IS CHECKED.
008007*****************************************************************
008008 8660-TEST-CLOSED-DAY.
008009     MOVE "N" TO DAY-CLOSED-SW.
008010     IF CALENDAR-ON-FILE
008011         MOVE WORK-DATE TO CAL-DATE
008012         READ CALENDAR-FILE
008013             INVALID KEY
008014                 CONTINUE
008015             NOT INVALID KEY
008016                 IF CAL-CLOSED
008017                     SET DAY-IS-CLOSED TO TRUE
008018                 END-IF
008019         END-READ
008020     END-IF.
008021
008022 8670-STEP-PAST-CLOSED-DAY.
008023     PERFORM 8800-PREVIOUS-DAY.
008024     PERFORM 8660-TEST-CLOSED-DAY.
008025
008026*****************************************************************
008030*    8700-AWARD-ONE-BADGE
008040*    AWARDS THE BADGE IN CANDIDATE-BADGE-CODE TO THE CURRENT
008050*    PLAYER IF THEY DO NOT ALREADY HOLD IT, AND QUEUES IT FOR
