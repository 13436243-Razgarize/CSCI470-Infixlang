000173*                    SCORE'S DIFFICULTY TIER ONTO THE TRAIL
000174*                    RECORD SO THE SEASON REPOST CAN REBUILD A
000175*                    VOIDED DAY'S FINISHES.
000176*    2026-10-15 RAZ  VOIDS AND CORRECTIONS NOW ALSO STAMP THE
000177*                    SCORE'S GAME TYPE ONTO THE TRAIL RECORD SO
000178*                    THE SEASON REPOST LEAVES DAILY CHALLENGE
000179*                    SCORES ALONE, AND A PURGED CHECKPOINT
000180*                    CARRIES ITS OWN. SCORE LISTINGS SHOW THE
000181*                    GAME TYPE.
000182*    2026-10-15 RAZ  ADDED Q, WORK THE SUSPICIOUS-PLAY REVIEW
000183*                    QUEUE (SUPERVISOR ONLY). A FLAGGED SESSION
000184*                    IS SHOWN WITH ITS LOGGED GUESSES AND SCORE,
000185*                    THEN CLEARED OR SENT DOWN THE VOID PATH; THE
000186*                    FLAG REFERENCE RIDES ONTO THE TRAIL RECORD.
000187*    2026-10-15 RAZ  VOIDS AND CORRECTIONS NOW NEED TWO PEOPLE.
000188*                    V, C, AND A QUEUE VOID ONLY FILE A REQUEST ON
000189*                    THE GUESSPND PENDING-CHANGE FILE; ADDED A,
000190*                    WHERE A SECOND SUPERVISOR - NEVER THE
000191*                    REQUESTER - APPROVES OR REJECTS IT. ONLY AN
000192*                    APPROVAL CHANGES GUESSSCR AND WRITES THE
000193*                    TRAIL RECORD, WHICH NOW SHOWS BOTH OPERATORS.
000194*                    A REQUEST PENDING PAST THE EXPIRY AGE CANNOT
000195*                    BE APPROVED AND IS MARKED EXPIRED.
000196*    2026-10-15 RAZ  THE EXPIRY AGE NOW COMES FROM GUESSPEX, THE
000197*                    SAME COPY GUESSPAG AGES REQUESTS BY.
000198*****************************************************************
000199
000200 ENVIRONMENT DIVISION.
000201 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT GUESS-SCORES-FILE ASSIGN TO "GUESSSCR"
000230         ORGANIZATION IS INDEXED
000366         ACCESS MODE IS DYNAMIC
000367         RECORD KEY IS OPR-OPERATOR-ID
000368         FILE STATUS IS OPR-FILE-STATUS.
000369
000370     SELECT REVIEW-QUEUE-FILE ASSIGN TO "GUESSRVQ"
000371         ORGANIZATION IS INDEXED
000372         ACCESS MODE IS DYNAMIC
000373         RECORD KEY IS RVQ-KEY
000374         FILE STATUS IS RVQ-FILE-STATUS.
000375
000376     SELECT GUESS-LOG-FILE ASSIGN USING LOG-FILE-NAME
000377         ORGANIZATION IS SEQUENTIAL
000378         FILE STATUS IS LOG-FILE-STATUS.
000379
000380     SELECT PENDING-CHANGE-FILE ASSIGN TO "GUESSPND"
000381         ORGANIZATION IS INDEXED
000382         ACCESS MODE IS DYNAMIC
000383         RECORD KEY IS PND-KEY
000384         FILE STATUS IS PND-FILE-STATUS.
000385
000386 DATA DIVISION.
000390 FILE SECTION.
000400 FD  GUESS-SCORES-FILE.
000410 COPY GUESSSCR.
000472
000474 FD  OPERATOR-MASTER-FILE.
000476 COPY GUESSOPR.
000477
000478 FD  REVIEW-QUEUE-FILE.
000479 COPY GUESSRVQ.
000480
000481 FD  GUESS-LOG-FILE.
000482 COPY GUESSLOG.
000483
000484 FD  PENDING-CHANGE-FILE.
000485 COPY GUESSPND.
000486
000490 WORKING-STORAGE SECTION.
000500 01  GS-FILE-STATUS   PIC XX.
000510     88 GS-STATUS-OK          VALUE "00".
000602 01  OPR-FILE-STATUS  PIC XX.
000604     88 OPR-STATUS-OK         VALUE "00".
000606     88 OPR-STATUS-NOT-FOUND  VALUE "35".
000607 01  RVQ-FILE-STATUS  PIC XX.
000608     88 RVQ-STATUS-OK         VALUE "00".
000609     88 RVQ-STATUS-EOF        VALUE "10".
000610 01  LOG-FILE-STATUS  PIC XX.
000611     88 LOG-STATUS-OK         VALUE "00".
000612     88 LOG-STATUS-EOF        VALUE "10".
000613 01  LOG-FILE-NAME    PIC X(12) VALUE SPACES.
000614 01  PND-FILE-STATUS  PIC XX.
000615     88 PND-STATUS-OK         VALUE "00".
000616     88 PND-STATUS-NOT-FOUND  VALUE "35".
000617     88 PND-STATUS-EOF        VALUE "10".
000618
000620 01  MENU-CHOICE      PIC X VALUE SPACE.
000630     88 CHOICE-BROWSE-PLAYER  VALUE "B" "b".
000640     88 CHOICE-BROWSE-DATE    VALUE "D" "d".
000660     88 CHOICE-CORRECT        VALUE "C" "c".
000670     88 CHOICE-LIST-CKP       VALUE "L" "l".
000680     88 CHOICE-PURGE-CKP      VALUE "P" "p".
000685     88 CHOICE-REVIEW-QUEUE   VALUE "Q" "q".
000687     88 CHOICE-APPROVE        VALUE "A" "a".
000690     88 CHOICE-EXIT           VALUE "X" "x".
000700
000710 01  OPERATOR-ID      PIC X(10) VALUE SPACES.
000860 01  TIME-NOW         PIC 9(9).
000870 01  LIST-COUNT       PIC 9(5) VALUE 0.
000880 01  PURGE-COUNT      PIC 9(5) VALUE 0.
000881 01  VOID-REQUESTED-SW PIC X VALUE "N".
000882     88 VOID-WAS-REQUESTED    VALUE "Y".
000883 01  FLAG-REFERENCE   PIC X(12) VALUE SPACES.
000884 01  WORK-FLAG-DATE   PIC X(08).
000885 01  WORK-FLAG-SEQ    PIC 9(04).
000886 01  REVIEW-ACTION    PIC X VALUE SPACE.
000887     88 REVIEW-CLEAR          VALUE "C" "c".
000888     88 REVIEW-VOID           VALUE "V" "v".
000889 01  REQUESTING-OPERATOR PIC X(10) VALUE SPACES.
000890 01  APPROVING-OPERATOR  PIC X(10) VALUE SPACES.
000891 01  TODAY-DATE       PIC X(08).
000892 01  NEXT-CHANGE-SEQ  PIC 9(04).
000893 01  DUPLICATE-CHANGE-SW PIC X VALUE "N".
000894     88 CHANGE-ALREADY-PENDING VALUE "Y".
000895 01  CHANGE-APPLIED-SW PIC X VALUE "N".
000896     88 CHANGE-WAS-APPLIED    VALUE "Y".
000897 COPY GUESSPEX.
000898 01  PENDING-EXPIRY-SECONDS PIC 9(9).
000899 01  PENDING-AGE-SECONDS    PIC 9(9).
000900 01  EXPIRED-COUNT    PIC 9(5) VALUE 0.
000901 01  WORK-CHANGE-DATE PIC X(08).
000902 01  WORK-CHANGE-SEQ  PIC 9(04).
000903 01  PENDING-DECISION PIC X VALUE SPACE.
000904     88 DECISION-APPROVE      VALUE "A" "a".
000905     88 DECISION-REJECT       VALUE "R" "r".
000906 01  NEW-FLAG-STATUS  PIC X VALUE SPACE.
000907
000908 SCREEN SECTION.
000910 01  OPERATOR-ENTRY.
000920     05 BLANK SCREEN.
000930     05 LINE 2 COLUMN 18 VALUE "GUESSING GAME ADMIN".
000980     05 LINE 2 COLUMN 18 VALUE "GUESSING GAME ADMIN".
000990     05 LINE 4 COLUMN 10 VALUE "B = BROWSE SCORES BY PLAYER".
001000     05 LINE 5 COLUMN 10 VALUE "D = BROWSE SCORES BY DATE".
001010     05 LINE 6 COLUMN 10 VALUE "V = REQUEST A SCORE VOID".
001020     05 LINE 7 COLUMN 10 VALUE "C = REQUEST A SCORE CORRECTION".
001030     05 LINE 8 COLUMN 10 VALUE "L = LIST STALE CHECKPOINTS".
001040     05 LINE 9 COLUMN 10 VALUE "P = PURGE STALE CHECKPOINTS".
001050     05 LINE 10 COLUMN 10 VALUE "Q = WORK THE REVIEW QUEUE".
001055     05 LINE 11 COLUMN 10
001056         VALUE "A = APPROVE OR REJECT PENDING CHANGES".
001057     05 LINE 12 COLUMN 10 VALUE "X = EXIT".
001060     05 LINE 13 COLUMN 10 VALUE "Choice:".
001070     05 LINE 13 COLUMN 18 PIC X USING MENU-CHOICE.
001080     05 LINE 14 COLUMN 10 PIC X(40) FROM ADMIN-MESSAGE.
001090 01  PLAYER-KEY-ENTRY.
001100     05 LINE 16 COLUMN 10 VALUE "Player ID:".
001270 01  AGE-ENTRY.
001280     05 LINE 16 COLUMN 10 VALUE "Older than how many days:".
001290     05 LINE 16 COLUMN 36 PIC 999 USING CKP-AGE-DAYS.
001291 01  FLAG-KEY-ENTRY.
001292     05 LINE 16 COLUMN 10 VALUE "Flag date (YYYYMMDD):".
001293     05 LINE 16 COLUMN 32 PIC X(08) USING WORK-FLAG-DATE.
001294     05 LINE 17 COLUMN 10 VALUE "Flag sequence:".
001295     05 LINE 17 COLUMN 32 PIC 9(04) USING WORK-FLAG-SEQ.
001296 01  REVIEW-ACTION-ENTRY.
001297     05 LINE 18 COLUMN 10 VALUE "C = CLEAR, V = VOID SCORE:".
001298     05 LINE 18 COLUMN 37 PIC X USING REVIEW-ACTION.
001299 01  CHANGE-KEY-ENTRY.
001300     05 LINE 16 COLUMN 10 VALUE "Change date (YYYYMMDD):".
001301     05 LINE 16 COLUMN 34 PIC X(08) USING WORK-CHANGE-DATE.
001302     05 LINE 17 COLUMN 10 VALUE "Change sequence:".
001303     05 LINE 17 COLUMN 34 PIC 9(04) USING WORK-CHANGE-SEQ.
001304 01  DECISION-ENTRY.
001305     05 LINE 18 COLUMN 10 VALUE "A = APPROVE, R = REJECT:".
001306     05 LINE 18 COLUMN 35 PIC X USING PENDING-DECISION.
001307
001310 PROCEDURE DIVISION.
001320 0000-MAINLINE.
001330     PERFORM 1000-GET-OPERATOR.
001560     DISPLAY ADMIN-MENU.
001570     ACCEPT ADMIN-MENU.
001580     MOVE SPACES TO ADMIN-MESSAGE.
001585     MOVE SPACES TO FLAG-REFERENCE.
001587     MOVE SPACES TO REQUESTING-OPERATOR.
001589     MOVE SPACES TO APPROVING-OPERATOR.
001590     EVALUATE TRUE
001600         WHEN CHOICE-BROWSE-PLAYER
001610             PERFORM 3000-BROWSE-BY-PLAYER
001714                 MOVE "SUPERVISOR ROLE REQUIRED"
001716                     TO ADMIN-MESSAGE
001718             END-IF
001719         WHEN CHOICE-REVIEW-QUEUE
001720             IF OPERATOR-IS-SUPERVISOR
001721                 PERFORM 7000-WORK-REVIEW-QUEUE
001722             ELSE
001723                 MOVE "SUPERVISOR ROLE REQUIRED"
001724                     TO ADMIN-MESSAGE
001725             END-IF
001726         WHEN CHOICE-APPROVE
001727             IF OPERATOR-IS-SUPERVISOR
001728                 PERFORM 8000-WORK-PENDING-CHANGES
001729             ELSE
001730                 MOVE "SUPERVISOR ROLE REQUIRED"
001731                     TO ADMIN-MESSAGE
001732             END-IF
001733         WHEN CHOICE-EXIT
001734             CONTINUE
001740         WHEN OTHER
001750             MOVE "UNKNOWN CHOICE - TRY AGAIN" TO ADMIN-MESSAGE
001760     END-EVALUATE.
002150 3200-LIST-PLAYER-SCORE.
002160     DISPLAY GS-PLAYER-ID " " GS-DATE " " GS-UNIX-TIME
002170         " GUESSES " GS-GUESS-COUNT
002180         " LEVEL " GS-DIFFICULTY " TYPE " GS-GAME-TYPE.
002190     ADD 1 TO LIST-COUNT.
002200     PERFORM 3100-READ-NEXT-SCORE.
002210
002450     IF GS-DATE = WORK-DATE
002460         DISPLAY GS-PLAYER-ID " " GS-DATE " " GS-UNIX-TIME
002470             " GUESSES " GS-GUESS-COUNT
002480             " LEVEL " GS-DIFFICULTY " TYPE " GS-GAME-TYPE
002490         ADD 1 TO LIST-COUNT
002500     END-IF.
002510     PERFORM 3100-READ-NEXT-SCORE.
002520
002525*****************************************************************
002530*    4000-VOID-SCORE
002535*    ASKS FOR ONE SCORE RECORD TO BE VOIDED BY ITS FULL KEY,
002540*    AFTER SHOWING IT AND TAKING A REASON AND A CONFIRMATION.
002545*    NOTHING IS DELETED HERE - THE REQUEST GOES TO THE PENDING-
002550*    CHANGE FILE TO WAIT FOR A SECOND SUPERVISOR.
002555*****************************************************************
002560 4000-VOID-SCORE.
002565     PERFORM 4800-FETCH-SCORE.
002570     PERFORM 4100-REQUEST-VOID.
002575     CLOSE GUESS-SCORES-FILE.
002580
002585*****************************************************************
002590*    4100-REQUEST-VOID
002595*    FILES A VOID REQUEST FOR THE SCORE RECORD JUST READ, ONCE A
002600*    REASON AND A CONFIRMATION ARE IN. SHARED BY THE MENU VOID
002605*    AND THE REVIEW QUEUE, WHICH NEEDS TO KNOW WHETHER THE
002610*    REQUEST WAS FILED.
002615*****************************************************************
002620 4100-REQUEST-VOID.
002625     MOVE "N" TO VOID-REQUESTED-SW.
002630     IF SCORE-WAS-FOUND
002635         PERFORM 4900-GET-REASON-AND-CONFIRM
002640         IF CHANGE-CONFIRMED
002645             PERFORM 8800-OPEN-PENDING-FOR-ADD
002650             IF CHANGE-ALREADY-PENDING
002655                 MOVE "CHANGE ALREADY PENDING ON THIS SCORE"
002660                     TO ADMIN-MESSAGE
002665             ELSE
002670                 MOVE "VOID" TO PND-ACTION
002675                 MOVE GS-GUESS-COUNT TO PND-OLD-GUESSES
002680                 MOVE 0 TO PND-NEW-GUESSES
002685                 MOVE PND-OLD-GUESSES TO PND-OLD-VALUE
002690                 MOVE "DELETED" TO PND-NEW-VALUE
002695                 PERFORM 8850-ADD-PENDING-CHANGE
002700                 IF PND-STATUS-OK
002705                     SET VOID-WAS-REQUESTED TO TRUE
002710                 END-IF
002715             END-IF
002720             CLOSE PENDING-CHANGE-FILE
002725         ELSE
002730             MOVE "CHANGE NOT REQUESTED" TO ADMIN-MESSAGE
002735         END-IF
002740     END-IF.
002745
002750*****************************************************************
002755*    4500-CORRECT-SCORE
002760*    ASKS FOR THE GUESS COUNT ON ONE SCORE RECORD TO BE CHANGED,
002765*    AFTER SHOWING IT AND TAKING THE NEW VALUE, A REASON, AND A
002770*    CONFIRMATION. THE REQUEST, WITH THE OLD AND NEW VALUES,
002775*    GOES TO THE PENDING-CHANGE FILE TO WAIT FOR A SECOND
002780*    SUPERVISOR.
002785*****************************************************************
002790 4500-CORRECT-SCORE.
002795     PERFORM 4800-FETCH-SCORE.
002800     IF SCORE-WAS-FOUND
002805         MOVE GS-GUESS-COUNT TO OLD-GUESS-COUNT
002810         MOVE GS-GUESS-COUNT TO NEW-GUESS-COUNT
002815         DISPLAY NEW-COUNT-ENTRY
002820         ACCEPT NEW-COUNT-ENTRY
002825         PERFORM 4900-GET-REASON-AND-CONFIRM
002830         IF CHANGE-CONFIRMED
002835             PERFORM 8800-OPEN-PENDING-FOR-ADD
002840             IF CHANGE-ALREADY-PENDING
002845                 MOVE "CHANGE ALREADY PENDING ON THIS SCORE"
002850                     TO ADMIN-MESSAGE
002855             ELSE
002860                 MOVE "CORRECT" TO PND-ACTION
002865                 MOVE OLD-GUESS-COUNT TO PND-OLD-GUESSES
002870                 MOVE NEW-GUESS-COUNT TO PND-NEW-GUESSES
002875                 MOVE OLD-GUESS-COUNT TO PND-OLD-VALUE
002880                 MOVE NEW-GUESS-COUNT TO PND-NEW-VALUE
002885                 PERFORM 8850-ADD-PENDING-CHANGE
002890             END-IF
002895             CLOSE PENDING-CHANGE-FILE
002900         ELSE
002905             MOVE "CHANGE NOT REQUESTED" TO ADMIN-MESSAGE
002910         END-IF
002915     END-IF.
002920     CLOSE GUESS-SCORES-FILE.
002925
003150*****************************************************************
003160*    4800-FETCH-SCORE
003170*    PROMPTS FOR A SCORE RECORD'S FULL KEY, OPENS THE SCORE
003200*    CLOSED BY THE CALLER.
003210*****************************************************************
003220 4800-FETCH-SCORE.
003240     MOVE SPACES TO WORK-PLAYER-ID.
003250     MOVE SPACES TO WORK-DATE.
003260     MOVE ZEROS TO WORK-UNIX-TIME.
003300     ACCEPT DATE-KEY-ENTRY.
003310     DISPLAY TIME-KEY-ENTRY.
003320     ACCEPT TIME-KEY-ENTRY.
003321     PERFORM 4850-READ-SCORE.
003322
003323*****************************************************************
003324*    4850-READ-SCORE
003325*    OPENS THE SCORE FILE FOR UPDATE AND READS THE RECORD KEYED
003326*    IN WORK-PLAYER-ID, WORK-DATE, AND WORK-UNIX-TIME.
003327*****************************************************************
003328 4850-READ-SCORE.
003329     MOVE "N" TO SCORE-FOUND-SW.
003330     OPEN I-O GUESS-SCORES-FILE.
003340     IF NOT GS-STATUS-OK
003350         MOVE "NO SCORE FILE ON HAND" TO ADMIN-MESSAGE
003460                     " " GS-UNIX-TIME
003470                     " GUESSES " GS-GUESS-COUNT
003480                     " LEVEL " GS-DIFFICULTY
003485                     " TYPE " GS-GAME-TYPE
003490         END-READ
003500     END-IF.
003510
004370             MOVE "PURGECKP" TO ADJ-ACTION
004380             MOVE SPACES TO WORK-DATE
004385             MOVE SPACE TO ADJ-DIFFICULTY
004387             MOVE CKP-GAME-TYPE TO ADJ-GAME-TYPE
004390             MOVE "STALE" TO ADJ-OLD-VALUE
004400             MOVE "DELETED" TO ADJ-NEW-VALUE
004410             PERFORM 6000-WRITE-ADJUSTMENT
004640*    6000-WRITE-ADJUSTMENT
004650*    APPENDS ONE RECORD TO THE ADJUSTMENTS TRAIL FOR THE CHANGE
004660*    JUST MADE - OPERATOR, TIMESTAMP, KEY, OLD AND NEW VALUES,
004670*    AND THE REASON GIVEN. FOR AN APPROVED PENDING CHANGE THE
004675*    OPERATOR IS THE REQUESTER AND THE APPROVER GOES ALONGSIDE.
004680*****************************************************************
004690 6000-WRITE-ADJUSTMENT.
004700     OPEN EXTEND ADJUSTMENT-FILE.
004770             STOP RUN
004780         END-IF
004790     END-IF.
004800     IF REQUESTING-OPERATOR = SPACES
004801         MOVE OPERATOR-ID TO ADJ-OPERATOR-ID
004802     ELSE
004803         MOVE REQUESTING-OPERATOR TO ADJ-OPERATOR-ID
004804     END-IF.
004805     MOVE APPROVING-OPERATOR TO ADJ-APPROVED-BY.
004810     CALL "time" USING BY REFERENCE ADJ-TIMESTAMP.
004820     MOVE WORK-PLAYER-ID TO ADJ-KEY-PLAYER-ID.
004830     MOVE WORK-DATE      TO ADJ-KEY-DATE.
004840     MOVE WORK-UNIX-TIME TO ADJ-KEY-TIME.
004850     MOVE ADJUST-REASON  TO ADJ-REASON.
004855     MOVE FLAG-REFERENCE TO ADJ-FLAG-REF.
004860     WRITE ADJUSTMENT-RECORD.
004870     CLOSE ADJUSTMENT-FILE.
004880
004890*****************************************************************
004900*    7000-WORK-REVIEW-QUEUE
004910*    LISTS THE OPEN SUSPICIOUS-PLAY FLAGS, TAKES ONE FLAG
004920*    REFERENCE, SHOWS THE SESSION BEHIND IT - ITS LOGGED
004930*    GUESSES AND ITS SCORE - AND CLEARS THE FLAG OR ASKS FOR
004940*    THE SCORE TO BE VOIDED. EITHER WAY THE FLAG REFERENCE
004950*    RIDES ONTO THE TRAIL AND THE FLAG SHOWS WHO WORKED IT.
004960*****************************************************************
004970 7000-WORK-REVIEW-QUEUE.
004980     OPEN I-O REVIEW-QUEUE-FILE.
004990     IF NOT RVQ-STATUS-OK
005000         MOVE "NO REVIEW QUEUE ON HAND" TO ADMIN-MESSAGE
005010         CLOSE REVIEW-QUEUE-FILE
005020     ELSE
005030         PERFORM 7100-LIST-OPEN-FLAGS
005040         MOVE SPACES TO WORK-FLAG-DATE
005050         MOVE ZEROS TO WORK-FLAG-SEQ
005060         DISPLAY FLAG-KEY-ENTRY
005070         ACCEPT FLAG-KEY-ENTRY
005080         MOVE WORK-FLAG-DATE TO RVQ-FLAG-DATE
005090         MOVE WORK-FLAG-SEQ  TO RVQ-FLAG-SEQ
005100         READ REVIEW-QUEUE-FILE
005110             INVALID KEY
005120                 MOVE "NO SUCH FLAG ON THE QUEUE" TO ADMIN-MESSAGE
005130             NOT INVALID KEY
005140                 IF RVQ-OPEN
005150                     PERFORM 7300-REVIEW-ONE-FLAG
005160                 ELSE
005170                     MOVE "FLAG ALREADY WORKED" TO ADMIN-MESSAGE
005180                 END-IF
005190         END-READ
005200         CLOSE REVIEW-QUEUE-FILE
005210     END-IF.
005220
005230 7100-LIST-OPEN-FLAGS.
005240     MOVE 0 TO LIST-COUNT.
005250     MOVE SPACES TO RVQ-FLAG-DATE.
005260     MOVE ZEROS TO RVQ-FLAG-SEQ.
005270     START REVIEW-QUEUE-FILE KEY >= RVQ-KEY
005280         INVALID KEY
005290             CONTINUE
005300     END-START.
005310     IF RVQ-STATUS-OK
005320         PERFORM 7110-READ-NEXT-FLAG
005330         PERFORM 7120-LIST-ONE-FLAG UNTIL NOT RVQ-STATUS-OK
005340     END-IF.
005350     DISPLAY "OPEN FLAGS: " LIST-COUNT.
005360
005370 7110-READ-NEXT-FLAG.
005380     READ REVIEW-QUEUE-FILE NEXT RECORD
005390         AT END
005400             SET RVQ-STATUS-EOF TO TRUE
005410     END-READ.
005420
005430 7120-LIST-ONE-FLAG.
005440     IF RVQ-OPEN
005450         DISPLAY RVQ-FLAG-DATE " " RVQ-FLAG-SEQ " "
005460             RVQ-PLAYER-ID " SESSION " RVQ-SESSION-TIME
005470             " RULES " RVQ-RULES
005480         ADD 1 TO LIST-COUNT
005490     END-IF.
005500     PERFORM 7110-READ-NEXT-FLAG.
005510
005520*****************************************************************
005530*    7300-REVIEW-ONE-FLAG
005540*    SHOWS THE FLAGGED SESSION AND TAKES THE SUPERVISOR'S
005550*    DECISION ON IT.
005560*****************************************************************
005570 7300-REVIEW-ONE-FLAG.
005580     DISPLAY "FLAG " RVQ-FLAG-DATE " " RVQ-FLAG-SEQ
005590         " PLAYER " RVQ-PLAYER-ID " RULES " RVQ-RULES.
005600     DISPLAY "LOGGED GUESSES " RVQ-LOG-GUESSES
005610         " SCORED GUESSES " RVQ-SCORE-GUESSES
005620         " LONGEST GAP " RVQ-MAX-GAP
005630         " RATING JUMP " RVQ-RATING-JUMP.
005640     PERFORM 7400-SHOW-SESSION-LOG.
005650     PERFORM 7500-SHOW-SESSION-SCORE.
005660     MOVE SPACE TO REVIEW-ACTION.
005670     DISPLAY REVIEW-ACTION-ENTRY.
005680     ACCEPT REVIEW-ACTION-ENTRY.
005690     MOVE RVQ-KEY TO FLAG-REFERENCE.
005700     EVALUATE TRUE
005710         WHEN REVIEW-CLEAR
005720             PERFORM 7600-CLEAR-FLAG
005730         WHEN REVIEW-VOID
005740             PERFORM 7700-VOID-FLAGGED-SCORE
005750         WHEN OTHER
005760             MOVE "FLAG LEFT OPEN" TO ADMIN-MESSAGE
005770     END-EVALUATE.
005780
005790*****************************************************************
005800*    7400-SHOW-SESSION-LOG
005810*    LISTS EVERY GUESS THE PLAYER LOGGED IN THE FLAGGED SESSION,
005820*    FROM THE FLAG DATE'S LOG GENERATION.
005830*****************************************************************
005840 7400-SHOW-SESSION-LOG.
005850     MOVE SPACES TO LOG-FILE-NAME.
005860     STRING "GLOG" RVQ-FLAG-DATE
005870         DELIMITED BY SIZE INTO LOG-FILE-NAME.
005880     OPEN INPUT GUESS-LOG-FILE.
005890     IF NOT LOG-STATUS-OK
005900         DISPLAY "NO GUESS LOG ON HAND FOR " RVQ-FLAG-DATE
005910     ELSE
005920         PERFORM 7410-READ-NEXT-LOG
005930         PERFORM 7420-SHOW-ONE-GUESS UNTIL NOT LOG-STATUS-OK
005940     END-IF.
005950     CLOSE GUESS-LOG-FILE.
005960
005970 7410-READ-NEXT-LOG.
005980     READ GUESS-LOG-FILE
005990         AT END
006000             SET LOG-STATUS-EOF TO TRUE
006010     END-READ.
006020
006030 7420-SHOW-ONE-GUESS.
006040     IF LOG-PLAYER-ID = RVQ-PLAYER-ID
006050       AND LOG-SESSION-TIME = RVQ-SESSION-TIME
006060         DISPLAY "  " LOG-TIMESTAMP " GUESS " LOG-GUESS
006070             " " LOG-MSG-RESP
006080     END-IF.
006090     PERFORM 7410-READ-NEXT-LOG.
006100
006110 7500-SHOW-SESSION-SCORE.
006120     IF RVQ-SCORE-TIME = 0
006130         DISPLAY "NO SCORE RECORD FOR THIS SESSION"
006140     ELSE
006150         MOVE RVQ-PLAYER-ID  TO WORK-PLAYER-ID
006160         MOVE RVQ-FLAG-DATE  TO WORK-DATE
006170         MOVE RVQ-SCORE-TIME TO WORK-UNIX-TIME
006180         PERFORM 4850-READ-SCORE
006190         CLOSE GUESS-SCORES-FILE
006200     END-IF.
006210
006220*****************************************************************
006230*    7600-CLEAR-FLAG
006240*    CLOSES THE FLAG WITH NO CHANGE TO THE SCORE. THE REASON
006250*    STILL GOES TO THE TRAIL SO THE DECISION CAN BE REVIEWED.
006260*****************************************************************
006270 7600-CLEAR-FLAG.
006280     PERFORM 4900-GET-REASON-AND-CONFIRM.
006290     IF CHANGE-CONFIRMED
006300         MOVE RVQ-PLAYER-ID    TO WORK-PLAYER-ID
006310         MOVE RVQ-FLAG-DATE    TO WORK-DATE
006320         MOVE RVQ-SESSION-TIME TO WORK-UNIX-TIME
006330         MOVE "FLAGCLR" TO ADJ-ACTION
006340         MOVE "OPEN" TO ADJ-OLD-VALUE
006350         MOVE "CLEARED" TO ADJ-NEW-VALUE
006360         MOVE RVQ-DIFFICULTY TO ADJ-DIFFICULTY
006370         MOVE RVQ-GAME-TYPE TO ADJ-GAME-TYPE
006380         PERFORM 6000-WRITE-ADJUSTMENT
006390         SET RVQ-CLEARED TO TRUE
006400         PERFORM 7800-CLOSE-FLAG
006410         MOVE "FLAG CLEARED" TO ADMIN-MESSAGE
006420     ELSE
006430         MOVE "CHANGE NOT APPLIED" TO ADMIN-MESSAGE
006440     END-IF.
006450
006460*****************************************************************
006470*    7700-VOID-FLAGGED-SCORE
006480*    SENDS THE FLAGGED SESSION'S SCORE DOWN THE ORDINARY VOID
006490*    REQUEST PATH. ONCE THE REQUEST IS FILED THE FLAG WAITS IN
006495*    STATUS P UNTIL A SECOND SUPERVISOR DECIDES THE VOID.
006500*****************************************************************
006510 7700-VOID-FLAGGED-SCORE.
006520     IF RVQ-SCORE-TIME = 0
006530         MOVE "NO SCORE RECORD TO VOID" TO ADMIN-MESSAGE
006540     ELSE
006550         MOVE RVQ-PLAYER-ID  TO WORK-PLAYER-ID
006560         MOVE RVQ-FLAG-DATE  TO WORK-DATE
006570         MOVE RVQ-SCORE-TIME TO WORK-UNIX-TIME
006580         PERFORM 4850-READ-SCORE
006590         PERFORM 4100-REQUEST-VOID
006600         CLOSE GUESS-SCORES-FILE
006610         IF VOID-WAS-REQUESTED
006620             SET RVQ-VOID-PENDING TO TRUE
006630             PERFORM 7800-CLOSE-FLAG
006640         END-IF
006650     END-IF.
006660
006670 7800-CLOSE-FLAG.
006680     MOVE OPERATOR-ID TO RVQ-REVIEWED-BY.
006690     CALL "time" USING BY REFERENCE RVQ-REVIEWED-TIME.
006700     REWRITE REVIEW-QUEUE-RECORD.
006710     IF NOT RVQ-STATUS-OK
006720         DISPLAY "REVIEW QUEUE REWRITE FAILED - STATUS "
006730             RVQ-FILE-STATUS
006740     END-IF.
006750
006760*****************************************************************
006770*    8000-WORK-PENDING-CHANGES
006780*    LISTS THE VOIDS AND CORRECTIONS AWAITING APPROVAL, TAKES
006790*    ONE CHANGE REFERENCE, AND LETS A SUPERVISOR OTHER THAN THE
006800*    ONE WHO ASKED FOR IT APPROVE OR REJECT IT. REQUESTS FOUND
006810*    PAST THE EXPIRY AGE ON THE WAY ARE MARKED EXPIRED.
006820*****************************************************************
006830 8000-WORK-PENDING-CHANGES.
006840     OPEN I-O PENDING-CHANGE-FILE.
006850     IF NOT PND-STATUS-OK
006860         MOVE "NO PENDING CHANGES ON HAND" TO ADMIN-MESSAGE
006870         CLOSE PENDING-CHANGE-FILE
006880     ELSE
006890         PERFORM 8100-LIST-PENDING-CHANGES
006900         MOVE SPACES TO WORK-CHANGE-DATE
006910         MOVE ZEROS TO WORK-CHANGE-SEQ
006920         DISPLAY CHANGE-KEY-ENTRY
006930         ACCEPT CHANGE-KEY-ENTRY
006940         MOVE WORK-CHANGE-DATE TO PND-REQUEST-DATE
006950         MOVE WORK-CHANGE-SEQ  TO PND-REQUEST-SEQ
006960         READ PENDING-CHANGE-FILE
006970             INVALID KEY
006980                 MOVE "NO SUCH PENDING CHANGE" TO ADMIN-MESSAGE
006990             NOT INVALID KEY
007000                 PERFORM 8300-CHECK-ONE-CHANGE
007010         END-READ
007020         CLOSE PENDING-CHANGE-FILE
007030     END-IF.
007040
007050 8100-LIST-PENDING-CHANGES.
007060     CALL "time" USING BY REFERENCE TIME-NOW.
007070     COMPUTE PENDING-EXPIRY-SECONDS = PENDING-EXPIRY-DAYS * 86400.
007080     MOVE 0 TO LIST-COUNT.
007090     MOVE 0 TO EXPIRED-COUNT.
007100     MOVE SPACES TO PND-REQUEST-DATE.
007110     MOVE ZEROS TO PND-REQUEST-SEQ.
007120     START PENDING-CHANGE-FILE KEY >= PND-KEY
007130         INVALID KEY
007140             CONTINUE
007150     END-START.
007160     IF PND-STATUS-OK
007170         PERFORM 8110-READ-NEXT-PENDING
007180         PERFORM 8120-LIST-ONE-PENDING UNTIL NOT PND-STATUS-OK
007190     END-IF.
007200     DISPLAY "PENDING CHANGES: " LIST-COUNT
007210         " EXPIRED NOW: " EXPIRED-COUNT.
007220
007230 8110-READ-NEXT-PENDING.
007240     READ PENDING-CHANGE-FILE NEXT RECORD
007250         AT END
007260             SET PND-STATUS-EOF TO TRUE
007270     END-READ.
007280
007290 8120-LIST-ONE-PENDING.
007300     IF PND-PENDING
007310         PERFORM 8150-CHECK-EXPIRY
007320     END-IF.
007330     IF PND-PENDING
007340         DISPLAY PND-REQUEST-DATE " " PND-REQUEST-SEQ " "
007350             PND-ACTION " " PND-PLAYER-ID " " PND-SCORE-DATE
007360             " " PND-OLD-GUESSES " TO " PND-NEW-VALUE
007370             " BY " PND-REQUESTED-BY
007380         ADD 1 TO LIST-COUNT
007390     END-IF.
007400     PERFORM 8110-READ-NEXT-PENDING.
007410
007420*****************************************************************
007430*    8150-CHECK-EXPIRY
007440*    A REQUEST STILL PENDING MORE THAN PENDING-EXPIRY-DAYS AFTER
007450*    IT WAS ASKED FOR IS MARKED EXPIRED AND CAN NO LONGER BE
007460*    APPROVED. A QUEUE FLAG WAITING ON IT GOES BACK TO OPEN.
007470*    THE NIGHTLY GUESSPAG STEP APPLIES THE SAME RULE.
007480*****************************************************************
007490 8150-CHECK-EXPIRY.
007500     IF TIME-NOW > PND-REQUEST-TIME
007510         COMPUTE PENDING-AGE-SECONDS = TIME-NOW - PND-REQUEST-TIME
007520     ELSE
007530         MOVE 0 TO PENDING-AGE-SECONDS
007540     END-IF.
007550     IF PENDING-AGE-SECONDS > PENDING-EXPIRY-SECONDS
007560         SET PND-EXPIRED TO TRUE
007570         MOVE SPACES TO PND-DECIDED-BY
007580         MOVE TIME-NOW TO PND-DECIDED-TIME
007590         MOVE "EXPIRED UNDECIDED" TO PND-DECISION-NOTE
007600         PERFORM 8900-REWRITE-PENDING
007610         ADD 1 TO EXPIRED-COUNT
007620         IF PND-FLAG-REF NOT = SPACES
007630             MOVE "O" TO NEW-FLAG-STATUS
007640             PERFORM 8700-UPDATE-FLAG
007650         END-IF
007660     END-IF.
007670
007680*****************************************************************
007690*    8300-CHECK-ONE-CHANGE
007700*    ONLY A CHANGE STILL PENDING CAN BE DECIDED, AND NEVER BY
007710*    THE OPERATOR WHO ASKED FOR IT.
007720*****************************************************************
007730 8300-CHECK-ONE-CHANGE.
007740     IF PND-PENDING
007750         PERFORM 8150-CHECK-EXPIRY
007760     END-IF.
007770     EVALUATE TRUE
007780         WHEN PND-EXPIRED
007790             MOVE "CHANGE HAS EXPIRED" TO ADMIN-MESSAGE
007800         WHEN NOT PND-PENDING
007810             MOVE "CHANGE ALREADY DECIDED" TO ADMIN-MESSAGE
007820         WHEN PND-REQUESTED-BY = OPERATOR-ID
007830             MOVE "A SECOND SUPERVISOR MUST DECIDE THIS"
007840                 TO ADMIN-MESSAGE
007850         WHEN OTHER
007860             PERFORM 8400-DECIDE-ONE-CHANGE
007870     END-EVALUATE.
007880
007890*****************************************************************
007900*    8400-DECIDE-ONE-CHANGE
007910*    SHOWS THE REQUEST AND THE SCORE RECORD AS IT STANDS NOW,
007920*    THEN TAKES THE DECISION AND A REASON FOR IT.
007930*****************************************************************
007940 8400-DECIDE-ONE-CHANGE.
007950     DISPLAY "CHANGE " PND-REQUEST-DATE " " PND-REQUEST-SEQ
007960         " " PND-ACTION " ASKED BY " PND-REQUESTED-BY.
007970     DISPLAY "SCORE " PND-PLAYER-ID " " PND-SCORE-DATE " "
007980         PND-SCORE-TIME " FROM " PND-OLD-VALUE
007990         " TO " PND-NEW-VALUE.
008000     DISPLAY "REASON " PND-REASON.
008010     IF PND-FLAG-REF NOT = SPACES
008020         DISPLAY "FROM REVIEW FLAG " PND-FLAG-REF
008030     END-IF.
008040     MOVE PND-PLAYER-ID  TO WORK-PLAYER-ID.
008050     MOVE PND-SCORE-DATE TO WORK-DATE.
008060     MOVE PND-SCORE-TIME TO WORK-UNIX-TIME.
008070     PERFORM 4850-READ-SCORE.
008080     MOVE SPACE TO PENDING-DECISION.
008090     DISPLAY DECISION-ENTRY.
008100     ACCEPT DECISION-ENTRY.
008110     EVALUATE TRUE
008120         WHEN DECISION-APPROVE
008130             PERFORM 4900-GET-REASON-AND-CONFIRM
008140             IF CHANGE-CONFIRMED
008150                 PERFORM 8500-APPLY-CHANGE
008160             ELSE
008170                 MOVE "CHANGE LEFT PENDING" TO ADMIN-MESSAGE
008180             END-IF
008190         WHEN DECISION-REJECT
008200             PERFORM 4900-GET-REASON-AND-CONFIRM
008210             IF CHANGE-CONFIRMED
008220                 PERFORM 8600-REJECT-CHANGE
008230             ELSE
008240                 MOVE "CHANGE LEFT PENDING" TO ADMIN-MESSAGE
008250             END-IF
008260         WHEN OTHER
008270             MOVE "CHANGE LEFT PENDING" TO ADMIN-MESSAGE
008280     END-EVALUATE.
008290     CLOSE GUESS-SCORES-FILE.
008300
008310*****************************************************************
008320*    8500-APPLY-CHANGE
008330*    APPLIES AN APPROVED CHANGE TO THE SCORE RECORD. IF THE
008340*    RECORD HAS GONE OR ITS GUESS COUNT NO LONGER MATCHES THE
008350*    BEFORE VALUE ON THE REQUEST, NOTHING IS APPLIED AND THE
008360*    REQUEST STAYS PENDING FOR THE APPROVER TO REJECT.
008370*****************************************************************
008380 8500-APPLY-CHANGE.
008390     MOVE "N" TO CHANGE-APPLIED-SW.
008400     EVALUATE TRUE
008410         WHEN NOT SCORE-WAS-FOUND
008420             MOVE "SCORE NOT ON FILE - REJECT THE CHANGE"
008430                 TO ADMIN-MESSAGE
008440         WHEN GS-GUESS-COUNT NOT = PND-OLD-GUESSES
008450             MOVE "SCORE CHANGED SINCE ASKED - REJECT IT"
008460                 TO ADMIN-MESSAGE
008470         WHEN PND-ACTION = "VOID"
008480             DELETE GUESS-SCORES-FILE RECORD
008490             IF GS-STATUS-OK
008500                 SET CHANGE-WAS-APPLIED TO TRUE
008510                 MOVE "SCORE VOIDED" TO ADMIN-MESSAGE
008520             ELSE
008530                 MOVE "DELETE FAILED - SEE FILE STATUS"
008540                     TO ADMIN-MESSAGE
008550             END-IF
008560         WHEN OTHER
008570             MOVE PND-NEW-GUESSES TO GS-GUESS-COUNT
008580             REWRITE GUESS-SCORE-RECORD
008590             IF GS-STATUS-OK
008600                 SET CHANGE-WAS-APPLIED TO TRUE
008610                 MOVE "SCORE CORRECTED" TO ADMIN-MESSAGE
008620             ELSE
008630                 MOVE "REWRITE FAILED - SEE FILE STATUS"
008640                     TO ADMIN-MESSAGE
008650             END-IF
008660     END-EVALUATE.
008670     IF CHANGE-WAS-APPLIED
008680         PERFORM 8550-RECORD-APPROVAL
008690     END-IF.
008700
008710*****************************************************************
008720*    8550-RECORD-APPROVAL
008730*    WRITES THE TRAIL RECORD FOR THE APPLIED CHANGE - THE
008740*    REQUESTER'S REASON, WITH BOTH OPERATORS - AND MARKS THE
008750*    REQUEST APPROVED. A QUEUE FLAG BEHIND A VOID IS CLOSED AS
008760*    VOIDED.
008770*****************************************************************
008780 8550-RECORD-APPROVAL.
008790     MOVE ADJUST-REASON    TO PND-DECISION-NOTE.
008800     MOVE PND-ACTION       TO ADJ-ACTION.
008810     MOVE PND-OLD-VALUE    TO ADJ-OLD-VALUE.
008820     MOVE PND-NEW-VALUE    TO ADJ-NEW-VALUE.
008830     MOVE PND-DIFFICULTY   TO ADJ-DIFFICULTY.
008840     MOVE PND-GAME-TYPE    TO ADJ-GAME-TYPE.
008850     MOVE PND-REASON       TO ADJUST-REASON.
008860     MOVE PND-FLAG-REF     TO FLAG-REFERENCE.
008870     MOVE PND-REQUESTED-BY TO REQUESTING-OPERATOR.
008880     MOVE OPERATOR-ID      TO APPROVING-OPERATOR.
008890     PERFORM 6000-WRITE-ADJUSTMENT.
008900     SET PND-APPROVED TO TRUE.
008910     MOVE OPERATOR-ID TO PND-DECIDED-BY.
008920     CALL "time" USING BY REFERENCE PND-DECIDED-TIME.
008930     PERFORM 8900-REWRITE-PENDING.
008940     IF PND-FLAG-REF NOT = SPACES
008950       AND PND-ACTION = "VOID"
008960         MOVE "V" TO NEW-FLAG-STATUS
008970         PERFORM 8700-UPDATE-FLAG
008980     END-IF.
008990
009000*****************************************************************
009010*    8600-REJECT-CHANGE
009020*    MARKS THE REQUEST REJECTED WITH THE REASON GIVEN. THE SCORE
009030*    IS NOT TOUCHED AND NO TRAIL RECORD IS WRITTEN. A QUEUE FLAG
009040*    WAITING ON THE VOID GOES BACK TO OPEN.
009050*****************************************************************
009060 8600-REJECT-CHANGE.
009070     MOVE ADJUST-REASON TO PND-DECISION-NOTE.
009080     SET PND-REJECTED TO TRUE.
009090     MOVE OPERATOR-ID TO PND-DECIDED-BY.
009100     CALL "time" USING BY REFERENCE PND-DECIDED-TIME.
009110     PERFORM 8900-REWRITE-PENDING.
009120     IF PND-FLAG-REF NOT = SPACES
009130         MOVE "O" TO NEW-FLAG-STATUS
009140         PERFORM 8700-UPDATE-FLAG
009150     END-IF.
009160     MOVE "CHANGE REJECTED" TO ADMIN-MESSAGE.
009170
009180*****************************************************************
009190*    8700-UPDATE-FLAG
009200*    SETS THE REVIEW QUEUE FLAG NAMED ON THE REQUEST TO
009210*    NEW-FLAG-STATUS. A FLAG REOPENED LOSES ITS REVIEWER SO IT
009220*    LISTS AS UNWORKED AGAIN.
009230*****************************************************************
009240 8700-UPDATE-FLAG.
009250     OPEN I-O REVIEW-QUEUE-FILE.
009260     IF NOT RVQ-STATUS-OK
009270         DISPLAY "NO REVIEW QUEUE ON HAND FOR FLAG " PND-FLAG-REF
009280     ELSE
009290         MOVE PND-FLAG-REF TO RVQ-KEY
009300         READ REVIEW-QUEUE-FILE
009310             INVALID KEY
009320                 DISPLAY "FLAG " PND-FLAG-REF " NOT ON THE QUEUE"
009330             NOT INVALID KEY
009340                 MOVE NEW-FLAG-STATUS TO RVQ-STATUS
009350                 IF RVQ-OPEN
009360                     MOVE SPACES TO RVQ-REVIEWED-BY
009370                     MOVE 0 TO RVQ-REVIEWED-TIME
009380                 END-IF
009390                 REWRITE REVIEW-QUEUE-RECORD
009400                 IF NOT RVQ-STATUS-OK
009410                     DISPLAY "REVIEW QUEUE REWRITE FAILED - "
009420                         "STATUS " RVQ-FILE-STATUS
009430                 END-IF
009440         END-READ
009450     END-IF.
009460     CLOSE REVIEW-QUEUE-FILE.
009470
009480*****************************************************************
009490*    8800-OPEN-PENDING-FOR-ADD
009500*    OPENS THE PENDING-CHANGE FILE, CREATING IT ON FIRST USE,
009510*    AND SCANS IT FOR THE NEXT SEQUENCE UNDER TODAY'S DATE AND
009520*    FOR A REQUEST ALREADY PENDING AGAINST THE SCORE RECORD JUST
009530*    READ - ONE SCORE CARRIES ONE PENDING CHANGE AT A TIME. THE
009540*    FILE IS LEFT OPEN FOR 8850 AND CLOSED BY THE CALLER.
009550*****************************************************************
009560 8800-OPEN-PENDING-FOR-ADD.
009570     MOVE "N" TO DUPLICATE-CHANGE-SW.
009580     MOVE 0 TO NEXT-CHANGE-SEQ.
009590     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
009600     OPEN I-O PENDING-CHANGE-FILE.
009610     IF PND-STATUS-NOT-FOUND
009620         CLOSE PENDING-CHANGE-FILE
009630         OPEN OUTPUT PENDING-CHANGE-FILE
009640         CLOSE PENDING-CHANGE-FILE
009650         OPEN I-O PENDING-CHANGE-FILE
009660     END-IF.
009670     IF NOT PND-STATUS-OK
009680         DISPLAY "ERROR OPENING PENDING-CHANGE-FILE - STATUS "
009690             PND-FILE-STATUS
009700         STOP RUN
009710     END-IF.
009720     PERFORM 8110-READ-NEXT-PENDING.
009730     PERFORM 8820-SCAN-ONE-PENDING UNTIL NOT PND-STATUS-OK.
009740     ADD 1 TO NEXT-CHANGE-SEQ.
009750
009760 8820-SCAN-ONE-PENDING.
009770     IF PND-REQUEST-DATE = TODAY-DATE
009780       AND PND-REQUEST-SEQ > NEXT-CHANGE-SEQ
009790         MOVE PND-REQUEST-SEQ TO NEXT-CHANGE-SEQ
009800     END-IF.
009810     IF PND-PENDING
009820       AND PND-PLAYER-ID = GS-PLAYER-ID
009830       AND PND-SCORE-DATE = GS-DATE
009840       AND PND-SCORE-TIME = GS-UNIX-TIME
009850         SET CHANGE-ALREADY-PENDING TO TRUE
009860     END-IF.
009870     PERFORM 8110-READ-NEXT-PENDING.
009880
009890*****************************************************************
009900*    8850-ADD-PENDING-CHANGE
009910*    COMPLETES THE REQUEST - THE CALLER HAS SET THE ACTION AND
009920*    THE BEFORE AND AFTER VALUES - FROM THE SCORE RECORD JUST
009930*    READ AND WRITES IT AS PENDING.
009940*****************************************************************
009950 8850-ADD-PENDING-CHANGE.
009960     MOVE TODAY-DATE      TO PND-REQUEST-DATE.
009970     MOVE NEXT-CHANGE-SEQ TO PND-REQUEST-SEQ.
009980     MOVE GS-PLAYER-ID    TO PND-PLAYER-ID.
009990     MOVE GS-DATE         TO PND-SCORE-DATE.
010000     MOVE GS-UNIX-TIME    TO PND-SCORE-TIME.
010010     MOVE GS-DIFFICULTY   TO PND-DIFFICULTY.
010020     MOVE GS-GAME-TYPE    TO PND-GAME-TYPE.
010030     MOVE ADJUST-REASON   TO PND-REASON.
010040     MOVE FLAG-REFERENCE  TO PND-FLAG-REF.
010050     MOVE OPERATOR-ID     TO PND-REQUESTED-BY.
010060     CALL "time" USING BY REFERENCE PND-REQUEST-TIME.
010070     SET PND-PENDING TO TRUE.
010080     MOVE SPACES TO PND-DECIDED-BY.
010090     MOVE 0 TO PND-DECIDED-TIME.
010100     MOVE SPACES TO PND-DECISION-NOTE.
010110     WRITE PENDING-CHANGE-RECORD.
010120     IF PND-STATUS-OK
010130         MOVE SPACES TO ADMIN-MESSAGE
010140         STRING "CHANGE " PND-REQUEST-DATE " " PND-REQUEST-SEQ
010150             " AWAITS APPROVAL" DELIMITED BY SIZE
010160             INTO ADMIN-MESSAGE
010170     ELSE
010180         MOVE "PENDING CHANGE WRITE FAILED" TO ADMIN-MESSAGE
010190     END-IF.
010200
010210 8900-REWRITE-PENDING.
010220     REWRITE PENDING-CHANGE-RECORD.
010230     IF NOT PND-STATUS-OK
010240         DISPLAY "PENDING CHANGE REWRITE FAILED - STATUS "
010250             PND-FILE-STATUS
010260     END-IF.
