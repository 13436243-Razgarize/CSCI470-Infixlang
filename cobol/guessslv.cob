000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GUESSSLV.
000030 AUTHOR.        D. RAZGARIZE.
000040 INSTALLATION.  CSCI470 GAME LAB.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    2026-10-15 RAZ  INITIAL VERSION - SEAL VERIFIER. FOR ONE
000100*                    BUSINESS DATE OR A RANGE OF THEM, RE-READS
000110*                    EACH LOG GENERATION GLOG<YYYYMMDD>, REBUILDS
000120*                    THE TOTALS AND HASH TOTALS THE END-OF-DAY
000130*                    CLOSE-OUT SEALED INTO GSEL<YYYYMMDD>, AND
000140*                    PRINTS A PASS/FAIL LINE PER DAY. ANY DAY THAT
000150*                    FAILS ENDS THE RUN WITH RETURN CODE 8. RUN BY
000160*                    THE NIGHTLY CONTROLLER IT CHECKS THE PRIOR
000170*                    BUSINESS DAY; RUN ON ITS OWN IT ASKS FOR THE
000180*                    DATES.
000182*    2026-10-15 RAZ  THE PRIOR BUSINESS DAY STEPS BACK OVER DATES
000184*                    CLOSED ON THE GUESSCAL CALENDAR, AND THE
000186*                    CLOSED DATES BETWEEN IT AND THE CHAIN DATE
000187*                    ARE CHECKED TOO. A CLOSED DAY WITH NO PLAY
000188*                    SAYS SO.
000189*    2026-10-15 RAZ  SESSIONS ARE NOW COUNTED BY SORTING THE DAY
000190*                    BY PLAYER AND SESSION, AS GUESSEOD DOES,
000191*                    INSTEAD OF IN A 500-ENTRY TABLE. A CONTROL
000192*                    LINE PROVES EVERY LOG RECORD READ CAME BACK
000193*                    THROUGH THE SORT; A RUN OUT OF BALANCE ENDS
000194*                    WITH RC 8.
000195*    2026-10-15 RAZ  THE HASH TOTALS AND CHARACTER TABLE NOW COME
000196*                    FROM THE GUESSHSH COPYBOOK, SHARED WITH
000197*                    GUESSEOD. A GENERATION STILL IN THE LAYOUT
000198*                    FROM BEFORE THE GAME TYPE WAS LOGGED IS NO
000199*                    LONGER TALLIED A BYTE OUT OF STEP - THE DAY
000200*                    PRINTS AS OLDLOG, TO BE CONVERTED WITH
000201*                    GUESSGLC AND VERIFIED AGAIN, AND THE RUN
000202*                    ENDS WITH RC 8.
000203*****************************************************************
000204
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT GUESS-LOG-FILE ASSIGN USING LOG-FILE-NAME
000250         ORGANIZATION IS SEQUENTIAL
000260         FILE STATUS IS LOG-FILE-STATUS.
000270
000280     SELECT LOG-SEAL-FILE ASSIGN USING SEAL-FILE-NAME
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS SEAL-FILE-STATUS.
000310
000320     SELECT VERIFY-RPT ASSIGN TO "GUESSSVR"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS RPT-FILE-STATUS.
000350
000360     SELECT CHAIN-DATE-FILE ASSIGN TO "GUESSBDT"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS BDT-FILE-STATUS.
000381
000382     SELECT CALENDAR-FILE ASSIGN TO "GUESSCAL"
000383         ORGANIZATION IS INDEXED
000384         ACCESS MODE IS RANDOM
000385         RECORD KEY IS CAL-DATE
000386         FILE STATUS IS CAL-FILE-STATUS.
000387
000388     SELECT SLV-SORT-FILE ASSIGN TO "SORTWK01".
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  GUESS-LOG-FILE.
000430 COPY GUESSLOG.
000440
000450 FD  LOG-SEAL-FILE.
000460 COPY GUESSSEL.
000470
000480 FD  VERIFY-RPT.
000490 01  VERIFY-LINE             PIC X(80).
000500
000510 FD  CHAIN-DATE-FILE.
000520 COPY GUESSBDT.
000522
000524 FD  CALENDAR-FILE.
000526 COPY GUESSCAL.
000527
000528 SD  SLV-SORT-FILE.
000529 01  SLV-SORT-RECORD.
000530     05 SRT-PLAYER-ID        PIC X(10).
000531     05 SRT-SESSION-TIME     PIC 9(09).
000532
000540 WORKING-STORAGE SECTION.
000550 01  LOG-FILE-STATUS         PIC XX.
000560     88 LOG-STATUS-OK            VALUE "00".
000570     88 LOG-STATUS-EOF           VALUE "10".
000580 01  SEAL-FILE-STATUS        PIC XX.
000590     88 SEAL-STATUS-OK           VALUE "00".
000600     88 SEAL-STATUS-SHORT        VALUE "04".
000610 01  RPT-FILE-STATUS         PIC XX.
000620 01  BDT-FILE-STATUS         PIC XX.
000630     88 BDT-STATUS-OK            VALUE "00".
000632 01  CAL-FILE-STATUS         PIC XX.
000634     88 CAL-STATUS-OK            VALUE "00".
000640
000650 01  LOG-FILE-NAME           PIC X(12) VALUE SPACES.
000660 01  SEAL-FILE-NAME          PIC X(12) VALUE SPACES.
000670 01  CHAIN-DATE              PIC X(08) VALUE SPACES.
000680 01  FROM-DATE               PIC X(08) VALUE SPACES.
000690 01  TO-DATE                 PIC X(08) VALUE SPACES.
000700 01  DAY-DATE                PIC X(08).
000710
000720 01  WORK-DATE.
000730     05 WD-YEAR              PIC 9(4).
000740     05 WD-MONTH             PIC 9(2).
000750     05 WD-DAY               PIC 9(2).
000760 01  CNV-QUOTIENT            PIC 9(7).
000770 01  CNV-REMAINDER           PIC 9(4).
000780 01  CNV-MONTH-DAYS          PIC 99.
000790 01  LEAP-SW                 PIC X VALUE "N".
000800     88 LEAP-YEAR                VALUE "Y".
000810     88 NOT-LEAP-YEAR            VALUE "N".
000820 01  MONTH-LENGTH-VALUES     PIC X(24) VALUE
000830     "312831303130313130313031".
000840 01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
000850     05 MONTH-LENGTH         PIC 99 OCCURS 12 TIMES.
000860 01  DATE-OK-SW              PIC X VALUE "N".
000870     88 DATE-IS-VALID            VALUE "Y".
000880
000890 01  SEAL-ON-FILE-SW         PIC X VALUE "N".
000900     88 SEAL-ON-FILE             VALUE "Y".
000910 01  LOG-ON-FILE-SW          PIC X VALUE "N".
000920     88 LOG-ON-FILE              VALUE "Y".
000921 01  LOG-LAYOUT-SW           PIC X VALUE "Y".
000922     88 LOG-LAYOUT-CURRENT       VALUE "Y".
000923 01  DAY-CLOSED-SW           PIC X VALUE "N".
000924     88 DAY-IS-CLOSED            VALUE "Y".
000926 01  CLOSED-DAY-DESC         PIC X(30) VALUE SPACES.
000930 01  DAY-RESULT              PIC X(06).
000940     88 DAY-PASSED               VALUE "PASS".
000950 01  DAY-NOTE                PIC X(60).
000960 01  MISMATCH-LIST           PIC X(44).
000970 01  MISMATCH-POINTER        PIC 99.
000980
000990 01  GUESSES-LOGGED          PIC 9(7) VALUE 0.
001000 01  WINS-LOGGED             PIC 9(5) VALUE 0.
001010
001020 COPY GUESSHSH.
001220
001230 01  SESSION-COUNT           PIC 9(5) VALUE 0.
001240 01  CURRENT-PLAYER          PIC X(10).
001250 01  CURRENT-SESSION         PIC 9(09).
001260 01  SORT-EOF-SW             PIC X VALUE "N".
001270     88 SORT-AT-END              VALUE "Y".
001280 01  LOG-RECORDS-READ        PIC 9(7) VALUE 0.
001290 01  RECORDS-ACCOUNTED       PIC 9(7) VALUE 0.
001340
001350 01  DAYS-CHECKED            PIC 9(5) VALUE 0.
001360 01  DAYS-PASSED             PIC 9(5) VALUE 0.
001370 01  DAYS-FAILED             PIC 9(5) VALUE 0.
001380 01  DAYS-QUIET              PIC 9(5) VALUE 0.
001385 01  DAYS-REFUSED            PIC 9(5) VALUE 0.
001390
001400 01  HDR-LINE-1.
001410     05 FILLER   PIC X(26) VALUE "LOG SEAL VERIFICATION FOR".
001420     05 HDR-FROM-DATE        PIC X(08).
001430     05 FILLER   PIC X(04) VALUE " TO ".
001440     05 HDR-TO-DATE          PIC X(08).
001450 01  HDR-LINE-2.
001460     05 FILLER   PIC X(10) VALUE "DATE".
001470     05 FILLER   PIC X(08) VALUE "RESULT".
001480     05 FILLER   PIC X(60) VALUE "DETAIL".
001490 01  DTL-LINE.
001500     05 DTL-DATE             PIC X(10).
001510     05 DTL-RESULT           PIC X(08).
001520     05 DTL-NOTE             PIC X(60).
001530 01  TOT-LINE.
001540     05 TOT-LABEL            PIC X(30).
001550     05 TOT-VALUE            PIC ZZZZZZ9.
001555 01  MSG-LINE                PIC X(80).
001560
001570 PROCEDURE DIVISION.
001580 0000-MAINLINE.
001590     PERFORM 1000-GET-DATE-RANGE.
001600     OPEN OUTPUT VERIFY-RPT.
001610     MOVE FROM-DATE TO HDR-FROM-DATE.
001620     MOVE TO-DATE TO HDR-TO-DATE.
001630     MOVE HDR-LINE-1 TO VERIFY-LINE.
001640     WRITE VERIFY-LINE.
001650     MOVE HDR-LINE-2 TO VERIFY-LINE.
001660     WRITE VERIFY-LINE.
001670     MOVE FROM-DATE TO WORK-DATE.
001680     PERFORM 2000-VERIFY-ONE-DAY UNTIL WORK-DATE > TO-DATE.
001690     PERFORM 5000-PRINT-TOTALS.
001700     CLOSE VERIFY-RPT.
001710     EVALUATE TRUE
001715         WHEN DAYS-FAILED > 0
001720             DISPLAY "SEAL VERIFICATION FAILED FOR " DAYS-FAILED
001725                 " DAY(S) - SEE GUESSSVR"
001730             MOVE 8 TO RETURN-CODE
001731         WHEN DAYS-REFUSED > 0
001732             DISPLAY DAYS-REFUSED " LOG GENERATION(S) IN THE OLD "
001733                 "LAYOUT - CONVERT WITH GUESSGLC AND RERUN"
001734             MOVE 8 TO RETURN-CODE
001735         WHEN RECORDS-ACCOUNTED NOT = LOG-RECORDS-READ
001740             DISPLAY "CONTROL TOTALS OUT OF BALANCE - "
001742                 "SEE GUESSSVR"
001745             MOVE 8 TO RETURN-CODE
001750         WHEN OTHER
001755             DISPLAY "SEAL VERIFICATION PASSED"
001760             MOVE 0 TO RETURN-CODE
001765     END-EVALUATE.
001790     GOBACK.
001800
001810*****************************************************************
001820*    1000-GET-DATE-RANGE
001830*    UNDER THE NIGHTLY CONTROLLER THE RANGE RUNS FROM THE LAST
001835*    BUSINESS DAY BEFORE THE CHAIN DATE - THE GENERATION SEALED
001840*    THE NIGHT BEFORE IT WAS - THROUGH THE DAY BEFORE THE CHAIN
001845*    DATE, STEPPING BACK OVER ANY DATES CLOSED ON THE CALENDAR.
001850*    ON ITS OWN THE RUN ASKS FOR A FIRST AND LAST
001860*    DATE; A BLANK LAST DATE CHECKS THE FIRST DATE ALONE.
001870*****************************************************************
001880 1000-GET-DATE-RANGE.
001890     PERFORM 9000-READ-CHAIN-DATE.
001900     IF CHAIN-DATE NOT = SPACES
001910         MOVE CHAIN-DATE TO WORK-DATE
001920         PERFORM 8700-PRIOR-DAY
001925         MOVE WORK-DATE TO TO-DATE
001930         PERFORM 1200-TEST-CLOSED-DAY
001935         PERFORM 1010-STEP-BACK-ONE-DAY UNTIL NOT DAY-IS-CLOSED
001940         MOVE WORK-DATE TO FROM-DATE
001945         DISPLAY "VERIFYING PRIOR BUSINESS DAY(S) " FROM-DATE
001950             " TO " TO-DATE
001960     ELSE
001970         DISPLAY "ENTER FIRST DATE TO VERIFY (YYYYMMDD):"
001980         ACCEPT FROM-DATE
001990         DISPLAY "ENTER LAST DATE (YYYYMMDD) OR BLANK FOR ONE "
002000             "DAY:"
002010         ACCEPT TO-DATE
002020         IF TO-DATE = SPACES
002030             MOVE FROM-DATE TO TO-DATE
002040         END-IF
002050     END-IF.
002060     MOVE FROM-DATE TO WORK-DATE.
002070     PERFORM 1100-CHECK-WORK-DATE.
002080     IF DATE-IS-VALID
002090         MOVE TO-DATE TO WORK-DATE
002100         PERFORM 1100-CHECK-WORK-DATE
002110     END-IF.
002120     IF NOT DATE-IS-VALID
002130         DISPLAY "DATES MUST BE YYYYMMDD - RUN CANCELLED"
002140         MOVE 8 TO RETURN-CODE
002150         GOBACK
002160     END-IF.
002170     IF TO-DATE < FROM-DATE
002180         DISPLAY "LAST DATE IS BEFORE FIRST DATE - RUN CANCELLED"
002190         MOVE 8 TO RETURN-CODE
002200         GOBACK
002210     END-IF.
002220
002222 1010-STEP-BACK-ONE-DAY.
002224     PERFORM 8700-PRIOR-DAY.
002226     PERFORM 1200-TEST-CLOSED-DAY.
002228
002230 1100-CHECK-WORK-DATE.
002240     MOVE "N" TO DATE-OK-SW.
002250     IF WORK-DATE NUMERIC
002260         IF WD-MONTH > 0 AND WD-MONTH < 13
002270             PERFORM 8850-GET-MONTH-LENGTH
002280             IF WD-DAY > 0 AND WD-DAY NOT > CNV-MONTH-DAYS
002290                 SET DATE-IS-VALID TO TRUE
002300             END-IF
002310         END-IF
002320     END-IF.
002321
002322*****************************************************************
002323*    1200-TEST-CLOSED-DAY
002324*    SETS DAY-CLOSED-SW FOR WORK-DATE FROM THE BUSINESS CALENDAR.
002325*    A DATE WITH NO CALENDAR RECORD, OR NO CALENDAR, IS OPEN.
002326*****************************************************************
002327 1200-TEST-CLOSED-DAY.
002328     MOVE "N" TO DAY-CLOSED-SW.
002329     MOVE SPACES TO CLOSED-DAY-DESC.
002330     OPEN INPUT CALENDAR-FILE.
002331     IF CAL-STATUS-OK
002332         MOVE WORK-DATE TO CAL-DATE
002333         READ CALENDAR-FILE
002334             INVALID KEY
002335                 CONTINUE
002336         END-READ
002337         IF CAL-STATUS-OK AND CAL-CLOSED
002338             SET DAY-IS-CLOSED TO TRUE
002339             MOVE CAL-DESCRIPTION TO CLOSED-DAY-DESC
002340         END-IF
002341         CLOSE CALENDAR-FILE
002342     END-IF.
002343
002344*****************************************************************
002350*    2000-VERIFY-ONE-DAY
002360*    CHECKS ONE BUSINESS DATE. A DAY WITH NEITHER A LOG NOR A
002370*    SEAL SAW NO PLAY AND IS NOT A FAILURE. A LOG WITH NO SEAL,
002380*    A SEAL WITH NO LOG, OR ANY TOTAL THAT NO LONGER AGREES IS.
002385*    A QUIET DAY THE CALENDAR HAS CLOSED IS NOTED AS SUCH. A LOG
002387*    STILL IN THE OLD LAYOUT IS NOT VERIFIED UNTIL CONVERTED.
002390*****************************************************************
002400 2000-VERIFY-ONE-DAY.
002410     MOVE WORK-DATE TO DAY-DATE.
002420     ADD 1 TO DAYS-CHECKED.
002430     MOVE SPACES TO LOG-FILE-NAME.
002440     STRING "GLOG" DAY-DATE
002450         DELIMITED BY SIZE INTO LOG-FILE-NAME.
002460     MOVE SPACES TO SEAL-FILE-NAME.
002470     STRING "GSEL" DAY-DATE
002480         DELIMITED BY SIZE INTO SEAL-FILE-NAME.
002490     PERFORM 2100-READ-SEAL.
002500     PERFORM 2200-TALLY-LOG.
002505     PERFORM 1200-TEST-CLOSED-DAY.
002510     EVALUATE TRUE
002520         WHEN NOT SEAL-ON-FILE AND NOT LOG-ON-FILE
002530             MOVE "QUIET" TO DAY-RESULT
002540             IF DAY-IS-CLOSED
002542                 MOVE SPACES TO DAY-NOTE
002544                 STRING "LAB CLOSED - NO PLAY EXPECTED: "
002546                     CLOSED-DAY-DESC
002548                     DELIMITED BY SIZE INTO DAY-NOTE
002550             ELSE
002552                 MOVE "NO LOG AND NO SEAL - NO PLAY THAT DAY"
002554                     TO DAY-NOTE
002556             END-IF
002560             ADD 1 TO DAYS-QUIET
002570         WHEN NOT SEAL-ON-FILE
002580             MOVE "FAIL" TO DAY-RESULT
002590             MOVE "LOG GENERATION WAS NEVER SEALED" TO DAY-NOTE
002600         WHEN NOT LOG-ON-FILE
002610             MOVE "FAIL" TO DAY-RESULT
002620             MOVE "SEALED LOG GENERATION IS MISSING" TO DAY-NOTE
002621         WHEN NOT LOG-LAYOUT-CURRENT
002622             MOVE "OLDLOG" TO DAY-RESULT
002623             MOVE "OLD LOG LAYOUT - CONVERT WITH GUESSGLC, RERUN"
002624                 TO DAY-NOTE
002625             ADD 1 TO DAYS-REFUSED
002630         WHEN OTHER
002640             PERFORM 3000-COMPARE-TOTALS
002650     END-EVALUATE.
002660     IF DAY-RESULT = "FAIL"
002670         ADD 1 TO DAYS-FAILED
002680     END-IF.
002690     IF DAY-PASSED
002700         ADD 1 TO DAYS-PASSED
002710     END-IF.
002720     PERFORM 4000-PRINT-DAY-LINE.
002730     PERFORM 8800-NEXT-DAY.
002740
002750*****************************************************************
002760*    2100-READ-SEAL
002770*    READS THE DAY'S SEAL RECORD WHEN ONE IS ON FILE. A SEAL
002780*    WRITTEN BEFORE THE HASH TOTALS WERE ADDED READS SHORT; ITS
002790*    HASH FIELDS ARE BLANKED SO THE COMPARE KNOWS TO SKIP THEM.
002800*****************************************************************
002810 2100-READ-SEAL.
002820     MOVE "N" TO SEAL-ON-FILE-SW.
002830     MOVE SPACES TO LOG-SEAL-RECORD.
002840     OPEN INPUT LOG-SEAL-FILE.
002850     IF SEAL-STATUS-OK
002860         READ LOG-SEAL-FILE
002870             AT END
002880                 CONTINUE
002890         END-READ
002900         IF SEAL-STATUS-OK OR SEAL-STATUS-SHORT
002910             SET SEAL-ON-FILE TO TRUE
002920             IF SEAL-STATUS-SHORT
002930                 MOVE SPACES TO SEAL-HASH-TOTALS
002940             END-IF
002950         END-IF
002960     END-IF.
002970     CLOSE LOG-SEAL-FILE.
002980
002990*****************************************************************
003000*    2200-TALLY-LOG
003010*    RE-READS THE GENERATION AND REBUILDS THE SEALED TOTALS THE
003020*    SAME WAY THE END-OF-DAY CLOSE-OUT BUILT THEM, ONCE THE
003025*    GENERATION HAS BEEN FOUND TO BE IN THE CURRENT LAYOUT.
003030*****************************************************************
003040 2200-TALLY-LOG.
003050     MOVE "N" TO LOG-ON-FILE-SW.
003055     SET LOG-LAYOUT-CURRENT TO TRUE.
003060     MOVE 0 TO GUESSES-LOGGED.
003070     MOVE 0 TO WINS-LOGGED.
003080     MOVE 0 TO SESSION-COUNT.
003090     MOVE 0 TO PLAYER-HASH.
003100     MOVE 0 TO GUESS-HASH.
003110     MOVE 0 TO RESPONSE-HASH.
003120     MOVE 0 TO TIME-HASH.
003130     OPEN INPUT GUESS-LOG-FILE.
003140     IF LOG-STATUS-OK
003150         SET LOG-ON-FILE TO TRUE
003152         PERFORM 2230-CHECK-LOG-LAYOUT
003154         IF LOG-LAYOUT-CURRENT
003156             OPEN INPUT GUESS-LOG-FILE
003160             PERFORM 2250-SORT-SESSIONS
003165         END-IF
003170     ELSE
003180         CLOSE GUESS-LOG-FILE
003190     END-IF.
003200
003210 2210-READ-NEXT-LOG.
003220     READ GUESS-LOG-FILE
003230         AT END
003240             SET LOG-STATUS-EOF TO TRUE
003250     END-READ.
003260
003270 2220-TALLY-ONE-RECORD.
003280     ADD 1 TO GUESSES-LOGGED.
003285     ADD 1 TO LOG-RECORDS-READ.
003290     IF LOG-MSG-RESP = "CORRECT"
003300         ADD 1 TO WINS-LOGGED
003310     END-IF.
003320     PERFORM 2500-HASH-RECORD.
003325     MOVE LOG-PLAYER-ID    TO SRT-PLAYER-ID.
003330     MOVE LOG-SESSION-TIME TO SRT-SESSION-TIME.
003335     RELEASE SLV-SORT-RECORD.
003340     PERFORM 2210-READ-NEXT-LOG.
003350
003351*****************************************************************
003352*    2230-CHECK-LOG-LAYOUT
003353*    READS THE OPEN GENERATION THROUGH AND CLOSES IT. EVERY
003354*    RECORD MUST CARRY A NUMERIC GUESS AND TIMES AND A GAME TYPE
003355*    OF C, F OR BLANK; A GENERATION STILL IN THE LAYOUT WRITTEN
003356*    BEFORE THE GAME TYPE WAS LOGGED FAILS THAT. THE RECORD AREA
003357*    IS FILLED WITH HIGH-VALUES BEFORE EACH READ SO A SHORT LAST
003358*    RECORD CANNOT PASS.
003359*****************************************************************
003360 2230-CHECK-LOG-LAYOUT.
003361     PERFORM 2235-READ-LAYOUT-LOG.
003362     PERFORM 2240-TEST-LAYOUT-LOG
003363         UNTIL LOG-STATUS-EOF OR NOT LOG-LAYOUT-CURRENT.
003364     CLOSE GUESS-LOG-FILE.
003365
003366 2235-READ-LAYOUT-LOG.
003367     MOVE HIGH-VALUES TO GUESS-LOG-RECORD.
003368     READ GUESS-LOG-FILE
003369         AT END
003370             SET LOG-STATUS-EOF TO TRUE
003371     END-READ.
003372
003373 2240-TEST-LAYOUT-LOG.
003374     IF LOG-STATUS-OK
003375        AND LOG-GUESS NUMERIC
003376        AND LOG-TIMESTAMP NUMERIC
003377        AND LOG-SESSION-TIME NUMERIC
003378        AND (LOG-CHALLENGE-GAME OR LOG-FREE-PLAY-GAME)
003379         PERFORM 2235-READ-LAYOUT-LOG
003380     ELSE
003381         MOVE "N" TO LOG-LAYOUT-SW
003382     END-IF.
003383
003384*****************************************************************
003385*    2250-SORT-SESSIONS
003386*    SORTS THE GENERATION BY PLAYER AND SESSION - THE INPUT
003387*    PROCEDURE REBUILDS THE TOTALS AS IT RELEASES EACH RECORD,
003388*    AND THE OUTPUT PROCEDURE COUNTS ONE SESSION PER CHANGE OF
003389*    PLAYER OR SESSION TIME, SO SESSION-COUNT ENDS UP AS THE
003390*    NUMBER OF DISTINCT SESSIONS IN THE DAY.
003391*****************************************************************
003395 2250-SORT-SESSIONS.
003400     MOVE "N" TO SORT-EOF-SW.
003405     SORT SLV-SORT-FILE
003410         ON ASCENDING KEY SRT-PLAYER-ID SRT-SESSION-TIME
003415         INPUT PROCEDURE IS 2260-RELEASE-LOG
003420         OUTPUT PROCEDURE IS 2300-COUNT-SESSIONS.
003425
003430 2260-RELEASE-LOG.
003435     PERFORM 2210-READ-NEXT-LOG.
003440     PERFORM 2220-TALLY-ONE-RECORD UNTIL LOG-STATUS-EOF.
003445     CLOSE GUESS-LOG-FILE.
003450
003455 2300-COUNT-SESSIONS.
003460     PERFORM 2310-RETURN-NEXT.
003465     PERFORM 2320-COUNT-ONE-SESSION UNTIL SORT-AT-END.
003470
003475 2310-RETURN-NEXT.
003480     RETURN SLV-SORT-FILE
003485         AT END
003490             SET SORT-AT-END TO TRUE
003495     END-RETURN.
003500
003505 2320-COUNT-ONE-SESSION.
003510     MOVE SRT-PLAYER-ID    TO CURRENT-PLAYER.
003515     MOVE SRT-SESSION-TIME TO CURRENT-SESSION.
003520     ADD 1 TO SESSION-COUNT.
003525     PERFORM 2330-PASS-ONE-RECORD
003530         UNTIL SORT-AT-END
003535            OR SRT-PLAYER-ID NOT = CURRENT-PLAYER
003540            OR SRT-SESSION-TIME NOT = CURRENT-SESSION.
003545
003550 2330-PASS-ONE-RECORD.
003555     ADD 1 TO RECORDS-ACCOUNTED.
003560     PERFORM 2310-RETURN-NEXT.
003565
003670*****************************************************************
003680*    2500-HASH-RECORD
003690*    ADDS THIS LOG RECORD INTO THE FOUR HASH TOTALS THE SEAL
003700*    CARRIES. ANY LATER CHANGE TO A PLAYER ID, GUESS, RESPONSE,
003710*    OR TIMESTAMP IN THE GENERATION MOVES ONE OF THEM.
003720*****************************************************************
003730 2500-HASH-RECORD.
003740     ADD LOG-GUESS TO GUESS-HASH.
003750     ADD LOG-TIMESTAMP LOG-SESSION-TIME TO TIME-HASH.
003760     MOVE LOG-PLAYER-ID TO HASH-TEXT.
003770     MOVE 10 TO HASH-TEXT-LENGTH.
003780     PERFORM 2600-HASH-TEXT.
003790     ADD HASH-TEXT-VALUE TO PLAYER-HASH.
003800     MOVE LOG-MSG-RESP TO HASH-TEXT.
003810     MOVE 8 TO HASH-TEXT-LENGTH.
003820     PERFORM 2600-HASH-TEXT.
003830     ADD HASH-TEXT-VALUE TO RESPONSE-HASH.
003840
003850*****************************************************************
003860*    2600-HASH-TEXT
003870*    VALUES THE FIRST HASH-TEXT-LENGTH CHARACTERS OF HASH-TEXT -
003880*    EACH CHARACTER'S PLACE IN THE HASH CHARACTER TABLE TIMES
003890*    ITS POSITION, SO TWO CHARACTERS TRADING PLACES STILL SHOW.
003900*    A CHARACTER NOT IN THE TABLE COUNTS AS 99.
003910*****************************************************************
003920 2600-HASH-TEXT.
003930     MOVE 0 TO HASH-TEXT-VALUE.
003940     PERFORM 2610-HASH-ONE-CHAR
003950         VARYING HASH-POS FROM 1 BY 1
003960         UNTIL HASH-POS > HASH-TEXT-LENGTH.
003970
003980 2610-HASH-ONE-CHAR.
003990     SET HC-IDX TO 1.
004000     SEARCH HASH-CHAR
004010         AT END
004020             MOVE 99 TO HASH-CHAR-VALUE
004030         WHEN HASH-CHAR (HC-IDX) = HASH-TEXT-CHAR (HASH-POS)
004040             SET HASH-CHAR-VALUE TO HC-IDX
004050     END-SEARCH.
004060     COMPUTE HASH-TEXT-VALUE =
004070         HASH-TEXT-VALUE + HASH-CHAR-VALUE * HASH-POS.
004080
004090*****************************************************************
004100*    3000-COMPARE-TOTALS
004110*    SETS THE DAY PASS OR FAIL ON THE REBUILT TOTALS AGAINST THE
004120*    SEAL, NAMING EVERY TOTAL THAT NO LONGER AGREES.
004130*****************************************************************
004140 3000-COMPARE-TOTALS.
004150     MOVE SPACES TO MISMATCH-LIST.
004160     MOVE 1 TO MISMATCH-POINTER.
004170     IF SEAL-DATE NOT = DAY-DATE
004180         STRING "DATE " DELIMITED BY SIZE
004190             INTO MISMATCH-LIST WITH POINTER MISMATCH-POINTER
004200     END-IF.
004210     IF SEAL-GUESS-COUNT NOT = GUESSES-LOGGED
004220         STRING "GUESSES " DELIMITED BY SIZE
004230             INTO MISMATCH-LIST WITH POINTER MISMATCH-POINTER
004240     END-IF.
004250     IF SEAL-SESSION-COUNT NOT = SESSION-COUNT
004260         STRING "SESSIONS " DELIMITED BY SIZE
004270             INTO MISMATCH-LIST WITH POINTER MISMATCH-POINTER
004280     END-IF.
004290     IF SEAL-WIN-COUNT NOT = WINS-LOGGED
004300         STRING "WINS " DELIMITED BY SIZE
004310             INTO MISMATCH-LIST WITH POINTER MISMATCH-POINTER
004320     END-IF.
004330     IF SEAL-HASH-TOTALS NUMERIC
004340         IF SEAL-PLAYER-HASH NOT = PLAYER-HASH
004350             STRING "PLAYER-IDS " DELIMITED BY SIZE
004360                 INTO MISMATCH-LIST WITH POINTER MISMATCH-POINTER
004370         END-IF
004380         IF SEAL-GUESS-HASH NOT = GUESS-HASH
004390             STRING "GUESS-VALUES " DELIMITED BY SIZE
004400                 INTO MISMATCH-LIST WITH POINTER MISMATCH-POINTER
004410         END-IF
004420         IF SEAL-RESPONSE-HASH NOT = RESPONSE-HASH
004430             STRING "RESPONSES " DELIMITED BY SIZE
004440                 INTO MISMATCH-LIST WITH POINTER MISMATCH-POINTER
004450         END-IF
004460         IF SEAL-TIME-HASH NOT = TIME-HASH
004470             STRING "TIMES " DELIMITED BY SIZE
004480                 INTO MISMATCH-LIST WITH POINTER MISMATCH-POINTER
004490         END-IF
004500     END-IF.
004510     IF MISMATCH-LIST = SPACES
004520         MOVE "PASS" TO DAY-RESULT
004530         IF SEAL-HASH-TOTALS NUMERIC
004540             MOVE "COUNTS AND HASH TOTALS AGREE WITH SEAL"
004550                 TO DAY-NOTE
004560         ELSE
004570             MOVE "COUNTS AGREE - SEALED BEFORE HASH TOTALS"
004580                 TO DAY-NOTE
004590         END-IF
004600     ELSE
004610         MOVE "FAIL" TO DAY-RESULT
004620         MOVE SPACES TO DAY-NOTE
004630         STRING "MISMATCH: " MISMATCH-LIST
004640             DELIMITED BY SIZE INTO DAY-NOTE
004650     END-IF.
004660
004670 4000-PRINT-DAY-LINE.
004680     MOVE DAY-DATE   TO DTL-DATE.
004690     MOVE DAY-RESULT TO DTL-RESULT.
004700     MOVE DAY-NOTE   TO DTL-NOTE.
004710     MOVE DTL-LINE TO VERIFY-LINE.
004720     WRITE VERIFY-LINE.
004730     DISPLAY DAY-DATE " " DAY-RESULT " " DAY-NOTE.
004740
004750*****************************************************************
004760*    5000-PRINT-TOTALS
004770*    CONTROL TOTALS FOR THE RUN. THE CONTROL LINE PROVES EVERY
004775*    LOG RECORD READ CAME BACK THROUGH THE SESSION SORT.
004780*****************************************************************
004790 5000-PRINT-TOTALS.
004800     MOVE SPACES TO VERIFY-LINE.
004810     WRITE VERIFY-LINE.
004820     MOVE "DAYS CHECKED"             TO TOT-LABEL.
004830     MOVE DAYS-CHECKED               TO TOT-VALUE.
004840     PERFORM 5100-PRINT-ONE-TOTAL.
004850     MOVE "DAYS PASSED"              TO TOT-LABEL.
004860     MOVE DAYS-PASSED                TO TOT-VALUE.
004870     PERFORM 5100-PRINT-ONE-TOTAL.
004880     MOVE "DAYS FAILED"              TO TOT-LABEL.
004890     MOVE DAYS-FAILED                TO TOT-VALUE.
004900     PERFORM 5100-PRINT-ONE-TOTAL.
004910     MOVE "DAYS WITH NO PLAY"        TO TOT-LABEL.
004920     MOVE DAYS-QUIET                 TO TOT-VALUE.
004930     PERFORM 5100-PRINT-ONE-TOTAL.
004931     MOVE "DAYS IN OLD LOG LAYOUT"   TO TOT-LABEL.
004932     MOVE DAYS-REFUSED               TO TOT-VALUE.
004933     PERFORM 5100-PRINT-ONE-TOTAL.
004934     MOVE SPACES TO MSG-LINE.
004935     IF RECORDS-ACCOUNTED = LOG-RECORDS-READ
004936         STRING "CONTROL: " LOG-RECORDS-READ " READ = "
004937             RECORDS-ACCOUNTED " ACCOUNTED FOR - IN BALANCE"
004938             DELIMITED BY SIZE INTO MSG-LINE
004939     ELSE
004940         STRING "CONTROL: " LOG-RECORDS-READ " READ, "
004941             RECORDS-ACCOUNTED " ACCOUNTED FOR - OUT OF BALANCE"
004942             DELIMITED BY SIZE INTO MSG-LINE
004943     END-IF.
004944     MOVE MSG-LINE TO VERIFY-LINE.
004945     WRITE VERIFY-LINE.
004946
004950 5100-PRINT-ONE-TOTAL.
004960     MOVE TOT-LINE TO VERIFY-LINE.
004970     WRITE VERIFY-LINE.
004980
004990*****************************************************************
005000*    8700-PRIOR-DAY
005010*    MOVES WORK-DATE BACK BY ONE CALENDAR DAY, ROLLING BACK
005020*    OVER MONTH AND YEAR BOUNDARIES AND A LEAP-YEAR FEBRUARY.
005030*****************************************************************
005040 8700-PRIOR-DAY.
005050     IF WD-DAY > 1
005060         SUBTRACT 1 FROM WD-DAY
005070     ELSE
005080         IF WD-MONTH > 1
005090             SUBTRACT 1 FROM WD-MONTH
005100         ELSE
005110             MOVE 12 TO WD-MONTH
005120             SUBTRACT 1 FROM WD-YEAR
005130         END-IF
005140         PERFORM 8850-GET-MONTH-LENGTH
005150         MOVE CNV-MONTH-DAYS TO WD-DAY
005160     END-IF.
005170
005180*****************************************************************
005190*    8800-NEXT-DAY
005200*    MOVES WORK-DATE FORWARD BY ONE CALENDAR DAY, ROLLING OVER
005210*    MONTH AND YEAR BOUNDARIES AND A LEAP-YEAR FEBRUARY.
005220*****************************************************************
005230 8800-NEXT-DAY.
005240     PERFORM 8850-GET-MONTH-LENGTH.
005250     IF WD-DAY < CNV-MONTH-DAYS
005260         ADD 1 TO WD-DAY
005270     ELSE
005280         MOVE 1 TO WD-DAY
005290         IF WD-MONTH < 12
005300             ADD 1 TO WD-MONTH
005310         ELSE
005320             MOVE 1 TO WD-MONTH
005330             ADD 1 TO WD-YEAR
005340         END-IF
005350     END-IF.
005360
005370*****************************************************************
005380*    8850-GET-MONTH-LENGTH
005390*    LEAVES THE LENGTH OF WD-MONTH IN WD-YEAR IN CNV-MONTH-DAYS,
005400*    ALLOWING FOR FEBRUARY IN A LEAP YEAR.
005410*****************************************************************
005420 8850-GET-MONTH-LENGTH.
005430     MOVE MONTH-LENGTH (WD-MONTH) TO CNV-MONTH-DAYS.
005440     IF WD-MONTH = 2
005450         PERFORM 8860-CHECK-LEAP-YEAR
005460         IF LEAP-YEAR
005470             ADD 1 TO CNV-MONTH-DAYS
005480         END-IF
005490     END-IF.
005500
005510*****************************************************************
005520*    8860-CHECK-LEAP-YEAR
005530*    SETS LEAP-SW FOR WD-YEAR - DIVISIBLE BY 4 AND EITHER NOT
005540*    A CENTURY OR A CENTURY DIVISIBLE BY 400.
005550*****************************************************************
005560 8860-CHECK-LEAP-YEAR.
005570     SET NOT-LEAP-YEAR TO TRUE.
005580     DIVIDE WD-YEAR BY 4
005590         GIVING CNV-QUOTIENT REMAINDER CNV-REMAINDER.
005600     IF CNV-REMAINDER = 0
005610         DIVIDE WD-YEAR BY 100
005620             GIVING CNV-QUOTIENT REMAINDER CNV-REMAINDER
005630         IF CNV-REMAINDER NOT = 0
005640             SET LEAP-YEAR TO TRUE
005650         ELSE
005660             DIVIDE WD-YEAR BY 400
005670                 GIVING CNV-QUOTIENT REMAINDER CNV-REMAINDER
005680             IF CNV-REMAINDER = 0
005690                 SET LEAP-YEAR TO TRUE
005700             END-IF
005710         END-IF
005720     END-IF.
005730
005740*****************************************************************
005750*    9000-READ-CHAIN-DATE
005760*    PICKS UP THE BUSINESS DATE THE NIGHTLY CONTROLLER DERIVED,
005770*    WHEN ONE IS ON HAND.
005780*****************************************************************
005790 9000-READ-CHAIN-DATE.
005800     OPEN INPUT CHAIN-DATE-FILE.
005810     IF BDT-STATUS-OK
005820         READ CHAIN-DATE-FILE
005830             AT END CONTINUE
005840         END-READ
005850         IF BDT-STATUS-OK AND BDT-BUSINESS-DATE NUMERIC
005860             MOVE BDT-BUSINESS-DATE TO CHAIN-DATE
005870             DISPLAY "BUSINESS DATE " CHAIN-DATE
005880                 " TAKEN FROM CHAIN CONTROL"
005890         END-IF
005900     END-IF.
005910     CLOSE CHAIN-DATE-FILE.
