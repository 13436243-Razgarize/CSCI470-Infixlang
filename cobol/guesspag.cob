000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GUESSPAG.
000030 AUTHOR.        D. RAZGARIZE.
000040 INSTALLATION.  CSCI470 GAME LAB.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    2026-10-15 RAZ  INITIAL VERSION - NIGHTLY PENDING-CHANGES
000100*                    AGING. READS THE GUESSPND PENDING-CHANGE
000110*                    FILE AND MARKS EXPIRED EVERY VOID OR
000120*                    CORRECTION STILL UNDECIDED MORE THAN
000130*                    PENDING-EXPIRY-DAYS AFTER IT WAS ASKED FOR,
000140*                    REOPENING ANY REVIEW QUEUE FLAG THAT WAS
000150*                    WAITING ON IT, THEN PRINTS THE PENDING-
000160*                    CHANGES AGING REPORT - EVERY REQUEST STILL
000170*                    PENDING AND EVERY ONE EXPIRED THIS RUN, WITH
000180*                    ITS AGE IN DAYS, AND THE AGE BANDS.
000182*    2026-10-15 RAZ  A CLEAN RUN NOW HANDS BACK RETURN CODE ZERO
000184*                    EXPLICITLY - THE CLOCK CALL LEAVES ITS OWN
000186*                    VALUE IN RETURN-CODE, WHICH THE CONTROLLER
000188*                    NOW RECORDS ON THE LEDGER.
000189*    2026-10-15 RAZ  THE EXPIRY AGE NOW COMES FROM GUESSPEX, THE
000190*                    SAME COPY GUESSADM REFUSES APPROVALS BY.
000191*****************************************************************
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT PENDING-CHANGE-FILE ASSIGN TO "GUESSPND"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS PND-KEY
000280         FILE STATUS IS PND-FILE-STATUS.
000290
000300     SELECT REVIEW-QUEUE-FILE ASSIGN TO "GUESSRVQ"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS RVQ-KEY
000340         FILE STATUS IS RVQ-FILE-STATUS.
000350
000360     SELECT AGING-RPT ASSIGN TO "GUESSPAR"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS RPT-FILE-STATUS.
000390
000400     SELECT CHAIN-DATE-FILE ASSIGN TO "GUESSBDT"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS BDT-FILE-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  PENDING-CHANGE-FILE.
000470 COPY GUESSPND.
000480
000490 FD  REVIEW-QUEUE-FILE.
000500 COPY GUESSRVQ.
000510
000520 FD  AGING-RPT.
000530 01  AGING-LINE              PIC X(80).
000540
000550 FD  CHAIN-DATE-FILE.
000560 COPY GUESSBDT.
000570
000580 WORKING-STORAGE SECTION.
000590 01  PND-FILE-STATUS         PIC XX.
000600     88 PND-STATUS-OK            VALUE "00".
000610     88 PND-STATUS-NOT-FOUND     VALUE "35".
000620     88 PND-STATUS-EOF           VALUE "10".
000630 01  RVQ-FILE-STATUS         PIC XX.
000640     88 RVQ-STATUS-OK            VALUE "00".
000650 01  RPT-FILE-STATUS         PIC XX.
000660 01  BDT-FILE-STATUS         PIC XX.
000670     88 BDT-STATUS-OK            VALUE "00".
000680 01  RUN-DATE                PIC X(08) VALUE SPACES.
000690
000720 COPY GUESSPEX.
000730 01  PENDING-EXPIRY-SECONDS  PIC 9(9).
000740
000750 01  TIME-NOW                PIC 9(9).
000760 01  PENDING-AGE-SECONDS     PIC 9(9).
000770 01  PENDING-AGE-DAYS        PIC 9(5).
000780 01  PENDING-OPEN-SW         PIC X VALUE "N".
000790     88 PENDING-IS-OPEN          VALUE "Y".
000800 01  QUEUE-OPEN-SW           PIC X VALUE "N".
000810     88 QUEUE-IS-OPEN            VALUE "Y".
000820
000830 01  CHANGES-READ-COUNT      PIC 9(7) VALUE 0.
000840 01  STILL-PENDING-COUNT     PIC 9(7) VALUE 0.
000850 01  AGE-BAND-1-COUNT        PIC 9(7) VALUE 0.
000860 01  AGE-BAND-2-COUNT        PIC 9(7) VALUE 0.
000870 01  AGE-BAND-3-COUNT        PIC 9(7) VALUE 0.
000880 01  EXPIRED-COUNT           PIC 9(7) VALUE 0.
000890 01  DECIDED-COUNT           PIC 9(7) VALUE 0.
000900 01  FLAGS-REOPENED-COUNT    PIC 9(7) VALUE 0.
000910 01  OLDEST-AGE-DAYS         PIC 9(5) VALUE 0.
000920
000930 01  HDR-LINE-1.
000940     05 FILLER   PIC X(36) VALUE
000950         "PENDING CHANGES - AGING REPORT FOR ".
000960     05 HDR-RUN-DATE         PIC X(08).
000970 01  HDR-LINE-2.
000980     05 FILLER   PIC X(15) VALUE "CHANGE REF".
000990     05 FILLER   PIC X(09) VALUE "ACTION".
001000     05 FILLER   PIC X(11) VALUE "PLAYER ID".
001010     05 FILLER   PIC X(09) VALUE "SCORE ON".
001020     05 FILLER   PIC X(13) VALUE "BEFORE AFTER".
001030     05 FILLER   PIC X(11) VALUE "ASKED BY".
001040     05 FILLER   PIC X(05) VALUE "AGE".
001050     05 FILLER   PIC X(07) VALUE "STATUS".
001060 01  DTL-LINE.
001070     05 DTL-REQUEST-DATE     PIC X(08).
001080     05 FILLER               PIC X(01) VALUE SPACES.
001090     05 DTL-REQUEST-SEQ      PIC 9(04).
001100     05 FILLER               PIC X(02) VALUE SPACES.
001110     05 DTL-ACTION           PIC X(09).
001120     05 DTL-PLAYER-ID        PIC X(11).
001130     05 DTL-SCORE-DATE       PIC X(09).
001140     05 DTL-OLD-GUESSES      PIC ZZ9.
001150     05 FILLER               PIC X(04) VALUE SPACES.
001160     05 DTL-NEW-VALUE        PIC X(08).
001170     05 DTL-REQUESTED-BY     PIC X(11).
001180     05 DTL-AGE-DAYS         PIC ZZ9.
001190     05 FILLER               PIC X(02) VALUE SPACES.
001200     05 DTL-STATUS           PIC X(07).
001210 01  TOT-LINE.
001220     05 TOT-LABEL            PIC X(30).
001230     05 TOT-VALUE            PIC ZZZZZZ9.
001240 01  MSG-LINE                PIC X(80).
001250
001260 PROCEDURE DIVISION.
001270 0000-MAINLINE.
001280     PERFORM 0500-GET-RUN-DATE.
001290     PERFORM 1000-OPEN-FILES.
001300     PERFORM 2000-AGE-CHANGES.
001310     PERFORM 3000-PRINT-TOTALS.
001320     CLOSE AGING-RPT.
001330     IF PENDING-IS-OPEN
001340         CLOSE PENDING-CHANGE-FILE
001350     END-IF.
001360     IF QUEUE-IS-OPEN
001370         CLOSE REVIEW-QUEUE-FILE
001380     END-IF.
001390     GOBACK.
001400
001410*****************************************************************
001420*    0500-GET-RUN-DATE
001430*    THE REPORT IS HEADED WITH THE CHAIN'S BUSINESS DATE WHEN
001440*    THE NIGHTLY CONTROLLER WROTE ONE, OTHERWISE TODAY'S DATE.
001450*    AGES ARE MEASURED FROM THE CLOCK EITHER WAY, SO NOTHING
001460*    NEEDS KEYING.
001470*****************************************************************
001480 0500-GET-RUN-DATE.
001490     PERFORM 9000-READ-CHAIN-DATE.
001500     IF RUN-DATE = SPACES
001510         ACCEPT RUN-DATE FROM DATE YYYYMMDD
001520     END-IF.
001530     CALL "time" USING BY REFERENCE TIME-NOW.
001535     MOVE 0 TO RETURN-CODE.
001540     COMPUTE PENDING-EXPIRY-SECONDS = PENDING-EXPIRY-DAYS * 86400.
001550
001560*****************************************************************
001570*    1000-OPEN-FILES
001580*    NO PENDING-CHANGE FILE YET MEANS NO CHANGE HAS EVER BEEN
001590*    ASKED FOR - THE REPORT STILL PRINTS, WITH ZERO TOTALS. THE
001600*    REVIEW QUEUE IS ONLY NEEDED TO REOPEN A FLAG, AND MAY NOT
001610*    EXIST EITHER.
001620*****************************************************************
001630 1000-OPEN-FILES.
001640     OPEN I-O PENDING-CHANGE-FILE.
001650     IF PND-STATUS-OK
001660         SET PENDING-IS-OPEN TO TRUE
001670     ELSE
001680         IF PND-STATUS-NOT-FOUND
001690             DISPLAY "NO PENDING-CHANGE FILE ON HAND - "
001700                 "NOTHING TO AGE"
001710         ELSE
001720             DISPLAY "ERROR OPENING PENDING-CHANGE-FILE - STATUS "
001730                 PND-FILE-STATUS
001740             MOVE 8 TO RETURN-CODE
001750             GOBACK
001760         END-IF
001770     END-IF.
001780     OPEN I-O REVIEW-QUEUE-FILE.
001790     IF RVQ-STATUS-OK
001800         SET QUEUE-IS-OPEN TO TRUE
001810     END-IF.
001820     OPEN OUTPUT AGING-RPT.
001830     MOVE RUN-DATE TO HDR-RUN-DATE.
001840     MOVE HDR-LINE-1 TO AGING-LINE.
001850     WRITE AGING-LINE.
001860     MOVE HDR-LINE-2 TO AGING-LINE.
001870     WRITE AGING-LINE.
001880
001890*****************************************************************
001900*    2000-AGE-CHANGES
001910*    READS EVERY REQUEST ON THE FILE. DECIDED ONES ARE ONLY
001920*    COUNTED; PENDING ONES ARE AGED, EXPIRED WHEN PAST THE LIMIT,
001930*    AND PRINTED.
001940*****************************************************************
001950 2000-AGE-CHANGES.
001960     IF PENDING-IS-OPEN
001970         PERFORM 2100-READ-NEXT-PENDING
001980         PERFORM 2200-AGE-ONE-CHANGE UNTIL NOT PND-STATUS-OK
001990     END-IF.
002000
002010 2100-READ-NEXT-PENDING.
002020     READ PENDING-CHANGE-FILE NEXT RECORD
002030         AT END
002040             SET PND-STATUS-EOF TO TRUE
002050     END-READ.
002060
002070 2200-AGE-ONE-CHANGE.
002080     ADD 1 TO CHANGES-READ-COUNT.
002090     IF PND-PENDING
002100         IF TIME-NOW > PND-REQUEST-TIME
002110             COMPUTE PENDING-AGE-SECONDS =
002120                 TIME-NOW - PND-REQUEST-TIME
002130         ELSE
002140             MOVE 0 TO PENDING-AGE-SECONDS
002150         END-IF
002160         COMPUTE PENDING-AGE-DAYS = PENDING-AGE-SECONDS / 86400
002170         IF PENDING-AGE-SECONDS > PENDING-EXPIRY-SECONDS
002180             PERFORM 2300-EXPIRE-CHANGE
002190         ELSE
002200             PERFORM 2400-COUNT-AGE-BAND
002210         END-IF
002220         PERFORM 2500-PRINT-CHANGE
002230     ELSE
002240         ADD 1 TO DECIDED-COUNT
002250     END-IF.
002260     PERFORM 2100-READ-NEXT-PENDING.
002270
002280*****************************************************************
002290*    2300-EXPIRE-CHANGE
002300*    MARKS THE REQUEST EXPIRED, UNDECIDED. A REVIEW QUEUE FLAG
002310*    WAITING ON A VOID GOES BACK TO OPEN SO THE SESSION IS
002320*    LOOKED AT AGAIN.
002330*****************************************************************
002340 2300-EXPIRE-CHANGE.
002350     SET PND-EXPIRED TO TRUE.
002360     MOVE SPACES TO PND-DECIDED-BY.
002370     MOVE TIME-NOW TO PND-DECIDED-TIME.
002380     MOVE "EXPIRED UNDECIDED" TO PND-DECISION-NOTE.
002390     REWRITE PENDING-CHANGE-RECORD.
002400     IF PND-STATUS-OK
002410         ADD 1 TO EXPIRED-COUNT
002420         MOVE "EXPIRED" TO DTL-STATUS
002430         IF PND-FLAG-REF NOT = SPACES
002440             PERFORM 2350-REOPEN-FLAG
002450         END-IF
002460     ELSE
002470         DISPLAY "PENDING CHANGE REWRITE FAILED - STATUS "
002480             PND-FILE-STATUS " " PND-KEY
002490         MOVE 8 TO RETURN-CODE
002500         MOVE "PENDING" TO DTL-STATUS
002510     END-IF.
002520
002530 2350-REOPEN-FLAG.
002540     IF QUEUE-IS-OPEN
002550         MOVE PND-FLAG-REF TO RVQ-KEY
002560         READ REVIEW-QUEUE-FILE
002570             INVALID KEY
002580                 DISPLAY "FLAG " PND-FLAG-REF " NOT ON THE QUEUE"
002590             NOT INVALID KEY
002600                 IF RVQ-VOID-PENDING
002610                     SET RVQ-OPEN TO TRUE
002620                     MOVE SPACES TO RVQ-REVIEWED-BY
002630                     MOVE 0 TO RVQ-REVIEWED-TIME
002640                     REWRITE REVIEW-QUEUE-RECORD
002650                     IF RVQ-STATUS-OK
002660                         ADD 1 TO FLAGS-REOPENED-COUNT
002670                     END-IF
002680                 END-IF
002690         END-READ
002700     END-IF.
002710
002720*****************************************************************
002730*    2400-COUNT-AGE-BAND
002740*    STILL-PENDING REQUESTS FALL IN THREE BANDS - UNDER TWO
002750*    DAYS, TWO OR THREE DAYS, AND FOUR DAYS UP TO THE LIMIT.
002760*****************************************************************
002770 2400-COUNT-AGE-BAND.
002780     ADD 1 TO STILL-PENDING-COUNT.
002790     MOVE "PENDING" TO DTL-STATUS.
002800     EVALUATE TRUE
002810         WHEN PENDING-AGE-DAYS < 2
002820             ADD 1 TO AGE-BAND-1-COUNT
002830         WHEN PENDING-AGE-DAYS < 4
002840             ADD 1 TO AGE-BAND-2-COUNT
002850         WHEN OTHER
002860             ADD 1 TO AGE-BAND-3-COUNT
002870     END-EVALUATE.
002880     IF PENDING-AGE-DAYS > OLDEST-AGE-DAYS
002890         MOVE PENDING-AGE-DAYS TO OLDEST-AGE-DAYS
002900     END-IF.
002910
002920 2500-PRINT-CHANGE.
002930     MOVE PND-REQUEST-DATE   TO DTL-REQUEST-DATE.
002940     MOVE PND-REQUEST-SEQ    TO DTL-REQUEST-SEQ.
002950     MOVE PND-ACTION         TO DTL-ACTION.
002960     MOVE PND-PLAYER-ID      TO DTL-PLAYER-ID.
002970     MOVE PND-SCORE-DATE     TO DTL-SCORE-DATE.
002980     MOVE PND-OLD-GUESSES    TO DTL-OLD-GUESSES.
002990     MOVE PND-NEW-VALUE      TO DTL-NEW-VALUE.
003000     MOVE PND-REQUESTED-BY   TO DTL-REQUESTED-BY.
003010     MOVE PENDING-AGE-DAYS   TO DTL-AGE-DAYS.
003020     MOVE DTL-LINE TO AGING-LINE.
003030     WRITE AGING-LINE.
003040
003050*****************************************************************
003060*    3000-PRINT-TOTALS
003070*    CONTROL TOTALS - EVERY REQUEST READ IS EITHER STILL PENDING,
003080*    EXPIRED THIS RUN, OR ALREADY DECIDED - AND THE AGE BANDS.
003090*****************************************************************
003100 3000-PRINT-TOTALS.
003110     MOVE SPACES TO AGING-LINE.
003120     WRITE AGING-LINE.
003130     MOVE "CHANGE REQUESTS READ"     TO TOT-LABEL.
003140     MOVE CHANGES-READ-COUNT         TO TOT-VALUE.
003150     PERFORM 3100-PRINT-ONE-TOTAL.
003160     MOVE "STILL PENDING"            TO TOT-LABEL.
003170     MOVE STILL-PENDING-COUNT        TO TOT-VALUE.
003180     PERFORM 3100-PRINT-ONE-TOTAL.
003190     MOVE "  UNDER 2 DAYS OLD"       TO TOT-LABEL.
003200     MOVE AGE-BAND-1-COUNT           TO TOT-VALUE.
003210     PERFORM 3100-PRINT-ONE-TOTAL.
003220     MOVE "  2 TO 3 DAYS OLD"        TO TOT-LABEL.
003230     MOVE AGE-BAND-2-COUNT           TO TOT-VALUE.
003240     PERFORM 3100-PRINT-ONE-TOTAL.
003250     MOVE "  4 DAYS OR OLDER"        TO TOT-LABEL.
003260     MOVE AGE-BAND-3-COUNT           TO TOT-VALUE.
003270     PERFORM 3100-PRINT-ONE-TOTAL.
003280     MOVE "OLDEST PENDING (DAYS)"    TO TOT-LABEL.
003290     MOVE OLDEST-AGE-DAYS            TO TOT-VALUE.
003300     PERFORM 3100-PRINT-ONE-TOTAL.
003310     MOVE "EXPIRED THIS RUN"         TO TOT-LABEL.
003320     MOVE EXPIRED-COUNT              TO TOT-VALUE.
003330     PERFORM 3100-PRINT-ONE-TOTAL.
003340     MOVE "REVIEW FLAGS REOPENED"    TO TOT-LABEL.
003350     MOVE FLAGS-REOPENED-COUNT       TO TOT-VALUE.
003360     PERFORM 3100-PRINT-ONE-TOTAL.
003370     MOVE "ALREADY DECIDED"          TO TOT-LABEL.
003380     MOVE DECIDED-COUNT              TO TOT-VALUE.
003390     PERFORM 3100-PRINT-ONE-TOTAL.
003400     MOVE SPACES TO AGING-LINE.
003410     WRITE AGING-LINE.
003420     MOVE SPACES TO MSG-LINE.
003430     STRING "REQUESTS UNDECIDED AFTER " PENDING-EXPIRY-DAYS
003440            " DAYS EXPIRE AND MUST BE ASKED FOR AGAIN"
003450         DELIMITED BY SIZE INTO MSG-LINE.
003460     MOVE MSG-LINE TO AGING-LINE.
003470     WRITE AGING-LINE.
003480
003490 3100-PRINT-ONE-TOTAL.
003500     MOVE TOT-LINE TO AGING-LINE.
003510     WRITE AGING-LINE.
003520
003530*****************************************************************
003540*    9000-READ-CHAIN-DATE
003550*    PICKS UP THE BUSINESS DATE THE NIGHTLY CONTROLLER DERIVED,
003560*    WHEN ONE IS ON HAND, SO THE DATE IS NEVER RE-KEYED.
003570*****************************************************************
003580 9000-READ-CHAIN-DATE.
003590     OPEN INPUT CHAIN-DATE-FILE.
003600     IF BDT-STATUS-OK
003610         READ CHAIN-DATE-FILE
003620             AT END CONTINUE
003630         END-READ
003640         IF BDT-STATUS-OK AND BDT-BUSINESS-DATE NUMERIC
003650             MOVE BDT-BUSINESS-DATE TO RUN-DATE
003660             DISPLAY "BUSINESS DATE " RUN-DATE
003670                 " TAKEN FROM CHAIN CONTROL"
003680         END-IF
003690     END-IF.
003700     CLOSE CHAIN-DATE-FILE.
