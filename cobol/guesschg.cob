000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GUESSCHG.
000030 AUTHOR.        D. RAZGARIZE.
000040 INSTALLATION.  CSCI470 GAME LAB.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    2026-10-15 RAZ  INITIAL VERSION - DAILY CHALLENGE GENERATOR.
000100*                    RUN AS A NIGHTLY CHAIN STEP, IT WRITES ONE
000110*                    CHALLENGE SECRET PER DIFFICULTY TIER FOR EACH
000120*                    OF THE NEXT SEVEN DAYS AFTER THE BUSINESS
000130*                    DATE TO THE GUESSCHL CHALLENGE FILE. A DATE
000140*                    AND TIER ALREADY ON FILE IS NEVER REPLACED -
000150*                    ONCE ANYONE MAY HAVE PLAYED A PUZZLE IT MUST
000160*                    STAY THE SAME FOR EVERYONE - SO A RERUN ONLY
000170*                    FILLS WHATEVER IS MISSING.
000172*    2026-10-15 RAZ  A CLEAN RUN NOW HANDS BACK RETURN CODE ZERO
000174*                    EXPLICITLY - THE CLOCK AND SEED CALLS LEAVE
000176*                    THEIR OWN VALUE IN RETURN-CODE, WHICH THE
000178*                    CONTROLLER NOW RECORDS ON THE LEDGER.
000179*    2026-10-15 RAZ  TIER RANGES NOW COME FROM THE GUESSRUL SET
000180*                    IN FORCE ON EACH DAY BEING FILLED, NOT A
000181*                    TABLE OF OUR OWN. NO RULES IN FORCE FOR A
000182*                    DAY CANCELS THE RUN WITH RETURN CODE 8.
000183*****************************************************************
000190
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT CHALLENGE-FILE ASSIGN TO "GUESSCHL"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS CHL-KEY
000270         FILE STATUS IS CHL-FILE-STATUS.
000280
000290     SELECT CHAIN-DATE-FILE ASSIGN TO "GUESSBDT"
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS BDT-FILE-STATUS.
000311
000312     SELECT RULES-FILE ASSIGN TO "GUESSRUL"
000313         ORGANIZATION IS INDEXED
000314         ACCESS MODE IS SEQUENTIAL
000315         RECORD KEY IS RUL-EFFECTIVE-DATE
000316         FILE STATUS IS RUL-FILE-STATUS.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  CHALLENGE-FILE.
000360 COPY GUESSCHL.
000370
000380 FD  CHAIN-DATE-FILE.
000390 COPY GUESSBDT.
000391
000392 FD  RULES-FILE.
000394 COPY GUESSRUL.
000400
000410 WORKING-STORAGE SECTION.
000420 01  CHL-FILE-STATUS         PIC XX.
000430     88 CHL-STATUS-OK            VALUE "00".
000440     88 CHL-STATUS-NOT-FOUND     VALUE "35".
000450 01  BDT-FILE-STATUS         PIC XX.
000460     88 BDT-STATUS-OK            VALUE "00".
000462 01  RUL-FILE-STATUS         PIC XX.
000464     88 RUL-STATUS-OK            VALUE "00".
000466     88 RUL-STATUS-EOF           VALUE "10".
000470
000480 01  FILL-FROM-DATE          PIC X(08) VALUE SPACES.
000490 01  CHALLENGE-DAYS-AHEAD    PIC 99 VALUE 7.
000500 01  DAY-IDX                 PIC 99.
000510 01  TIER-IDX                PIC 9.
000520 01  UNIX-TIME               PIC 9(9).
000530 01  RAND-VALUE              PIC 9(9).
000540 01  RAND-QUOTIENT           PIC 9(9).
000550 01  CHALLENGES-WRITTEN      PIC 9(5) VALUE 0.
000560 01  CHALLENGES-KEPT         PIC 9(5) VALUE 0.
000570
000580 01  RULES-SW                PIC X VALUE "N".
000590     88 RULES-FOUND              VALUE "Y".
000600 COPY GUESSRUL REPLACING
000602     ==RULES-RECORD== BY ==RULES-IN-FORCE==
000604     LEADING ==RUL== BY ==RIF==.
000610
000620 01  WORK-DATE.
000630     05 WD-YEAR              PIC 9(4).
000640     05 WD-MONTH             PIC 9(2).
000650     05 WD-DAY               PIC 9(2).
000660 01  CNV-QUOTIENT            PIC 9(7).
000670 01  CNV-REMAINDER           PIC 9(4).
000680 01  CNV-MONTH-DAYS          PIC 99.
000690 01  LEAP-SW                 PIC X VALUE "N".
000700     88 LEAP-YEAR                VALUE "Y".
000710     88 NOT-LEAP-YEAR            VALUE "N".
000720 01  MONTH-LENGTH-VALUES     PIC X(24) VALUE
000730     "312831303130313130313031".
000740 01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
000750     05 MONTH-LENGTH         PIC 99 OCCURS 12 TIMES.
000760
000770 PROCEDURE DIVISION.
000780 0000-MAINLINE.
000790     PERFORM 1000-GET-FILL-DATE.
000800     PERFORM 2000-OPEN-CHALLENGE-FILE.
000810     CALL "time" USING BY REFERENCE UNIX-TIME.
000820     CALL "srand" USING UNIX-TIME.
000830     MOVE FILL-FROM-DATE TO WORK-DATE.
000840     PERFORM 3000-FILL-ONE-DAY
000850         VARYING DAY-IDX FROM 1 BY 1
000860         UNTIL DAY-IDX > CHALLENGE-DAYS-AHEAD.
000870     CLOSE CHALLENGE-FILE.
000880     DISPLAY "DAILY CHALLENGES WRITTEN      " CHALLENGES-WRITTEN.
000890     DISPLAY "DAILY CHALLENGES ALREADY HELD " CHALLENGES-KEPT.
000895     MOVE 0 TO RETURN-CODE.
000900     GOBACK.
000910
000920*****************************************************************
000930*    1000-GET-FILL-DATE
000940*    TAKES THE BUSINESS DATE FROM THE CHAIN-DATE CONTROL WHEN
000950*    THE NIGHTLY CONTROLLER WROTE ONE, OTHERWISE FROM THE
000960*    OPERATOR. CHALLENGES ARE WRITTEN FOR THE DAYS AFTER IT.
000970*****************************************************************
000980 1000-GET-FILL-DATE.
000990     PERFORM 9000-READ-CHAIN-DATE.
001000     IF FILL-FROM-DATE = SPACES
001010         DISPLAY "ENTER BUSINESS DATE TO FILL AFTER (YYYYMMDD):"
001020         ACCEPT FILL-FROM-DATE
001030     END-IF.
001040     IF FILL-FROM-DATE NOT NUMERIC
001050         DISPLAY "DATE MUST BE YYYYMMDD - RUN CANCELLED"
001060         MOVE 8 TO RETURN-CODE
001070         GOBACK
001080     END-IF.
001090
001100*****************************************************************
001110*    2000-OPEN-CHALLENGE-FILE
001120*    OPENS THE CHALLENGE FILE FOR UPDATE, CREATING IT ON THE
001130*    FIRST EVER RUN.
001140*****************************************************************
001150 2000-OPEN-CHALLENGE-FILE.
001160     OPEN I-O CHALLENGE-FILE.
001170     IF CHL-STATUS-NOT-FOUND
001180         CLOSE CHALLENGE-FILE
001190         OPEN OUTPUT CHALLENGE-FILE
001200         CLOSE CHALLENGE-FILE
001210         OPEN I-O CHALLENGE-FILE
001220     ELSE
001230         IF NOT CHL-STATUS-OK
001240             DISPLAY "ERROR OPENING CHALLENGE FILE - STATUS "
001250                 CHL-FILE-STATUS
001260             MOVE 8 TO RETURN-CODE
001270             GOBACK
001280         END-IF
001290     END-IF.
001300
001310*****************************************************************
001320*    3000-FILL-ONE-DAY
001330*    STEPS WORK-DATE ON ONE DAY AND MAKES SURE EVERY TIER HAS
001340*    A CHALLENGE FOR IT, DRAWN OVER THE RANGES IN FORCE THAT DAY.
001350*****************************************************************
001360 3000-FILL-ONE-DAY.
001370     PERFORM 8800-NEXT-DAY.
001371     PERFORM 8400-LOAD-RULES.
001372     IF NOT RULES-FOUND
001373         DISPLAY "NO GAME RULES IN FORCE FOR " WORK-DATE
001374             " - RUN CANCELLED"
001375         CLOSE CHALLENGE-FILE
001376         MOVE 8 TO RETURN-CODE
001377         GOBACK
001378     END-IF.
001380     PERFORM 3100-FILL-ONE-TIER
001390         VARYING TIER-IDX FROM 1 BY 1 UNTIL TIER-IDX > 3.
001400
001410*****************************************************************
001420*    3100-FILL-ONE-TIER
001430*    WRITES A FRESH SECRET FOR WORK-DATE AND TIER-IDX, SCALED
001440*    INTO 1 THRU THE TIER'S MAXIMUM THE SAME WAY A FREE GAME'S
001450*    SECRET IS, UNLESS ONE IS ALREADY ON FILE.
001460*****************************************************************
001470 3100-FILL-ONE-TIER.
001480     MOVE WORK-DATE TO CHL-DATE.
001490     MOVE TIER-IDX  TO CHL-DIFFICULTY.
001500     READ CHALLENGE-FILE
001510         INVALID KEY
001520             CALL "rand" RETURNING RAND-VALUE
001530             DIVIDE RAND-VALUE BY RIF-TIER-MAX (TIER-IDX)
001540                 GIVING RAND-QUOTIENT
001550                 REMAINDER CHL-SECRET
001560             ADD 1 TO CHL-SECRET
001570             MOVE WORK-DATE TO CHL-DATE
001580             MOVE TIER-IDX  TO CHL-DIFFICULTY
001590             MOVE UNIX-TIME TO CHL-CREATED-TIME
001600             WRITE CHALLENGE-RECORD
001610             ADD 1 TO CHALLENGES-WRITTEN
001620         NOT INVALID KEY
001630             ADD 1 TO CHALLENGES-KEPT
001640     END-READ.
001650
001651*****************************************************************
001652*    8400-LOAD-RULES
001653*    LEAVES IN RULES-IN-FORCE THE GUESSRUL RULE SET IN FORCE ON
001654*    WORK-DATE - THE LATEST ONE NOT EFFECTIVE AFTER IT. RULES-SW
001655*    STAYS "N" WHEN THE FILE IS MISSING OR HOLDS NOTHING THAT
001656*    EARLY.
001657*****************************************************************
001658 8400-LOAD-RULES.
001659     MOVE "N" TO RULES-SW.
001660     OPEN INPUT RULES-FILE.
001661     IF RUL-STATUS-OK
001662         PERFORM 8410-READ-NEXT-RULES
001663         PERFORM 8420-KEEP-ONE-RULES
001664             UNTIL NOT RUL-STATUS-OK
001665                OR RUL-EFFECTIVE-DATE > WORK-DATE
001666     END-IF.
001667     CLOSE RULES-FILE.
001668
001669 8410-READ-NEXT-RULES.
001670     READ RULES-FILE NEXT RECORD
001671         AT END
001672             SET RUL-STATUS-EOF TO TRUE
001673     END-READ.
001674
001675 8420-KEEP-ONE-RULES.
001676     MOVE RULES-RECORD TO RULES-IN-FORCE.
001677     SET RULES-FOUND TO TRUE.
001678     PERFORM 8410-READ-NEXT-RULES.
001679
001680*****************************************************************
001681*    8800-NEXT-DAY
001682*    MOVES WORK-DATE FORWARD BY ONE CALENDAR DAY, ROLLING OVER
001690*    MONTH AND YEAR BOUNDARIES AND A LEAP-YEAR FEBRUARY.
001700*****************************************************************
001710 8800-NEXT-DAY.
001720     PERFORM 8850-GET-MONTH-LENGTH.
001730     IF WD-DAY < CNV-MONTH-DAYS
001740         ADD 1 TO WD-DAY
001750     ELSE
001760         MOVE 1 TO WD-DAY
001770         IF WD-MONTH < 12
001780             ADD 1 TO WD-MONTH
001790         ELSE
001800             MOVE 1 TO WD-MONTH
001810             ADD 1 TO WD-YEAR
001820         END-IF
001830     END-IF.
001840
001850*****************************************************************
001860*    8850-GET-MONTH-LENGTH
001870*    LEAVES THE LENGTH OF WD-MONTH IN WD-YEAR IN CNV-MONTH-DAYS,
001880*    ALLOWING FOR FEBRUARY IN A LEAP YEAR.
001890*****************************************************************
001900 8850-GET-MONTH-LENGTH.
001910     MOVE MONTH-LENGTH (WD-MONTH) TO CNV-MONTH-DAYS.
001920     IF WD-MONTH = 2
001930         PERFORM 8860-CHECK-LEAP-YEAR
001940         IF LEAP-YEAR
001950             ADD 1 TO CNV-MONTH-DAYS
001960         END-IF
001970     END-IF.
001980
001990*****************************************************************
002000*    8860-CHECK-LEAP-YEAR
002010*    SETS LEAP-SW FOR WD-YEAR - DIVISIBLE BY 4 AND EITHER NOT
002020*    A CENTURY OR A CENTURY DIVISIBLE BY 400.
002030*****************************************************************
002040 8860-CHECK-LEAP-YEAR.
002050     SET NOT-LEAP-YEAR TO TRUE.
002060     DIVIDE WD-YEAR BY 4
002070         GIVING CNV-QUOTIENT REMAINDER CNV-REMAINDER.
002080     IF CNV-REMAINDER = 0
002090         DIVIDE WD-YEAR BY 100
002100             GIVING CNV-QUOTIENT REMAINDER CNV-REMAINDER
002110         IF CNV-REMAINDER NOT = 0
002120             SET LEAP-YEAR TO TRUE
002130         ELSE
002140             DIVIDE WD-YEAR BY 400
002150                 GIVING CNV-QUOTIENT REMAINDER CNV-REMAINDER
002160             IF CNV-REMAINDER = 0
002170                 SET LEAP-YEAR TO TRUE
002180             END-IF
002190         END-IF
002200     END-IF.
002210
002220*****************************************************************
002230*    9000-READ-CHAIN-DATE
002240*    PICKS UP THE BUSINESS DATE THE NIGHTLY CONTROLLER DERIVED,
002250*    WHEN ONE IS ON HAND, SO THE DATE IS NEVER RE-KEYED.
002260*****************************************************************
002270 9000-READ-CHAIN-DATE.
002280     OPEN INPUT CHAIN-DATE-FILE.
002290     IF BDT-STATUS-OK
002300         READ CHAIN-DATE-FILE
002310             AT END CONTINUE
002320         END-READ
002330         IF BDT-STATUS-OK AND BDT-BUSINESS-DATE NUMERIC
002340             MOVE BDT-BUSINESS-DATE TO FILL-FROM-DATE
002350             DISPLAY "BUSINESS DATE " FILL-FROM-DATE
002360                 " TAKEN FROM CHAIN CONTROL"
002370         END-IF
002380     END-IF.
002390     CLOSE CHAIN-DATE-FILE.
