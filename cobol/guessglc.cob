000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GUESSGLC.
000030 AUTHOR.        D. RAZGARIZE.
000040 INSTALLATION.  CSCI470 GAME LAB.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    2026-10-15 RAZ  INITIAL VERSION - ONE-TIME GUESS LOG
000100*                    CONVERSION. THE GUESSLOG RECORD GREW FROM 39
000110*                    TO 40 BYTES WHEN LOG-GAME-TYPE WAS ADDED, AND
000120*                    EACH GENERATION GLOG<YYYYMMDD> IS A FIXED-
000130*                    LENGTH FILE, SO ONE WRITTEN BEFORE THEN IS
000140*                    MISREAD A BYTE FURTHER OUT ON EVERY RECORD.
000150*                    FOR A DATE OR A RANGE OF DATES THIS PROGRAM
000160*                    REWRITES EACH OLD GENERATION IN THE NEW
000170*                    LAYOUT WITH THE GAME TYPE BLANK, WHICH READS
000180*                    AS FREE PLAY - NO CHALLENGE WAS PLAYED BEFORE
000190*                    THE TYPE WAS LOGGED. A GENERATION ALREADY IN
000200*                    THE NEW LAYOUT IS LEFT AS IT IS, SO A RANGE
000210*                    CAN BE RUN AGAIN SAFELY, AND ONE THAT READS
000220*                    AS NEITHER LAYOUT IS LEFT ALONE WITH RC 8.
000230*                    THE SEAL TOTALS DO NOT COVER THE GAME TYPE,
000240*                    SO A SEALED DAY STILL VERIFIES AFTERWARDS.
000250*                    RUN IT WHEN NO GAME IS BEING PLAYED.
000260*****************************************************************
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OLD-LOG-FILE ASSIGN USING LOG-FILE-NAME
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS OLG-FILE-STATUS.
000340
000350     SELECT GUESS-LOG-FILE ASSIGN USING LOG-FILE-NAME
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS LOG-FILE-STATUS.
000380
000390     SELECT LOG-WORK-FILE ASSIGN TO "GUESSGLW"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WLG-FILE-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450*    THE LOG RECORD AS IT WAS BEFORE THE GAME TYPE WAS ADDED.
000460 FD  OLD-LOG-FILE.
000470 01  OLD-LOG-RECORD.
000480     05  OLG-PLAYER-ID           PIC X(10).
000490     05  OLG-GUESS               PIC 999.
000500     05  OLG-MSG-RESP            PIC X(8).
000510     05  OLG-TIMESTAMP           PIC 9(09).
000520     05  OLG-SESSION-TIME        PIC 9(09).
000530
000540 FD  GUESS-LOG-FILE.
000550 COPY GUESSLOG.
000560
000570*    THE CONVERTED GENERATION IS BUILT HERE FIRST, SO THE OLD
000580*    ONE IS NOT REPLACED UNTIL EVERY RECORD HAS BEEN COPIED.
000590 FD  LOG-WORK-FILE.
000600 COPY GUESSLOG REPLACING
000610     ==GUESS-LOG-RECORD== BY ==WORK-LOG-RECORD==
000620     LEADING ==LOG== BY ==WLG==.
000630
000640 WORKING-STORAGE SECTION.
000650 01  OLG-FILE-STATUS         PIC XX.
000660     88 OLG-STATUS-OK            VALUE "00".
000670     88 OLG-STATUS-EOF           VALUE "10".
000680 01  LOG-FILE-STATUS         PIC XX.
000690     88 LOG-STATUS-OK            VALUE "00".
000700     88 LOG-STATUS-EOF           VALUE "10".
000710 01  WLG-FILE-STATUS         PIC XX.
000720     88 WLG-STATUS-OK            VALUE "00".
000730     88 WLG-STATUS-EOF           VALUE "10".
000740
000750 01  LOG-FILE-NAME           PIC X(12) VALUE SPACES.
000760 01  FROM-DATE               PIC X(08) VALUE SPACES.
000770 01  TO-DATE                 PIC X(08) VALUE SPACES.
000780 01  DAY-DATE                PIC X(08).
000790
000800 01  WORK-DATE.
000810     05 WD-YEAR              PIC 9(4).
000820     05 WD-MONTH             PIC 9(2).
000830     05 WD-DAY               PIC 9(2).
000840 01  CNV-QUOTIENT            PIC 9(7).
000850 01  CNV-REMAINDER           PIC 9(4).
000860 01  CNV-MONTH-DAYS          PIC 99.
000870 01  LEAP-SW                 PIC X VALUE "N".
000880     88 LEAP-YEAR                VALUE "Y".
000890     88 NOT-LEAP-YEAR            VALUE "N".
000900 01  MONTH-LENGTH-VALUES     PIC X(24) VALUE
000910     "312831303130313130313031".
000920 01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
000930     05 MONTH-LENGTH         PIC 99 OCCURS 12 TIMES.
000940 01  DATE-OK-SW              PIC X VALUE "N".
000950     88 DATE-IS-VALID            VALUE "Y".
000960
000970 01  LAYOUT-SW               PIC X VALUE "Y".
000980     88 LAYOUT-MATCHES           VALUE "Y".
000990
001000 01  DAY-RECORDS-READ        PIC 9(07).
001010 01  DAY-RECORDS-WORKED      PIC 9(07).
001020 01  DAY-RECORDS-WRITTEN     PIC 9(07).
001030
001040 01  DAYS-CHECKED            PIC 9(05) VALUE 0.
001050 01  DAYS-NO-LOG             PIC 9(05) VALUE 0.
001060 01  DAYS-ALREADY-CURRENT    PIC 9(05) VALUE 0.
001070 01  DAYS-CONVERTED          PIC 9(05) VALUE 0.
001080 01  DAYS-REFUSED            PIC 9(05) VALUE 0.
001090 01  OLD-RECORDS-READ        PIC 9(07) VALUE 0.
001100 01  NEW-RECORDS-WRITTEN     PIC 9(07) VALUE 0.
001110
001120 PROCEDURE DIVISION.
001130 0000-MAINLINE.
001140     MOVE 0 TO RETURN-CODE.
001150     PERFORM 1000-GET-DATE-RANGE.
001160     MOVE FROM-DATE TO WORK-DATE.
001170     PERFORM 2000-CONVERT-ONE-DAY UNTIL WORK-DATE > TO-DATE.
001180     PERFORM 4000-PRINT-CONTROL.
001190     GOBACK.
001200
001210*****************************************************************
001220*    1000-GET-DATE-RANGE
001230*    ASKS FOR THE FIRST AND LAST BUSINESS DATE TO CONVERT; A
001240*    BLANK LAST DATE CONVERTS THE FIRST DATE ALONE.
001250*****************************************************************
001260 1000-GET-DATE-RANGE.
001270     DISPLAY "ENTER FIRST LOG DATE TO CONVERT (YYYYMMDD):".
001280     ACCEPT FROM-DATE.
001290     DISPLAY "ENTER LAST DATE (YYYYMMDD) OR BLANK FOR ONE DAY:".
001300     ACCEPT TO-DATE.
001310     IF TO-DATE = SPACES
001320         MOVE FROM-DATE TO TO-DATE
001330     END-IF.
001340     MOVE FROM-DATE TO WORK-DATE.
001350     PERFORM 1100-CHECK-WORK-DATE.
001360     IF DATE-IS-VALID
001370         MOVE TO-DATE TO WORK-DATE
001380         PERFORM 1100-CHECK-WORK-DATE
001390     END-IF.
001400     IF NOT DATE-IS-VALID
001410         DISPLAY "DATES MUST BE YYYYMMDD - RUN CANCELLED"
001420         MOVE 8 TO RETURN-CODE
001430         GOBACK
001440     END-IF.
001450     IF TO-DATE < FROM-DATE
001460         DISPLAY "LAST DATE IS BEFORE FIRST DATE - RUN CANCELLED"
001470         MOVE 8 TO RETURN-CODE
001480         GOBACK
001490     END-IF.
001500
001510 1100-CHECK-WORK-DATE.
001520     MOVE "N" TO DATE-OK-SW.
001530     IF WORK-DATE NUMERIC
001540         IF WD-MONTH > 0 AND WD-MONTH < 13
001550             PERFORM 8850-GET-MONTH-LENGTH
001560             IF WD-DAY > 0 AND WD-DAY NOT > CNV-MONTH-DAYS
001570                 SET DATE-IS-VALID TO TRUE
001580             END-IF
001590         END-IF
001600     END-IF.
001610
001620*****************************************************************
001630*    2000-CONVERT-ONE-DAY
001640*    A DATE WITH NO GENERATION SAW NO PLAY. ONE THAT READS
001650*    CLEANLY IN THE NEW LAYOUT IS ALREADY CONVERTED. ONE THAT
001660*    READS CLEANLY ONLY IN THE OLD LAYOUT IS CONVERTED; ONE THAT
001670*    READS AS NEITHER IS REPORTED AND LEFT ALONE.
001680*****************************************************************
001690 2000-CONVERT-ONE-DAY.
001700     MOVE WORK-DATE TO DAY-DATE.
001710     ADD 1 TO DAYS-CHECKED.
001720     MOVE SPACES TO LOG-FILE-NAME.
001730     STRING "GLOG" DAY-DATE
001740         DELIMITED BY SIZE INTO LOG-FILE-NAME.
001750     OPEN INPUT GUESS-LOG-FILE.
001760     IF NOT LOG-STATUS-OK
001770         CLOSE GUESS-LOG-FILE
001780         ADD 1 TO DAYS-NO-LOG
001790     ELSE
001800         PERFORM 2100-CHECK-NEW-LAYOUT
001810         EVALUATE TRUE
001820             WHEN LAYOUT-MATCHES
001830                 ADD 1 TO DAYS-ALREADY-CURRENT
001840                 DISPLAY LOG-FILE-NAME
001845                     " ALREADY IN THE NEW LAYOUT"
001850             WHEN OTHER
001860                 PERFORM 2200-CHECK-OLD-LAYOUT
001870                 IF LAYOUT-MATCHES
001880                     PERFORM 3000-CONVERT-GENERATION
001890                 ELSE
001900                     ADD 1 TO DAYS-REFUSED
001910                     DISPLAY LOG-FILE-NAME
001920                         " READS AS NEITHER LAYOUT - LEFT ALONE"
001930                     MOVE 8 TO RETURN-CODE
001940                 END-IF
001950         END-EVALUATE
001960     END-IF.
001970     PERFORM 8800-NEXT-DAY.
001980
001990*****************************************************************
002000*    2100-CHECK-NEW-LAYOUT
002010*    READS THE GENERATION, ALREADY OPEN, IN THE NEW LAYOUT. THE
002020*    RECORD AREA IS FILLED WITH HIGH-VALUES BEFORE EACH READ SO
002030*    A SHORT LAST RECORD CANNOT PASS ON WHAT WAS LEFT THERE.
002040*****************************************************************
002050 2100-CHECK-NEW-LAYOUT.
002060     SET LAYOUT-MATCHES TO TRUE.
002070     PERFORM 2110-READ-NEW-LAYOUT.
002080     PERFORM 2120-TEST-NEW-RECORD
002090         UNTIL LOG-STATUS-EOF OR NOT LAYOUT-MATCHES.
002100     CLOSE GUESS-LOG-FILE.
002110
002120 2110-READ-NEW-LAYOUT.
002130     MOVE HIGH-VALUES TO GUESS-LOG-RECORD.
002140     READ GUESS-LOG-FILE
002150         AT END
002160             SET LOG-STATUS-EOF TO TRUE
002170     END-READ.
002180
002190 2120-TEST-NEW-RECORD.
002200     IF LOG-STATUS-OK
002210        AND LOG-GUESS NUMERIC
002220        AND LOG-TIMESTAMP NUMERIC
002230        AND LOG-SESSION-TIME NUMERIC
002240        AND (LOG-CHALLENGE-GAME OR LOG-FREE-PLAY-GAME)
002250         PERFORM 2110-READ-NEW-LAYOUT
002260     ELSE
002270         MOVE "N" TO LAYOUT-SW
002280     END-IF.
002290
002300*****************************************************************
002310*    2200-CHECK-OLD-LAYOUT
002320*    READS THE GENERATION THROUGH IN THE OLD LAYOUT. EVERY
002330*    RECORD MUST CARRY A NUMERIC GUESS AND TIMES THERE BEFORE
002340*    ANYTHING IS WRITTEN.
002350*****************************************************************
002360 2200-CHECK-OLD-LAYOUT.
002370     SET LAYOUT-MATCHES TO TRUE.
002380     OPEN INPUT OLD-LOG-FILE.
002390     PERFORM 2210-READ-OLD-LAYOUT.
002400     PERFORM 2220-TEST-OLD-RECORD
002410         UNTIL OLG-STATUS-EOF OR NOT LAYOUT-MATCHES.
002420     CLOSE OLD-LOG-FILE.
002430
002440 2210-READ-OLD-LAYOUT.
002450     MOVE HIGH-VALUES TO OLD-LOG-RECORD.
002460     READ OLD-LOG-FILE
002470         AT END
002480             SET OLG-STATUS-EOF TO TRUE
002490     END-READ.
002500
002510 2220-TEST-OLD-RECORD.
002520     IF OLG-STATUS-OK
002530        AND OLG-GUESS NUMERIC
002540        AND OLG-TIMESTAMP NUMERIC
002550        AND OLG-SESSION-TIME NUMERIC
002560         PERFORM 2210-READ-OLD-LAYOUT
002570     ELSE
002580         MOVE "N" TO LAYOUT-SW
002590     END-IF.
002600
002610*****************************************************************
002620*    3000-CONVERT-GENERATION
002630*    COPIES THE OLD GENERATION TO THE WORK FILE IN THE NEW
002640*    LAYOUT, THEN - ONLY WHEN EVERY RECORD MADE IT - WRITES THE
002650*    GENERATION AGAIN FROM THE WORK FILE IN THE SAME ORDER.
002660*****************************************************************
002670 3000-CONVERT-GENERATION.
002680     MOVE 0 TO DAY-RECORDS-READ.
002690     MOVE 0 TO DAY-RECORDS-WORKED.
002700     MOVE 0 TO DAY-RECORDS-WRITTEN.
002710     OPEN INPUT OLD-LOG-FILE.
002720     OPEN OUTPUT LOG-WORK-FILE.
002730     PERFORM 2210-READ-OLD-LAYOUT.
002740     PERFORM 3100-COPY-TO-WORK UNTIL OLG-STATUS-EOF.
002750     CLOSE OLD-LOG-FILE.
002760     CLOSE LOG-WORK-FILE.
002770     ADD DAY-RECORDS-READ TO OLD-RECORDS-READ.
002780     IF DAY-RECORDS-WORKED NOT = DAY-RECORDS-READ
002790         ADD 1 TO DAYS-REFUSED
002800         DISPLAY LOG-FILE-NAME
002810             " WORK COPY INCOMPLETE - GENERATION LEFT AS IT WAS"
002820         MOVE 8 TO RETURN-CODE
002830     ELSE
002840         OPEN INPUT LOG-WORK-FILE
002850         OPEN OUTPUT GUESS-LOG-FILE
002860         PERFORM 3200-READ-WORK
002870         PERFORM 3300-COPY-FROM-WORK UNTIL WLG-STATUS-EOF
002880         CLOSE LOG-WORK-FILE
002890         CLOSE GUESS-LOG-FILE
002900         ADD DAY-RECORDS-WRITTEN TO NEW-RECORDS-WRITTEN
002910         ADD 1 TO DAYS-CONVERTED
002920         DISPLAY LOG-FILE-NAME " CONVERTED - " DAY-RECORDS-READ
002930             " READ, " DAY-RECORDS-WRITTEN " WRITTEN"
002940     END-IF.
002950
002960 3100-COPY-TO-WORK.
002970     ADD 1 TO DAY-RECORDS-READ.
002980     MOVE OLG-PLAYER-ID    TO WLG-PLAYER-ID.
002990     MOVE OLG-GUESS        TO WLG-GUESS.
003000     MOVE OLG-MSG-RESP     TO WLG-MSG-RESP.
003010     MOVE OLG-TIMESTAMP    TO WLG-TIMESTAMP.
003020     MOVE OLG-SESSION-TIME TO WLG-SESSION-TIME.
003030     MOVE SPACE            TO WLG-GAME-TYPE.
003040     WRITE WORK-LOG-RECORD.
003050     IF WLG-STATUS-OK
003060         ADD 1 TO DAY-RECORDS-WORKED
003070     ELSE
003080         DISPLAY "WORK FILE WRITE FAILED - STATUS "
003090             WLG-FILE-STATUS
003100     END-IF.
003110     PERFORM 2210-READ-OLD-LAYOUT.
003120
003130 3200-READ-WORK.
003140     READ LOG-WORK-FILE
003150         AT END
003160             SET WLG-STATUS-EOF TO TRUE
003170     END-READ.
003180
003190 3300-COPY-FROM-WORK.
003200     MOVE WORK-LOG-RECORD TO GUESS-LOG-RECORD.
003210     WRITE GUESS-LOG-RECORD.
003220     IF LOG-STATUS-OK
003230         ADD 1 TO DAY-RECORDS-WRITTEN
003240     ELSE
003250         DISPLAY LOG-FILE-NAME " WRITE FAILED - STATUS "
003260             LOG-FILE-STATUS
003270     END-IF.
003280     PERFORM 3200-READ-WORK.
003290
003300*****************************************************************
003310*    4000-PRINT-CONTROL
003320*    DAY COUNTS FOR THE RUN, AND EVERY OLD RECORD READ FOR A
003330*    GENERATION THAT WAS CONVERTED MUST BE BACK ON IT.
003340*****************************************************************
003350 4000-PRINT-CONTROL.
003360     DISPLAY "DATES CHECKED          " DAYS-CHECKED.
003370     DISPLAY "NO GENERATION          " DAYS-NO-LOG.
003380     DISPLAY "ALREADY IN NEW LAYOUT  " DAYS-ALREADY-CURRENT.
003390     DISPLAY "CONVERTED              " DAYS-CONVERTED.
003400     DISPLAY "LEFT ALONE             " DAYS-REFUSED.
003410     IF NEW-RECORDS-WRITTEN = OLD-RECORDS-READ
003420         DISPLAY "CONTROL: " OLD-RECORDS-READ " READ = "
003430             NEW-RECORDS-WRITTEN " CONVERTED - IN BALANCE"
003440     ELSE
003450         DISPLAY "CONTROL: " OLD-RECORDS-READ " READ, "
003460             NEW-RECORDS-WRITTEN " CONVERTED - OUT OF BALANCE"
003470         MOVE 8 TO RETURN-CODE
003480     END-IF.
003490
003500*****************************************************************
003510*    8800-NEXT-DAY
003520*    MOVES WORK-DATE FORWARD BY ONE CALENDAR DAY, ROLLING OVER
003530*    MONTH AND YEAR BOUNDARIES AND A LEAP-YEAR FEBRUARY.
003540*****************************************************************
003550 8800-NEXT-DAY.
003560     PERFORM 8850-GET-MONTH-LENGTH.
003570     IF WD-DAY < CNV-MONTH-DAYS
003580         ADD 1 TO WD-DAY
003590     ELSE
003600         MOVE 1 TO WD-DAY
003610         IF WD-MONTH < 12
003620             ADD 1 TO WD-MONTH
003630         ELSE
003640             MOVE 1 TO WD-MONTH
003650             ADD 1 TO WD-YEAR
003660         END-IF
003670     END-IF.
003680
003690*****************************************************************
003700*    8850-GET-MONTH-LENGTH
003710*    LEAVES THE LENGTH OF WD-MONTH IN WD-YEAR IN CNV-MONTH-DAYS,
003720*    ALLOWING FOR FEBRUARY IN A LEAP YEAR.
003730*****************************************************************
003740 8850-GET-MONTH-LENGTH.
003750     MOVE MONTH-LENGTH (WD-MONTH) TO CNV-MONTH-DAYS.
003760     IF WD-MONTH = 2
003770         PERFORM 8860-CHECK-LEAP-YEAR
003780         IF LEAP-YEAR
003790             ADD 1 TO CNV-MONTH-DAYS
003800         END-IF
003810     END-IF.
003820
003830*****************************************************************
003840*    8860-CHECK-LEAP-YEAR
003850*    SETS LEAP-SW FOR WD-YEAR - DIVISIBLE BY 4 AND EITHER NOT
003860*    A CENTURY OR A CENTURY DIVISIBLE BY 400.
003870*****************************************************************
003880 8860-CHECK-LEAP-YEAR.
003890     SET NOT-LEAP-YEAR TO TRUE.
003900     DIVIDE WD-YEAR BY 4
003910         GIVING CNV-QUOTIENT REMAINDER CNV-REMAINDER.
003920     IF CNV-REMAINDER = 0
003930         DIVIDE WD-YEAR BY 100
003940             GIVING CNV-QUOTIENT REMAINDER CNV-REMAINDER
003950         IF CNV-REMAINDER NOT = 0
003960             SET LEAP-YEAR TO TRUE
003970         ELSE
003980             DIVIDE WD-YEAR BY 400
003990                 GIVING CNV-QUOTIENT REMAINDER CNV-REMAINDER
004000             IF CNV-REMAINDER = 0
004010                 SET LEAP-YEAR TO TRUE
004020             END-IF
004030         END-IF
004040     END-IF.
