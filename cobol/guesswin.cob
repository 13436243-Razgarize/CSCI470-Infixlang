000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GUESSWIN.
000030 AUTHOR.        D. RAZGARIZE.
000040 INSTALLATION.  CSCI470 GAME LAB.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    2026-10-15 RAZ  INITIAL VERSION - BATCH-WINDOW REPORT. READS
000100*                    THE GUESSNLG NIGHTLY STEP LEDGER AND, FOR A
000110*                    RANGE OF BUSINESS DATES, PRINTS EVERY STEP
000120*                    ATTEMPT WITH ITS START, ELAPSED TIME, RETURN
000130*                    CODE, AND ROLLING AVERAGE; EACH NIGHT'S TOTAL
000140*                    STEP TIME AND WINDOW; AND A STEP SUMMARY.
000150*                    A STEP THAT RAN MORE THAN THE OVERRUN
000160*                    PERCENTAGE OVER ITS ROLLING AVERAGE IS
000170*                    MARKED, SO A CHAIN CREEPING TOWARD THE
000180*                    MORNING SESSION SHOWS UP BEFORE IT GETS
000190*                    THERE.
000192*    2026-10-15 RAZ  A STEP THE CONTROLLER SKIPPED ON A CLOSED
000194*                    CALENDAR DATE PRINTS AS SKIPPED, IS KEPT OUT
000196*                    OF THE RUN COUNTS AND AVERAGES, AND IS
000198*                    COUNTED IN THE TOTALS.
000199*    2026-10-15 RAZ  A LEDGER STILL IN THE UNTIMED LAYOUT IS
000200*                    REFUSED WITH RETURN CODE 8; GUESSNLC
000201*                    CONVERTS IT. UNTIMED RECORDS ARE NOW THE
000202*                    ONES IT CARRIED OVER.
000203*****************************************************************
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT STEP-LEDGER-FILE ASSIGN TO "GUESSNLG"
000260         ORGANIZATION IS SEQUENTIAL
000270         FILE STATUS IS NLG-FILE-STATUS.
000280
000290     SELECT WINDOW-RPT ASSIGN TO "GUESSWNR"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS RPT-FILE-STATUS.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  STEP-LEDGER-FILE.
000360 COPY GUESSNLG.
000370
000380 FD  WINDOW-RPT.
000390 01  WINDOW-LINE             PIC X(80).
000400
000410 WORKING-STORAGE SECTION.
000420 01  NLG-FILE-STATUS         PIC XX.
000430     88 NLG-STATUS-OK            VALUE "00".
000440     88 NLG-STATUS-EOF           VALUE "10".
000450 01  RPT-FILE-STATUS         PIC XX.
000460
000470 01  FROM-DATE               PIC X(08) VALUE SPACES.
000480 01  TO-DATE                 PIC X(08) VALUE SPACES.
000490 01  PERCENT-ENTRY           PIC X(03) VALUE SPACES.
000500 01  PERCENT-DIGITS REDEFINES PERCENT-ENTRY PIC 9(03).
000510
000520*    A STEP IS AN OVERRUN WHEN IT TAKES MORE THAN THIS PERCENTAGE
000530*    OVER ITS AVERAGE. THE AVERAGE IS TAKEN OVER THE STEP'S LAST
000540*    ROLLING-NIGHTS COMPLETED RUNS BEFORE THE ONE BEING PRINTED.
000550 01  OVERRUN-PERCENT         PIC 9(03) VALUE 25.
000560 01  ROLLING-NIGHTS          PIC 9 VALUE 7.
000570
000580*    ONE ENTRY PER STEP NAME SEEN ON THE LEDGER, WITH THE ELAPSED
000590*    SECONDS OF ITS LAST ROLLING-NIGHTS COMPLETED RUNS KEPT AS A
000600*    RING - STEP-NEXT-SLOT IS THE ONE THE NEXT RUN REPLACES.
000610 01  STEP-TABLE-COUNT        PIC 99 VALUE 0.
000620 01  STEP-TABLE-MAX          PIC 99 VALUE 20.
000630 01  STEP-TABLE.
000640     05 STEP-ENTRY OCCURS 1 TO 20 TIMES
000650                   DEPENDING ON STEP-TABLE-COUNT.
000660        10 STEP-NAME            PIC X(08).
000670        10 STEP-HISTORY-COUNT   PIC 9.
000680        10 STEP-NEXT-SLOT       PIC 9.
000690        10 STEP-HISTORY         PIC 9(05) OCCURS 7 TIMES.
000700        10 STEP-RANGE-RUNS      PIC 9(05).
000710        10 STEP-RANGE-SECONDS   PIC 9(07).
000720        10 STEP-RANGE-OVERRUNS  PIC 9(05).
000730        10 STEP-RANGE-FAILS     PIC 9(05).
000740 01  STEP-IDX                PIC 99.
000750 01  SLOT-IDX                PIC 9.
000760 01  STEP-FOUND-SW           PIC X VALUE "N".
000770     88 STEP-FOUND               VALUE "Y".
000780
000790 01  START-SECONDS           PIC 9(05).
000800 01  END-SECONDS             PIC 9(05).
000810 01  ELAPSED-SECONDS         PIC 9(05).
000820 01  AVERAGE-SECONDS         PIC 9(05).
000830 01  HISTORY-SECONDS         PIC 9(07).
000840 01  OVER-PERCENT            PIC 9(05).
000850 01  OVER-PERCENT-EDIT       PIC ZZZZ9.
000860 01  OVERRUN-SW              PIC X VALUE "N".
000870     88 STEP-OVERRAN             VALUE "Y".
000880 01  TIME-OF-DAY             PIC 9(06).
000890 01  TIME-OF-DAY-PARTS REDEFINES TIME-OF-DAY.
000900     05 TOD-HH               PIC 99.
000910     05 TOD-MM               PIC 99.
000920     05 TOD-SS               PIC 99.
000930 01  TOD-SECONDS             PIC 9(05).
000940
000950*    THE NIGHT BEING PRINTED. THE LEDGER IS WRITTEN IN RUN ORDER,
000960*    AND A RERUN ALWAYS FINISHES A NIGHT BEFORE THE NEXT ONE
000970*    STARTS, SO A NIGHT'S RECORDS ARRIVE TOGETHER.
000980 01  NIGHT-DATE              PIC X(08) VALUE SPACES.
000990 01  NIGHT-FIRST-DATE        PIC X(08).
001000 01  NIGHT-FIRST-SECONDS     PIC 9(05).
001010 01  NIGHT-LAST-DATE         PIC X(08).
001020 01  NIGHT-LAST-SECONDS      PIC 9(05).
001030 01  NIGHT-STEP-SECONDS      PIC 9(06).
001040 01  NIGHT-WINDOW-SECONDS    PIC 9(06).
001050 01  NIGHT-STEPS             PIC 9(03).
001060 01  NIGHT-FAILS             PIC 9(03).
001070
001080 01  LEDGER-RECORDS-READ     PIC 9(07) VALUE 0.
001090 01  RECORDS-IN-RANGE        PIC 9(07) VALUE 0.
001100 01  NIGHTS-IN-RANGE         PIC 9(07) VALUE 0.
001110 01  OVERRUNS-IN-RANGE       PIC 9(07) VALUE 0.
001120 01  FAILS-IN-RANGE          PIC 9(07) VALUE 0.
001125 01  SKIPS-IN-RANGE          PIC 9(07) VALUE 0.
001130 01  UNTIMED-RECORDS         PIC 9(07) VALUE 0.
001140 01  RECORDS-BEFORE-RANGE    PIC 9(07) VALUE 0.
001150 01  RECORDS-AFTER-RANGE     PIC 9(07) VALUE 0.
001160 01  RECORDS-ACCOUNTED       PIC 9(07) VALUE 0.
001170
001180 01  DURATION-SECONDS        PIC 9(06).
001190 01  DURATION-WORK           PIC 9(06).
001200 01  DURATION-TEXT.
001210     05 DUR-HH               PIC 99.
001220     05 FILLER               PIC X VALUE ":".
001230     05 DUR-MM               PIC 99.
001240     05 FILLER               PIC X VALUE ":".
001250     05 DUR-SS               PIC 99.
001260
001270 01  HDR-LINE-1.
001280     05 FILLER   PIC X(26) VALUE "BATCH WINDOW REPORT  FROM ".
001290     05 HDR-FROM-DATE        PIC X(08).
001300     05 FILLER   PIC X(04) VALUE " TO ".
001310     05 HDR-TO-DATE          PIC X(08).
001320     05 FILLER   PIC X(11) VALUE "  OVERRUN >".
001330     05 HDR-PERCENT          PIC ZZ9.
001340     05 FILLER   PIC X(12) VALUE "% OVER AVG".
001350 01  HDR-LINE-2.
001360     05 FILLER   PIC X(10) VALUE "DATE".
001370     05 FILLER   PIC X(10) VALUE "STEP".
001380     05 FILLER   PIC X(10) VALUE "STARTED".
001390     05 FILLER   PIC X(10) VALUE "ELAPSED".
001400     05 FILLER   PIC X(10) VALUE "ROLL AVG".
001410     05 FILLER   PIC X(06) VALUE "RC".
001420     05 FILLER   PIC X(22) VALUE "OUTCOME".
001430 01  DTL-LINE.
001440     05 DTL-DATE             PIC X(08).
001450     05 FILLER               PIC X(02) VALUE SPACES.
001460     05 DTL-STEP             PIC X(08).
001470     05 FILLER               PIC X(02) VALUE SPACES.
001480     05 DTL-STARTED          PIC X(08).
001490     05 FILLER               PIC X(02) VALUE SPACES.
001500     05 DTL-ELAPSED          PIC X(08).
001510     05 FILLER               PIC X(02) VALUE SPACES.
001520     05 DTL-AVERAGE          PIC X(08).
001530     05 FILLER               PIC X(02) VALUE SPACES.
001540     05 DTL-RC               PIC ZZZ9.
001550     05 FILLER               PIC X(02) VALUE SPACES.
001560     05 DTL-OUTCOME          PIC X(22).
001570 01  CHAIN-LINE.
001580     05 FILLER   PIC X(10) VALUE "  CHAIN   ".
001590     05 CHN-STEPS            PIC ZZ9.
001600     05 FILLER   PIC X(08) VALUE " STEPS, ".
001610     05 CHN-FAILS            PIC ZZ9.
001620     05 FILLER   PIC X(09) VALUE " FAILED  ".
001630     05 FILLER   PIC X(11) VALUE "STEP TIME  ".
001640     05 CHN-STEP-TIME        PIC X(08).
001650     05 FILLER   PIC X(10) VALUE "  WINDOW  ".
001660     05 CHN-WINDOW           PIC X(08).
001670 01  SUM-HDR-LINE.
001680     05 FILLER   PIC X(10) VALUE "STEP".
001690     05 FILLER   PIC X(08) VALUE "   RUNS".
001700     05 FILLER   PIC X(12) VALUE "   AVG RUN".
001710     05 FILLER   PIC X(12) VALUE "  ROLL AVG".
001720     05 FILLER   PIC X(10) VALUE "  OVERRUN".
001730     05 FILLER   PIC X(10) VALUE "   FAILED".
001740 01  SUM-LINE.
001750     05 SUM-STEP             PIC X(08).
001760     05 FILLER               PIC X(02) VALUE SPACES.
001770     05 SUM-RUNS             PIC ZZZZZZ9.
001780     05 FILLER               PIC X(04) VALUE SPACES.
001790     05 SUM-RANGE-AVG        PIC X(08).
001800     05 FILLER               PIC X(04) VALUE SPACES.
001810     05 SUM-ROLLING          PIC X(08).
001820     05 FILLER               PIC X(03) VALUE SPACES.
001830     05 SUM-OVERRUNS         PIC ZZZZZZ9.
001840     05 FILLER               PIC X(03) VALUE SPACES.
001850     05 SUM-FAILS            PIC ZZZZZZ9.
001860 01  TOT-LINE.
001870     05 TOT-LABEL            PIC X(30).
001880     05 TOT-VALUE            PIC ZZZZZZ9.
001890 01  MSG-LINE                PIC X(80).
001900
001910 PROCEDURE DIVISION.
001920 0000-MAINLINE.
001930     MOVE 0 TO RETURN-CODE.
001940     PERFORM 1000-GET-PARAMETERS.
001950     PERFORM 1500-OPEN-FILES.
001960     PERFORM 2000-READ-NEXT-LEDGER.
001970     PERFORM 3000-PROCESS-LEDGER UNTIL NLG-STATUS-EOF.
001980     IF NIGHT-DATE NOT = SPACES
001990         PERFORM 4000-PRINT-CHAIN-LINE
002000     END-IF.
002010     PERFORM 5000-PRINT-STEP-SUMMARY.
002020     PERFORM 6000-PRINT-TOTALS.
002030     CLOSE STEP-LEDGER-FILE.
002040     CLOSE WINDOW-RPT.
002050     STOP RUN.
002060
002070*****************************************************************
002080*    1000-GET-PARAMETERS
002090*    ASKS FOR THE FIRST AND LAST BUSINESS DATE TO REPORT AND THE
002100*    OVERRUN PERCENTAGE. A BLANK LAST DATE REPORTS THE FIRST DATE
002110*    ALONE; A BLANK PERCENTAGE TAKES THE STANDARD ONE.
002120*****************************************************************
002130 1000-GET-PARAMETERS.
002140     DISPLAY "ENTER FIRST DATE TO REPORT (YYYYMMDD):".
002150     ACCEPT FROM-DATE.
002160     DISPLAY "ENTER LAST DATE (YYYYMMDD) OR BLANK FOR ONE DAY:".
002170     ACCEPT TO-DATE.
002180     IF TO-DATE = SPACES
002190         MOVE FROM-DATE TO TO-DATE
002200     END-IF.
002210     IF FROM-DATE NOT NUMERIC OR TO-DATE NOT NUMERIC
002220         DISPLAY "DATES MUST BE YYYYMMDD - RUN CANCELLED"
002230         MOVE 8 TO RETURN-CODE
002240         STOP RUN
002250     END-IF.
002260     IF TO-DATE < FROM-DATE
002270         DISPLAY "LAST DATE IS BEFORE FIRST DATE - RUN CANCELLED"
002280         MOVE 8 TO RETURN-CODE
002290         STOP RUN
002300     END-IF.
002310     DISPLAY "OVERRUN PERCENTAGE OVER AVERAGE OR BLANK FOR "
002320         OVERRUN-PERCENT ":".
002330     ACCEPT PERCENT-ENTRY.
002340     IF PERCENT-ENTRY NOT = SPACES
002350         IF PERCENT-DIGITS NUMERIC
002360             MOVE PERCENT-DIGITS TO OVERRUN-PERCENT
002370         ELSE
002380             DISPLAY "PERCENTAGE MUST BE THREE DIGITS, E.G. 025"
002390                 " - RUN CANCELLED"
002400             MOVE 8 TO RETURN-CODE
002410             STOP RUN
002420         END-IF
002430     END-IF.
002440
002450 1500-OPEN-FILES.
002460     OPEN INPUT STEP-LEDGER-FILE.
002470     IF NOT NLG-STATUS-OK
002480         DISPLAY "NO STEP LEDGER ON FILE - STATUS "
002490             NLG-FILE-STATUS
002500         MOVE 8 TO RETURN-CODE
002510         STOP RUN
002520     END-IF.
002530     OPEN OUTPUT WINDOW-RPT.
002540     MOVE FROM-DATE       TO HDR-FROM-DATE.
002550     MOVE TO-DATE         TO HDR-TO-DATE.
002560     MOVE OVERRUN-PERCENT TO HDR-PERCENT.
002570     MOVE HDR-LINE-1 TO WINDOW-LINE.
002580     WRITE WINDOW-LINE.
002590     MOVE HDR-LINE-2 TO WINDOW-LINE.
002600     WRITE WINDOW-LINE.
002610
002620 2000-READ-NEXT-LEDGER.
002630     READ STEP-LEDGER-FILE
002640         AT END
002650             SET NLG-STATUS-EOF TO TRUE
002660         NOT AT END
002670             ADD 1 TO LEDGER-RECORDS-READ
002672             IF NLG-DATE NOT NUMERIC
002674                 OR NLG-RETURN-CODE NOT NUMERIC
002676                 OR NOT (NLG-COMPLETED OR NLG-FAILED
002678                     OR NLG-SKIPPED)
002680                 PERFORM 2100-REFUSE-OLD-LEDGER
002682             END-IF
002684     END-READ.
002686
002688*****************************************************************
002690*    2100-REFUSE-OLD-LEDGER
002692*    THE LEDGER IS FIXED-LENGTH, SO ONE STILL IN THE LAYOUT FROM
002694*    BEFORE THE STEP TIMES WERE ADDED READS AS NONSENSE RATHER
002696*    THAN FAILING. NOTHING IS REPORTED FROM IT; GUESSNLC
002698*    CONVERTS IT.
002700*****************************************************************
002702 2100-REFUSE-OLD-LEDGER.
002704     DISPLAY "STEP LEDGER GUESSNLG IS NOT IN THE CURRENT LAYOUT"
002706         " - RUN CANCELLED".
002708     DISPLAY "RENAME IT GUESSNLO AND RUN GUESSNLC TO CONVERT IT".
002710     CLOSE STEP-LEDGER-FILE.
002712     CLOSE WINDOW-RPT.
002714     MOVE 8 TO RETURN-CODE.
002716     STOP RUN.
002717
002718*****************************************************************
002719*    3000-PROCESS-LEDGER
002720*    EVERY TIMED RECORD UP TO THE LAST DATE FEEDS ITS STEP'S
002730*    ROLLING AVERAGE - ONLY COMPLETED RUNS, SINCE A FAILED
002740*    ATTEMPT STOPS SHORT. RECORDS INSIDE THE RANGE ARE PRINTED
002750*    AGAINST THE AVERAGE AS IT STOOD BEFORE THEM. A RECORD
002752*    GUESSNLC CARRIED OVER FROM BEFORE THE STEPS WERE TIMED HAS
002754*    NO START OR END AND IS COUNTED UNTIMED.
002760*****************************************************************
002770 3000-PROCESS-LEDGER.
002780     IF NLG-DATE > TO-DATE
002790         ADD 1 TO RECORDS-AFTER-RANGE
002800     ELSE
002810         IF NLG-START-DATE NUMERIC AND NLG-END-DATE NUMERIC
002820             AND NLG-START-TIME NUMERIC AND NLG-END-TIME NUMERIC
002830             PERFORM 3100-TIME-ONE-RECORD
002840         ELSE
002850             ADD 1 TO UNTIMED-RECORDS
002860         END-IF
002870     END-IF.
002880     PERFORM 2000-READ-NEXT-LEDGER.
002890
002900 3100-TIME-ONE-RECORD.
002910     MOVE NLG-START-TIME TO TIME-OF-DAY.
002920     PERFORM 8000-TIME-TO-SECONDS.
002930     MOVE TOD-SECONDS TO START-SECONDS.
002940     MOVE NLG-END-TIME TO TIME-OF-DAY.
002950     PERFORM 8000-TIME-TO-SECONDS.
002960     MOVE TOD-SECONDS TO END-SECONDS.
002970     IF NLG-END-DATE = NLG-START-DATE
002980         COMPUTE ELAPSED-SECONDS = END-SECONDS - START-SECONDS
002990     ELSE
003000         COMPUTE ELAPSED-SECONDS =
003010             END-SECONDS + 86400 - START-SECONDS
003020     END-IF.
003030     PERFORM 3200-FIND-STEP.
003040     IF STEP-FOUND
003050         PERFORM 3300-GET-ROLLING-AVERAGE
003060         IF NLG-DATE < FROM-DATE
003070             ADD 1 TO RECORDS-BEFORE-RANGE
003080         ELSE
003090             PERFORM 3400-REPORT-ONE-RECORD
003100         END-IF
003110         IF NLG-COMPLETED
003120             PERFORM 3500-ADD-TO-HISTORY
003130         END-IF
003140     END-IF.
003150
003160*****************************************************************
003170*    3200-FIND-STEP
003180*    LOOKS THE STEP UP IN THE STEP TABLE, ADDING IT THE FIRST
003190*    TIME IT IS SEEN.
003200*****************************************************************
003210 3200-FIND-STEP.
003220     MOVE "N" TO STEP-FOUND-SW.
003230     PERFORM 3210-CHECK-ONE-STEP
003240         VARYING STEP-IDX FROM 1 BY 1
003250         UNTIL STEP-IDX > STEP-TABLE-COUNT OR STEP-FOUND.
003260     IF STEP-FOUND
003270         SUBTRACT 1 FROM STEP-IDX
003280     ELSE
003290         IF STEP-TABLE-COUNT < STEP-TABLE-MAX
003300             ADD 1 TO STEP-TABLE-COUNT
003310             MOVE STEP-TABLE-COUNT TO STEP-IDX
003320             MOVE NLG-STEP TO STEP-NAME (STEP-IDX)
003330             MOVE 0 TO STEP-HISTORY-COUNT (STEP-IDX)
003340             MOVE 1 TO STEP-NEXT-SLOT (STEP-IDX)
003350             MOVE 0 TO STEP-RANGE-RUNS (STEP-IDX)
003360             MOVE 0 TO STEP-RANGE-SECONDS (STEP-IDX)
003370             MOVE 0 TO STEP-RANGE-OVERRUNS (STEP-IDX)
003380             MOVE 0 TO STEP-RANGE-FAILS (STEP-IDX)
003390             SET STEP-FOUND TO TRUE
003400         ELSE
003410             DISPLAY "STEP TABLE FULL - " NLG-STEP " NOT REPORTED"
003420             ADD 1 TO UNTIMED-RECORDS
003430         END-IF
003440     END-IF.
003450
003460 3210-CHECK-ONE-STEP.
003470     IF STEP-NAME (STEP-IDX) = NLG-STEP
003480         SET STEP-FOUND TO TRUE
003490     END-IF.
003500
003510 3300-GET-ROLLING-AVERAGE.
003520     MOVE 0 TO HISTORY-SECONDS.
003530     MOVE 0 TO AVERAGE-SECONDS.
003540     PERFORM 3310-ADD-ONE-SLOT
003550         VARYING SLOT-IDX FROM 1 BY 1
003560         UNTIL SLOT-IDX > STEP-HISTORY-COUNT (STEP-IDX).
003570     IF STEP-HISTORY-COUNT (STEP-IDX) > 0
003580         COMPUTE AVERAGE-SECONDS ROUNDED =
003590             HISTORY-SECONDS / STEP-HISTORY-COUNT (STEP-IDX)
003600     END-IF.
003610
003620 3310-ADD-ONE-SLOT.
003630     ADD STEP-HISTORY (STEP-IDX SLOT-IDX) TO HISTORY-SECONDS.
003640
003650*****************************************************************
003660*    3400-REPORT-ONE-RECORD
003670*    PRINTS ONE STEP ATTEMPT IN THE RANGE, STARTING A NEW NIGHT
003680*    WHEN THE BUSINESS DATE CHANGES. A COMPLETED RUN IS AN
003690*    OVERRUN WHEN IT TOOK MORE THAN THE OVERRUN PERCENTAGE OVER
003700*    ITS ROLLING AVERAGE; A STEP WITH NO HISTORY YET HAS NONE.
003705*    A STEP SKIPPED ON A CLOSED DATE IS SHOWN BUT NOT TIMED.
003710*****************************************************************
003720 3400-REPORT-ONE-RECORD.
003730     IF NLG-DATE NOT = NIGHT-DATE
003740         IF NIGHT-DATE NOT = SPACES
003750             PERFORM 4000-PRINT-CHAIN-LINE
003760         END-IF
003770         PERFORM 3450-START-NIGHT
003780     END-IF.
003790     ADD 1 TO RECORDS-IN-RANGE.
003800     ADD 1 TO NIGHT-STEPS.
003810     ADD ELAPSED-SECONDS TO NIGHT-STEP-SECONDS.
003820     MOVE NLG-END-DATE TO NIGHT-LAST-DATE.
003830     MOVE END-SECONDS  TO NIGHT-LAST-SECONDS.
003840     MOVE "N" TO OVERRUN-SW.
003850     MOVE SPACES TO DTL-OUTCOME.
003860     EVALUATE TRUE
003865         WHEN NLG-FAILED
003870             ADD 1 TO NIGHT-FAILS
003875             ADD 1 TO FAILS-IN-RANGE
003880             ADD 1 TO STEP-RANGE-FAILS (STEP-IDX)
003885             MOVE "FAILED" TO DTL-OUTCOME
003890         WHEN NLG-SKIPPED
003895             ADD 1 TO SKIPS-IN-RANGE
003900             MOVE "SKIPPED - CLOSED DATE" TO DTL-OUTCOME
003905         WHEN OTHER
003910             ADD 1 TO STEP-RANGE-RUNS (STEP-IDX)
003915             ADD ELAPSED-SECONDS TO STEP-RANGE-SECONDS (STEP-IDX)
003920             IF AVERAGE-SECONDS > 0
003925                 AND ELAPSED-SECONDS * 100 >
003930                     AVERAGE-SECONDS * (100 + OVERRUN-PERCENT)
003935                 SET STEP-OVERRAN TO TRUE
003940             END-IF
003945     END-EVALUATE.
004000     IF STEP-OVERRAN
004010         ADD 1 TO OVERRUNS-IN-RANGE
004020         ADD 1 TO STEP-RANGE-OVERRUNS (STEP-IDX)
004030         COMPUTE OVER-PERCENT =
004040             (ELAPSED-SECONDS - AVERAGE-SECONDS) * 100
004050             / AVERAGE-SECONDS
004060         MOVE OVER-PERCENT TO OVER-PERCENT-EDIT
004070         STRING "** OVERRUN " OVER-PERCENT-EDIT "%"
004080             DELIMITED BY SIZE INTO DTL-OUTCOME
004090     END-IF.
004100     MOVE NLG-DATE TO DTL-DATE.
004110     MOVE NLG-STEP TO DTL-STEP.
004120     MOVE NLG-START-TIME TO TIME-OF-DAY.
004130     MOVE TOD-HH TO DUR-HH.
004140     MOVE TOD-MM TO DUR-MM.
004150     MOVE TOD-SS TO DUR-SS.
004160     MOVE DURATION-TEXT TO DTL-STARTED.
004170     MOVE ELAPSED-SECONDS TO DURATION-SECONDS.
004180     PERFORM 8100-FORMAT-DURATION.
004190     MOVE DURATION-TEXT TO DTL-ELAPSED.
004200     IF STEP-HISTORY-COUNT (STEP-IDX) > 0
004210         MOVE AVERAGE-SECONDS TO DURATION-SECONDS
004220         PERFORM 8100-FORMAT-DURATION
004230         MOVE DURATION-TEXT TO DTL-AVERAGE
004240     ELSE
004250         MOVE "NONE YET" TO DTL-AVERAGE
004260     END-IF.
004270     MOVE NLG-RETURN-CODE TO DTL-RC.
004280     MOVE DTL-LINE TO WINDOW-LINE.
004290     WRITE WINDOW-LINE.
004300
004310 3450-START-NIGHT.
004320     MOVE NLG-DATE       TO NIGHT-DATE.
004330     MOVE NLG-START-DATE TO NIGHT-FIRST-DATE.
004340     MOVE START-SECONDS  TO NIGHT-FIRST-SECONDS.
004350     MOVE 0 TO NIGHT-STEP-SECONDS.
004360     MOVE 0 TO NIGHT-STEPS.
004370     MOVE 0 TO NIGHT-FAILS.
004380     ADD 1 TO NIGHTS-IN-RANGE.
004390
004400*****************************************************************
004410*    3500-ADD-TO-HISTORY
004420*    PUTS A COMPLETED RUN INTO ITS STEP'S RING, REPLACING THE
004430*    OLDEST ONCE THE RING IS FULL.
004440*****************************************************************
004450 3500-ADD-TO-HISTORY.
004460     MOVE STEP-NEXT-SLOT (STEP-IDX) TO SLOT-IDX.
004470     MOVE ELAPSED-SECONDS TO STEP-HISTORY (STEP-IDX SLOT-IDX).
004480     IF STEP-HISTORY-COUNT (STEP-IDX) < ROLLING-NIGHTS
004490         ADD 1 TO STEP-HISTORY-COUNT (STEP-IDX)
004500     END-IF.
004510     IF SLOT-IDX < ROLLING-NIGHTS
004520         ADD 1 TO STEP-NEXT-SLOT (STEP-IDX)
004530     ELSE
004540         MOVE 1 TO STEP-NEXT-SLOT (STEP-IDX)
004550     END-IF.
004560
004570*****************************************************************
004580*    4000-PRINT-CHAIN-LINE
004590*    CLOSES A NIGHT WITH ITS STEP COUNT, FAILURES, THE TIME ITS
004600*    STEPS TOOK BETWEEN THEM, AND ITS WINDOW - FIRST STEP START
004610*    TO LAST STEP END, RERUNS INCLUDED.
004620*****************************************************************
004630 4000-PRINT-CHAIN-LINE.
004640     IF NIGHT-LAST-DATE = NIGHT-FIRST-DATE
004650         COMPUTE NIGHT-WINDOW-SECONDS =
004660             NIGHT-LAST-SECONDS - NIGHT-FIRST-SECONDS
004670     ELSE
004680         COMPUTE NIGHT-WINDOW-SECONDS =
004690             NIGHT-LAST-SECONDS + 86400 - NIGHT-FIRST-SECONDS
004700     END-IF.
004710     MOVE NIGHT-STEPS TO CHN-STEPS.
004720     MOVE NIGHT-FAILS TO CHN-FAILS.
004730     MOVE NIGHT-STEP-SECONDS TO DURATION-SECONDS.
004740     PERFORM 8100-FORMAT-DURATION.
004750     MOVE DURATION-TEXT TO CHN-STEP-TIME.
004760     MOVE NIGHT-WINDOW-SECONDS TO DURATION-SECONDS.
004770     PERFORM 8100-FORMAT-DURATION.
004780     MOVE DURATION-TEXT TO CHN-WINDOW.
004790     MOVE CHAIN-LINE TO WINDOW-LINE.
004800     WRITE WINDOW-LINE.
004810     MOVE SPACES TO WINDOW-LINE.
004820     WRITE WINDOW-LINE.
004830
004840*****************************************************************
004850*    5000-PRINT-STEP-SUMMARY
004860*    ONE LINE PER STEP: COMPLETED RUNS IN THE RANGE AND THEIR
004870*    AVERAGE, THE ROLLING AVERAGE AS OF THE LAST DATE, AND HOW
004880*    MANY RUNS OVERRAN OR FAILED.
004890*****************************************************************
004900 5000-PRINT-STEP-SUMMARY.
004910     MOVE SPACES TO WINDOW-LINE.
004920     WRITE WINDOW-LINE.
004930     MOVE SUM-HDR-LINE TO WINDOW-LINE.
004940     WRITE WINDOW-LINE.
004950     PERFORM 5100-PRINT-ONE-STEP
004960         VARYING STEP-IDX FROM 1 BY 1
004970         UNTIL STEP-IDX > STEP-TABLE-COUNT.
004980
004990 5100-PRINT-ONE-STEP.
005000     MOVE STEP-NAME (STEP-IDX)           TO SUM-STEP.
005010     MOVE STEP-RANGE-RUNS (STEP-IDX)     TO SUM-RUNS.
005020     MOVE STEP-RANGE-OVERRUNS (STEP-IDX) TO SUM-OVERRUNS.
005030     MOVE STEP-RANGE-FAILS (STEP-IDX)    TO SUM-FAILS.
005040     IF STEP-RANGE-RUNS (STEP-IDX) > 0
005050         COMPUTE DURATION-SECONDS ROUNDED =
005060             STEP-RANGE-SECONDS (STEP-IDX)
005070             / STEP-RANGE-RUNS (STEP-IDX)
005080         PERFORM 8100-FORMAT-DURATION
005090         MOVE DURATION-TEXT TO SUM-RANGE-AVG
005100     ELSE
005110         MOVE SPACES TO SUM-RANGE-AVG
005120     END-IF.
005130     PERFORM 3300-GET-ROLLING-AVERAGE.
005140     IF STEP-HISTORY-COUNT (STEP-IDX) > 0
005150         MOVE AVERAGE-SECONDS TO DURATION-SECONDS
005160         PERFORM 8100-FORMAT-DURATION
005170         MOVE DURATION-TEXT TO SUM-ROLLING
005180     ELSE
005190         MOVE SPACES TO SUM-ROLLING
005200     END-IF.
005210     MOVE SUM-LINE TO WINDOW-LINE.
005220     WRITE WINDOW-LINE.
005230
005240*****************************************************************
005250*    6000-PRINT-TOTALS
005260*    THE CONTROL LINE PROVES EVERY LEDGER RECORD READ WAS
005270*    EITHER REPORTED, BEFORE OR AFTER THE RANGE, OR UNTIMED -
005275*    CONVERTED FROM BEFORE THE STEPS WERE TIMED, OR FOR A STEP
005276*    THE STEP TABLE HAD NO ROOM LEFT FOR.
005280*****************************************************************
005290 6000-PRINT-TOTALS.
005300     MOVE SPACES TO WINDOW-LINE.
005310     WRITE WINDOW-LINE.
005320     MOVE "LEDGER RECORDS READ"          TO TOT-LABEL.
005330     MOVE LEDGER-RECORDS-READ            TO TOT-VALUE.
005340     PERFORM 6100-PRINT-ONE-TOTAL.
005350     MOVE "STEP RUNS IN RANGE"           TO TOT-LABEL.
005360     MOVE RECORDS-IN-RANGE               TO TOT-VALUE.
005370     PERFORM 6100-PRINT-ONE-TOTAL.
005380     MOVE "BEFORE THE RANGE (AVERAGES)"  TO TOT-LABEL.
005390     MOVE RECORDS-BEFORE-RANGE           TO TOT-VALUE.
005400     PERFORM 6100-PRINT-ONE-TOTAL.
005410     MOVE "AFTER THE RANGE"              TO TOT-LABEL.
005420     MOVE RECORDS-AFTER-RANGE            TO TOT-VALUE.
005430     PERFORM 6100-PRINT-ONE-TOTAL.
005440     MOVE "UNTIMED RECORDS SKIPPED"      TO TOT-LABEL.
005450     MOVE UNTIMED-RECORDS                TO TOT-VALUE.
005460     PERFORM 6100-PRINT-ONE-TOTAL.
005470     MOVE "NIGHTS IN RANGE"              TO TOT-LABEL.
005480     MOVE NIGHTS-IN-RANGE                TO TOT-VALUE.
005490     PERFORM 6100-PRINT-ONE-TOTAL.
005500     MOVE "FAILED ATTEMPTS"              TO TOT-LABEL.
005510     MOVE FAILS-IN-RANGE                 TO TOT-VALUE.
005520     PERFORM 6100-PRINT-ONE-TOTAL.
005522     MOVE "SKIPPED ON CLOSED DATES"      TO TOT-LABEL.
005524     MOVE SKIPS-IN-RANGE                 TO TOT-VALUE.
005526     PERFORM 6100-PRINT-ONE-TOTAL.
005530     MOVE "RUNS OVER AVERAGE"            TO TOT-LABEL.
005540     MOVE OVERRUNS-IN-RANGE              TO TOT-VALUE.
005550     PERFORM 6100-PRINT-ONE-TOTAL.
005560     COMPUTE RECORDS-ACCOUNTED = RECORDS-IN-RANGE
005570         + RECORDS-BEFORE-RANGE + RECORDS-AFTER-RANGE
005580         + UNTIMED-RECORDS.
005590     MOVE SPACES TO MSG-LINE.
005600     IF RECORDS-ACCOUNTED = LEDGER-RECORDS-READ
005610         STRING "CONTROL: " LEDGER-RECORDS-READ " READ = "
005620             RECORDS-ACCOUNTED " ACCOUNTED FOR - IN BALANCE"
005630             DELIMITED BY SIZE INTO MSG-LINE
005640     ELSE
005650         STRING "CONTROL: " LEDGER-RECORDS-READ " READ, "
005660             RECORDS-ACCOUNTED " ACCOUNTED FOR - OUT OF BALANCE"
005670             DELIMITED BY SIZE INTO MSG-LINE
005680         MOVE 8 TO RETURN-CODE
005690     END-IF.
005700     MOVE MSG-LINE TO WINDOW-LINE.
005710     WRITE WINDOW-LINE.
005720     IF RECORDS-IN-RANGE = 0
005730         MOVE "NO STEP RUNS ON THE LEDGER FOR THESE DATES"
005740             TO MSG-LINE
005750         MOVE MSG-LINE TO WINDOW-LINE
005760         WRITE WINDOW-LINE
005770     END-IF.
005780
005790 6100-PRINT-ONE-TOTAL.
005800     MOVE TOT-LINE TO WINDOW-LINE.
005810     WRITE WINDOW-LINE.
005820
005830 8000-TIME-TO-SECONDS.
005840     COMPUTE TOD-SECONDS = TOD-HH * 3600 + TOD-MM * 60 + TOD-SS.
005850
005860 8100-FORMAT-DURATION.
005870     DIVIDE DURATION-SECONDS BY 3600 GIVING DUR-HH
005880         REMAINDER DURATION-WORK.
005890     DIVIDE DURATION-WORK BY 60 GIVING DUR-MM
005900         REMAINDER DUR-SS.
