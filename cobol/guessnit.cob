000197*                    EMPTIES THE CONTROL, SO A STANDALONE STEP
000198*                    RUN PROMPTS AGAIN INSTEAD OF SILENTLY
000199*                    TAKING LAST NIGHT'S DATE.
000200*    2026-10-15 RAZ  ADDED GUESSDCR, THE DAILY CHALLENGE REPORT,
000201*                    AND GUESSCHG, WHICH WRITES THE COMING
000202*                    WEEK'S CHALLENGE SECRETS, AS CHAIN STEPS
000203*                    FIVE AND SIX. THE STEP COUNT NOW LIVES IN
000204*                    STEP-COUNT INSTEAD OF BEING WRITTEN INTO
000205*                    EVERY LOOP.
000206*    2026-10-15 RAZ  ADDED GUESSSPD, THE SUSPICIOUS-PLAY SCREEN
000207*                    THAT FEEDS THE GUESSRVQ REVIEW QUEUE, AS
000208*                    CHAIN STEP SEVEN.
000209*    2026-10-15 RAZ  ADDED GUESSSLV, THE SEAL VERIFIER, AS CHAIN
000210*                    STEP EIGHT. IT PROVES THE PRIOR BUSINESS
000211*                    DAY'S SEALED LOG GENERATION UNCHANGED.
000212*    2026-10-15 RAZ  ADDED GUESSPAG, THE PENDING-CHANGES AGING
000213*                    STEP THAT EXPIRES STALE VOID AND CORRECTION
000214*                    REQUESTS, AS CHAIN STEP NINE. STEP
000215*                    SUBSCRIPTS WIDENED TO TWO DIGITS.
000216*    2026-10-15 RAZ  EVERY STEP ATTEMPT, FAILED OR NOT, NOW GOES
000217*                    TO THE LEDGER WITH ITS START AND END DATE
000218*                    AND TIME, RETURN CODE, AND RESULT - LAYOUT
000219*                    MOVED TO GUESSNLG.CPY FOR THE GUESSWIN
000220*                    BATCH-WINDOW REPORT. ONLY A COMPLETED
000221*                    RECORD MARKS A STEP DONE. A NIGHT STILL
000222*                    RUNNING PAST CHAIN-CUTOFF-TIME STOPS AFTER
000223*                    THE STEP IN HAND WITH RETURN CODE 4.
000224*    2026-10-15 RAZ  THE BUSINESS DATE IS LOOKED UP ON THE
000225*                    GUESSCAL CALENDAR. ON A CLOSED DATE THE
000226*                    FREE-PLAY STEPS GUESSRPT AND GUESSSEA ARE
000227*                    SKIPPED, AND SO ARE GUESSEOD AND GUESSREC
000228*                    WHEN NO DAILY CHALLENGE WAS PLAYED TO LOG.
000229*                    EACH SKIP IS DISPLAYED WITH ITS REASON AND
000230*                    GOES TO THE LEDGER AS RESULT S.
000231*    2026-10-15 RAZ  THE CUTOFF IS NOW A FIXED POINT - THE CUTOFF
000232*                    TIME ON THE MORNING AFTER THE BUSINESS DATE -
000233*                    CHECKED BEFORE THE FIRST STEP AS WELL AS
000234*                    AFTER EACH ONE, SO A LATE START OR A LATE
000235*                    RERUN NO LONGER GETS A FRESH WINDOW. THE
000236*                    OPERATOR IS OFFERED THE CUTOFF TIME EACH RUN
000237*                    INSTEAD OF IT BEING FIXED IN THE PROGRAM.
000238*    2026-10-15 RAZ  A LEDGER STILL IN THE UNTIMED LAYOUT IS
000239*                    REFUSED WITH RETURN CODE 8 BEFORE ANY STEP
000240*                    RUNS; GUESSNLC CONVERTS IT.
000241*****************************************************************
000242
000243 ENVIRONMENT DIVISION.
000244 INPUT-OUTPUT SECTION.
000245 FILE-CONTROL.
000250     SELECT CHAIN-DATE-FILE ASSIGN TO "GUESSBDT"
000260         ORGANIZATION IS SEQUENTIAL
000270         FILE STATUS IS BDT-FILE-STATUS.
000290     SELECT STEP-LEDGER-FILE ASSIGN TO "GUESSNLG"
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS NLG-FILE-STATUS.
000311
000312     SELECT CALENDAR-FILE ASSIGN TO "GUESSCAL"
000313         ORGANIZATION IS INDEXED
000314         ACCESS MODE IS RANDOM
000315         RECORD KEY IS CAL-DATE
000316         FILE STATUS IS CAL-FILE-STATUS.
000317
000318     SELECT DAY-LOG-FILE ASSIGN USING LOG-FILE-NAME
000319         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS LOG-FILE-STATUS.
000321
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  CHAIN-DATE-FILE.
000360 COPY GUESSBDT.
000370
000380 FD  STEP-LEDGER-FILE.
000390 COPY GUESSNLG.
000392
000395 FD  CALENDAR-FILE.
000400 COPY GUESSCAL.
000405
000410 FD  DAY-LOG-FILE.
000415 01  DAY-LOG-CHECK-REC       PIC X(40).
000420
000430 WORKING-STORAGE SECTION.
000440 01  BDT-FILE-STATUS         PIC XX.
000470     88 NLG-STATUS-OK            VALUE "00".
000480     88 NLG-STATUS-NOT-FOUND     VALUE "35".
000490     88 NLG-STATUS-EOF           VALUE "10".
000491 01  CAL-FILE-STATUS         PIC XX.
000492     88 CAL-STATUS-OK            VALUE "00".
000493 01  LOG-FILE-STATUS         PIC XX.
000494     88 LOG-STATUS-OK            VALUE "00".
000495 01  LOG-FILE-NAME           PIC X(12) VALUE SPACES.
000500
000510 01  NIGHT-BUSINESS-DATE     PIC X(08).
000520 01  DATE-OVERRIDE           PIC X(08) VALUE SPACES.
000522 01  PRIOR-CHAIN-DATE        PIC X(08) VALUE SPACES.
000524 01  RESUME-SW               PIC X VALUE "N".
000526     88 RESUMING-PRIOR-CHAIN     VALUE "Y".
000528 01  STEPS-DONE-COUNT        PIC 99.
000530
000540 01  STEP-NAME-VALUES.
000550     05 FILLER               PIC X(32) VALUE
000552         "GUESSEODGUESSRECGUESSRPTGUESSSEA".
000554     05 FILLER               PIC X(32) VALUE
000556         "GUESSDCRGUESSCHGGUESSSPDGUESSSLV".
000557     05 FILLER               PIC X(08) VALUE "GUESSPAG".
000560 01  STEP-NAME-TABLE REDEFINES STEP-NAME-VALUES.
000570     05 STEP-NAME            PIC X(08) OCCURS 9 TIMES.
000575 01  STEP-COUNT              PIC 99 VALUE 9.
000576*    WHAT EACH STEP NEEDS ON A CLOSED DATE, IN STEP ORDER:
000577*    F - FREE PLAY, SKIPPED; L - THE DAY'S LOG GENERATION,
000578*    SKIPPED WHEN NONE WAS WRITTEN; A - ALWAYS RUN.
000579 01  STEP-CLASS-VALUES       PIC X(09) VALUE "LLFFAAAAA".
000580 01  STEP-CLASS-TABLE REDEFINES STEP-CLASS-VALUES.
000581     05 STEP-CLASS           PIC X OCCURS 9 TIMES.
000582 01  DAY-CLOSED-SW           PIC X VALUE "N".
000583     88 DAY-IS-CLOSED            VALUE "Y".
000584 01  DAY-LOG-SW              PIC X VALUE "N".
000585     88 DAY-LOG-ON-FILE          VALUE "Y".
000586 01  CLOSED-DAY-DESC         PIC X(30) VALUE SPACES.
000587 01  STEP-SKIP-SW            PIC X VALUE "N".
000588     88 SKIP-THIS-STEP           VALUE "Y".
000589 01  STEP-SKIP-REASON        PIC X(30) VALUE SPACES.
000590 01  STEP-DONE-TABLE.
000591     05 STEP-DONE-SW         PIC X OCCURS 9 TIMES.
000600 01  STEP-IDX                PIC 99.
000610 01  SCAN-IDX                PIC 99.
000620 01  CHAIN-FAILED-SW         PIC X VALUE "N".
000630     88 CHAIN-FAILED             VALUE "Y".
000640 01  STEP-RETURN-CODE        PIC S9(4).
000641
000642*    THE CHAIN STOPS, WITH RETURN CODE 4, ONCE THE CLOCK PASSES
000643*    THIS TIME (HHMM) ON THE MORNING AFTER THE BUSINESS DATE. IT
000644*    IS CHECKED BEFORE THE FIRST STEP AND AFTER EVERY STEP, SO A
000645*    CHAIN STARTED OR RERUN PAST IT RUNS NOTHING MORE. THE
000646*    OPERATOR IS OFFERED THIS STANDARD TIME AT THE START OF EVERY
000647*    RUN AND MAY KEY ANOTHER; 9999 TURNS THE CHECK OFF.
000648 01  CHAIN-CUTOFF-TIME       PIC 9(4) VALUE 0600.
000649     88 NO-CHAIN-CUTOFF          VALUE 9999.
000650 01  CHAIN-CUTOFF-PARTS REDEFINES CHAIN-CUTOFF-TIME.
000651     05 CUTOFF-HH            PIC 99.
000652     05 CUTOFF-MM            PIC 99.
000653 01  CUTOFF-ENTRY            PIC X(04) VALUE SPACES.
000654 01  CUTOFF-DIGITS REDEFINES CUTOFF-ENTRY PIC 9(04).
000655 01  CUTOFF-SW               PIC X VALUE "N".
000656     88 CHAIN-PAST-CUTOFF        VALUE "Y".
000657 01  CUTOFF-STAMP.
000658     05 CUTOFF-DATE          PIC X(08).
000659     05 CUTOFF-CLOCK         PIC 9(04).
000660     05 FILLER               PIC 9(04) VALUE 0.
000661 01  STEP-START-DATE         PIC X(08).
000662 01  STEP-START-TIME         PIC 9(6).
000663 01  CLOCK-STAMP.
000664     05 CLOCK-DATE           PIC X(08).
000665     05 CLOCK-NOW.
000666         10 CLOCK-HH         PIC 99.
000667         10 CLOCK-MM         PIC 99.
000668         10 CLOCK-SS         PIC 99.
000669         10 FILLER           PIC 99.
000670     05 CLOCK-HHMMSS REDEFINES CLOCK-NOW PIC 9(6).
000671
000672 01  WORK-DATE.
000673     05 WD-YEAR              PIC 9(4).
000674     05 WD-MONTH             PIC 9(2).
000675     05 WD-DAY               PIC 9(2).
000676 01  CNV-QUOTIENT            PIC 9(7).
000677 01  CNV-REMAINDER           PIC 9(4).
000678 01  CNV-MONTH-DAYS          PIC 99.
000679 01  LEAP-SW                 PIC X VALUE "N".
000680     88 LEAP-YEAR                VALUE "Y".
000681     88 NOT-LEAP-YEAR            VALUE "N".
000682 01  MONTH-LENGTH-VALUES     PIC X(24) VALUE
000683     "312831303130313130313031".
000684 01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
000685     05 MONTH-LENGTH         PIC 99 OCCURS 12 TIMES.
000686
000687 PROCEDURE DIVISION.
000688 0000-MAINLINE.
000689     PERFORM 0500-CHECK-PRIOR-CHAIN.
000690     IF NOT RESUMING-PRIOR-CHAIN
000691         PERFORM 1000-DERIVE-DATE
000692     END-IF.
000693     PERFORM 0700-SET-CHAIN-CUTOFF.
000694     PERFORM 2000-WRITE-CHAIN-DATE.
000695     PERFORM 2500-CHECK-CALENDAR.
000700     PERFORM 3000-LOAD-LEDGER.
000705     PERFORM 4200-CHECK-CUTOFF.
000710     PERFORM 4000-RUN-ONE-STEP
000720         VARYING STEP-IDX FROM 1 BY 1
000730         UNTIL STEP-IDX > STEP-COUNT OR CHAIN-FAILED
000732             OR CHAIN-PAST-CUTOFF.
000734     PERFORM 0600-COUNT-DONE-STEPS.
000736     EVALUATE TRUE
000738         WHEN CHAIN-FAILED
000750             DISPLAY "NIGHTLY CHAIN STOPPED FOR "
000760                 NIGHT-BUSINESS-DATE
000770                 " - RERUN RESUMES AT THE FAILED STEP"
000780             MOVE 8 TO RETURN-CODE
000782         WHEN STEPS-DONE-COUNT < STEP-COUNT
000784             DISPLAY "NIGHTLY CHAIN PAST CUTOFF "
000786                 CHAIN-CUTOFF-TIME " FOR " NIGHT-BUSINESS-DATE
000788             DISPLAY "REMAINING STEPS NOT RUN"
000790                 " - RERUN RESUMES AT THE NEXT STEP"
000791             DISPLAY "A RERUN PAST THE CUTOFF NEEDS A LATER"
000792                 " CUTOFF TIME OR 9999"
000793             MOVE 4 TO RETURN-CODE
000794         WHEN CHAIN-PAST-CUTOFF
000800             DISPLAY "NIGHTLY CHAIN COMPLETE FOR "
000810                 NIGHT-BUSINESS-DATE
000812                 " - FINISHED PAST CUTOFF " CHAIN-CUTOFF-TIME
000815             PERFORM 5000-CLEAR-CHAIN-DATE
000816             MOVE 4 TO RETURN-CODE
000817         WHEN OTHER
000818             DISPLAY "NIGHTLY CHAIN COMPLETE FOR "
000819                 NIGHT-BUSINESS-DATE
000820             PERFORM 5000-CLEAR-CHAIN-DATE
000821             MOVE 0 TO RETURN-CODE
000830     END-EVALUATE.
000840     STOP RUN.
000850
000851*****************************************************************
000853*    A RERUN AFTER MIDNIGHT MUST PICK THE FAILED CHAIN BACK
000854*    UP, NOT START A FRESH ONE FOR TODAY. WHEN THE CHAIN
000855*    CONTROL STILL HOLDS A DATE WHOSE LEDGER SHOWS SOME BUT
000856*    NOT ALL OF THE STEPS DONE, THAT DATE IS RESUMED WITHOUT
000857*    ANY KEYING. A COMPLETED CHAIN EMPTIES THE CONTROL, SO A
000858*    LEFTOVER DATE HERE ALWAYS MEANS AN UNFINISHED NIGHT.
000859*****************************************************************
000874         MOVE PRIOR-CHAIN-DATE TO NIGHT-BUSINESS-DATE
000875         PERFORM 3000-LOAD-LEDGER
000876         PERFORM 0600-COUNT-DONE-STEPS
000877         IF STEPS-DONE-COUNT < STEP-COUNT
000878             SET RESUMING-PRIOR-CHAIN TO TRUE
000879             DISPLAY "UNFINISHED CHAIN FOUND FOR "
000880                 NIGHT-BUSINESS-DATE " - RESUMING IT"
000884 0600-COUNT-DONE-STEPS.
000885     MOVE 0 TO STEPS-DONE-COUNT.
000886     PERFORM 0650-COUNT-ONE-STEP
000887         VARYING STEP-IDX FROM 1 BY 1 UNTIL STEP-IDX > STEP-COUNT.
000888
000889 0650-COUNT-ONE-STEP.
000890     IF STEP-DONE-SW (STEP-IDX) = "Y"
000892     END-IF.
000893
000894*****************************************************************
000895*    0700-SET-CHAIN-CUTOFF
000896*    TAKES THE CUTOFF TIME FOR THIS RUN - THE STANDARD ONE ON A
000897*    BLANK - AND FIXES THE POINT THE CHAIN MUST STOP BY: THAT
000898*    TIME ON THE DAY AFTER THE BUSINESS DATE.
000899*****************************************************************
000900 0700-SET-CHAIN-CUTOFF.
000901     MOVE "N" TO CUTOFF-SW.
000902     DISPLAY "CHAIN CUTOFF (HHMM, 9999 FOR NONE) OR BLANK FOR "
000903         CHAIN-CUTOFF-TIME ":".
000904     ACCEPT CUTOFF-ENTRY.
000905     IF CUTOFF-ENTRY NOT = SPACES
000906         IF CUTOFF-DIGITS NUMERIC
000907             MOVE CUTOFF-DIGITS TO CHAIN-CUTOFF-TIME
000908         END-IF
000909         IF CUTOFF-DIGITS NOT NUMERIC
000910             OR (NOT NO-CHAIN-CUTOFF
000911                 AND (CUTOFF-HH > 23 OR CUTOFF-MM > 59))
000913             DISPLAY "CUTOFF MUST BE HHMM OR 9999 - RUN CANCELLED"
000914             MOVE 8 TO RETURN-CODE
000915             STOP RUN
000916         END-IF
000917     END-IF.
000918     MOVE NIGHT-BUSINESS-DATE TO WORK-DATE.
000919     PERFORM 8800-NEXT-DAY.
000920     MOVE WORK-DATE TO CUTOFF-DATE.
000921     MOVE CHAIN-CUTOFF-TIME TO CUTOFF-CLOCK.
000922     IF NOT NO-CHAIN-CUTOFF
000923         DISPLAY "CHAIN CUTOFF " CHAIN-CUTOFF-TIME
000924             " ON " CUTOFF-DATE
000925     END-IF.
000926
000927*****************************************************************
000928*    1000-DERIVE-DATE
000929*    THE BUSINESS DATE IS TODAY'S DATE, DERIVED HERE ONCE. AN
000930*    OPERATOR WHO NEEDS TO CLOSE A DIFFERENT DAY MAY KEY AN
000931*    OVERRIDE, ONCE, OR TAKE THE DERIVED DATE WITH A BLANK.
000932*****************************************************************
000933 1000-DERIVE-DATE.
000934     ACCEPT NIGHT-BUSINESS-DATE FROM DATE YYYYMMDD.
000940     DISPLAY "BUSINESS DATE " NIGHT-BUSINESS-DATE
000950         " - OVERRIDE (YYYYMMDD) OR BLANK TO ACCEPT:".
000960     ACCEPT DATE-OVERRIDE.
001300*****************************************************************
001310 3000-LOAD-LEDGER.
001320     PERFORM 3050-CLEAR-ONE-FLAG
001330         VARYING STEP-IDX FROM 1 BY 1 UNTIL STEP-IDX > STEP-COUNT.
001340     OPEN INPUT STEP-LEDGER-FILE.
001350     IF NLG-STATUS-OK
001360         PERFORM 3100-READ-NEXT-LEDGER
001450     READ STEP-LEDGER-FILE
001460         AT END
001470             SET NLG-STATUS-EOF TO TRUE
001472         NOT AT END
001474             IF NLG-DATE NOT NUMERIC
001476                 OR NLG-RETURN-CODE NOT NUMERIC
001478                 OR NOT (NLG-COMPLETED OR NLG-FAILED
001479                     OR NLG-SKIPPED)
001480                 PERFORM 3150-REFUSE-OLD-LEDGER
001481             END-IF
001482     END-READ.
001483
001484*****************************************************************
001485*    3150-REFUSE-OLD-LEDGER
001486*    THE LEDGER IS FIXED-LENGTH, SO ONE STILL IN THE LAYOUT FROM
001487*    BEFORE THE STEP TIMES WERE ADDED READS AS NONSENSE RATHER
001488*    THAN FAILING. NOTHING IS RUN ON IT; GUESSNLC CONVERTS IT.
001489*****************************************************************
001490 3150-REFUSE-OLD-LEDGER.
001491     CLOSE STEP-LEDGER-FILE.
001492     DISPLAY "STEP LEDGER GUESSNLG IS NOT IN THE CURRENT LAYOUT"
001493         " - RUN CANCELLED".
001494     DISPLAY "RENAME IT GUESSNLO AND RUN GUESSNLC TO CONVERT IT".
001495     MOVE 8 TO RETURN-CODE.
001496     STOP RUN.
001498
001500 3200-CHECK-ONE-LEDGER.
001510     IF NLG-DATE = NIGHT-BUSINESS-DATE
001515         AND (NLG-COMPLETED OR NLG-SKIPPED)
001520         PERFORM 3300-MARK-ONE-STEP
001530             VARYING SCAN-IDX FROM 1 BY 1
001535             UNTIL SCAN-IDX > STEP-COUNT
001540     END-IF.
001550     PERFORM 3100-READ-NEXT-LEDGER.
001560
001590         MOVE "Y" TO STEP-DONE-SW (SCAN-IDX)
001600     END-IF.
001610
001611*****************************************************************
001612*    2500-CHECK-CALENDAR
001613*    LOOKS THE BUSINESS DATE UP ON THE GUESSCAL CALENDAR. NO
001614*    CALENDAR FILE, OR NO RECORD FOR THE DATE, IS AN ORDINARY
001615*    OPEN DAY. A CLOSED DATE SHORTENS THE CHAIN - FREE PLAY WAS
001616*    REFUSED ALL DAY, SO ONLY DAILY CHALLENGE PLAY CAN HAVE
001617*    LOGGED ANYTHING.
001618*****************************************************************
001619 2500-CHECK-CALENDAR.
001620     MOVE "N" TO DAY-CLOSED-SW.
001621     MOVE SPACES TO CLOSED-DAY-DESC.
001622     OPEN INPUT CALENDAR-FILE.
001623     IF CAL-STATUS-OK
001624         MOVE NIGHT-BUSINESS-DATE TO CAL-DATE
001625         READ CALENDAR-FILE
001626             INVALID KEY
001627                 CONTINUE
001628             NOT INVALID KEY
001629                 EVALUATE TRUE
001630                     WHEN CAL-CLOSED
001631                         SET DAY-IS-CLOSED TO TRUE
001632                         MOVE CAL-DESCRIPTION TO CLOSED-DAY-DESC
001633                     WHEN CAL-EVENT
001634                         DISPLAY "EVENT NIGHT " CAL-DATE ": "
001635                             CAL-DESCRIPTION
001636                 END-EVALUATE
001637         END-READ
001638     END-IF.
001639     CLOSE CALENDAR-FILE.
001640     IF DAY-IS-CLOSED
001641         MOVE "N" TO DAY-LOG-SW
001642         MOVE SPACES TO LOG-FILE-NAME
001643         STRING "GLOG" NIGHT-BUSINESS-DATE
001644             DELIMITED BY SIZE INTO LOG-FILE-NAME
001645         OPEN INPUT DAY-LOG-FILE
001646         IF LOG-STATUS-OK
001647             SET DAY-LOG-ON-FILE TO TRUE
001648         END-IF
001649         CLOSE DAY-LOG-FILE
001650         DISPLAY "BUSINESS DATE " NIGHT-BUSINESS-DATE
001651             " IS CLOSED: " CLOSED-DAY-DESC
001652         DISPLAY "FREE-PLAY STEPS WILL BE SKIPPED"
001653     END-IF.
001654
001655*****************************************************************
001656*    4000-RUN-ONE-STEP
001657*    RUNS ONE STEP OF THE CHAIN UNLESS THE LEDGER SHOWS IT
001658*    ALREADY COMPLETED FOR THIS DATE. A NON-ZERO RETURN CODE
001660*    STOPS THE CHAIN WITH A FAILED LEDGER RECORD, WHICH DOES
001670*    NOT MARK THE STEP DONE, SO THE RERUN STARTS RIGHT HERE.
001672*    A CLEAN STEP IS CHECKED AGAINST THE CUTOFF BEFORE THE
001674*    NEXT ONE STARTS. ON A CLOSED DATE A STEP WITH NOTHING TO
001679*    DO IS PASSED OVER WITH A SKIPPED LEDGER RECORD INSTEAD.
001680*****************************************************************
001690 4000-RUN-ONE-STEP.
001695     PERFORM 4050-CHECK-CLOSED-DAY-STEP.
001700     EVALUATE TRUE
001701         WHEN STEP-DONE-SW (STEP-IDX) = "Y"
001710             DISPLAY STEP-NAME (STEP-IDX) " ALREADY COMPLETE FOR "
001720                 NIGHT-BUSINESS-DATE " - SKIPPED"
001721         WHEN SKIP-THIS-STEP
001722             PERFORM 4300-SKIP-ONE-STEP
001731         WHEN OTHER
001740             DISPLAY "RUNNING " STEP-NAME (STEP-IDX)
001742             PERFORM 8000-READ-CLOCK
001744             MOVE CLOCK-DATE   TO STEP-START-DATE
001746             MOVE CLOCK-HHMMSS TO STEP-START-TIME
001750             MOVE 0 TO RETURN-CODE
001760             CALL STEP-NAME (STEP-IDX)
001770             MOVE RETURN-CODE TO STEP-RETURN-CODE
001780             IF STEP-RETURN-CODE NOT = 0
001790                 DISPLAY STEP-NAME (STEP-IDX) " ENDED WITH RC "
001800                     STEP-RETURN-CODE " - CHAIN STOPPED"
001810                 SET CHAIN-FAILED TO TRUE
001815                 PERFORM 4100-WRITE-LEDGER-RECORD
001820             ELSE
001825                 MOVE "Y" TO STEP-DONE-SW (STEP-IDX)
001830                 PERFORM 4100-WRITE-LEDGER-RECORD
001835                 PERFORM 4200-CHECK-CUTOFF
001840             END-IF
001850     END-EVALUATE.
001851
001853*****************************************************************
001854*    4300-SKIP-ONE-STEP
001855*    PASSES OVER A STEP WITH NOTHING TO DO ON A CLOSED DATE,
001856*    SAYING WHY, AND LEDGERS IT AS SKIPPED SO A RERUN DOES NOT
001857*    COME BACK FOR IT.
001858*****************************************************************
001859 4300-SKIP-ONE-STEP.
001860     DISPLAY STEP-NAME (STEP-IDX) " SKIPPED - " STEP-SKIP-REASON.
001861     PERFORM 8000-READ-CLOCK.
001862     MOVE CLOCK-DATE   TO STEP-START-DATE.
001863     MOVE CLOCK-HHMMSS TO STEP-START-TIME.
001864     MOVE 0 TO STEP-RETURN-CODE.
001865     MOVE "Y" TO STEP-DONE-SW (STEP-IDX).
001866     PERFORM 4100-WRITE-LEDGER-RECORD.
001867
001868*****************************************************************
001869*    4050-CHECK-CLOSED-DAY-STEP
001870*    DECIDES WHETHER THE STEP IN HAND HAS ANYTHING TO DO ON A
001871*    CLOSED DATE, FROM ITS ENTRY IN STEP-CLASS.
001872*****************************************************************
001873 4050-CHECK-CLOSED-DAY-STEP.
001874     MOVE "N" TO STEP-SKIP-SW.
001875     MOVE SPACES TO STEP-SKIP-REASON.
001876     IF DAY-IS-CLOSED
001877         EVALUATE TRUE
001878             WHEN STEP-CLASS (STEP-IDX) = "F"
001879                 SET SKIP-THIS-STEP TO TRUE
001880                 MOVE "CLOSED DATE - NO FREE PLAY"
001881                     TO STEP-SKIP-REASON
001882             WHEN STEP-CLASS (STEP-IDX) = "L"
001883                  AND NOT DAY-LOG-ON-FILE
001884                 SET SKIP-THIS-STEP TO TRUE
001885                 MOVE "CLOSED DATE - NOTHING LOGGED"
001886                     TO STEP-SKIP-REASON
001887         END-EVALUATE
001888     END-IF.
001889
001890*****************************************************************
001891*    4100-WRITE-LEDGER-RECORD
001892*    APPENDS THE STEP JUST RUN TO THE LEDGER WITH ITS START
001893*    AND END, RETURN CODE, AND RESULT.
001894*****************************************************************
001895 4100-WRITE-LEDGER-RECORD.
001896     OPEN EXTEND STEP-LEDGER-FILE.
001897     IF NLG-STATUS-NOT-FOUND
001900         OPEN OUTPUT STEP-LEDGER-FILE
001910     ELSE
001920         IF NOT NLG-STATUS-OK
001980     END-IF.
001990     MOVE NIGHT-BUSINESS-DATE   TO NLG-DATE.
002000     MOVE STEP-NAME (STEP-IDX)  TO NLG-STEP.
002001     MOVE STEP-START-DATE       TO NLG-START-DATE.
002002     MOVE STEP-START-TIME       TO NLG-START-TIME.
002003     PERFORM 8000-READ-CLOCK.
002004     MOVE CLOCK-DATE            TO NLG-END-DATE.
002005     MOVE CLOCK-HHMMSS          TO NLG-END-TIME.
002006     MOVE STEP-RETURN-CODE      TO NLG-RETURN-CODE.
002007     EVALUATE TRUE
002008         WHEN CHAIN-FAILED
002009             SET NLG-FAILED TO TRUE
002010         WHEN SKIP-THIS-STEP
002011             SET NLG-SKIPPED TO TRUE
002012         WHEN OTHER
002013             SET NLG-COMPLETED TO TRUE
002014     END-EVALUATE.
002015     WRITE STEP-LEDGER-RECORD.
002020     CLOSE STEP-LEDGER-FILE.
002021
002022*****************************************************************
002023*    4200-CHECK-CUTOFF
002024*    STOPS THE CHAIN ONCE THE CLOCK HAS PASSED THE CUTOFF, SO
002025*    THE SHIFT LEAD HEARS ABOUT IT BEFORE PLAYERS ARRIVE RATHER
002026*    THAN FINDING A CHAIN STILL RUNNING. CALLED BEFORE THE FIRST
002027*    STEP AND AFTER EACH CLEAN ONE.
002028*****************************************************************
002029 4200-CHECK-CUTOFF.
002030     IF NOT NO-CHAIN-CUTOFF
002031         PERFORM 8000-READ-CLOCK
002032         IF CLOCK-STAMP NOT < CUTOFF-STAMP
002033             SET CHAIN-PAST-CUTOFF TO TRUE
002034             DISPLAY "CHAIN HAS RUN PAST CUTOFF "
002035                 CHAIN-CUTOFF-TIME " ON " CUTOFF-DATE
002036         END-IF
002037     END-IF.
002044
002045*****************************************************************
002050*    5000-CLEAR-CHAIN-DATE
002060*    A CLEANLY COMPLETED CHAIN EMPTIES THE CHAIN-DATE CONTROL,
002070*    SO A STANDALONE STEP RUN PROMPTS FOR ITS OWN DATE AGAIN
002100 5000-CLEAR-CHAIN-DATE.
002110     OPEN OUTPUT CHAIN-DATE-FILE.
002120     CLOSE CHAIN-DATE-FILE.
002130
002140*****************************************************************
002150*    8000-READ-CLOCK
002160*    TAKES THE WALL-CLOCK DATE AND TIME.
002180*****************************************************************
002190 8000-READ-CLOCK.
002200     ACCEPT CLOCK-DATE FROM DATE YYYYMMDD.
002210     ACCEPT CLOCK-NOW FROM TIME.
002215
002220*****************************************************************
002230*    8800-NEXT-DAY
002240*    MOVES WORK-DATE FORWARD BY ONE CALENDAR DAY, ROLLING OVER
002250*    MONTH AND YEAR BOUNDARIES AND A LEAP-YEAR FEBRUARY.
002260*****************************************************************
002270 8800-NEXT-DAY.
002280     PERFORM 8850-GET-MONTH-LENGTH.
002290     IF WD-DAY < CNV-MONTH-DAYS
002300         ADD 1 TO WD-DAY
002310     ELSE
002320         MOVE 1 TO WD-DAY
002330         IF WD-MONTH < 12
002340             ADD 1 TO WD-MONTH
002350         ELSE
002360             MOVE 1 TO WD-MONTH
002370             ADD 1 TO WD-YEAR
002380         END-IF
002390     END-IF.
002400
002410*****************************************************************
002420*    8850-GET-MONTH-LENGTH
002430*    LEAVES THE LENGTH OF WD-MONTH IN WD-YEAR IN CNV-MONTH-DAYS,
002440*    ALLOWING FOR FEBRUARY IN A LEAP YEAR.
002450*****************************************************************
002460 8850-GET-MONTH-LENGTH.
002470     MOVE MONTH-LENGTH (WD-MONTH) TO CNV-MONTH-DAYS.
002480     IF WD-MONTH = 2
002490         PERFORM 8860-CHECK-LEAP-YEAR
002500         IF LEAP-YEAR
002510             ADD 1 TO CNV-MONTH-DAYS
002520         END-IF
002530     END-IF.
002540
002550*****************************************************************
002560*    8860-CHECK-LEAP-YEAR
002570*    SETS LEAP-SW FOR WD-YEAR - DIVISIBLE BY 4 AND EITHER NOT
002580*    A CENTURY OR A CENTURY DIVISIBLE BY 400.
002590*****************************************************************
002600 8860-CHECK-LEAP-YEAR.
002610     SET NOT-LEAP-YEAR TO TRUE.
002620     DIVIDE WD-YEAR BY 4
002630         GIVING CNV-QUOTIENT REMAINDER CNV-REMAINDER.
002640     IF CNV-REMAINDER = 0
002650         DIVIDE WD-YEAR BY 100
002660             GIVING CNV-QUOTIENT REMAINDER CNV-REMAINDER
002670         IF CNV-REMAINDER NOT = 0
002680             SET LEAP-YEAR TO TRUE
002690         ELSE
002700             DIVIDE WD-YEAR BY 400
002710                 GIVING CNV-QUOTIENT REMAINDER CNV-REMAINDER
002720             IF CNV-REMAINDER = 0
002730                 SET LEAP-YEAR TO TRUE
002740             END-IF
002750         END-IF
002760     END-IF.
