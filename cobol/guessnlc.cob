000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GUESSNLC.
000030 AUTHOR.        D. RAZGARIZE.
000040 INSTALLATION.  CSCI470 GAME LAB.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    2026-10-15 RAZ  INITIAL VERSION - ONE-TIME STEP LEDGER
000100*                    CONVERSION. THE GUESSNLG RECORD GREW FROM
000110*                    THE BUSINESS DATE AND STEP NAME ALONE TO THE
000120*                    TIMED LAYOUT, AND THE FILE IS FIXED-LENGTH,
000130*                    SO A LEDGER WRITTEN BEFORE THEN CANNOT BE
000140*                    READ BY GUESSNIT OR GUESSWIN AS IT STANDS.
000150*                    THE OLD LEDGER IS RENAMED GUESSNLO AND THIS
000160*                    PROGRAM WRITES EVERY RECORD ON IT TO A NEW
000170*                    GUESSNLG: SAME DATE AND STEP, NO START OR
000180*                    END, RETURN CODE ZERO, RESULT C - THE OLD
000190*                    LEDGER ONLY EVER HELD COMPLETED STEPS. THE
000200*                    OLD FILE IS CHECKED THROUGH BEFORE ANYTHING
000210*                    IS WRITTEN, AND AN EXISTING GUESSNLG IS NEVER
000220*                    OVERWRITTEN.
000230*****************************************************************
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OLD-LEDGER-FILE ASSIGN TO "GUESSNLO"
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS NLO-FILE-STATUS.
000310
000320     SELECT STEP-LEDGER-FILE ASSIGN TO "GUESSNLG"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS NLG-FILE-STATUS.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380*    THE LEDGER RECORD AS IT WAS BEFORE THE STEP TIMES WERE ADDED.
000390 FD  OLD-LEDGER-FILE.
000400 01  OLD-LEDGER-RECORD.
000410     05  NLO-DATE            PIC X(08).
000420     05  NLO-STEP            PIC X(08).
000430
000440 FD  STEP-LEDGER-FILE.
000450 COPY GUESSNLG.
000460
000470 WORKING-STORAGE SECTION.
000480 01  NLO-FILE-STATUS         PIC XX.
000490     88 NLO-STATUS-OK            VALUE "00".
000500     88 NLO-STATUS-EOF           VALUE "10".
000510 01  NLG-FILE-STATUS         PIC XX.
000520     88 NLG-STATUS-OK            VALUE "00".
000530     88 NLG-STATUS-NOT-FOUND     VALUE "35".
000540
000550 01  OLD-RECORDS-CHECKED     PIC 9(07) VALUE 0.
000560 01  OLD-RECORDS-BAD         PIC 9(07) VALUE 0.
000570 01  OLD-RECORDS-READ        PIC 9(07) VALUE 0.
000580 01  NEW-RECORDS-WRITTEN     PIC 9(07) VALUE 0.
000590
000600 PROCEDURE DIVISION.
000610 0000-MAINLINE.
000620     MOVE 0 TO RETURN-CODE.
000630     PERFORM 1000-CHECK-NEW-LEDGER.
000640     PERFORM 2000-CHECK-OLD-LEDGER.
000650     PERFORM 3000-CONVERT-LEDGER.
000660     PERFORM 4000-PRINT-CONTROL.
000670     GOBACK.
000680
000690*****************************************************************
000700*    1000-CHECK-NEW-LEDGER
000710*    THE CONVERSION WRITES GUESSNLG FROM NOTHING. IF ONE IS
000720*    ALREADY ON FILE EITHER THE OLD LEDGER WAS NOT RENAMED OR THE
000730*    CONVERSION HAS ALREADY RUN, AND EITHER WAY IT IS LEFT ALONE.
000740*****************************************************************
000750 1000-CHECK-NEW-LEDGER.
000760     OPEN INPUT STEP-LEDGER-FILE.
000770     IF NOT NLG-STATUS-NOT-FOUND
000780         IF NLG-STATUS-OK
000790             CLOSE STEP-LEDGER-FILE
000800         END-IF
000810         DISPLAY "GUESSNLG ALREADY ON FILE - RENAME THE OLD "
000820             "LEDGER TO GUESSNLO FIRST - RUN CANCELLED"
000830         MOVE 8 TO RETURN-CODE
000840         GOBACK
000850     END-IF.
000860
000870*****************************************************************
000880*    2000-CHECK-OLD-LEDGER
000890*    READS THE OLD LEDGER THROUGH ONCE BEFORE WRITING ANYTHING.
000900*    EVERY RECORD MUST HOLD A YYYYMMDD DATE AND A STEP NAME; A
000910*    FILE THAT IS NOT AN OLD LEDGER - A NEW ONE RENAMED BY
000920*    MISTAKE, SAY - FAILS HERE AND NO GUESSNLG IS WRITTEN.
000930*****************************************************************
000940 2000-CHECK-OLD-LEDGER.
000950     OPEN INPUT OLD-LEDGER-FILE.
000960     IF NOT NLO-STATUS-OK
000970         DISPLAY "NO OLD LEDGER GUESSNLO TO CONVERT - STATUS "
000980             NLO-FILE-STATUS
000990         MOVE 8 TO RETURN-CODE
001000         GOBACK
001010     END-IF.
001020     PERFORM 2100-READ-OLD-LEDGER.
001030     PERFORM 2200-CHECK-ONE-RECORD UNTIL NLO-STATUS-EOF.
001040     CLOSE OLD-LEDGER-FILE.
001050     IF OLD-RECORDS-BAD > 0
001060         DISPLAY OLD-RECORDS-BAD " OF " OLD-RECORDS-CHECKED
001070             " GUESSNLO RECORDS ARE NOT OLD LEDGER RECORDS"
001080         DISPLAY "NOTHING CONVERTED - RUN CANCELLED"
001090         MOVE 8 TO RETURN-CODE
001100         GOBACK
001110     END-IF.
001120
001130 2100-READ-OLD-LEDGER.
001140     READ OLD-LEDGER-FILE
001150         AT END
001160             SET NLO-STATUS-EOF TO TRUE
001170     END-READ.
001180
001190 2200-CHECK-ONE-RECORD.
001200     ADD 1 TO OLD-RECORDS-CHECKED.
001210     IF NLO-DATE NOT NUMERIC OR NLO-STEP (1:5) NOT = "GUESS"
001220         ADD 1 TO OLD-RECORDS-BAD
001230         DISPLAY "BAD OLD LEDGER RECORD " OLD-RECORDS-CHECKED
001240             ": " OLD-LEDGER-RECORD
001250     END-IF.
001260     PERFORM 2100-READ-OLD-LEDGER.
001270
001280*****************************************************************
001290*    3000-CONVERT-LEDGER
001300*    WRITES EACH OLD RECORD TO THE NEW LEDGER IN THE ORDER IT WAS
001310*    WRITTEN. THE START AND END ARE LEFT BLANK - THEY WERE NEVER
001320*    TAKEN - SO GUESSWIN COUNTS THESE RECORDS AS UNTIMED, WHILE
001330*    GUESSNIT STILL SEES EACH STEP AS COMPLETED ON ITS DATE.
001340*****************************************************************
001350 3000-CONVERT-LEDGER.
001360     OPEN INPUT OLD-LEDGER-FILE.
001370     OPEN OUTPUT STEP-LEDGER-FILE.
001380     IF NOT NLG-STATUS-OK
001390         DISPLAY "ERROR OPENING STEP-LEDGER-FILE - STATUS "
001400             NLG-FILE-STATUS
001410         CLOSE OLD-LEDGER-FILE
001420         MOVE 8 TO RETURN-CODE
001430         GOBACK
001440     END-IF.
001450     PERFORM 2100-READ-OLD-LEDGER.
001460     PERFORM 3100-CONVERT-ONE-RECORD UNTIL NLO-STATUS-EOF.
001470     CLOSE OLD-LEDGER-FILE.
001480     CLOSE STEP-LEDGER-FILE.
001490
001500 3100-CONVERT-ONE-RECORD.
001510     ADD 1 TO OLD-RECORDS-READ.
001520     MOVE SPACES   TO STEP-LEDGER-RECORD.
001530     MOVE NLO-DATE TO NLG-DATE.
001540     MOVE NLO-STEP TO NLG-STEP.
001550     MOVE 0        TO NLG-RETURN-CODE.
001560     SET NLG-COMPLETED TO TRUE.
001570     WRITE STEP-LEDGER-RECORD.
001580     IF NLG-STATUS-OK
001590         ADD 1 TO NEW-RECORDS-WRITTEN
001600     ELSE
001610         DISPLAY "LEDGER WRITE FAILED - STATUS " NLG-FILE-STATUS
001620     END-IF.
001630     PERFORM 2100-READ-OLD-LEDGER.
001640
001650*****************************************************************
001660*    4000-PRINT-CONTROL
001670*    EVERY OLD RECORD READ MUST BE ON THE NEW LEDGER.
001680*****************************************************************
001690 4000-PRINT-CONTROL.
001700     IF NEW-RECORDS-WRITTEN = OLD-RECORDS-READ
001710         DISPLAY "CONTROL: " OLD-RECORDS-READ " READ = "
001720             NEW-RECORDS-WRITTEN " CONVERTED - IN BALANCE"
001730     ELSE
001740         DISPLAY "CONTROL: " OLD-RECORDS-READ " READ, "
001750             NEW-RECORDS-WRITTEN " CONVERTED - OUT OF BALANCE"
001760         MOVE 8 TO RETURN-CODE
001770     END-IF.
