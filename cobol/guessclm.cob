000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GUESSCLM.
000030 AUTHOR.        D. RAZGARIZE.
000040 INSTALLATION.  CSCI470 GAME LAB.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    2026-10-15 RAZ  INITIAL VERSION - BUSINESS CALENDAR
000100*                    MAINTENANCE. MARKS A DATE OPEN, CLOSED, OR
000110*                    AN EVENT NIGHT WITH A DESCRIPTION, REMOVES A
000120*                    DATE BACK TO AN ORDINARY OPEN DAY, AND LISTS
000130*                    A MONTH. ANY ACTIVE OPERATOR SIGNED ON
000140*                    AGAINST GUESSOPR MAY MAINTAIN IT; EVERY
000150*                    RECORD CARRIES WHO LAST CHANGED IT AND WHEN.
000160*****************************************************************
000170
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210     SELECT CALENDAR-FILE ASSIGN TO "GUESSCAL"
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS CAL-DATE
000250         FILE STATUS IS CAL-FILE-STATUS.
000260
000270     SELECT OPERATOR-MASTER-FILE ASSIGN TO "GUESSOPR"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS RANDOM
000300         RECORD KEY IS OPR-OPERATOR-ID
000310         FILE STATUS IS OPR-FILE-STATUS.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  CALENDAR-FILE.
000360 COPY GUESSCAL.
000370
000380 FD  OPERATOR-MASTER-FILE.
000390 COPY GUESSOPR.
000400
000410 WORKING-STORAGE SECTION.
000420 01  CAL-FILE-STATUS  PIC XX.
000430     88 CAL-STATUS-OK         VALUE "00".
000440     88 CAL-STATUS-NOT-FOUND  VALUE "35".
000450     88 CAL-STATUS-EOF        VALUE "10".
000460     88 CAL-STATUS-DUPLICATE  VALUE "22".
000470 01  OPR-FILE-STATUS  PIC XX.
000480     88 OPR-STATUS-OK         VALUE "00".
000490     88 OPR-STATUS-NOT-FOUND  VALUE "35".
000500
000510 01  MENU-CHOICE      PIC X VALUE SPACE.
000520     88 CHOICE-SET            VALUE "A" "a".
000530     88 CHOICE-DELETE         VALUE "D" "d".
000540     88 CHOICE-LIST           VALUE "L" "l".
000550     88 CHOICE-EXIT           VALUE "X" "x".
000560
000570 01  OPERATOR-ID      PIC X(10) VALUE SPACES.
000580 01  SIGNON-OK-SW     PIC X VALUE "N".
000590     88 SIGNED-ON             VALUE "Y".
000600 01  WORK-CAL-DATE    PIC X(08).
000610 01  WORK-DAY-TYPE    PIC X.
000620     88 WORK-TYPE-VALID       VALUE "O" "C" "E".
000630 01  WORK-DESCRIPTION PIC X(30).
000640 01  WORK-LIST-MONTH  PIC X(06).
000650 01  LIST-TO-DATE     PIC X(08).
000660 01  TODAYS-DATE      PIC X(08).
000670 01  MAINT-MESSAGE    PIC X(40) VALUE SPACES.
000680 01  LIST-COUNT       PIC 9(05) VALUE 0.
000690
000700 01  WORK-DATE.
000710     05 WD-YEAR              PIC 9(4).
000720     05 WD-MONTH             PIC 9(2).
000730     05 WD-DAY               PIC 9(2).
000740 01  CNV-QUOTIENT            PIC 9(7).
000750 01  CNV-REMAINDER           PIC 9(4).
000760 01  CNV-MONTH-DAYS          PIC 99.
000770 01  LEAP-SW                 PIC X VALUE "N".
000780     88 LEAP-YEAR                VALUE "Y".
000790     88 NOT-LEAP-YEAR            VALUE "N".
000800 01  MONTH-LENGTH-VALUES     PIC X(24) VALUE
000810     "312831303130313130313031".
000820 01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
000830     05 MONTH-LENGTH         PIC 99 OCCURS 12 TIMES.
000840 01  DATE-OK-SW              PIC X VALUE "N".
000850     88 DATE-IS-VALID            VALUE "Y".
000860
000870 SCREEN SECTION.
000880 01  SIGNON-ENTRY.
000890     05 BLANK SCREEN.
000900     05 LINE 2 COLUMN 16 VALUE "BUSINESS CALENDAR MAINTENANCE".
000910     05 LINE 5 COLUMN 10 VALUE "Operator ID:".
000920     05 LINE 5 COLUMN 23 PIC X(10) USING OPERATOR-ID.
000930     05 LINE 7 COLUMN 10 PIC X(40) FROM MAINT-MESSAGE.
000940 01  MAINT-MENU.
000950     05 BLANK SCREEN.
000960     05 LINE 2 COLUMN 16 VALUE "BUSINESS CALENDAR MAINTENANCE".
000970     05 LINE 4 COLUMN 10 VALUE "A = ADD OR CHANGE A DATE".
000980     05 LINE 5 COLUMN 10 VALUE "D = DELETE A DATE (BACK TO OPEN)".
000990     05 LINE 6 COLUMN 10 VALUE "L = LIST A MONTH".
001000     05 LINE 7 COLUMN 10 VALUE "X = EXIT".
001010     05 LINE 9 COLUMN 10 VALUE "Choice:".
001020     05 LINE 9 COLUMN 18 PIC X USING MENU-CHOICE.
001030     05 LINE 11 COLUMN 10 PIC X(40) FROM MAINT-MESSAGE.
001040 01  CAL-DATE-ENTRY.
001050     05 LINE 13 COLUMN 10 VALUE "Date (YYYYMMDD):".
001060     05 LINE 13 COLUMN 27 PIC X(08) USING WORK-CAL-DATE.
001070 01  DAY-TYPE-ENTRY.
001080     05 LINE 14 COLUMN 10 VALUE "Type (O=OPEN C=CLOSED E=EVENT):".
001090     05 LINE 14 COLUMN 42 PIC X USING WORK-DAY-TYPE.
001100 01  DESCRIPTION-ENTRY.
001110     05 LINE 15 COLUMN 10 VALUE "Description:".
001120     05 LINE 15 COLUMN 23 PIC X(30) USING WORK-DESCRIPTION.
001130 01  LIST-MONTH-ENTRY.
001140     05 LINE 13 COLUMN 10 VALUE "Month (YYYYMM):".
001150     05 LINE 13 COLUMN 26 PIC X(06) USING WORK-LIST-MONTH.
001160
001170 PROCEDURE DIVISION.
001180 0000-MAINLINE.
001190     PERFORM 0500-SIGN-ON.
001200     IF SIGNED-ON
001210         PERFORM 1000-OPEN-CALENDAR
001220         PERFORM 2000-PROCESS-MENU UNTIL CHOICE-EXIT
001230         CLOSE CALENDAR-FILE
001240     END-IF.
001250     STOP RUN.
001260
001270*****************************************************************
001280*    0500-SIGN-ON
001290*    VALIDATES THE OPERATOR AGAINST THE GUESSOPR MASTER BEFORE
001300*    ANY CALENDAR CHANGE IS ALLOWED. A BLANK ID CANCELS THE
001310*    RUN.
001320*****************************************************************
001330 0500-SIGN-ON.
001340     MOVE "N" TO SIGNON-OK-SW.
001350     MOVE SPACES TO OPERATOR-ID.
001360     MOVE SPACES TO MAINT-MESSAGE.
001370     PERFORM 0600-PROMPT-SIGN-ON
001380         UNTIL SIGNED-ON OR OPERATOR-ID = "*CANCEL*".
001390     MOVE SPACES TO MAINT-MESSAGE.
001400
001410 0600-PROMPT-SIGN-ON.
001420     DISPLAY SIGNON-ENTRY.
001430     ACCEPT SIGNON-ENTRY.
001440     IF OPERATOR-ID = SPACES
001450         MOVE "*CANCEL*" TO OPERATOR-ID
001460         DISPLAY "NO OPERATOR ID ENTERED - RUN CANCELLED"
001470     ELSE
001480         PERFORM 0700-VALIDATE-OPERATOR
001490     END-IF.
001500
001510*****************************************************************
001520*    0700-VALIDATE-OPERATOR
001530*    LOOKS THE KEYED ID UP ON THE OPERATOR MASTER. NO MASTER ON
001540*    FILE MEANS NOBODY CAN BE VERIFIED, SO THE RUN IS REFUSED.
001550*****************************************************************
001560 0700-VALIDATE-OPERATOR.
001570     OPEN INPUT OPERATOR-MASTER-FILE.
001580     IF NOT OPR-STATUS-OK
001590         DISPLAY "NO OPERATOR MASTER ON FILE - RUN CANCELLED"
001600         CLOSE OPERATOR-MASTER-FILE
001610         MOVE 8 TO RETURN-CODE
001620         STOP RUN
001630     END-IF.
001640     MOVE OPERATOR-ID TO OPR-OPERATOR-ID.
001650     READ OPERATOR-MASTER-FILE
001660         INVALID KEY
001670             MOVE "OPERATOR NOT ON MASTER" TO MAINT-MESSAGE
001680         NOT INVALID KEY
001690             IF OPR-INACTIVE
001700                 MOVE "OPERATOR IS INACTIVE" TO MAINT-MESSAGE
001710             ELSE
001720                 SET SIGNED-ON TO TRUE
001730             END-IF
001740     END-READ.
001750     CLOSE OPERATOR-MASTER-FILE.
001760
001770*****************************************************************
001780*    1000-OPEN-CALENDAR
001790*    OPENS THE CALENDAR FOR UPDATE, CREATING IT ON THE FIRST
001800*    EVER RUN.
001810*****************************************************************
001820 1000-OPEN-CALENDAR.
001830     OPEN I-O CALENDAR-FILE.
001840     IF CAL-STATUS-NOT-FOUND
001850         CLOSE CALENDAR-FILE
001860         OPEN OUTPUT CALENDAR-FILE
001870         CLOSE CALENDAR-FILE
001880         OPEN I-O CALENDAR-FILE
001890     ELSE
001900         IF NOT CAL-STATUS-OK
001910             DISPLAY "ERROR OPENING CALENDAR FILE - STATUS "
001920                 CAL-FILE-STATUS
001930             STOP RUN
001940         END-IF
001950     END-IF.
001960
001970*****************************************************************
001980*    2000-PROCESS-MENU
001990*    SHOWS THE MENU, TAKES ONE CHOICE, AND ROUTES IT TO THE
002000*    MATCHING MAINTENANCE ACTION.
002010*****************************************************************
002020 2000-PROCESS-MENU.
002030     DISPLAY MAINT-MENU.
002040     ACCEPT MAINT-MENU.
002050     MOVE SPACES TO MAINT-MESSAGE.
002060     EVALUATE TRUE
002070         WHEN CHOICE-SET
002080             PERFORM 3000-SET-DATE
002090         WHEN CHOICE-DELETE
002100             PERFORM 4000-DELETE-DATE
002110         WHEN CHOICE-LIST
002120             PERFORM 6000-LIST-MONTH
002130         WHEN CHOICE-EXIT
002140             CONTINUE
002150         WHEN OTHER
002160             MOVE "UNKNOWN CHOICE - TRY AGAIN" TO MAINT-MESSAGE
002170     END-EVALUATE.
002180
002190*****************************************************************
002200*    3000-SET-DATE
002210*    ADDS A DATE TO THE CALENDAR OR CHANGES ONE ALREADY ON IT.
002220*    THE CURRENT TYPE AND DESCRIPTION ARE OFFERED FOR CHANGE. A
002230*    CLOSED DAY OR AN EVENT NIGHT MUST SAY WHY.
002240*****************************************************************
002250 3000-SET-DATE.
002260     PERFORM 4500-GET-CAL-DATE.
002270     IF DATE-IS-VALID
002280         MOVE WORK-CAL-DATE TO CAL-DATE
002290         READ CALENDAR-FILE
002300             INVALID KEY
002310                 MOVE "C"    TO WORK-DAY-TYPE
002320                 MOVE SPACES TO WORK-DESCRIPTION
002330             NOT INVALID KEY
002340                 MOVE CAL-DAY-TYPE    TO WORK-DAY-TYPE
002350                 MOVE CAL-DESCRIPTION TO WORK-DESCRIPTION
002360         END-READ
002370         DISPLAY DAY-TYPE-ENTRY
002380         ACCEPT DAY-TYPE-ENTRY
002390         DISPLAY DESCRIPTION-ENTRY
002400         ACCEPT DESCRIPTION-ENTRY
002410         EVALUATE TRUE
002420             WHEN NOT WORK-TYPE-VALID
002430                 MOVE "TYPE MUST BE O, C, OR E" TO MAINT-MESSAGE
002440             WHEN WORK-DAY-TYPE NOT = "O"
002450                  AND WORK-DESCRIPTION = SPACES
002460                 MOVE "DESCRIPTION IS REQUIRED" TO MAINT-MESSAGE
002470             WHEN OTHER
002480                 PERFORM 3100-WRITE-CAL-DATE
002490         END-EVALUATE
002500     END-IF.
002510
002520 3100-WRITE-CAL-DATE.
002530     ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
002540     MOVE WORK-CAL-DATE    TO CAL-DATE.
002550     MOVE WORK-DAY-TYPE    TO CAL-DAY-TYPE.
002560     MOVE WORK-DESCRIPTION TO CAL-DESCRIPTION.
002570     MOVE OPERATOR-ID      TO CAL-UPDATED-BY.
002580     MOVE TODAYS-DATE      TO CAL-UPDATED-DATE.
002590     WRITE CALENDAR-RECORD.
002600     IF CAL-STATUS-DUPLICATE
002610         REWRITE CALENDAR-RECORD
002620     END-IF.
002630     IF CAL-STATUS-OK
002640         MOVE "CALENDAR DATE SAVED" TO MAINT-MESSAGE
002650     ELSE
002660         MOVE "WRITE FAILED - SEE FILE STATUS" TO MAINT-MESSAGE
002670     END-IF.
002680
002690*****************************************************************
002700*    4000-DELETE-DATE
002710*    TAKES A DATE OFF THE CALENDAR, WHICH LEAVES IT AN ORDINARY
002720*    OPEN DAY.
002730*****************************************************************
002740 4000-DELETE-DATE.
002750     PERFORM 4500-GET-CAL-DATE.
002760     IF DATE-IS-VALID
002770         MOVE WORK-CAL-DATE TO CAL-DATE
002780         DELETE CALENDAR-FILE
002790             INVALID KEY
002800                 MOVE "DATE NOT ON CALENDAR" TO MAINT-MESSAGE
002810             NOT INVALID KEY
002820                 MOVE "DATE REMOVED - NOW AN ORDINARY OPEN DAY"
002830                     TO MAINT-MESSAGE
002840         END-DELETE
002850     END-IF.
002860
002870*****************************************************************
002880*    4500-GET-CAL-DATE
002890*    PROMPTS FOR A DATE AND CHECKS IT IS A REAL CALENDAR DATE.
002900*****************************************************************
002910 4500-GET-CAL-DATE.
002920     MOVE SPACES TO WORK-CAL-DATE.
002930     DISPLAY CAL-DATE-ENTRY.
002940     ACCEPT CAL-DATE-ENTRY.
002950     MOVE WORK-CAL-DATE TO WORK-DATE.
002960     PERFORM 4600-CHECK-WORK-DATE.
002970     IF NOT DATE-IS-VALID
002980         MOVE "DATE MUST BE A VALID YYYYMMDD" TO MAINT-MESSAGE
002990     END-IF.
003000
003010 4600-CHECK-WORK-DATE.
003020     MOVE "N" TO DATE-OK-SW.
003030     IF WORK-DATE NUMERIC
003040         IF WD-MONTH > 0 AND WD-MONTH < 13
003050             PERFORM 8850-GET-MONTH-LENGTH
003060             IF WD-DAY > 0 AND WD-DAY NOT > CNV-MONTH-DAYS
003070                 SET DATE-IS-VALID TO TRUE
003080             END-IF
003090         END-IF
003100     END-IF.
003110
003120*****************************************************************
003130*    6000-LIST-MONTH
003140*    LISTS EVERY CALENDAR DATE IN ONE MONTH WITH ITS TYPE,
003150*    DESCRIPTION, AND WHO LAST CHANGED IT. DATES NOT LISTED
003160*    ARE ORDINARY OPEN DAYS.
003170*****************************************************************
003180 6000-LIST-MONTH.
003190     MOVE 0 TO LIST-COUNT.
003200     MOVE SPACES TO WORK-LIST-MONTH.
003210     DISPLAY LIST-MONTH-ENTRY.
003220     ACCEPT LIST-MONTH-ENTRY.
003230     IF WORK-LIST-MONTH NOT NUMERIC
003240         MOVE "MONTH MUST BE YYYYMM" TO MAINT-MESSAGE
003250     ELSE
003260         MOVE SPACES TO CAL-DATE
003270         STRING WORK-LIST-MONTH "01"
003280             DELIMITED BY SIZE INTO CAL-DATE
003290         MOVE SPACES TO LIST-TO-DATE
003300         STRING WORK-LIST-MONTH "31"
003310             DELIMITED BY SIZE INTO LIST-TO-DATE
003320         START CALENDAR-FILE KEY >= CAL-DATE
003330             INVALID KEY
003340                 SET CAL-STATUS-EOF TO TRUE
003350         END-START
003360         IF NOT CAL-STATUS-EOF
003370             PERFORM 6100-READ-NEXT-DATE
003380         END-IF
003390         PERFORM 6200-LIST-ONE-DATE
003400             UNTIL NOT CAL-STATUS-OK OR CAL-DATE > LIST-TO-DATE
003410         DISPLAY "CALENDAR DATES IN " WORK-LIST-MONTH ": "
003420             LIST-COUNT
003430         IF LIST-COUNT = 0
003440             MOVE "NO CALENDAR DATES - ALL DAYS OPEN"
003450                 TO MAINT-MESSAGE
003460         END-IF
003470     END-IF.
003480
003490 6100-READ-NEXT-DATE.
003500     READ CALENDAR-FILE NEXT RECORD
003510         AT END
003520             SET CAL-STATUS-EOF TO TRUE
003530     END-READ.
003540
003550 6200-LIST-ONE-DATE.
003560     DISPLAY CAL-DATE " " CAL-DAY-TYPE " " CAL-DESCRIPTION " "
003570         CAL-UPDATED-BY " " CAL-UPDATED-DATE.
003580     ADD 1 TO LIST-COUNT.
003590     PERFORM 6100-READ-NEXT-DATE.
003600
003610*****************************************************************
003620*    8850-GET-MONTH-LENGTH
003630*    LEAVES THE LENGTH OF WD-MONTH IN WD-YEAR IN CNV-MONTH-DAYS,
003640*    ALLOWING FOR FEBRUARY IN A LEAP YEAR.
003650*****************************************************************
003660 8850-GET-MONTH-LENGTH.
003670     MOVE MONTH-LENGTH (WD-MONTH) TO CNV-MONTH-DAYS.
003680     IF WD-MONTH = 2
003690         PERFORM 8860-CHECK-LEAP-YEAR
003700         IF LEAP-YEAR
003710             ADD 1 TO CNV-MONTH-DAYS
003720         END-IF
003730     END-IF.
003740
003750*****************************************************************
003760*    8860-CHECK-LEAP-YEAR
003770*    SETS LEAP-SW FOR WD-YEAR - DIVISIBLE BY 4 AND EITHER NOT
003780*    A CENTURY OR A CENTURY DIVISIBLE BY 400.
003790*****************************************************************
003800 8860-CHECK-LEAP-YEAR.
003810     SET NOT-LEAP-YEAR TO TRUE.
003820     DIVIDE WD-YEAR BY 4
003830         GIVING CNV-QUOTIENT REMAINDER CNV-REMAINDER.
003840     IF CNV-REMAINDER = 0
003850         DIVIDE WD-YEAR BY 100
003860             GIVING CNV-QUOTIENT REMAINDER CNV-REMAINDER
003870         IF CNV-REMAINDER NOT = 0
003880             SET LEAP-YEAR TO TRUE
003890         ELSE
003900             DIVIDE WD-YEAR BY 400
003910                 GIVING CNV-QUOTIENT REMAINDER CNV-REMAINDER
003920             IF CNV-REMAINDER = 0
003930                 SET LEAP-YEAR TO TRUE
003940             END-IF
003950         END-IF
003960     END-IF.
