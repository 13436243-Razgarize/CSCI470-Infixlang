000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GUESSSTC.
000030 AUTHOR.        D. RAZGARIZE.
000040 INSTALLATION.  CSCI470 GAME LAB.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    2026-10-15 RAZ  INITIAL VERSION - ONE-TIME SEASON STANDINGS
000100*                    CONVERSION. SEA-PREV-RANK GREW FROM THREE TO
000110*                    FIVE DIGITS SO A RANK PAST 999 IS KEPT WHOLE,
000120*                    AND THE STANDINGS FILE IS INDEXED WITH A
000130*                    FIXED RECORD, SO A FILE WRITTEN BEFORE THEN
000140*                    CANNOT BE OPENED IN THE NEW LAYOUT. THE OLD
000150*                    FILE IS RENAMED GUESSSEO AND THIS PROGRAM
000160*                    WRITES EVERY STANDING ON IT TO A NEW GUESSSEA
000170*                    WITH THE SAME PLAYER, POINTS, GAMES AND RANK.
000180*                    THE OLD FILE IS CHECKED THROUGH BEFORE
000190*                    ANYTHING IS WRITTEN, AN EXISTING GUESSSEA IS
000200*                    NEVER OVERWRITTEN, AND NOTHING IS DONE WHILE
000210*                    A PLAYER MERGE IS IN FLIGHT - ITS GUESSMGC
000220*                    CONTROL HOLDS A RANK IN THE OLD LAYOUT TOO.
000230*****************************************************************
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OLD-STANDINGS-FILE ASSIGN TO "GUESSSEO"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS SEO-PLAYER-ID
000320         FILE STATUS IS SEO-FILE-STATUS.
000330
000340     SELECT SEASON-STANDINGS-FILE ASSIGN TO "GUESSSEA"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS SEA-PLAYER-ID
000380         FILE STATUS IS SEA-FILE-STATUS.
000390
000400     SELECT MERGE-CONTROL-FILE ASSIGN TO "GUESSMGC"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS MGC-FILE-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460*    THE STANDING AS IT WAS BEFORE THE RANK WAS WIDENED.
000470 FD  OLD-STANDINGS-FILE.
000480 01  OLD-STANDING-RECORD.
000490     05  SEO-PLAYER-ID           PIC X(10).
000500     05  SEO-POINTS              PIC 9(5).
000510     05  SEO-GAMES-PLAYED        PIC 9(5).
000520     05  SEO-PREV-RANK           PIC 9(3).
000530
000540 FD  SEASON-STANDINGS-FILE.
000550 COPY GUESSSEA.
000560
000570 FD  MERGE-CONTROL-FILE.
000580 COPY GUESSMGC.
000590
000600 WORKING-STORAGE SECTION.
000610 01  SEO-FILE-STATUS         PIC XX.
000620     88 SEO-STATUS-OK            VALUE "00".
000630     88 SEO-STATUS-EOF           VALUE "10".
000640 01  SEA-FILE-STATUS         PIC XX.
000650     88 SEA-STATUS-OK            VALUE "00".
000660     88 SEA-STATUS-NOT-FOUND     VALUE "35".
000670 01  MGC-FILE-STATUS         PIC XX.
000680     88 MGC-STATUS-OK            VALUE "00".
000690     88 MGC-STATUS-SHORT         VALUE "04".
000700
000710 01  OLD-RECORDS-CHECKED     PIC 9(07) VALUE 0.
000720 01  OLD-RECORDS-BAD         PIC 9(07) VALUE 0.
000730 01  OLD-RECORDS-READ        PIC 9(07) VALUE 0.
000740 01  NEW-RECORDS-WRITTEN     PIC 9(07) VALUE 0.
000750
000760 PROCEDURE DIVISION.
000770 0000-MAINLINE.
000780     MOVE 0 TO RETURN-CODE.
000790     PERFORM 1000-CHECK-NEW-STANDINGS.
000800     PERFORM 1500-CHECK-MERGE-CONTROL.
000810     PERFORM 2000-CHECK-OLD-STANDINGS.
000820     PERFORM 3000-CONVERT-STANDINGS.
000830     PERFORM 4000-PRINT-CONTROL.
000840     GOBACK.
000850
000860*****************************************************************
000870*    1000-CHECK-NEW-STANDINGS
000880*    THE CONVERSION WRITES GUESSSEA FROM NOTHING. IF ONE IS
000890*    ALREADY ON FILE EITHER THE OLD FILE WAS NOT RENAMED OR THE
000900*    CONVERSION HAS ALREADY RUN, AND EITHER WAY IT IS LEFT ALONE.
000910*****************************************************************
000920 1000-CHECK-NEW-STANDINGS.
000930     OPEN INPUT SEASON-STANDINGS-FILE.
000940     IF NOT SEA-STATUS-NOT-FOUND
000950         IF SEA-STATUS-OK
000960             CLOSE SEASON-STANDINGS-FILE
000970         END-IF
000980         DISPLAY "GUESSSEA ALREADY ON FILE - RENAME THE OLD "
000990             "STANDINGS TO GUESSSEO FIRST - RUN CANCELLED"
001000         MOVE 8 TO RETURN-CODE
001010         GOBACK
001020     END-IF.
001030
001040*****************************************************************
001050*    1500-CHECK-MERGE-CONTROL
001060*    A MERGE LEFT IN FLIGHT CARRIES THE SURVIVOR'S RANK IN ITS
001070*    RUN CONTROL IN THE OLD LAYOUT. IT MUST BE FINISHED BY
001080*    GUESSMRG BEFORE THE STANDINGS ARE CONVERTED. THE STATUS
001090*    FLAG LEADS THE RECORD IN BOTH LAYOUTS, SO A SHORT READ
001100*    STILL SHOWS IT.
001110*****************************************************************
001120 1500-CHECK-MERGE-CONTROL.
001130     OPEN INPUT MERGE-CONTROL-FILE.
001140     IF MGC-STATUS-OK
001150         READ MERGE-CONTROL-FILE
001160             AT END CONTINUE
001170         END-READ
001180         IF (MGC-STATUS-OK OR MGC-STATUS-SHORT)
001190            AND MGC-IN-FLIGHT
001200             DISPLAY "A PLAYER MERGE IS STILL IN FLIGHT - FINISH "
001210                 "IT WITH GUESSMRG FIRST - RUN CANCELLED"
001220             CLOSE MERGE-CONTROL-FILE
001230             MOVE 8 TO RETURN-CODE
001240             GOBACK
001250         END-IF
001260     END-IF.
001270     CLOSE MERGE-CONTROL-FILE.
001280
001290*****************************************************************
001300*    2000-CHECK-OLD-STANDINGS
001310*    READS THE OLD STANDINGS THROUGH ONCE BEFORE WRITING
001320*    ANYTHING. POINTS, GAMES AND RANK MUST ALL BE NUMERIC ON
001330*    EVERY RECORD; A FILE THAT IS NOT AN OLD STANDINGS FILE
001340*    FAILS HERE AND NO GUESSSEA IS WRITTEN.
001350*****************************************************************
001360 2000-CHECK-OLD-STANDINGS.
001370     OPEN INPUT OLD-STANDINGS-FILE.
001380     IF NOT SEO-STATUS-OK
001390         DISPLAY "NO OLD STANDINGS GUESSSEO TO CONVERT - STATUS "
001400             SEO-FILE-STATUS
001410         MOVE 8 TO RETURN-CODE
001420         GOBACK
001430     END-IF.
001440     PERFORM 2100-READ-OLD-STANDING.
001450     PERFORM 2200-CHECK-ONE-RECORD UNTIL NOT SEO-STATUS-OK.
001470     IF NOT SEO-STATUS-EOF
001480         DISPLAY "GUESSSEO READ FAILED - STATUS " SEO-FILE-STATUS
001490         DISPLAY "NOTHING CONVERTED - RUN CANCELLED"
001495         CLOSE OLD-STANDINGS-FILE
001500         MOVE 8 TO RETURN-CODE
001510         GOBACK
001520     END-IF.
001525     CLOSE OLD-STANDINGS-FILE.
001530     IF OLD-RECORDS-BAD > 0
001540         DISPLAY OLD-RECORDS-BAD " OF " OLD-RECORDS-CHECKED
001550             " GUESSSEO RECORDS ARE NOT OLD STANDINGS"
001560         DISPLAY "NOTHING CONVERTED - RUN CANCELLED"
001570         MOVE 8 TO RETURN-CODE
001580         GOBACK
001590     END-IF.
001600
001610 2100-READ-OLD-STANDING.
001620     READ OLD-STANDINGS-FILE NEXT RECORD
001630         AT END
001640             SET SEO-STATUS-EOF TO TRUE
001650     END-READ.
001660
001670 2200-CHECK-ONE-RECORD.
001680     ADD 1 TO OLD-RECORDS-CHECKED.
001690     IF SEO-POINTS NOT NUMERIC
001700        OR SEO-GAMES-PLAYED NOT NUMERIC
001710        OR SEO-PREV-RANK NOT NUMERIC
001720         ADD 1 TO OLD-RECORDS-BAD
001730         DISPLAY "BAD OLD STANDING RECORD " OLD-RECORDS-CHECKED
001740             ": " OLD-STANDING-RECORD
001750     END-IF.
001760     PERFORM 2100-READ-OLD-STANDING.
001770
001780*****************************************************************
001790*    3000-CONVERT-STANDINGS
001800*    WRITES EACH OLD STANDING TO THE NEW FILE IN PLAYER ORDER,
001810*    THE ORDER IT IS READ IN. THE RANK IS CARRIED AS IT STANDS -
001820*    THE OLD FILE COULD NEVER HOLD ONE PAST 999.
001830*****************************************************************
001840 3000-CONVERT-STANDINGS.
001850     OPEN INPUT OLD-STANDINGS-FILE.
001860     OPEN OUTPUT SEASON-STANDINGS-FILE.
001870     IF NOT SEA-STATUS-OK
001880         DISPLAY "ERROR OPENING SEASON STANDINGS - STATUS "
001890             SEA-FILE-STATUS
001900         CLOSE OLD-STANDINGS-FILE
001910         MOVE 8 TO RETURN-CODE
001920         GOBACK
001930     END-IF.
001940     PERFORM 2100-READ-OLD-STANDING.
001950     PERFORM 3100-CONVERT-ONE-RECORD UNTIL NOT SEO-STATUS-OK.
001960     CLOSE OLD-STANDINGS-FILE.
001970     CLOSE SEASON-STANDINGS-FILE.
001980
001990 3100-CONVERT-ONE-RECORD.
002000     ADD 1 TO OLD-RECORDS-READ.
002010     MOVE SEO-PLAYER-ID    TO SEA-PLAYER-ID.
002020     MOVE SEO-POINTS       TO SEA-POINTS.
002030     MOVE SEO-GAMES-PLAYED TO SEA-GAMES-PLAYED.
002040     MOVE SEO-PREV-RANK    TO SEA-PREV-RANK.
002050     WRITE SEASON-STANDING-RECORD.
002060     IF SEA-STATUS-OK
002070         ADD 1 TO NEW-RECORDS-WRITTEN
002080     ELSE
002090         DISPLAY "STANDING WRITE FAILED FOR " SEA-PLAYER-ID
002100             " - STATUS " SEA-FILE-STATUS
002110     END-IF.
002120     PERFORM 2100-READ-OLD-STANDING.
002130
002140*****************************************************************
002150*    4000-PRINT-CONTROL
002160*    EVERY OLD STANDING READ MUST BE ON THE NEW FILE.
002170*****************************************************************
002180 4000-PRINT-CONTROL.
002190     IF NEW-RECORDS-WRITTEN = OLD-RECORDS-READ
002200         DISPLAY "CONTROL: " OLD-RECORDS-READ " READ = "
002210             NEW-RECORDS-WRITTEN " CONVERTED - IN BALANCE"
002220     ELSE
002230         DISPLAY "CONTROL: " OLD-RECORDS-READ " READ, "
002240             NEW-RECORDS-WRITTEN " CONVERTED - OUT OF BALANCE"
002250         MOVE 8 TO RETURN-CODE
002260     END-IF.
