000167*                    RUN STILL PROMPTS. THE RUN NOW ENDS WITH
000168*                    GOBACK SO THE CONTROLLER SEES THE RETURN
000169*                    CODE INSTEAD OF BEING TAKEN DOWN WITH IT.
000170*    2026-10-15 RAZ  THE SEAL NOW ALSO CARRIES HASH TOTALS OVER
000171*                    THE PLAYER IDS, GUESSES, RESPONSES, AND
000172*                    TIMESTAMPS OF EVERY LOG RECORD, SO GUESSSLV
000173*                    CAN PROVE A SEALED GENERATION UNTOUCHED. THE
000174*                    SEAL LAYOUT MOVED TO THE GUESSSEL COPYBOOK
000175*                    AND THE HASH TOTALS PRINT ON THE REPORT.
000176*    2026-10-15 RAZ  THE DAY IS NOW SORTED BY PLAYER AND SESSION
000177*                    INSTEAD OF BEING HELD IN THE 500-SESSION AND
000178*                    200-PLAYER TABLES, SO A DAY OF ANY SIZE
000179*                    CLOSES OUT IN FULL. A CONTROL LINE PROVES
000180*                    EVERY LOG RECORD READ CAME BACK THROUGH THE
000181*                    SORT, AND A DAY OUT OF BALANCE IS NOT SEALED.
000182*    2026-10-15 RAZ  THE HASH TOTALS AND CHARACTER TABLE NOW COME
000183*                    FROM THE GUESSHSH COPYBOOK, SHARED WITH
000184*                    GUESSSLV.
000185*    2026-10-15 RAZ  A GENERATION STILL IN THE LAYOUT FROM BEFORE
000186*                    THE GAME TYPE WAS LOGGED IS NOT SEALED - ITS
000187*                    TOTALS WOULD BE TAKEN A BYTE OUT OF STEP AND
000188*                    THE SEAL COULD NEVER VERIFY. THE RUN ENDS
000189*                    WITH RC 8 UNTIL GUESSGLC HAS CONVERTED IT.
000190*****************************************************************
000191
000192 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT GUESS-LOG-FILE ASSIGN USING LOG-FILE-NAME
000324     SELECT CHAIN-DATE-FILE ASSIGN TO "GUESSBDT"
000326         ORGANIZATION IS SEQUENTIAL
000328         FILE STATUS IS BDT-FILE-STATUS.
000329
000330     SELECT EOD-SORT-FILE ASSIGN TO "SORTWK01".
000331
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  GUESS-LOG-FILE.
000370 COPY GUESSLOG.
000380
000390 FD  LOG-SEAL-FILE.
000400 COPY GUESSSEL.
000450
000460 FD  EOD-RPT.
000470 01  EOD-LINE                PIC X(80).
000472
000474 FD  CHAIN-DATE-FILE.
000476 COPY GUESSBDT.
000477
000478 SD  EOD-SORT-FILE.
000479 01  EOD-SORT-RECORD.
000480     05 SRT-PLAYER-ID        PIC X(10).
000481     05 SRT-SESSION-TIME     PIC 9(09).
000482     05 SRT-WIN-SW           PIC X.
000483         88 SRT-WIN              VALUE "Y".
000484
000490 WORKING-STORAGE SECTION.
000500 01  LOG-FILE-STATUS         PIC XX.
000510     88 LOG-STATUS-OK            VALUE "00".
000520     88 LOG-STATUS-EOF           VALUE "10".
000522 01  LOG-LAYOUT-SW           PIC X VALUE "Y".
000524     88 LOG-LAYOUT-CURRENT       VALUE "Y".
000530 01  SEAL-FILE-STATUS        PIC XX.
000540     88 SEAL-STATUS-OK           VALUE "00".
000550     88 SEAL-STATUS-NOT-FOUND    VALUE "35".
000630 01  WINS-LOGGED             PIC 9(5) VALUE 0.
000640 01  FIRST-TIMESTAMP         PIC 9(09) VALUE 0.
000650 01  LAST-TIMESTAMP          PIC 9(09) VALUE 0.
000651
000652 COPY GUESSHSH.
000671
000672 01  SESSION-COUNT           PIC 9(5) VALUE 0.
000682 01  PLAYER-COUNT            PIC 9(7) VALUE 0.
000692 01  CURRENT-PLAYER          PIC X(10).
000702 01  CURRENT-SESSION         PIC 9(09).
000712 01  PLAYER-GUESSES          PIC 9(7).
000722 01  PLAYER-WINS             PIC 9(5).
000732 01  RECORDS-ACCOUNTED       PIC 9(7) VALUE 0.
000742 01  SORT-EOF-SW             PIC X VALUE "N".
000752     88 SORT-AT-END              VALUE "Y".
000762 01  BALANCE-SW              PIC X VALUE "N".
000772     88 DAY-IN-BALANCE           VALUE "Y".
000890
000900 01  HDR-LINE-1.
000910     05 FILLER   PIC X(28) VALUE
001040 01  TOT-LINE.
001050     05 TOT-LABEL            PIC X(24).
001060     05 TOT-VALUE            PIC ZZZZZZZZ9.
001062 01  HASH-LINE.
001064     05 HASH-LABEL           PIC X(24).
001066     05 HASH-VALUE           PIC Z(14)9.
001068 01  MSG-LINE                PIC X(80).
001070
001080 PROCEDURE DIVISION.
001090 0000-MAINLINE.
001100     PERFORM 1000-GET-BUSINESS-DATE.
001110     PERFORM 1500-CHECK-NOT-SEALED.
001120     PERFORM 1800-OPEN-LOG.
001122     SORT EOD-SORT-FILE
001124         ON ASCENDING KEY SRT-PLAYER-ID SRT-SESSION-TIME
001126         INPUT PROCEDURE IS 2000-TALLY-LOG
001128         OUTPUT PROCEDURE IS 3000-PRINT-REPORT.
001130     IF DAY-IN-BALANCE
001132         PERFORM 4000-SEAL-GENERATION
001134     ELSE
001136         DISPLAY "CONTROL TOTALS OUT OF BALANCE - GENERATION "
001138             LOG-FILE-NAME " NOT SEALED"
001140         MOVE 8 TO RETURN-CODE
001142     END-IF.
001150     GOBACK.
001160
001170*****************************************************************
001367         END-IF
001368     END-IF.
001369     CLOSE CHAIN-DATE-FILE.
001370
001371*****************************************************************
001380*    1500-CHECK-NOT-SEALED
001390*    A GENERATION IS CLOSED OUT EXACTLY ONCE. AN EXISTING SEAL
001400*    MEANS THE DAY WAS ALREADY SIGNED OFF, SO THE RUN STOPS
001490         GOBACK
001500     END-IF.
001510     CLOSE LOG-SEAL-FILE.
001515
001520*****************************************************************
001525*    1800-OPEN-LOG
001530*    OPENS THE DAY'S GENERATION BEFORE THE SORT BEGINS, SO A
001535*    MISSING GENERATION, OR ONE STILL IN THE OLD LAYOUT, STOPS
001537*    THE RUN WITH NOTHING STARTED.
001540*****************************************************************
001545 1800-OPEN-LOG.
001550     OPEN INPUT GUESS-LOG-FILE.
001555     IF NOT LOG-STATUS-OK
001560         DISPLAY "NO LOG GENERATION FOR " EOD-BUSINESS-DATE
001565             " - RUN CANCELLED"
001570         MOVE 8 TO RETURN-CODE
001575         GOBACK
001580     END-IF.
001581     PERFORM 1850-CHECK-LOG-LAYOUT.
001582     IF NOT LOG-LAYOUT-CURRENT
001583         DISPLAY "LOG GENERATION FOR " EOD-BUSINESS-DATE
001584             " IS IN THE OLD LAYOUT"
001585         DISPLAY "CONVERT IT WITH GUESSGLC - RUN CANCELLED"
001586         MOVE 8 TO RETURN-CODE
001587         GOBACK
001588     END-IF.
001589     OPEN INPUT GUESS-LOG-FILE.
001590
001591*****************************************************************
001592*    1850-CHECK-LOG-LAYOUT
001593*    READS THE OPEN GENERATION THROUGH AND CLOSES IT. EVERY
001594*    RECORD MUST CARRY A NUMERIC GUESS AND TIMES AND A GAME TYPE
001595*    OF C, F OR BLANK; A GENERATION STILL IN THE LAYOUT WRITTEN
001596*    BEFORE THE GAME TYPE WAS LOGGED FAILS THAT. THE RECORD AREA
001597*    IS FILLED WITH HIGH-VALUES BEFORE EACH READ SO A SHORT LAST
001598*    RECORD CANNOT PASS.
001599*****************************************************************
001600 1850-CHECK-LOG-LAYOUT.
001601     SET LOG-LAYOUT-CURRENT TO TRUE.
001602     PERFORM 1860-READ-LAYOUT-LOG.
001603     PERFORM 1870-TEST-LAYOUT-LOG
001604         UNTIL LOG-STATUS-EOF OR NOT LOG-LAYOUT-CURRENT.
001605     CLOSE GUESS-LOG-FILE.
001606
001607 1860-READ-LAYOUT-LOG.
001608     MOVE HIGH-VALUES TO GUESS-LOG-RECORD.
001609     READ GUESS-LOG-FILE
001610         AT END
001611             SET LOG-STATUS-EOF TO TRUE
001612     END-READ.
001613
001614 1870-TEST-LAYOUT-LOG.
001615     IF LOG-STATUS-OK
001616        AND LOG-GUESS NUMERIC
001617        AND LOG-TIMESTAMP NUMERIC
001618        AND LOG-SESSION-TIME NUMERIC
001619        AND (LOG-CHALLENGE-GAME OR LOG-FREE-PLAY-GAME)
001620         PERFORM 1860-READ-LAYOUT-LOG
001621     ELSE
001622         MOVE "N" TO LOG-LAYOUT-SW
001623     END-IF.
001624
001625*****************************************************************
001626*    2000-TALLY-LOG
001627*    SORT INPUT PROCEDURE. READS THE DAY'S GENERATION ONCE,
001628*    ROLLS UP THE DAY TOTALS AND HASH TOTALS, AND RELEASES EACH
001629*    RECORD TO THE SORT FOR THE PLAYER AND SESSION COUNTS.
001630*****************************************************************
001631 2000-TALLY-LOG.
001632     PERFORM 2100-READ-NEXT-LOG.
001670     PERFORM 2200-TALLY-ONE-RECORD UNTIL LOG-STATUS-EOF.
001680     CLOSE GUESS-LOG-FILE.
001690
001820     IF LOG-MSG-RESP = "CORRECT"
001830         ADD 1 TO WINS-LOGGED
001840     END-IF.
001850     PERFORM 2500-HASH-RECORD.
001852     MOVE LOG-PLAYER-ID    TO SRT-PLAYER-ID.
001854     MOVE LOG-SESSION-TIME TO SRT-SESSION-TIME.
001856     IF LOG-MSG-RESP = "CORRECT"
001858         MOVE "Y" TO SRT-WIN-SW
001860     ELSE
001862         MOVE "N" TO SRT-WIN-SW
001864     END-IF.
001866     RELEASE EOD-SORT-RECORD.
001870     PERFORM 2100-READ-NEXT-LOG.
001880
002552*****************************************************************
002553*    2500-HASH-RECORD
002554*    ADDS THIS LOG RECORD INTO THE FOUR HASH TOTALS THE SEAL
002555*    CARRIES. ANY LATER CHANGE TO A PLAYER ID, GUESS, RESPONSE,
002556*    OR TIMESTAMP IN THE GENERATION MOVES ONE OF THEM.
002557*****************************************************************
002558 2500-HASH-RECORD.
002559     ADD LOG-GUESS TO GUESS-HASH.
002560     ADD LOG-TIMESTAMP LOG-SESSION-TIME TO TIME-HASH.
002561     MOVE LOG-PLAYER-ID TO HASH-TEXT.
002562     MOVE 10 TO HASH-TEXT-LENGTH.
002563     PERFORM 2600-HASH-TEXT.
002564     ADD HASH-TEXT-VALUE TO PLAYER-HASH.
002565     MOVE LOG-MSG-RESP TO HASH-TEXT.
002566     MOVE 8 TO HASH-TEXT-LENGTH.
002567     PERFORM 2600-HASH-TEXT.
002568     ADD HASH-TEXT-VALUE TO RESPONSE-HASH.
002569
002570*****************************************************************
002571*    2600-HASH-TEXT
002572*    VALUES THE FIRST HASH-TEXT-LENGTH CHARACTERS OF HASH-TEXT -
002573*    EACH CHARACTER'S PLACE IN THE HASH CHARACTER TABLE TIMES
002574*    ITS POSITION, SO TWO CHARACTERS TRADING PLACES STILL SHOW.
002575*    A CHARACTER NOT IN THE TABLE COUNTS AS 99.
002576*****************************************************************
002577 2600-HASH-TEXT.
002578     MOVE 0 TO HASH-TEXT-VALUE.
002579     PERFORM 2610-HASH-ONE-CHAR
002580         VARYING HASH-POS FROM 1 BY 1
002581         UNTIL HASH-POS > HASH-TEXT-LENGTH.
002582
002583 2610-HASH-ONE-CHAR.
002584     SET HC-IDX TO 1.
002585     SEARCH HASH-CHAR
002586         AT END
002587             MOVE 99 TO HASH-CHAR-VALUE
002588         WHEN HASH-CHAR (HC-IDX) = HASH-TEXT-CHAR (HASH-POS)
002589             SET HASH-CHAR-VALUE TO HC-IDX
002590     END-SEARCH.
002591     COMPUTE HASH-TEXT-VALUE =
002592         HASH-TEXT-VALUE + HASH-CHAR-VALUE * HASH-POS.
002593
002594*****************************************************************
002595*    3000-PRINT-REPORT
002597*    SORT OUTPUT PROCEDURE. THE RECORDS COME BACK IN PLAYER AND
002599*    SESSION ORDER; EACH CHANGE OF SESSION COUNTS ONE SESSION
002601*    AND EACH CHANGE OF PLAYER PRINTS THAT PLAYER'S ACTIVITY
002603*    LINE. THEN THE DAY TOTALS OPERATIONS PROVES THE DAY
002605*    COMPLETE AGAINST, AND THE CONTROL LINE.
002610*****************************************************************
002620 3000-PRINT-REPORT.
002630     OPEN OUTPUT EOD-RPT.
002660     WRITE EOD-LINE.
002670     MOVE HDR-LINE-2 TO EOD-LINE.
002680     WRITE EOD-LINE.
002690     PERFORM 3010-RETURN-NEXT.
002700     PERFORM 3020-PROCESS-PLAYER UNTIL SORT-AT-END.
002720     MOVE SPACES TO EOD-LINE.
002730     WRITE EOD-LINE.
002740     MOVE "GUESSES LOGGED"      TO TOT-LABEL.
002890     MOVE "LAST LOG TIMESTAMP"  TO TOT-LABEL.
002900     MOVE LAST-TIMESTAMP        TO TOT-VALUE.
002910     PERFORM 3200-PRINT-ONE-TOTAL.
002911     MOVE "PLAYER ID HASH TOTAL"  TO HASH-LABEL.
002912     MOVE PLAYER-HASH             TO HASH-VALUE.
002913     PERFORM 3300-PRINT-ONE-HASH.
002914     MOVE "GUESS HASH TOTAL"      TO HASH-LABEL.
002915     MOVE GUESS-HASH              TO HASH-VALUE.
002916     PERFORM 3300-PRINT-ONE-HASH.
002917     MOVE "RESPONSE HASH TOTAL"   TO HASH-LABEL.
002918     MOVE RESPONSE-HASH           TO HASH-VALUE.
002919     PERFORM 3300-PRINT-ONE-HASH.
002920     MOVE "TIMESTAMP HASH TOTAL"  TO HASH-LABEL.
002921     MOVE TIME-HASH               TO HASH-VALUE.
002922     PERFORM 3300-PRINT-ONE-HASH.
002923     PERFORM 3400-PRINT-CONTROL-LINE.
002924     CLOSE EOD-RPT.
002930
002931 3010-RETURN-NEXT.
002932     RETURN EOD-SORT-FILE
002933         AT END
002934             SET SORT-AT-END TO TRUE
002935     END-RETURN.
002936
002937 3020-PROCESS-PLAYER.
002938     MOVE SRT-PLAYER-ID TO CURRENT-PLAYER.
002939     ADD 1 TO PLAYER-COUNT.
002940     MOVE 0 TO PLAYER-GUESSES.
002941     MOVE 0 TO PLAYER-WINS.
002942     PERFORM 3030-PROCESS-SESSION
002943         UNTIL SORT-AT-END
002944            OR SRT-PLAYER-ID NOT = CURRENT-PLAYER.
002945     PERFORM 3100-PRINT-PLAYER-LINE.
002946
002947 3030-PROCESS-SESSION.
002948     MOVE SRT-SESSION-TIME TO CURRENT-SESSION.
002949     ADD 1 TO SESSION-COUNT.
002950     PERFORM 3040-PROCESS-ONE-RECORD
002951         UNTIL SORT-AT-END
002952            OR SRT-PLAYER-ID NOT = CURRENT-PLAYER
002953            OR SRT-SESSION-TIME NOT = CURRENT-SESSION.
002954
002955 3040-PROCESS-ONE-RECORD.
002956     ADD 1 TO RECORDS-ACCOUNTED.
002957     ADD 1 TO PLAYER-GUESSES.
002958     IF SRT-WIN
002959         ADD 1 TO PLAYER-WINS
002960     END-IF.
002961     PERFORM 3010-RETURN-NEXT.
002962
002963 3100-PRINT-PLAYER-LINE.
002968     MOVE SPACES TO DTL-LINE.
002973     MOVE CURRENT-PLAYER TO DTL-PLAYER-ID.
002978     MOVE PLAYER-GUESSES TO DTL-GUESSES.
002983     MOVE PLAYER-WINS    TO DTL-WINS.
002990     MOVE DTL-LINE TO EOD-LINE.
003000     WRITE EOD-LINE.
003010
003020 3200-PRINT-ONE-TOTAL.
003030     MOVE TOT-LINE TO EOD-LINE.
003040     WRITE EOD-LINE.
003041
003042 3300-PRINT-ONE-HASH.
003044     MOVE HASH-LINE TO EOD-LINE.
003046     WRITE EOD-LINE.
003047
003048*****************************************************************
003049*    3400-PRINT-CONTROL-LINE
003050*    PROVES EVERY LOG RECORD READ CAME BACK THROUGH THE SORT
003051*    INTO A PLAYER LINE. ONLY A DAY IN BALANCE IS SEALED.
003052*****************************************************************
003053 3400-PRINT-CONTROL-LINE.
003054     MOVE SPACES TO MSG-LINE.
003055     IF RECORDS-ACCOUNTED = GUESSES-LOGGED
003056         SET DAY-IN-BALANCE TO TRUE
003057         STRING "CONTROL: " GUESSES-LOGGED " READ = "
003058             RECORDS-ACCOUNTED " ACCOUNTED FOR - IN BALANCE"
003059             DELIMITED BY SIZE INTO MSG-LINE
003060     ELSE
003061         STRING "CONTROL: " GUESSES-LOGGED " READ, "
003062             RECORDS-ACCOUNTED " ACCOUNTED FOR - OUT OF BALANCE"
003063             DELIMITED BY SIZE INTO MSG-LINE
003064     END-IF.
003065     MOVE SPACES TO EOD-LINE.
003066     WRITE EOD-LINE.
003067     MOVE MSG-LINE TO EOD-LINE.
003068     WRITE EOD-LINE.
003069
003070*****************************************************************
003071*    4000-SEAL-GENERATION
003080*    WRITES THE SEAL RECORD THAT MARKS THE GENERATION CLOSED
003090*    OUT, CARRYING THE DAY TOTALS SO A LATER DISPUTE CAN CHECK
003100*    THE FILE AGAINST WHAT WAS SIGNED OFF - THE HASH TOTALS
003105*    LET GUESSSLV PROVE THE GENERATION UNCHANGED SINCE.
003110*****************************************************************
003120 4000-SEAL-GENERATION.
003130     OPEN OUTPUT LOG-SEAL-FILE.
003150     MOVE GUESSES-LOGGED    TO SEAL-GUESS-COUNT.
003160     MOVE SESSION-COUNT     TO SEAL-SESSION-COUNT.
003170     MOVE WINS-LOGGED       TO SEAL-WIN-COUNT.
003172     MOVE PLAYER-HASH       TO SEAL-PLAYER-HASH.
003174     MOVE GUESS-HASH        TO SEAL-GUESS-HASH.
003176     MOVE RESPONSE-HASH     TO SEAL-RESPONSE-HASH.
003178     MOVE TIME-HASH         TO SEAL-TIME-HASH.
003180     WRITE LOG-SEAL-RECORD.
003190     CLOSE LOG-SEAL-FILE.
003200     DISPLAY "GENERATION " LOG-FILE-NAME " SEALED".
