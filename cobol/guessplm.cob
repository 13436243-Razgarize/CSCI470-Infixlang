000149*    2026-09-01 RAZ  A NEW PLAYER NOW STARTS WITH A BLANK TEAM
000150*                    CODE AND THE LIST SHOWS EACH PLAYER'S
000151*                    TEAM - ASSIGNMENTS LIVE IN GUESSTMM.
000152*    2026-10-15 RAZ  A NEW PLAYER STARTS WITH A BLANK MERGED-INTO
000153*                    POINTER, AND A PLAYER MERGED AWAY BY
000154*                    GUESSMRG CAN NO LONGER BE REACTIVATED.
000155*****************************************************************
000160
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
001450         MOVE WORK-PLAYER-NAME TO PL-PLAYER-NAME
001460         MOVE TODAYS-DATE      TO PL-ENROLL-DATE
001465         MOVE SPACES           TO PL-TEAM-CODE
001466         MOVE SPACES           TO PL-MERGED-INTO
001470         SET PL-ACTIVE TO TRUE
001480         WRITE PLAYER-MASTER-RECORD
001490         IF PLR-STATUS-DUPLICATE
001970*    FLIPS AN EXISTING PLAYER TO INACTIVE OR BACK TO ACTIVE,
001980*    DEPENDING ON WHICH MENU CHOICE ROUTED HERE. HISTORY IS
001990*    NEVER DELETED - AN INACTIVE PLAYER JUST CANNOT START A
002000*    NEW GAME. A PLAYER MERGED INTO ANOTHER ID STAYS INACTIVE -
002001*    THEIR HISTORY NOW LIVES UNDER THE SURVIVING ID.
002010*****************************************************************
002020 5000-SET-STATUS.
002030     PERFORM 4500-FETCH-PLAYER.
002060             SET PL-INACTIVE TO TRUE
002070             MOVE "PLAYER DEACTIVATED" TO MAINT-MESSAGE
002080         ELSE
002090             IF PL-MERGED-INTO NOT = SPACES
002091                 MOVE "PLAYER WAS MERGED - CANNOT REACTIVATE"
002092                     TO MAINT-MESSAGE
002093             ELSE
002094                 SET PL-ACTIVE TO TRUE
002100                 MOVE "PLAYER REACTIVATED" TO MAINT-MESSAGE
002101             END-IF
002110         END-IF
002120         REWRITE PLAYER-MASTER-RECORD
002130     END-IF.
