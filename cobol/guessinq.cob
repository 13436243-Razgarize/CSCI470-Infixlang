000170*                    LEADERBOARD OR TROPHY REPORTS.
000172*    2026-09-01 RAZ  THE PROFILE NOW SHOWS THE PLAYER'S LEAGUE
000174*                    TEAM WHEN ONE IS ASSIGNED.
000176*    2026-10-15 RAZ  THE PROFILE NOW SHOWS THE SURVIVING ID FOR
000178*                    A PLAYER MERGED AWAY BY GUESSMRG.
000180*****************************************************************
000190
000200 ENVIRONMENT DIVISION.
002242     IF PL-TEAM-CODE NOT = SPACES
002244         DISPLAY "TEAM:     " PL-TEAM-CODE
002246     END-IF.
002247     IF PL-MERGED-INTO NOT = SPACES
002248         DISPLAY "MERGED INTO " PL-MERGED-INTO
002249     END-IF.
002250     DISPLAY "LIFETIME GAMES PLAYED: " LIFETIME-GAMES.
002260     IF LIFETIME-GAMES = 0
002270         DISPLAY "NO GAMES ON FILE FOR THIS PLAYER"
