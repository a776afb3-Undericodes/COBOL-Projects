000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PLAYMNT.
000030 AUTHOR.         D. MERRICK.
000040 INSTALLATION.   FLOOR OPERATIONS - BREAK ROOM DIVERSIONS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*-----------------------------------------------------------------
000080* PLAYMNT - PLAYER ID MAINTENANCE.  CALLED FROM MAINMENU WITH
000090* THE VALIDATED SIGN-ON; ONLY A SUPERVISOR GETS PAST THE DOOR.
000100* A PLAYER ID IS THE KEY OF GAMESTAT, GAMECKPT AND TOURNRES
000110* AND PART OF THE KEY OF TOURNHST, AND IS CARRIED ON EVERY
000120* GAMEHIST AND GAMEGUES RECORD, SO IT IS ONLY EVER CHANGED
000130* HERE, ACROSS ALL OF THEM AT ONCE:
000140*   RENAME  MOVES AN ID TO A NEW ID THAT IS ON NO GAME FILE.
000150*   MERGE   FOLDS ONE ID INTO ANOTHER: GAMES PLAYED ARE ADDED,
000160*           THE BETTER BEST ATTEMPTS AND THE LATER LAST PLAYED
000170*           DATE ARE KEPT, AND THE HISTORY IS RE-POINTED.  A
000180*           SAVED GAME OR CURRENT TOURNAMENT ENTRY HELD BY BOTH
000190*           KEEPS ONLY ONE (THE KEPT ID'S SAVED GAME; THE
000200*           EARLIER-PLAYED TOURNAMENT ENTRY, SINCE A SECOND
000210*           ENTRY UNDER ANOTHER SPELLING WAS A RE-ENTRY).
000220*   PURGE   REMOVES A DEPARTED PLAYER FROM THE ACTIVE FILES
000230*           (GAMESTAT, GAMECKPT, TOURNRES).
000240* CLOSED TOURNAMENT RESULTS ON TOURNHST ARE NEVER ALTERED: A
000250* RENAME OR MERGE RE-KEYS THEM WITH RANK, ATTEMPTS AND POINTS
000260* UNCHANGED SO THE SEASON STANDINGS FOLLOW THE PLAYER, A
000270* RESULT IN A TOURNAMENT WHERE BOTH MERGED IDS WERE RANKED
000280* STAYS UNDER ITS OWN ID, AND A PURGE LEAVES THEM ALONE.
000290* EACH FUNCTION SURVEYS EVERY FILE AND SHOWS WHAT IT WILL
000300* CHANGE BEFORE ASKING TO GO AHEAD.  EVERY CHANGE APPLIED IS
000310* WRITTEN TO THE PLAYMNTL CONTROL LISTING, AND EVERY KEYED
000320* RECORD CHANGED IS WRITTEN TO THE SHARED MAINTENANCE JOURNAL
000330* THROUGH JRNLLOG WITH THE RECORD BEFORE AND AFTER.
000340*-----------------------------------------------------------------
000350* MODIFICATION HISTORY
000360* DATE       INIT  DESCRIPTION
000370* 2026-10-15 DLM   ORIGINAL - PLAYER ID RENAME, MERGE AND PURGE
000380*                  (CR-2026-144).
000390* 2026-10-15 DLM   PURGE NO LONGER HELD UP BY THE CLOSED-RESULT
000400*                  TABLE LIMIT IT NEVER USES; A FAILED WRITE,
000410*                  REWRITE OR DELETE IS LISTED AND LEAVES THE OLD
000420*                  RECORD IN PLACE, AND A HISTORY FILE IS NOT
000430*                  EMPTIED WHEN ITS WORK COPY WILL NOT REOPEN
000440*                  (CR-2026-144).
000450*-----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-370.
000490 OBJECT-COMPUTER. IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT GAMESTAT-FILE ASSIGN TO "GAMESTAT"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS GAMESTAT-PLAYER-ID
000560         FILE STATUS IS WS-GAMESTAT-STATUS.
000570     SELECT GAMECKPT-FILE ASSIGN TO "GAMECKPT"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS GAMECKPT-PLAYER-ID
000610         FILE STATUS IS WS-GAMECKPT-STATUS.
000620     SELECT TOURNRES-FILE ASSIGN TO "TOURNRES"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS TOURNRES-PLAYER-ID
000660         FILE STATUS IS WS-TOURNRES-STATUS.
000670     SELECT TOURNHST-FILE ASSIGN TO "TOURNHST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS TOURNHST-KEY
000710         FILE STATUS IS WS-TOURNHST-STATUS.
000720     SELECT GAMEHIST-FILE ASSIGN TO "GAMEHIST"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-GAMEHIST-STATUS.
000750     SELECT GAMEGUES-FILE ASSIGN TO "GAMEGUES"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-GAMEGUES-STATUS.
000780     SELECT PLAYWORK-FILE ASSIGN TO "PLAYWORK"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-PLAYWORK-STATUS.
000810     SELECT PLAYMNTL-FILE ASSIGN TO "PLAYMNTL"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-PLAYMNTL-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  GAMESTAT-FILE
000870     RECORDING MODE IS F.
000880     COPY GAMESTAT.
000890 FD  GAMECKPT-FILE
000900     RECORDING MODE IS F.
000910     COPY GAMECKPT.
000920 FD  TOURNRES-FILE
000930     RECORDING MODE IS F.
000940     COPY TOURNRES.
000950 FD  TOURNHST-FILE
000960     RECORDING MODE IS F.
000970     COPY TOURNHST.
000980 FD  GAMEHIST-FILE
000990     RECORDING MODE IS F.
001000     COPY GAMEHIST.
001010 FD  GAMEGUES-FILE
001020     RECORDING MODE IS F.
001030     COPY GAMEGUES.
001040 FD  PLAYWORK-FILE
001050     RECORDING MODE IS F.
001060 01  PLAYWORK-RECORD             PIC X(100).
001070 FD  PLAYMNTL-FILE
001080     RECORDING MODE IS F.
001090 01  PLAYMNTL-LINE               PIC X(80).
001100 WORKING-STORAGE SECTION.
001110 77  WS-GAMESTAT-STATUS          PIC X(02) VALUE SPACES.
001120 77  WS-GAMECKPT-STATUS          PIC X(02) VALUE SPACES.
001130 77  WS-TOURNRES-STATUS          PIC X(02) VALUE SPACES.
001140 77  WS-TOURNHST-STATUS          PIC X(02) VALUE SPACES.
001150 77  WS-GAMEHIST-STATUS          PIC X(02) VALUE SPACES.
001160 77  WS-GAMEGUES-STATUS          PIC X(02) VALUE SPACES.
001170 77  WS-PLAYWORK-STATUS          PIC X(02) VALUE SPACES.
001180 77  WS-PLAYMNTL-STATUS          PIC X(02) VALUE SPACES.
001190 77  WS-FUNCTION-CHOICE          PIC 9(01) VALUE ZERO.
001200 77  WS-FUNCTION-CODE            PIC X(01) VALUE SPACE.
001210     88  WS-FN-RENAME                VALUE 'R'.
001220     88  WS-FN-MERGE                 VALUE 'M'.
001230     88  WS-FN-PURGE                 VALUE 'P'.
001240 77  WS-DONE-SWITCH              PIC X(01) VALUE 'N'.
001250     88  WS-DONE                     VALUE 'Y'.
001260 77  WS-IDS-VALID-SWITCH         PIC X(01) VALUE 'N'.
001270     88  WS-IDS-VALID                VALUE 'Y'.
001280 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001290     88  WS-EOF                      VALUE 'Y'.
001300 77  WS-CONFIRM                  PIC X(01) VALUE SPACE.
001310 77  WS-FROM-ID                  PIC X(10) VALUE SPACES.
001320 77  WS-TO-ID                    PIC X(10) VALUE SPACES.
001330 77  WS-FROM-STAT-SWITCH         PIC X(01) VALUE 'N'.
001340     88  WS-FROM-ON-GAMESTAT         VALUE 'Y'.
001350 77  WS-TO-STAT-SWITCH           PIC X(01) VALUE 'N'.
001360     88  WS-TO-ON-GAMESTAT           VALUE 'Y'.
001370 77  WS-FROM-CKPT-SWITCH         PIC X(01) VALUE 'N'.
001380     88  WS-FROM-ON-GAMECKPT         VALUE 'Y'.
001390 77  WS-TO-CKPT-SWITCH           PIC X(01) VALUE 'N'.
001400     88  WS-TO-ON-GAMECKPT           VALUE 'Y'.
001410 77  WS-FROM-TRES-SWITCH         PIC X(01) VALUE 'N'.
001420     88  WS-FROM-ON-TOURNRES         VALUE 'Y'.
001430 77  WS-TO-TRES-SWITCH           PIC X(01) VALUE 'N'.
001440     88  WS-TO-ON-TOURNRES           VALUE 'Y'.
001450 77  WS-HST-OVERFLOW-SWITCH      PIC X(01) VALUE 'N'.
001460     88  WS-HST-OVERFLOW             VALUE 'Y'.
001470 77  WS-UPDATE-FAIL-SWITCH       PIC X(01) VALUE 'N'.
001480     88  WS-UPDATE-FAILED            VALUE 'Y'.
001490 77  WS-FAIL-STATUS              PIC X(02) VALUE SPACES.
001500 77  WS-FROM-GAMES               PIC 9(05) VALUE ZERO.
001510 77  WS-FROM-BEST                PIC 9(05) VALUE ZERO.
001520 77  WS-FROM-LAST                PIC 9(08) VALUE ZERO.
001530 77  WS-NEW-GAMES                PIC 9(05) VALUE ZERO.
001540 77  WS-NEW-BEST                 PIC 9(05) VALUE ZERO.
001550 77  WS-NEW-LAST                 PIC 9(08) VALUE ZERO.
001560 77  WS-FROM-TRES-TOURN          PIC X(08) VALUE SPACES.
001570 77  WS-FROM-TRES-DATE           PIC 9(08) VALUE ZERO.
001580 77  WS-TO-TRES-DATE             PIC 9(08) VALUE ZERO.
001590 77  WS-HST-COUNT                PIC 9(03) COMP VALUE ZERO.
001600 77  WS-HST-MAX                  PIC 9(03) COMP VALUE 100.
001610 77  WS-HST-IX                   PIC 9(03) COMP VALUE ZERO.
001620 77  WS-TO-HST-COUNT             PIC 9(05) VALUE ZERO.
001630 77  WS-CLASH-COUNT              PIC 9(05) VALUE ZERO.
001640 77  WS-FROM-HIST-COUNT          PIC 9(07) VALUE ZERO.
001650 77  WS-TO-HIST-COUNT            PIC 9(07) VALUE ZERO.
001660 77  WS-FROM-GUES-COUNT          PIC 9(07) VALUE ZERO.
001670 77  WS-TO-GUES-COUNT            PIC 9(07) VALUE ZERO.
001680 77  WS-REPOINT-COUNT            PIC 9(07) VALUE ZERO.
001690 77  WS-CHANGE-COUNT             PIC 9(07) VALUE ZERO.
001700 77  WS-EDIT-COUNT               PIC Z,ZZZ,ZZ9.
001710 77  WS-EDIT-GAMES               PIC ZZZZ9.
001720 77  WS-EDIT-BEST                PIC ZZZZ9.
001730 77  WS-SAVE-IMAGE               PIC X(100) VALUE SPACES.
001740 77  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001750 77  WS-NOW-TIME                 PIC 9(08) VALUE ZERO.
001760 77  WS-JRNL-FILE                PIC X(08) VALUE SPACES.
001770     COPY JRNLCLL.
001780 01  WS-HST-TABLE.
001790     05  WS-HST-ENTRY            OCCURS 100 TIMES.
001800         10  WS-HST-TOURN-ID     PIC X(08).
001810         10  WS-HST-CLASH-FLAG   PIC X(01).
001820             88  WS-HST-CLASH        VALUE 'Y'.
001830 01  WS-LIST-HEAD-LINE.
001840     05  FILLER                  PIC X(17)
001850         VALUE "PLAYER ID CHANGE ".
001860     05  RPT-HEAD-FUNCTION       PIC X(07).
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  RPT-HEAD-FROM-ID        PIC X(10).
001890     05  RPT-HEAD-TO-WORD        PIC X(04).
001900     05  RPT-HEAD-TO-ID          PIC X(10).
001910     05  FILLER                  PIC X(04) VALUE " BY ".
001920     05  RPT-HEAD-USER-ID        PIC X(10).
001930     05  FILLER                  PIC X(01) VALUE SPACE.
001940     05  RPT-HEAD-DATE           PIC 9(08).
001950     05  FILLER                  PIC X(01) VALUE SPACE.
001960     05  RPT-HEAD-TIME           PIC X(06).
001970     05  FILLER                  PIC X(01) VALUE SPACE.
001980 01  WS-LIST-DETAIL-LINE.
001990     05  RPT-LIST-FILE           PIC X(08).
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  RPT-LIST-KEY            PIC X(20).
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002030     05  RPT-LIST-TEXT           PIC X(48).
002040 01  WS-LIST-TOTAL-LINE.
002050     05  FILLER                  PIC X(17)
002060         VALUE "RECORDS CHANGED: ".
002070     05  RPT-TOTAL-CHANGED       PIC Z,ZZZ,ZZ9.
002080     05  FILLER                  PIC X(54) VALUE SPACES.
002090 LINKAGE SECTION.
002100     COPY SIGNON.
002110 PROCEDURE DIVISION USING SIGNON-PARMS.
002120*-----------------------------------------------------------------
002130* 0000-MAINLINE - CHECKS THE CALLER'S PERMISSION AND LOOPS OVER
002140* THE MAINTENANCE MENU.  EACH FUNCTION OPENS AND CLOSES THE
002150* FILES IT NEEDS, SO NOTHING IS HELD OPEN BETWEEN FUNCTIONS.
002160*-----------------------------------------------------------------
002170 0000-MAINLINE.
002180     MOVE 'N' TO WS-DONE-SWITCH
002190     IF NOT SIGNON-PERM-SUPERVISOR
002200         DISPLAY "PLAYER ID MAINTENANCE IS SUPERVISOR ONLY."
002210         GOBACK
002220     END-IF
002230     PERFORM 1000-MAINTENANCE-ROUND THRU 1000-EXIT
002240         UNTIL WS-DONE
002250     GOBACK.
002260*-----------------------------------------------------------------
002270* 1000-MAINTENANCE-ROUND - ONE PASS THROUGH THE MAINTENANCE
002280* MENU.
002290*-----------------------------------------------------------------
002300 1000-MAINTENANCE-ROUND.
002310     DISPLAY " "
002320     DISPLAY "PLAYER ID MAINTENANCE"
002330     DISPLAY "  1. RENAME A PLAYER ID"
002340     DISPLAY "  2. MERGE TWO PLAYER IDS"
002350     DISPLAY "  3. PURGE A DEPARTED PLAYER"
002360     DISPLAY "  4. RETURN TO MAIN MENU"
002370     DISPLAY "ENTER SELECTION: "
002380     ACCEPT WS-FUNCTION-CHOICE
002390     EVALUATE WS-FUNCTION-CHOICE
002400         WHEN 1
002410             MOVE 'R' TO WS-FUNCTION-CODE
002420             PERFORM 2000-RENAME-PLAYER THRU 2000-EXIT
002430         WHEN 2
002440             MOVE 'M' TO WS-FUNCTION-CODE
002450             PERFORM 3000-MERGE-PLAYERS THRU 3000-EXIT
002460         WHEN 3
002470             MOVE 'P' TO WS-FUNCTION-CODE
002480             PERFORM 4000-PURGE-PLAYER THRU 4000-EXIT
002490         WHEN 4
002500             MOVE 'Y' TO WS-DONE-SWITCH
002510         WHEN OTHER
002520             DISPLAY "INVALID SELECTION - PLEASE TRY AGAIN."
002530     END-EVALUATE.
002540 1000-EXIT.
002550     EXIT.
002560*-----------------------------------------------------------------
002570* 2000-RENAME-PLAYER - THE NEW ID MUST BE ON NO GAME FILE AT
002580* ALL; FOLDING INTO AN ID ALREADY IN USE IS A MERGE.
002590*-----------------------------------------------------------------
002600 2000-RENAME-PLAYER.
002610     PERFORM 5000-GET-IDS THRU 5000-EXIT
002620     IF NOT WS-IDS-VALID
002630         GO TO 2000-EXIT
002640     END-IF
002650     PERFORM 6000-SURVEY-FILES THRU 6000-EXIT
002660     IF WS-HST-OVERFLOW
002670         GO TO 2000-EXIT
002680     END-IF
002690     IF WS-TO-ON-GAMESTAT OR WS-TO-ON-GAMECKPT OR
002700        WS-TO-ON-TOURNRES OR WS-TO-HST-COUNT > ZERO OR
002710        WS-TO-HIST-COUNT > ZERO OR WS-TO-GUES-COUNT > ZERO
002720         DISPLAY "PLAYER " WS-TO-ID " IS ALREADY ON THE GAME "
002730             "FILES - USE MERGE INSTEAD."
002740         GO TO 2000-EXIT
002750     END-IF
002760     PERFORM 6800-SHOW-PLAN THRU 6800-EXIT
002770     PERFORM 6900-CONFIRM THRU 6900-EXIT
002780     IF WS-CONFIRM = 'Y'
002790         PERFORM 7000-APPLY-CHANGES THRU 7000-EXIT
002800     END-IF.
002810 2000-EXIT.
002820     EXIT.
002830*-----------------------------------------------------------------
002840* 3000-MERGE-PLAYERS - FOLDS THE FIRST ID INTO THE SECOND.
002850*-----------------------------------------------------------------
002860 3000-MERGE-PLAYERS.
002870     PERFORM 5000-GET-IDS THRU 5000-EXIT
002880     IF NOT WS-IDS-VALID
002890         GO TO 3000-EXIT
002900     END-IF
002910     PERFORM 6000-SURVEY-FILES THRU 6000-EXIT
002920     IF WS-HST-OVERFLOW
002930         GO TO 3000-EXIT
002940     END-IF
002950     PERFORM 6800-SHOW-PLAN THRU 6800-EXIT
002960     PERFORM 6900-CONFIRM THRU 6900-EXIT
002970     IF WS-CONFIRM = 'Y'
002980         PERFORM 7000-APPLY-CHANGES THRU 7000-EXIT
002990     END-IF.
003000 3000-EXIT.
003010     EXIT.
003020*-----------------------------------------------------------------
003030* 4000-PURGE-PLAYER - REMOVES THE PLAYER FROM THE ACTIVE FILES.
003040* THE HISTORY FILES AND CLOSED TOURNAMENT RESULTS ARE KEPT.
003050*-----------------------------------------------------------------
003060 4000-PURGE-PLAYER.
003070     PERFORM 5000-GET-IDS THRU 5000-EXIT
003080     IF NOT WS-IDS-VALID
003090         GO TO 4000-EXIT
003100     END-IF
003110     PERFORM 6000-SURVEY-FILES THRU 6000-EXIT
003120     PERFORM 6800-SHOW-PLAN THRU 6800-EXIT
003130     PERFORM 6900-CONFIRM THRU 6900-EXIT
003140     IF WS-CONFIRM = 'Y'
003150         PERFORM 7000-APPLY-CHANGES THRU 7000-EXIT
003160     END-IF.
003170 4000-EXIT.
003180     EXIT.
003190*-----------------------------------------------------------------
003200* 5000-GET-IDS - PROMPTS FOR THE PLAYER ID(S) THE FUNCTION
003210* NEEDS.  A PURGE TAKES ONE ID; RENAME AND MERGE TAKE TWO,
003220* WHICH MUST DIFFER.
003230*-----------------------------------------------------------------
003240 5000-GET-IDS.
003250     MOVE 'N'    TO WS-IDS-VALID-SWITCH
003260     MOVE SPACES TO WS-FROM-ID
003270     MOVE SPACES TO WS-TO-ID
003280     EVALUATE TRUE
003290         WHEN WS-FN-RENAME
003300             DISPLAY "ENTER PLAYER ID TO RENAME: "
003310         WHEN WS-FN-MERGE
003320             DISPLAY "ENTER PLAYER ID TO MERGE AWAY: "
003330         WHEN OTHER
003340             DISPLAY "ENTER PLAYER ID TO PURGE: "
003350     END-EVALUATE
003360     ACCEPT WS-FROM-ID
003370     IF WS-FROM-ID = SPACES
003380         DISPLAY "PLAYER ID MAY NOT BE BLANK."
003390         GO TO 5000-EXIT
003400     END-IF
003410     IF WS-FN-PURGE
003420         MOVE 'Y' TO WS-IDS-VALID-SWITCH
003430         GO TO 5000-EXIT
003440     END-IF
003450     IF WS-FN-RENAME
003460         DISPLAY "ENTER NEW PLAYER ID: "
003470     ELSE
003480         DISPLAY "ENTER PLAYER ID TO KEEP: "
003490     END-IF
003500     ACCEPT WS-TO-ID
003510     IF WS-TO-ID = SPACES
003520         DISPLAY "PLAYER ID MAY NOT BE BLANK."
003530         GO TO 5000-EXIT
003540     END-IF
003550     IF WS-TO-ID = WS-FROM-ID
003560         DISPLAY "THE TWO PLAYER IDS MUST DIFFER."
003570         GO TO 5000-EXIT
003580     END-IF
003590     MOVE 'Y' TO WS-IDS-VALID-SWITCH.
003600 5000-EXIT.
003610     EXIT.
003620*-----------------------------------------------------------------
003630* 6000-SURVEY-FILES - LOOKS BOTH IDS UP ON EVERY GAME FILE SO
003640* THE PLAN CAN BE SHOWN BEFORE ANYTHING IS TOUCHED.  A FILE
003650* THAT IS NOT THERE SIMPLY HOLDS NEITHER ID.
003660*-----------------------------------------------------------------
003670 6000-SURVEY-FILES.
003680     MOVE 'N'  TO WS-FROM-STAT-SWITCH
003690     MOVE 'N'  TO WS-TO-STAT-SWITCH
003700     MOVE 'N'  TO WS-FROM-CKPT-SWITCH
003710     MOVE 'N'  TO WS-TO-CKPT-SWITCH
003720     MOVE 'N'  TO WS-FROM-TRES-SWITCH
003730     MOVE 'N'  TO WS-TO-TRES-SWITCH
003740     MOVE 'N'  TO WS-HST-OVERFLOW-SWITCH
003750     MOVE ZERO TO WS-HST-COUNT
003760     MOVE ZERO TO WS-TO-HST-COUNT
003770     MOVE ZERO TO WS-CLASH-COUNT
003780     MOVE ZERO TO WS-FROM-HIST-COUNT
003790     MOVE ZERO TO WS-TO-HIST-COUNT
003800     MOVE ZERO TO WS-FROM-GUES-COUNT
003810     MOVE ZERO TO WS-TO-GUES-COUNT
003820     PERFORM 6100-SURVEY-GAMESTAT THRU 6100-EXIT
003830     PERFORM 6200-SURVEY-GAMECKPT THRU 6200-EXIT
003840     PERFORM 6300-SURVEY-TOURNRES THRU 6300-EXIT
003850     PERFORM 6400-SURVEY-TOURNHST THRU 6400-EXIT
003860     PERFORM 6500-SURVEY-GAMEHIST THRU 6500-EXIT
003870     PERFORM 6600-SURVEY-GAMEGUES THRU 6600-EXIT.
003880 6000-EXIT.
003890     EXIT.
003900*-----------------------------------------------------------------
003910* 6100-SURVEY-GAMESTAT - READS BOTH LEADERBOARD RECORDS AND
003920* WORKS OUT THE MERGED FIGURES.
003930*-----------------------------------------------------------------
003940 6100-SURVEY-GAMESTAT.
003950     OPEN INPUT GAMESTAT-FILE
003960     IF WS-GAMESTAT-STATUS NOT = "00"
003970         GO TO 6100-EXIT
003980     END-IF
003990     MOVE WS-FROM-ID TO GAMESTAT-PLAYER-ID
004000     READ GAMESTAT-FILE
004010         INVALID KEY
004020             CONTINUE
004030         NOT INVALID KEY
004040             MOVE 'Y' TO WS-FROM-STAT-SWITCH
004050             MOVE GAMESTAT-GAMES-PLAYED     TO WS-FROM-GAMES
004060             MOVE GAMESTAT-BEST-ATTEMPTS    TO WS-FROM-BEST
004070             MOVE GAMESTAT-LAST-PLAYED-DATE TO WS-FROM-LAST
004080     END-READ
004090     MOVE WS-FROM-GAMES TO WS-NEW-GAMES
004100     MOVE WS-FROM-BEST  TO WS-NEW-BEST
004110     MOVE WS-FROM-LAST  TO WS-NEW-LAST
004120     IF WS-TO-ID NOT = SPACES
004130         MOVE WS-TO-ID TO GAMESTAT-PLAYER-ID
004140         READ GAMESTAT-FILE
004150             INVALID KEY
004160                 CONTINUE
004170             NOT INVALID KEY
004180                 MOVE 'Y' TO WS-TO-STAT-SWITCH
004190                 PERFORM 6150-MERGE-FIGURES THRU 6150-EXIT
004200         END-READ
004210     END-IF
004220     CLOSE GAMESTAT-FILE.
004230 6100-EXIT.
004240     EXIT.
004250*-----------------------------------------------------------------
004260* 6150-MERGE-FIGURES - GAMES PLAYED ADD UP, THE LOWER BEST
004270* ATTEMPTS AND THE LATER LAST PLAYED DATE WIN.  EXPECTS THE
004280* KEPT ID'S RECORD IN THE GAMESTAT RECORD AREA.
004290*-----------------------------------------------------------------
004300 6150-MERGE-FIGURES.
004310     IF NOT WS-FROM-ON-GAMESTAT
004320         MOVE GAMESTAT-GAMES-PLAYED     TO WS-NEW-GAMES
004330         MOVE GAMESTAT-BEST-ATTEMPTS    TO WS-NEW-BEST
004340         MOVE GAMESTAT-LAST-PLAYED-DATE TO WS-NEW-LAST
004350         GO TO 6150-EXIT
004360     END-IF
004370     COMPUTE WS-NEW-GAMES =
004380         WS-FROM-GAMES + GAMESTAT-GAMES-PLAYED
004390     IF GAMESTAT-BEST-ATTEMPTS < WS-FROM-BEST
004400         MOVE GAMESTAT-BEST-ATTEMPTS TO WS-NEW-BEST
004410     ELSE
004420         MOVE WS-FROM-BEST TO WS-NEW-BEST
004430     END-IF
004440     IF GAMESTAT-LAST-PLAYED-DATE > WS-FROM-LAST
004450         MOVE GAMESTAT-LAST-PLAYED-DATE TO WS-NEW-LAST
004460     ELSE
004470         MOVE WS-FROM-LAST TO WS-NEW-LAST
004480     END-IF.
004490 6150-EXIT.
004500     EXIT.
004510 6200-SURVEY-GAMECKPT.
004520     OPEN INPUT GAMECKPT-FILE
004530     IF WS-GAMECKPT-STATUS NOT = "00"
004540         GO TO 6200-EXIT
004550     END-IF
004560     MOVE WS-FROM-ID TO GAMECKPT-PLAYER-ID
004570     READ GAMECKPT-FILE
004580         INVALID KEY
004590             CONTINUE
004600         NOT INVALID KEY
004610             MOVE 'Y' TO WS-FROM-CKPT-SWITCH
004620     END-READ
004630     IF WS-TO-ID NOT = SPACES
004640         MOVE WS-TO-ID TO GAMECKPT-PLAYER-ID
004650         READ GAMECKPT-FILE
004660             INVALID KEY
004670                 CONTINUE
004680             NOT INVALID KEY
004690                 MOVE 'Y' TO WS-TO-CKPT-SWITCH
004700         END-READ
004710     END-IF
004720     CLOSE GAMECKPT-FILE.
004730 6200-EXIT.
004740     EXIT.
004750 6300-SURVEY-TOURNRES.
004760     OPEN INPUT TOURNRES-FILE
004770     IF WS-TOURNRES-STATUS NOT = "00"
004780         GO TO 6300-EXIT
004790     END-IF
004800     MOVE WS-FROM-ID TO TOURNRES-PLAYER-ID
004810     READ TOURNRES-FILE
004820         INVALID KEY
004830             CONTINUE
004840         NOT INVALID KEY
004850             MOVE 'Y' TO WS-FROM-TRES-SWITCH
004860             MOVE TOURNRES-TOURN-ID    TO WS-FROM-TRES-TOURN
004870             MOVE TOURNRES-PLAYED-DATE TO WS-FROM-TRES-DATE
004880     END-READ
004890     IF WS-TO-ID NOT = SPACES
004900         MOVE WS-TO-ID TO TOURNRES-PLAYER-ID
004910         READ TOURNRES-FILE
004920             INVALID KEY
004930                 CONTINUE
004940             NOT INVALID KEY
004950                 MOVE 'Y' TO WS-TO-TRES-SWITCH
004960                 MOVE TOURNRES-PLAYED-DATE TO WS-TO-TRES-DATE
004970         END-READ
004980     END-IF
004990     CLOSE TOURNRES-FILE.
005000 6300-EXIT.
005010     EXIT.
005020*-----------------------------------------------------------------
005030* 6400-SURVEY-TOURNHST - TABLES THE TOURNAMENTS THE FIRST ID WAS
005040* RANKED IN AND COUNTS THE SECOND ID'S RESULTS.  A TOURNAMENT
005050* WHERE BOTH IDS WERE RANKED IS A CLASH: THAT CLOSED RESULT
005060* STAYS WHERE IT IS.
005070*-----------------------------------------------------------------
005080 6400-SURVEY-TOURNHST.
005090     OPEN INPUT TOURNHST-FILE
005100     IF WS-TOURNHST-STATUS NOT = "00"
005110         GO TO 6400-EXIT
005120     END-IF
005130     MOVE 'N' TO WS-EOF-SWITCH
005140     PERFORM 6410-SCAN-TOURNHST THRU 6410-EXIT
005150         UNTIL WS-EOF
005160     IF WS-TO-ID NOT = SPACES
005170         PERFORM 6420-CHECK-CLASH THRU 6420-EXIT
005180             VARYING WS-HST-IX FROM 1 BY 1
005190             UNTIL WS-HST-IX > WS-HST-COUNT
005200     END-IF
005210     CLOSE TOURNHST-FILE
005220     IF WS-HST-OVERFLOW AND NOT WS-FN-PURGE
005230         DISPLAY "PLAYER " WS-FROM-ID " HAS MORE THAN "
005240             WS-HST-MAX " CLOSED RESULTS - NOTHING CHANGED."
005250     END-IF.
005260 6400-EXIT.
005270     EXIT.
005280 6410-SCAN-TOURNHST.
005290     READ TOURNHST-FILE NEXT RECORD
005300         AT END
005310             MOVE 'Y' TO WS-EOF-SWITCH
005320             GO TO 6410-EXIT
005330     END-READ
005340     IF TOURNHST-PLAYER-ID = WS-TO-ID
005350         ADD 1 TO WS-TO-HST-COUNT
005360     END-IF
005370     IF TOURNHST-PLAYER-ID NOT = WS-FROM-ID
005380         GO TO 6410-EXIT
005390     END-IF
005400     IF WS-HST-COUNT < WS-HST-MAX
005410         ADD 1 TO WS-HST-COUNT
005420         MOVE TOURNHST-TOURN-ID TO WS-HST-TOURN-ID (WS-HST-COUNT)
005430         MOVE 'N' TO WS-HST-CLASH-FLAG (WS-HST-COUNT)
005440     ELSE
005450         MOVE 'Y' TO WS-HST-OVERFLOW-SWITCH
005460     END-IF.
005470 6410-EXIT.
005480     EXIT.
005490 6420-CHECK-CLASH.
005500     MOVE WS-HST-TOURN-ID (WS-HST-IX) TO TOURNHST-TOURN-ID
005510     MOVE WS-TO-ID                    TO TOURNHST-PLAYER-ID
005520     READ TOURNHST-FILE
005530         INVALID KEY
005540             CONTINUE
005550         NOT INVALID KEY
005560             MOVE 'Y' TO WS-HST-CLASH-FLAG (WS-HST-IX)
005570             ADD 1 TO WS-CLASH-COUNT
005580     END-READ.
005590 6420-EXIT.
005600     EXIT.
005610 6500-SURVEY-GAMEHIST.
005620     OPEN INPUT GAMEHIST-FILE
005630     IF WS-GAMEHIST-STATUS NOT = "00"
005640         GO TO 6500-EXIT
005650     END-IF
005660     MOVE 'N' TO WS-EOF-SWITCH
005670     PERFORM 6510-COUNT-GAMEHIST THRU 6510-EXIT
005680         UNTIL WS-EOF
005690     CLOSE GAMEHIST-FILE.
005700 6500-EXIT.
005710     EXIT.
005720 6510-COUNT-GAMEHIST.
005730     READ GAMEHIST-FILE
005740         AT END
005750             MOVE 'Y' TO WS-EOF-SWITCH
005760             GO TO 6510-EXIT
005770     END-READ
005780     IF GAMEHIST-PLAYER-ID = WS-FROM-ID
005790         ADD 1 TO WS-FROM-HIST-COUNT
005800     END-IF
005810     IF GAMEHIST-PLAYER-ID = WS-TO-ID
005820         ADD 1 TO WS-TO-HIST-COUNT
005830     END-IF.
005840 6510-EXIT.
005850     EXIT.
005860 6600-SURVEY-GAMEGUES.
005870     OPEN INPUT GAMEGUES-FILE
005880     IF WS-GAMEGUES-STATUS NOT = "00"
005890         GO TO 6600-EXIT
005900     END-IF
005910     MOVE 'N' TO WS-EOF-SWITCH
005920     PERFORM 6610-COUNT-GAMEGUES THRU 6610-EXIT
005930         UNTIL WS-EOF
005940     CLOSE GAMEGUES-FILE.
005950 6600-EXIT.
005960     EXIT.
005970 6610-COUNT-GAMEGUES.
005980     READ GAMEGUES-FILE
005990         AT END
006000             MOVE 'Y' TO WS-EOF-SWITCH
006010             GO TO 6610-EXIT
006020     END-READ
006030     IF GAMEGUES-PLAYER-ID = WS-FROM-ID
006040         ADD 1 TO WS-FROM-GUES-COUNT
006050     END-IF
006060     IF GAMEGUES-PLAYER-ID = WS-TO-ID
006070         ADD 1 TO WS-TO-GUES-COUNT
006080     END-IF.
006090 6610-EXIT.
006100     EXIT.
006110*-----------------------------------------------------------------
006120* 6800-SHOW-PLAN - SHOWS, FILE BY FILE, WHAT THE FUNCTION WILL
006130* DO WITH WHAT THE SURVEY FOUND.
006140*-----------------------------------------------------------------
006150 6800-SHOW-PLAN.
006160     DISPLAY " "
006170     DISPLAY "THE FOLLOWING CHANGES WILL BE MADE:"
006180     IF WS-FROM-ON-GAMESTAT
006190         EVALUATE TRUE
006200             WHEN WS-FN-PURGE
006210                 DISPLAY "  GAMESTAT  LEADERBOARD ENTRY DELETED"
006220             WHEN WS-TO-ON-GAMESTAT
006230                 MOVE WS-NEW-GAMES TO WS-EDIT-GAMES
006240                 MOVE WS-NEW-BEST  TO WS-EDIT-BEST
006250                 DISPLAY "  GAMESTAT  MERGED INTO " WS-TO-ID
006260                     ": GAMES " WS-EDIT-GAMES " BEST "
006270                     WS-EDIT-BEST " LAST " WS-NEW-LAST
006280             WHEN OTHER
006290                 DISPLAY "  GAMESTAT  LEADERBOARD ENTRY MOVED TO "
006300                     WS-TO-ID
006310         END-EVALUATE
006320     ELSE
006330         DISPLAY "  GAMESTAT  NO LEADERBOARD ENTRY"
006340     END-IF
006350     IF WS-FROM-ON-GAMECKPT
006360         EVALUATE TRUE
006370             WHEN WS-FN-PURGE
006380                 DISPLAY "  GAMECKPT  SAVED GAME DELETED"
006390             WHEN WS-TO-ON-GAMECKPT
006400                 DISPLAY "  GAMECKPT  SAVED GAME DROPPED - "
006410                     WS-TO-ID " KEEPS ITS OWN"
006420             WHEN OTHER
006430                 DISPLAY "  GAMECKPT  SAVED GAME MOVED TO "
006440                     WS-TO-ID
006450         END-EVALUATE
006460     END-IF
006470     IF WS-FROM-ON-TOURNRES
006480         EVALUATE TRUE
006490             WHEN WS-FN-PURGE
006500                 DISPLAY "  TOURNRES  ENTRY IN "
006510                     WS-FROM-TRES-TOURN " DELETED"
006520             WHEN WS-TO-ON-TOURNRES
006530                 IF WS-FROM-TRES-DATE < WS-TO-TRES-DATE
006540                     DISPLAY "  TOURNRES  EARLIER ENTRY OF "
006550                         WS-FROM-ID " KEPT UNDER " WS-TO-ID
006560                 ELSE
006570                     DISPLAY "  TOURNRES  ENTRY OF " WS-FROM-ID
006580                         " DROPPED - " WS-TO-ID
006590                         " ENTERED FIRST"
006600                 END-IF
006610             WHEN OTHER
006620                 DISPLAY "  TOURNRES  ENTRY IN "
006630                     WS-FROM-TRES-TOURN " MOVED TO " WS-TO-ID
006640         END-EVALUATE
006650     END-IF
006660     IF WS-HST-COUNT > ZERO
006670         IF WS-FN-PURGE
006680             IF WS-HST-OVERFLOW
006690                 DISPLAY "  TOURNHST  MORE THAN " WS-HST-MAX
006700                     " CLOSED RESULT(S) KEPT AS HISTORY"
006710             ELSE
006720                 DISPLAY "  TOURNHST  " WS-HST-COUNT
006730                     " CLOSED RESULT(S) KEPT AS HISTORY"
006740             END-IF
006750         ELSE
006760             DISPLAY "  TOURNHST  " WS-HST-COUNT
006770                 " CLOSED RESULT(S) RE-KEYED, "
006780                 WS-CLASH-COUNT " LEFT WHERE BOTH IDS RANKED"
006790         END-IF
006800     END-IF
006810     MOVE WS-FROM-HIST-COUNT TO WS-EDIT-COUNT
006820     IF WS-FN-PURGE
006830         DISPLAY "  GAMEHIST  " WS-EDIT-COUNT
006840             " ROUND(S) KEPT AS HISTORY"
006850     ELSE
006860         DISPLAY "  GAMEHIST  " WS-EDIT-COUNT
006870             " ROUND(S) RE-POINTED"
006880     END-IF
006890     MOVE WS-FROM-GUES-COUNT TO WS-EDIT-COUNT
006900     IF WS-FN-PURGE
006910         DISPLAY "  GAMEGUES  " WS-EDIT-COUNT
006920             " GUESS(ES) KEPT AS HISTORY"
006930     ELSE
006940         DISPLAY "  GAMEGUES  " WS-EDIT-COUNT
006950             " GUESS(ES) RE-POINTED"
006960     END-IF.
006970 6800-EXIT.
006980     EXIT.
006990*-----------------------------------------------------------------
007000* 6900-CONFIRM - NOTHING IS APPLIED UNLESS THE SUPERVISOR SAYS
007010* SO.  WS-CONFIRM COMES BACK 'Y' ONLY FOR A GO-AHEAD.
007020*-----------------------------------------------------------------
007030 6900-CONFIRM.
007040     IF NOT WS-FROM-ON-GAMESTAT AND NOT WS-FROM-ON-GAMECKPT AND
007050        NOT WS-FROM-ON-TOURNRES AND WS-HST-COUNT = ZERO AND
007060        WS-FROM-HIST-COUNT = ZERO AND WS-FROM-GUES-COUNT = ZERO
007070         DISPLAY "PLAYER " WS-FROM-ID " IS ON NO GAME FILE - "
007080             "NOTHING TO DO."
007090         MOVE 'N' TO WS-CONFIRM
007100         GO TO 6900-EXIT
007110     END-IF
007120     DISPLAY "APPLY THESE CHANGES? (Y/N): "
007130     ACCEPT WS-CONFIRM
007140     IF WS-CONFIRM = 'y'
007150         MOVE 'Y' TO WS-CONFIRM
007160     END-IF
007170     IF WS-CONFIRM NOT = 'Y'
007180         DISPLAY "NOTHING CHANGED."
007190     END-IF.
007200 6900-EXIT.
007210     EXIT.
007220*-----------------------------------------------------------------
007230* 7000-APPLY-CHANGES - HEADS THE CONTROL LISTING FOR THIS
007240* FUNCTION, APPLIES IT FILE BY FILE, AND CLOSES THE LISTING
007250* WITH THE COUNT OF RECORDS CHANGED.  THE LISTING IS APPENDED
007260* TO, SO IT KEEPS EVERY CHANGE EVER MADE.
007270*-----------------------------------------------------------------
007280 7000-APPLY-CHANGES.
007290     MOVE ZERO TO WS-CHANGE-COUNT
007300     OPEN EXTEND PLAYMNTL-FILE
007310     IF WS-PLAYMNTL-STATUS = "05" OR WS-PLAYMNTL-STATUS = "35"
007320         OPEN OUTPUT PLAYMNTL-FILE
007330     END-IF
007340     IF WS-PLAYMNTL-STATUS NOT = "00"
007350         DISPLAY "ERROR: UNABLE TO OPEN PLAYMNTL - STATUS "
007360             WS-PLAYMNTL-STATUS " - NOTHING CHANGED."
007370         GO TO 7000-EXIT
007380     END-IF
007390     EVALUATE TRUE
007400         WHEN WS-FN-RENAME
007410             MOVE "RENAME"  TO RPT-HEAD-FUNCTION
007420             MOVE " TO "    TO RPT-HEAD-TO-WORD
007430         WHEN WS-FN-MERGE
007440             MOVE "MERGE"   TO RPT-HEAD-FUNCTION
007450             MOVE " TO "    TO RPT-HEAD-TO-WORD
007460         WHEN OTHER
007470             MOVE "PURGE"   TO RPT-HEAD-FUNCTION
007480             MOVE SPACES    TO RPT-HEAD-TO-WORD
007490     END-EVALUATE
007500     MOVE WS-FROM-ID     TO RPT-HEAD-FROM-ID
007510     MOVE WS-TO-ID       TO RPT-HEAD-TO-ID
007520     MOVE SIGNON-USER-ID TO RPT-HEAD-USER-ID
007530     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
007540     ACCEPT WS-NOW-TIME FROM TIME
007550     MOVE WS-TODAY-DATE  TO RPT-HEAD-DATE
007560     MOVE WS-NOW-TIME (1:6) TO RPT-HEAD-TIME
007570     WRITE PLAYMNTL-LINE FROM WS-LIST-HEAD-LINE
007580     PERFORM 7100-APPLY-GAMESTAT THRU 7100-EXIT
007590     PERFORM 7200-APPLY-GAMECKPT THRU 7200-EXIT
007600     PERFORM 7300-APPLY-TOURNRES THRU 7300-EXIT
007610     PERFORM 7400-APPLY-TOURNHST THRU 7400-EXIT
007620     IF NOT WS-FN-PURGE
007630         PERFORM 7500-REPOINT-GAMEHIST THRU 7500-EXIT
007640         PERFORM 7600-REPOINT-GAMEGUES THRU 7600-EXIT
007650     END-IF
007660     MOVE WS-CHANGE-COUNT TO RPT-TOTAL-CHANGED
007670     WRITE PLAYMNTL-LINE FROM WS-LIST-TOTAL-LINE
007680     CLOSE PLAYMNTL-FILE
007690     MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
007700     DISPLAY "DONE - " WS-EDIT-COUNT " RECORD(S) CHANGED; SEE "
007710         "THE PLAYMNTL CONTROL LISTING.".
007720 7000-EXIT.
007730     EXIT.
007740*-----------------------------------------------------------------
007750* 7100-APPLY-GAMESTAT - THE KEPT OR NEW ID'S RECORD IS WRITTEN
007760* (OR REWRITTEN WITH THE MERGED FIGURES) BEFORE THE OLD ONE IS
007770* DELETED, SO A FAILURE PART WAY NEVER LOSES THE PLAYER: A
007780* WRITE OR REWRITE THAT FAILS LEAVES THE OLD RECORD IN PLACE.
007790*-----------------------------------------------------------------
007800 7100-APPLY-GAMESTAT.
007810     IF NOT WS-FROM-ON-GAMESTAT
007820         GO TO 7100-EXIT
007830     END-IF
007840     MOVE "GAMESTAT" TO RPT-LIST-FILE
007850     MOVE "GAMESTAT" TO WS-JRNL-FILE
007860     OPEN I-O GAMESTAT-FILE
007870     IF WS-GAMESTAT-STATUS NOT = "00"
007880         PERFORM 7900-LIST-OPEN-FAILURE THRU 7900-EXIT
007890         GO TO 7100-EXIT
007900     END-IF
007910     MOVE WS-FROM-ID TO GAMESTAT-PLAYER-ID
007920     READ GAMESTAT-FILE
007930         INVALID KEY
007940             CLOSE GAMESTAT-FILE
007950             GO TO 7100-EXIT
007960     END-READ
007970     MOVE GAMESTAT-RECORD TO WS-SAVE-IMAGE
007980     IF WS-FN-PURGE
007990         GO TO 7100-DELETE-OLD
008000     END-IF
008010     MOVE 'N' TO WS-UPDATE-FAIL-SWITCH
008020     MOVE WS-TO-ID TO GAMESTAT-PLAYER-ID
008030     READ GAMESTAT-FILE
008040         INVALID KEY
008050             MOVE WS-SAVE-IMAGE TO GAMESTAT-RECORD
008060             MOVE WS-TO-ID      TO GAMESTAT-PLAYER-ID
008070             WRITE GAMESTAT-RECORD
008080                 INVALID KEY
008090                     MOVE 'Y' TO WS-UPDATE-FAIL-SWITCH
008100             END-WRITE
008110             MOVE SPACES        TO JRNL-BEFORE-IMAGE
008120             MOVE "AD"          TO JRNL-ACTION
008130             MOVE "ENTRY MOVED FROM " TO RPT-LIST-TEXT
008140             MOVE WS-FROM-ID    TO RPT-LIST-TEXT (18:10)
008150         NOT INVALID KEY
008160             MOVE GAMESTAT-RECORD TO JRNL-BEFORE-IMAGE
008170             PERFORM 6150-MERGE-FIGURES THRU 6150-EXIT
008180             MOVE WS-NEW-GAMES  TO GAMESTAT-GAMES-PLAYED
008190             MOVE WS-NEW-BEST   TO GAMESTAT-BEST-ATTEMPTS
008200             MOVE WS-NEW-LAST   TO GAMESTAT-LAST-PLAYED-DATE
008210             REWRITE GAMESTAT-RECORD
008220                 INVALID KEY
008230                     MOVE 'Y' TO WS-UPDATE-FAIL-SWITCH
008240             END-REWRITE
008250             MOVE "CH"          TO JRNL-ACTION
008260             MOVE "MERGED IN " TO RPT-LIST-TEXT
008270             MOVE WS-FROM-ID    TO RPT-LIST-TEXT (11:10)
008280     END-READ
008290     IF WS-UPDATE-FAILED OR WS-GAMESTAT-STATUS NOT = "00"
008300         MOVE WS-GAMESTAT-STATUS TO WS-FAIL-STATUS
008310         MOVE WS-TO-ID TO RPT-LIST-KEY
008320         PERFORM 7960-LIST-WRITE-FAILURE THRU 7960-EXIT
008330         CLOSE GAMESTAT-FILE
008340         GO TO 7100-EXIT
008350     END-IF
008360     MOVE WS-TO-ID        TO RPT-LIST-KEY
008370     MOVE GAMESTAT-RECORD TO JRNL-AFTER-IMAGE
008380     PERFORM 8000-WRITE-LISTING THRU 8000-EXIT
008390     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
008400 7100-DELETE-OLD.
008410     MOVE WS-FROM-ID TO GAMESTAT-PLAYER-ID
008420     MOVE 'N' TO WS-UPDATE-FAIL-SWITCH
008430     DELETE GAMESTAT-FILE
008440         INVALID KEY
008450             MOVE 'Y' TO WS-UPDATE-FAIL-SWITCH
008460     END-DELETE
008470     IF WS-UPDATE-FAILED OR WS-GAMESTAT-STATUS NOT = "00"
008480         MOVE WS-GAMESTAT-STATUS TO WS-FAIL-STATUS
008490         MOVE WS-FROM-ID TO RPT-LIST-KEY
008500         PERFORM 7970-LIST-DELETE-FAILURE THRU 7970-EXIT
008510     ELSE
008520         MOVE WS-SAVE-IMAGE TO JRNL-BEFORE-IMAGE
008530         PERFORM 7950-LIST-OLD-DELETED THRU 7950-EXIT
008540     END-IF
008550     CLOSE GAMESTAT-FILE.
008560 7100-EXIT.
008570     EXIT.
008580*-----------------------------------------------------------------
008590* 7200-APPLY-GAMECKPT - A SAVED GAME MOVES ACROSS UNLESS THE
008600* KEPT ID HAS ONE OF ITS OWN, WHICH WINS.
008610*-----------------------------------------------------------------
008620 7200-APPLY-GAMECKPT.
008630     IF NOT WS-FROM-ON-GAMECKPT
008640         GO TO 7200-EXIT
008650     END-IF
008660     MOVE "GAMECKPT" TO RPT-LIST-FILE
008670     MOVE "GAMECKPT" TO WS-JRNL-FILE
008680     OPEN I-O GAMECKPT-FILE
008690     IF WS-GAMECKPT-STATUS NOT = "00"
008700         PERFORM 7900-LIST-OPEN-FAILURE THRU 7900-EXIT
008710         GO TO 7200-EXIT
008720     END-IF
008730     MOVE WS-FROM-ID TO GAMECKPT-PLAYER-ID
008740     READ GAMECKPT-FILE
008750         INVALID KEY
008760             CLOSE GAMECKPT-FILE
008770             GO TO 7200-EXIT
008780     END-READ
008790     MOVE GAMECKPT-RECORD TO WS-SAVE-IMAGE
008800     IF WS-FN-PURGE
008810         GO TO 7200-DELETE-OLD
008820     END-IF
008830     MOVE 'N' TO WS-UPDATE-FAIL-SWITCH
008840     MOVE WS-TO-ID TO GAMECKPT-PLAYER-ID
008850     READ GAMECKPT-FILE
008860         INVALID KEY
008870             MOVE WS-SAVE-IMAGE TO GAMECKPT-RECORD
008880             MOVE WS-TO-ID      TO GAMECKPT-PLAYER-ID
008890             WRITE GAMECKPT-RECORD
008900                 INVALID KEY
008910                     MOVE 'Y' TO WS-UPDATE-FAIL-SWITCH
008920             END-WRITE
008930             IF NOT WS-UPDATE-FAILED AND
008940                WS-GAMECKPT-STATUS = "00"
008950                 MOVE SPACES        TO JRNL-BEFORE-IMAGE
008960                 MOVE "AD"          TO JRNL-ACTION
008970                 MOVE GAMECKPT-RECORD TO JRNL-AFTER-IMAGE
008980                 MOVE WS-TO-ID      TO RPT-LIST-KEY
008990                 MOVE "SAVED GAME MOVED FROM " TO RPT-LIST-TEXT
009000                 MOVE WS-FROM-ID    TO RPT-LIST-TEXT (23:10)
009010                 PERFORM 8000-WRITE-LISTING THRU 8000-EXIT
009020                 PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT
009030             END-IF
009040         NOT INVALID KEY
009050             MOVE WS-TO-ID      TO RPT-LIST-KEY
009060             MOVE "OWN SAVED GAME KEPT" TO RPT-LIST-TEXT
009070             PERFORM 8000-WRITE-LISTING THRU 8000-EXIT
009080             SUBTRACT 1 FROM WS-CHANGE-COUNT
009090     END-READ
009100     IF WS-UPDATE-FAILED OR WS-GAMECKPT-STATUS NOT = "00"
009110         MOVE WS-GAMECKPT-STATUS TO WS-FAIL-STATUS
009120         MOVE WS-TO-ID TO RPT-LIST-KEY
009130         PERFORM 7960-LIST-WRITE-FAILURE THRU 7960-EXIT
009140         CLOSE GAMECKPT-FILE
009150         GO TO 7200-EXIT
009160     END-IF.
009170 7200-DELETE-OLD.
009180     MOVE WS-FROM-ID TO GAMECKPT-PLAYER-ID
009190     MOVE 'N' TO WS-UPDATE-FAIL-SWITCH
009200     DELETE GAMECKPT-FILE
009210         INVALID KEY
009220             MOVE 'Y' TO WS-UPDATE-FAIL-SWITCH
009230     END-DELETE
009240     IF WS-UPDATE-FAILED OR WS-GAMECKPT-STATUS NOT = "00"
009250         MOVE WS-GAMECKPT-STATUS TO WS-FAIL-STATUS
009260         MOVE WS-FROM-ID TO RPT-LIST-KEY
009270         PERFORM 7970-LIST-DELETE-FAILURE THRU 7970-EXIT
009280     ELSE
009290         MOVE WS-SAVE-IMAGE TO JRNL-BEFORE-IMAGE
009300         PERFORM 7950-LIST-OLD-DELETED THRU 7950-EXIT
009310     END-IF
009320     CLOSE GAMECKPT-FILE.
009330 7200-EXIT.
009340     EXIT.
009350*-----------------------------------------------------------------
009360* 7300-APPLY-TOURNRES - THE CURRENT TOURNAMENT ENTRY MOVES
009370* ACROSS.  WHEN BOTH IDS ENTERED, THE EARLIER-PLAYED ENTRY IS
009380* THE ONE THAT COUNTS AND ENDS UP UNDER THE KEPT ID.
009390*-----------------------------------------------------------------
009400 7300-APPLY-TOURNRES.
009410     IF NOT WS-FROM-ON-TOURNRES
009420         GO TO 7300-EXIT
009430     END-IF
009440     MOVE "TOURNRES" TO RPT-LIST-FILE
009450     MOVE "TOURNRES" TO WS-JRNL-FILE
009460     OPEN I-O TOURNRES-FILE
009470     IF WS-TOURNRES-STATUS NOT = "00"
009480         PERFORM 7900-LIST-OPEN-FAILURE THRU 7900-EXIT
009490         GO TO 7300-EXIT
009500     END-IF
009510     MOVE WS-FROM-ID TO TOURNRES-PLAYER-ID
009520     READ TOURNRES-FILE
009530         INVALID KEY
009540             CLOSE TOURNRES-FILE
009550             GO TO 7300-EXIT
009560     END-READ
009570     MOVE TOURNRES-RECORD TO WS-SAVE-IMAGE
009580     IF WS-FN-PURGE
009590         GO TO 7300-DELETE-OLD
009600     END-IF
009610     MOVE 'N' TO WS-UPDATE-FAIL-SWITCH
009620     MOVE WS-TO-ID TO TOURNRES-PLAYER-ID
009630     READ TOURNRES-FILE
009640         INVALID KEY
009650             MOVE WS-SAVE-IMAGE TO TOURNRES-RECORD
009660             MOVE WS-TO-ID      TO TOURNRES-PLAYER-ID
009670             WRITE TOURNRES-RECORD
009680                 INVALID KEY
009690                     MOVE 'Y' TO WS-UPDATE-FAIL-SWITCH
009700             END-WRITE
009710             MOVE SPACES        TO JRNL-BEFORE-IMAGE
009720             MOVE "AD"          TO JRNL-ACTION
009730             MOVE "ENTRY MOVED FROM " TO RPT-LIST-TEXT
009740             MOVE WS-FROM-ID    TO RPT-LIST-TEXT (18:10)
009750         NOT INVALID KEY
009760             PERFORM 7350-KEEP-EARLIER-ENTRY THRU 7350-EXIT
009770     END-READ
009780     IF WS-UPDATE-FAILED OR WS-TOURNRES-STATUS NOT = "00"
009790         MOVE WS-TOURNRES-STATUS TO WS-FAIL-STATUS
009800         MOVE WS-TO-ID TO RPT-LIST-KEY
009810         PERFORM 7960-LIST-WRITE-FAILURE THRU 7960-EXIT
009820         CLOSE TOURNRES-FILE
009830         GO TO 7300-EXIT
009840     END-IF
009850     IF JRNL-ACTION NOT = SPACES
009860         MOVE WS-TO-ID        TO RPT-LIST-KEY
009870         MOVE TOURNRES-RECORD TO JRNL-AFTER-IMAGE
009880         PERFORM 8000-WRITE-LISTING THRU 8000-EXIT
009890         PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT
009900     END-IF.
009910 7300-DELETE-OLD.
009920     MOVE WS-FROM-ID TO TOURNRES-PLAYER-ID
009930     MOVE 'N' TO WS-UPDATE-FAIL-SWITCH
009940     DELETE TOURNRES-FILE
009950         INVALID KEY
009960             MOVE 'Y' TO WS-UPDATE-FAIL-SWITCH
009970     END-DELETE
009980     IF WS-UPDATE-FAILED OR WS-TOURNRES-STATUS NOT = "00"
009990         MOVE WS-TOURNRES-STATUS TO WS-FAIL-STATUS
010000         MOVE WS-FROM-ID TO RPT-LIST-KEY
010010         PERFORM 7970-LIST-DELETE-FAILURE THRU 7970-EXIT
010020     ELSE
010030         MOVE WS-SAVE-IMAGE TO JRNL-BEFORE-IMAGE
010040         PERFORM 7950-LIST-OLD-DELETED THRU 7950-EXIT
010050     END-IF
010060     CLOSE TOURNRES-FILE.
010070 7300-EXIT.
010080     EXIT.
010090*-----------------------------------------------------------------
010100* 7350-KEEP-EARLIER-ENTRY - BOTH IDS HOLD AN ENTRY.  WHEN THE
010110* MERGED-AWAY ID PLAYED FIRST, ITS TOURNAMENT, ATTEMPTS AND
010120* DATE REPLACE THE KEPT ID'S; OTHERWISE THE KEPT ID'S STANDS
010130* AND NOTHING IS REWRITTEN (JRNL-ACTION LEFT BLANK).
010140*-----------------------------------------------------------------
010150 7350-KEEP-EARLIER-ENTRY.
010160     MOVE SPACES TO JRNL-ACTION
010170     IF TOURNRES-PLAYED-DATE NOT > WS-FROM-TRES-DATE
010180         MOVE WS-TO-ID TO RPT-LIST-KEY
010190         MOVE "OWN EARLIER ENTRY KEPT" TO RPT-LIST-TEXT
010200         PERFORM 8000-WRITE-LISTING THRU 8000-EXIT
010210         SUBTRACT 1 FROM WS-CHANGE-COUNT
010220         GO TO 7350-EXIT
010230     END-IF
010240     MOVE TOURNRES-RECORD TO JRNL-BEFORE-IMAGE
010250     MOVE WS-SAVE-IMAGE   TO TOURNRES-RECORD
010260     MOVE WS-TO-ID        TO TOURNRES-PLAYER-ID
010270     REWRITE TOURNRES-RECORD
010280         INVALID KEY
010290             MOVE 'Y' TO WS-UPDATE-FAIL-SWITCH
010300     END-REWRITE
010310     MOVE "CH"            TO JRNL-ACTION
010320     MOVE "EARLIER ENTRY KEPT FROM " TO RPT-LIST-TEXT
010330     MOVE WS-FROM-ID      TO RPT-LIST-TEXT (25:10).
010340 7350-EXIT.
010350     EXIT.
010360*-----------------------------------------------------------------
010370* 7400-APPLY-TOURNHST - RE-KEYS EACH CLOSED RESULT OF THE OLD ID
010380* TO THE NEW ONE WITH RANK, ATTEMPTS AND POINTS AS THEY WERE.
010390* A CLASH IS LISTED AND LEFT ALONE; A PURGE ONLY LISTS WHAT IS
010400* KEPT.
010410*-----------------------------------------------------------------
010420 7400-APPLY-TOURNHST.
010430     IF WS-HST-COUNT = ZERO
010440         GO TO 7400-EXIT
010450     END-IF
010460     MOVE "TOURNHST" TO RPT-LIST-FILE
010470     MOVE "TOURNHST" TO WS-JRNL-FILE
010480     IF WS-FN-PURGE
010490         MOVE WS-FROM-ID TO RPT-LIST-KEY
010500         MOVE "CLOSED RESULTS KEPT AS HISTORY" TO RPT-LIST-TEXT
010510         PERFORM 8000-WRITE-LISTING THRU 8000-EXIT
010520         SUBTRACT 1 FROM WS-CHANGE-COUNT
010530         GO TO 7400-EXIT
010540     END-IF
010550     OPEN I-O TOURNHST-FILE
010560     IF WS-TOURNHST-STATUS NOT = "00"
010570         PERFORM 7900-LIST-OPEN-FAILURE THRU 7900-EXIT
010580         GO TO 7400-EXIT
010590     END-IF
010600     PERFORM 7410-REKEY-ONE-RESULT THRU 7410-EXIT
010610         VARYING WS-HST-IX FROM 1 BY 1
010620         UNTIL WS-HST-IX > WS-HST-COUNT
010630     CLOSE TOURNHST-FILE.
010640 7400-EXIT.
010650     EXIT.
010660 7410-REKEY-ONE-RESULT.
010670     MOVE SPACES TO RPT-LIST-KEY
010680     MOVE WS-HST-TOURN-ID (WS-HST-IX) TO RPT-LIST-KEY (1:8)
010690     IF WS-HST-CLASH (WS-HST-IX)
010700         MOVE WS-FROM-ID TO RPT-LIST-KEY (10:10)
010710         MOVE "LEFT AS RANKED - BOTH IDS IN THIS TOURNAMENT"
010720             TO RPT-LIST-TEXT
010730         PERFORM 8000-WRITE-LISTING THRU 8000-EXIT
010740         SUBTRACT 1 FROM WS-CHANGE-COUNT
010750         GO TO 7410-EXIT
010760     END-IF
010770     MOVE WS-HST-TOURN-ID (WS-HST-IX) TO TOURNHST-TOURN-ID
010780     MOVE WS-FROM-ID                  TO TOURNHST-PLAYER-ID
010790     READ TOURNHST-FILE
010800         INVALID KEY
010810             GO TO 7410-EXIT
010820     END-READ
010830     MOVE TOURNHST-RECORD TO WS-SAVE-IMAGE
010840     MOVE WS-TO-ID        TO TOURNHST-PLAYER-ID
010850     WRITE TOURNHST-RECORD
010860         INVALID KEY
010870             MOVE WS-TO-ID TO RPT-LIST-KEY (10:10)
010880             MOVE "NOT RE-KEYED - ALREADY ON FILE"
010890                 TO RPT-LIST-TEXT
010900             PERFORM 8000-WRITE-LISTING THRU 8000-EXIT
010910             SUBTRACT 1 FROM WS-CHANGE-COUNT
010920             GO TO 7410-EXIT
010930     END-WRITE
010940     IF WS-TOURNHST-STATUS NOT = "00"
010950         MOVE WS-TOURNHST-STATUS TO WS-FAIL-STATUS
010960         MOVE WS-TO-ID TO RPT-LIST-KEY (10:10)
010970         PERFORM 7960-LIST-WRITE-FAILURE THRU 7960-EXIT
010980         GO TO 7410-EXIT
010990     END-IF
011000     MOVE WS-TO-ID        TO RPT-LIST-KEY (10:10)
011010     MOVE "RESULT RE-KEYED FROM " TO RPT-LIST-TEXT
011020     MOVE WS-FROM-ID      TO RPT-LIST-TEXT (22:10)
011030     MOVE SPACES          TO JRNL-BEFORE-IMAGE
011040     MOVE TOURNHST-RECORD TO JRNL-AFTER-IMAGE
011050     MOVE "AD"            TO JRNL-ACTION
011060     PERFORM 8000-WRITE-LISTING THRU 8000-EXIT
011070     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT
011080     MOVE WS-FROM-ID      TO TOURNHST-PLAYER-ID
011090     MOVE 'N'             TO WS-UPDATE-FAIL-SWITCH
011100     DELETE TOURNHST-FILE
011110         INVALID KEY
011120             MOVE 'Y' TO WS-UPDATE-FAIL-SWITCH
011130     END-DELETE
011140     MOVE WS-FROM-ID      TO RPT-LIST-KEY (10:10)
011150     IF WS-UPDATE-FAILED OR WS-TOURNHST-STATUS NOT = "00"
011160         MOVE WS-TOURNHST-STATUS TO WS-FAIL-STATUS
011170         PERFORM 7970-LIST-DELETE-FAILURE THRU 7970-EXIT
011180     ELSE
011190         MOVE WS-SAVE-IMAGE   TO JRNL-BEFORE-IMAGE
011200         MOVE "OLD KEY DELETED" TO RPT-LIST-TEXT
011210         MOVE SPACES          TO JRNL-AFTER-IMAGE
011220         MOVE "DL"            TO JRNL-ACTION
011230         PERFORM 8000-WRITE-LISTING THRU 8000-EXIT
011240         PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT
011250     END-IF.
011260 7410-EXIT.
011270     EXIT.
011280*-----------------------------------------------------------------
011290* 7500-REPOINT-GAMEHIST - COPIES GAMEHIST TO THE PLAYWORK FILE
011300* WITH THE OLD ID CHANGED TO THE NEW, THEN COPIES IT BACK.
011310*-----------------------------------------------------------------
011320 7500-REPOINT-GAMEHIST.
011330     IF WS-FROM-HIST-COUNT = ZERO
011340         GO TO 7500-EXIT
011350     END-IF
011360     MOVE "GAMEHIST" TO RPT-LIST-FILE
011370     MOVE ZERO TO WS-REPOINT-COUNT
011380     OPEN INPUT GAMEHIST-FILE
011390     IF WS-GAMEHIST-STATUS NOT = "00"
011400         PERFORM 7900-LIST-OPEN-FAILURE THRU 7900-EXIT
011410         GO TO 7500-EXIT
011420     END-IF
011430     OPEN OUTPUT PLAYWORK-FILE
011440     IF WS-PLAYWORK-STATUS NOT = "00"
011450         CLOSE GAMEHIST-FILE
011460         MOVE "PLAYWORK" TO RPT-LIST-FILE
011470         MOVE WS-PLAYWORK-STATUS TO WS-GAMEHIST-STATUS
011480         PERFORM 7900-LIST-OPEN-FAILURE THRU 7900-EXIT
011490         GO TO 7500-EXIT
011500     END-IF
011510     MOVE 'N' TO WS-EOF-SWITCH
011520     PERFORM 7510-COPY-OUT-GAMEHIST THRU 7510-EXIT
011530         UNTIL WS-EOF
011540     CLOSE GAMEHIST-FILE
011550     CLOSE PLAYWORK-FILE
011560     OPEN INPUT PLAYWORK-FILE
011570     IF WS-PLAYWORK-STATUS NOT = "00"
011580         MOVE "PLAYWORK" TO RPT-LIST-FILE
011590         MOVE WS-PLAYWORK-STATUS TO WS-GAMEHIST-STATUS
011600         PERFORM 7900-LIST-OPEN-FAILURE THRU 7900-EXIT
011610         GO TO 7500-EXIT
011620     END-IF
011630     OPEN OUTPUT GAMEHIST-FILE
011640     IF WS-GAMEHIST-STATUS NOT = "00"
011650         CLOSE PLAYWORK-FILE
011660         PERFORM 7900-LIST-OPEN-FAILURE THRU 7900-EXIT
011670         MOVE "COPY WITH IDS RE-POINTED LEFT ON PLAYWORK"
011680             TO RPT-LIST-TEXT
011690         PERFORM 8000-WRITE-LISTING THRU 8000-EXIT
011700         SUBTRACT 1 FROM WS-CHANGE-COUNT
011710         GO TO 7500-EXIT
011720     END-IF
011730     MOVE 'N' TO WS-EOF-SWITCH
011740     PERFORM 7520-COPY-BACK-GAMEHIST THRU 7520-EXIT
011750         UNTIL WS-EOF
011760     CLOSE PLAYWORK-FILE
011770     CLOSE GAMEHIST-FILE
011780     MOVE WS-FROM-ID TO RPT-LIST-KEY
011790     MOVE WS-REPOINT-COUNT TO WS-EDIT-COUNT
011800     MOVE SPACES TO RPT-LIST-TEXT
011810     STRING WS-EDIT-COUNT " ROUND(S) RE-POINTED TO " WS-TO-ID
011820         DELIMITED BY SIZE INTO RPT-LIST-TEXT
011830     PERFORM 8000-WRITE-LISTING THRU 8000-EXIT
011840     ADD WS-REPOINT-COUNT TO WS-CHANGE-COUNT
011850     SUBTRACT 1 FROM WS-CHANGE-COUNT.
011860 7500-EXIT.
011870     EXIT.
011880 7510-COPY-OUT-GAMEHIST.
011890     READ GAMEHIST-FILE
011900         AT END
011910             MOVE 'Y' TO WS-EOF-SWITCH
011920             GO TO 7510-EXIT
011930     END-READ
011940     IF GAMEHIST-PLAYER-ID = WS-FROM-ID
011950         MOVE WS-TO-ID TO GAMEHIST-PLAYER-ID
011960         ADD 1 TO WS-REPOINT-COUNT
011970     END-IF
011980     WRITE PLAYWORK-RECORD FROM GAMEHIST-RECORD.
011990 7510-EXIT.
012000     EXIT.
012010 7520-COPY-BACK-GAMEHIST.
012020     READ PLAYWORK-FILE INTO GAMEHIST-RECORD
012030         AT END
012040             MOVE 'Y' TO WS-EOF-SWITCH
012050             GO TO 7520-EXIT
012060     END-READ
012070     WRITE GAMEHIST-RECORD.
012080 7520-EXIT.
012090     EXIT.
012100*-----------------------------------------------------------------
012110* 7600-REPOINT-GAMEGUES - THE SAME COPY-OUT AND COPY-BACK FOR
012120* THE GUESS DETAIL.
012130*-----------------------------------------------------------------
012140 7600-REPOINT-GAMEGUES.
012150     IF WS-FROM-GUES-COUNT = ZERO
012160         GO TO 7600-EXIT
012170     END-IF
012180     MOVE "GAMEGUES" TO RPT-LIST-FILE
012190     MOVE ZERO TO WS-REPOINT-COUNT
012200     OPEN INPUT GAMEGUES-FILE
012210     IF WS-GAMEGUES-STATUS NOT = "00"
012220         MOVE WS-GAMEGUES-STATUS TO WS-GAMEHIST-STATUS
012230         PERFORM 7900-LIST-OPEN-FAILURE THRU 7900-EXIT
012240         GO TO 7600-EXIT
012250     END-IF
012260     OPEN OUTPUT PLAYWORK-FILE
012270     IF WS-PLAYWORK-STATUS NOT = "00"
012280         CLOSE GAMEGUES-FILE
012290         MOVE "PLAYWORK" TO RPT-LIST-FILE
012300         MOVE WS-PLAYWORK-STATUS TO WS-GAMEHIST-STATUS
012310         PERFORM 7900-LIST-OPEN-FAILURE THRU 7900-EXIT
012320         GO TO 7600-EXIT
012330     END-IF
012340     MOVE 'N' TO WS-EOF-SWITCH
012350     PERFORM 7610-COPY-OUT-GAMEGUES THRU 7610-EXIT
012360         UNTIL WS-EOF
012370     CLOSE GAMEGUES-FILE
012380     CLOSE PLAYWORK-FILE
012390     OPEN INPUT PLAYWORK-FILE
012400     IF WS-PLAYWORK-STATUS NOT = "00"
012410         MOVE "PLAYWORK" TO RPT-LIST-FILE
012420         MOVE WS-PLAYWORK-STATUS TO WS-GAMEHIST-STATUS
012430         PERFORM 7900-LIST-OPEN-FAILURE THRU 7900-EXIT
012440         GO TO 7600-EXIT
012450     END-IF
012460     OPEN OUTPUT GAMEGUES-FILE
012470     IF WS-GAMEGUES-STATUS NOT = "00"
012480         CLOSE PLAYWORK-FILE
012490         MOVE WS-GAMEGUES-STATUS TO WS-GAMEHIST-STATUS
012500         PERFORM 7900-LIST-OPEN-FAILURE THRU 7900-EXIT
012510         MOVE "COPY WITH IDS RE-POINTED LEFT ON PLAYWORK"
012520             TO RPT-LIST-TEXT
012530         PERFORM 8000-WRITE-LISTING THRU 8000-EXIT
012540         SUBTRACT 1 FROM WS-CHANGE-COUNT
012550         GO TO 7600-EXIT
012560     END-IF
012570     MOVE 'N' TO WS-EOF-SWITCH
012580     PERFORM 7620-COPY-BACK-GAMEGUES THRU 7620-EXIT
012590         UNTIL WS-EOF
012600     CLOSE PLAYWORK-FILE
012610     CLOSE GAMEGUES-FILE
012620     MOVE WS-FROM-ID TO RPT-LIST-KEY
012630     MOVE WS-REPOINT-COUNT TO WS-EDIT-COUNT
012640     MOVE SPACES TO RPT-LIST-TEXT
012650     STRING WS-EDIT-COUNT " GUESS(ES) RE-POINTED TO " WS-TO-ID
012660         DELIMITED BY SIZE INTO RPT-LIST-TEXT
012670     PERFORM 8000-WRITE-LISTING THRU 8000-EXIT
012680     ADD WS-REPOINT-COUNT TO WS-CHANGE-COUNT
012690     SUBTRACT 1 FROM WS-CHANGE-COUNT.
012700 7600-EXIT.
012710     EXIT.
012720 7610-COPY-OUT-GAMEGUES.
012730     READ GAMEGUES-FILE
012740         AT END
012750             MOVE 'Y' TO WS-EOF-SWITCH
012760             GO TO 7610-EXIT
012770     END-READ
012780     IF GAMEGUES-PLAYER-ID = WS-FROM-ID
012790         MOVE WS-TO-ID TO GAMEGUES-PLAYER-ID
012800         ADD 1 TO WS-REPOINT-COUNT
012810     END-IF
012820     WRITE PLAYWORK-RECORD FROM GAMEGUES-RECORD.
012830 7610-EXIT.
012840     EXIT.
012850 7620-COPY-BACK-GAMEGUES.
012860     READ PLAYWORK-FILE INTO GAMEGUES-RECORD
012870         AT END
012880             MOVE 'Y' TO WS-EOF-SWITCH
012890             GO TO 7620-EXIT
012900     END-READ
012910     WRITE GAMEGUES-RECORD.
012920 7620-EXIT.
012930     EXIT.
012940*-----------------------------------------------------------------
012950* 7900-LIST-OPEN-FAILURE - A FILE THAT WOULD NOT OPEN FOR
012960* UPDATE IS LEFT AS IT WAS AND SAYS SO ON THE LISTING.  THE
012970* CALLER HAS SET RPT-LIST-FILE; THE STATUS SHOWN IS THE ONE
012980* FOR THAT FILE.
012990*-----------------------------------------------------------------
013000 7900-LIST-OPEN-FAILURE.
013010     MOVE WS-FROM-ID TO RPT-LIST-KEY
013020     MOVE "NOT CHANGED - FILE WOULD NOT OPEN, STATUS "
013030         TO RPT-LIST-TEXT
013040     EVALUATE RPT-LIST-FILE
013050         WHEN "GAMESTAT"
013060             MOVE WS-GAMESTAT-STATUS TO RPT-LIST-TEXT (43:2)
013070         WHEN "GAMECKPT"
013080             MOVE WS-GAMECKPT-STATUS TO RPT-LIST-TEXT (43:2)
013090         WHEN "TOURNRES"
013100             MOVE WS-TOURNRES-STATUS TO RPT-LIST-TEXT (43:2)
013110         WHEN "TOURNHST"
013120             MOVE WS-TOURNHST-STATUS TO RPT-LIST-TEXT (43:2)
013130         WHEN OTHER
013140             MOVE WS-GAMEHIST-STATUS TO RPT-LIST-TEXT (43:2)
013150     END-EVALUATE
013160     DISPLAY "WARNING: " RPT-LIST-FILE " " RPT-LIST-TEXT
013170     PERFORM 8000-WRITE-LISTING THRU 8000-EXIT
013180     SUBTRACT 1 FROM WS-CHANGE-COUNT.
013190 7900-EXIT.
013200     EXIT.
013210*-----------------------------------------------------------------
013220* 7950-LIST-OLD-DELETED - LISTS AND JOURNALS THE DELETE OF THE
013230* OLD ID'S RECORD.  THE CALLER HAS SET THE BEFORE IMAGE.
013240*-----------------------------------------------------------------
013250 7950-LIST-OLD-DELETED.
013260     MOVE WS-FROM-ID TO RPT-LIST-KEY
013270     IF WS-FN-PURGE
013280         MOVE "DELETED - PLAYER PURGED" TO RPT-LIST-TEXT
013290     ELSE
013300         MOVE "OLD KEY DELETED" TO RPT-LIST-TEXT
013310     END-IF
013320     MOVE SPACES TO JRNL-AFTER-IMAGE
013330     MOVE "DL"   TO JRNL-ACTION
013340     PERFORM 8000-WRITE-LISTING THRU 8000-EXIT
013350     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
013360 7950-EXIT.
013370     EXIT.
013380*-----------------------------------------------------------------
013390* 7960-LIST-WRITE-FAILURE - THE KEPT OR NEW ID'S RECORD COULD
013400* NOT BE WRITTEN, SO THE OLD ID'S RECORD IS LEFT IN PLACE AND
013410* THE LISTING SAYS SO.  THE CALLER HAS SET RPT-LIST-FILE,
013420* RPT-LIST-KEY AND WS-FAIL-STATUS.
013430*-----------------------------------------------------------------
013440 7960-LIST-WRITE-FAILURE.
013450     MOVE SPACES   TO RPT-LIST-TEXT
013460     STRING "NOT CHANGED - WRITE FAILED, STATUS " WS-FAIL-STATUS
013470         DELIMITED BY SIZE INTO RPT-LIST-TEXT
013480     DISPLAY "WARNING: " RPT-LIST-FILE " " RPT-LIST-TEXT
013490     PERFORM 8000-WRITE-LISTING THRU 8000-EXIT
013500     SUBTRACT 1 FROM WS-CHANGE-COUNT.
013510 7960-EXIT.
013520     EXIT.
013530*-----------------------------------------------------------------
013540* 7970-LIST-DELETE-FAILURE - THE OLD ID'S RECORD COULD NOT BE
013550* DELETED AND IS STILL ON FILE.  THE CALLER HAS SET
013560* RPT-LIST-FILE, RPT-LIST-KEY AND WS-FAIL-STATUS.
013570*-----------------------------------------------------------------
013580 7970-LIST-DELETE-FAILURE.
013590     MOVE SPACES     TO RPT-LIST-TEXT
013600     STRING "OLD KEY NOT DELETED, STATUS " WS-FAIL-STATUS
013610         DELIMITED BY SIZE INTO RPT-LIST-TEXT
013620     DISPLAY "WARNING: " RPT-LIST-FILE " " RPT-LIST-TEXT
013630     PERFORM 8000-WRITE-LISTING THRU 8000-EXIT
013640     SUBTRACT 1 FROM WS-CHANGE-COUNT.
013650 7970-EXIT.
013660     EXIT.
013670*-----------------------------------------------------------------
013680* 8000-WRITE-LISTING - ONE CONTROL LISTING LINE FROM THE FILE,
013690* KEY AND TEXT THE CALLER HAS SET, COUNTED AS A CHANGE (A
013700* CALLER LISTING A RECORD LEFT ALONE TAKES THE COUNT BACK).
013710*-----------------------------------------------------------------
013720 8000-WRITE-LISTING.
013730     WRITE PLAYMNTL-LINE FROM WS-LIST-DETAIL-LINE
013740     ADD 1 TO WS-CHANGE-COUNT
013750     MOVE SPACES TO RPT-LIST-TEXT.
013760 8000-EXIT.
013770     EXIT.
013780*-----------------------------------------------------------------
013790* 8500-WRITE-JOURNAL - JOURNALS ONE KEYED RECORD CHANGE.  THE
013800* CALLER HAS SET THE ACTION AND THE BEFORE AND AFTER IMAGES;
013810* THE KEY IS THE ONE JUST LISTED.
013820*-----------------------------------------------------------------
013830 8500-WRITE-JOURNAL.
013840     MOVE SIGNON-USER-ID TO JRNL-USER-ID
013850     MOVE WS-JRNL-FILE   TO JRNL-FILE-NAME
013860     MOVE RPT-LIST-KEY   TO JRNL-RECORD-KEY
013870     CALL "JRNLLOG" USING JRNL-CALL-PARMS
013880     IF NOT JRNL-RC-OK
013890         DISPLAY "WARNING: MAINTENANCE JOURNAL ENTRY NOT "
013900             "RECORDED."
013910     END-IF.
013920 8500-EXIT.
013930     EXIT.
