000720*                  OFFERS NO MORE ROUNDS - THE OFFER NOW TESTS
000730*                  FOR THE ACTIVE FLAG RATHER THAN THE
000740*                  INACTIVE ONE (CR-2026-137).
000750* 2026-10-15 DLM   APPENDS ONE GAMEGUES RECORD FOR EVERY GUESS
000760*                  ACCEPTED (PLAYER, ROUND ID, SEQUENCE, VALUE,
000770*                  ANSWER GIVEN, TIME, TOURNAMENT ID).  EACH
000780*                  ROUND IS STAMPED WITH A ROUND ID WHEN IT
000790*                  STARTS, CARRIED ON GAMECKPT ACROSS A RESUME
000800*                  AND ON GAMEHIST WHEN IT IS WON, SO GAMEGRPT
000810*                  CAN MATCH THE GUESSES TO THE ROUND
000820*                  (CR-2026-143).
000830*-----------------------------------------------------------------
000840 ENVIRONMENT DIVISION.
000850 CONFIGURATION SECTION.
000860 SOURCE-COMPUTER. IBM-370.
000870 OBJECT-COMPUTER. IBM-370.
000880 INPUT-OUTPUT SECTION.
000890 FILE-CONTROL.
000900     SELECT GAMESTAT-FILE ASSIGN TO "GAMESTAT"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS GAMESTAT-PLAYER-ID
000940         FILE STATUS IS WS-GAMESTAT-STATUS.
000950     SELECT GAMEPARM-FILE ASSIGN TO "GAMEPARM"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-GAMEPARM-STATUS.
000980     SELECT GAMECKPT-FILE ASSIGN TO "GAMECKPT"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS GAMECKPT-PLAYER-ID
001020         FILE STATUS IS WS-GAMECKPT-STATUS.
001030     SELECT GAMEHIST-FILE ASSIGN TO "GAMEHIST"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-GAMEHIST-STATUS.
001060     SELECT TOURNCTL-FILE ASSIGN TO "TOURNCTL"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-TOURNCTL-STATUS.
001090     SELECT TOURNRES-FILE ASSIGN TO "TOURNRES"
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS DYNAMIC
001120         RECORD KEY IS TOURNRES-PLAYER-ID
001130         FILE STATUS IS WS-TOURNRES-STATUS.
001140     SELECT GAMEGUES-FILE ASSIGN TO "GAMEGUES"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-GAMEGUES-STATUS.
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  GAMESTAT-FILE
001200     RECORDING MODE IS F.
001210     COPY GAMESTAT.
001220 FD  GAMEPARM-FILE
001230     RECORDING MODE IS F.
001240     COPY GAMEPARM.
001250 FD  GAMECKPT-FILE
001260     RECORDING MODE IS F.
001270     COPY GAMECKPT.
001280 FD  GAMEHIST-FILE
001290     RECORDING MODE IS F.
001300     COPY GAMEHIST.
001310 FD  TOURNCTL-FILE
001320     RECORDING MODE IS F.
001330     COPY TOURNCTL.
001340 FD  TOURNRES-FILE
001350     RECORDING MODE IS F.
001360     COPY TOURNRES.
001370 FD  GAMEGUES-FILE
001380     RECORDING MODE IS F.
001390     COPY GAMEGUES.
001400 WORKING-STORAGE SECTION.
001410 77  WS-PLAYER-ID                PIC X(10) VALUE SPACES.
001420 77  WS-RANDOM-NUMBER            PIC 9(05).
001430 77  WS-USER-GUESS               PIC 9(05).
001440 77  WS-ATTEMPT-COUNT            PIC 9(05) VALUE 0.
001450 77  WS-RESPONSE                 PIC X(20).
001460 77  WS-GAMESTAT-STATUS          PIC X(02) VALUE SPACES.
001470 77  WS-GAMESTAT-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001480     88  WS-GAMESTAT-FOUND           VALUE 'Y'.
001490 77  WS-ROUND-WON-SWITCH         PIC X(01) VALUE 'N'.
001500     88  WS-ROUND-WON                VALUE 'Y'.
001510 77  WS-GAMEPARM-STATUS          PIC X(02) VALUE SPACES.
001520 77  WS-LOW-BOUND                PIC 9(05).
001530 77  WS-HIGH-BOUND               PIC 9(05).
001540 77  WS-GAMECKPT-STATUS          PIC X(02) VALUE SPACES.
001550 77  WS-RESTART-RESPONSE         PIC X(01) VALUE 'N'.
001560 77  WS-CKPT-FLAG                PIC X(01) VALUE 'N'.
001570 77  WS-GAMEHIST-STATUS          PIC X(02) VALUE SPACES.
001580 77  WS-TOURN-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001590     88  WS-TOURN-OPEN               VALUE 'Y'.
001600 77  WS-CHECKPOINT-USED-SWITCH   PIC X(01) VALUE 'N'.
001610     88  WS-CHECKPOINT-USED          VALUE 'Y'.
001620 77  WS-GUESS-VALID-SWITCH       PIC X(01) VALUE 'N'.
001630     88  WS-GUESS-VALID              VALUE 'Y'.
001640 77  WS-PLAY-AGAIN-SWITCH        PIC X(01) VALUE 'Y'.
001650     88  WS-PLAY-AGAIN               VALUE 'Y'.
001660 77  WS-AUDIT-STARTED-SWITCH     PIC X(01) VALUE 'N'.
001670     88  WS-AUDIT-STARTED            VALUE 'Y'.
001680 77  WS-TOURNCTL-STATUS          PIC X(02) VALUE SPACES.
001690 77  WS-TOURNRES-STATUS          PIC X(02) VALUE SPACES.
001700 77  WS-TOURN-SWITCH             PIC X(01) VALUE 'N'.
001710     88  WS-TOURN-MODE               VALUE 'Y'.
001720 77  WS-TOURN-RESPONSE           PIC X(01) VALUE 'N'.
001730 77  WS-TOURN-ID                 PIC X(08) VALUE SPACES.
001740 77  WS-TOURN-TARGET             PIC 9(05) VALUE ZERO.
001750 77  WS-ENTERED-SWITCH           PIC X(01) VALUE 'N'.
001760     88  WS-ALREADY-ENTERED          VALUE 'Y'.
001770 77  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001780 77  WS-GAMEGUES-STATUS          PIC X(02) VALUE SPACES.
001790 01  WS-ROUND-ID.
001800     05  WS-ROUND-DATE           PIC 9(08) VALUE ZERO.
001810     05  WS-ROUND-TIME           PIC 9(08) VALUE ZERO.
001820     COPY AUDITCLL.
001830 LINKAGE SECTION.
001840     COPY SIGNON.
001850 PROCEDURE DIVISION USING SIGNON-PARMS.
001860*-----------------------------------------------------------------
001870* 0000-MAINLINE - DRIVES ONE GAME FROM START TO FINISH.
001880*-----------------------------------------------------------------
001890 0000-MAINLINE.
001900     IF ADDRESS OF SIGNON-PARMS = NULL
001910         DISPLAY "ERROR: SIGN ON THROUGH MAINMENU TO PLAY THE "
001920             "GAME."
001930         GOBACK
001940     END-IF
001950     IF SIGNON-USER-ID = SPACES OR
001960         (NOT SIGNON-PERM-OPERATOR AND
001970          NOT SIGNON-PERM-SUPERVISOR)
001980         DISPLAY "ERROR: SIGN ON THROUGH MAINMENU TO PLAY THE "
001990             "GAME."
002000         GOBACK
002010     END-IF
002020     MOVE 'Y' TO WS-PLAY-AGAIN-SWITCH
002030     MOVE 'N' TO WS-AUDIT-STARTED-SWITCH
002040     PERFORM 0100-PLAY-ROUND THRU 0100-EXIT
002050         UNTIL NOT WS-PLAY-AGAIN
002060     PERFORM 9000-TERMINATE THRU 9000-EXIT
002070     GOBACK.
002080*-----------------------------------------------------------------
002090* 0100-PLAY-ROUND - PLAYS ONE COMPLETE GAME, THEN ASKS WHETHER
002100* THE PLAYER WANTS ANOTHER GO.  PERFORMED FROM THE MAINLINE UNTIL
002110* THE PLAYER DECLINES A REPLAY.
002120*-----------------------------------------------------------------
002130 0100-PLAY-ROUND.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002150     PERFORM 2000-GUESS-LOOP THRU 2000-EXIT
002160         UNTIL WS-ROUND-WON
002170     PERFORM 2200-ASK-PLAY-AGAIN THRU 2200-EXIT.
002180 0100-EXIT.
002190     EXIT.
002200*-----------------------------------------------------------------
002210* 1000-INITIALIZE - PROMPTS FOR THE PLAYER ID, PICKS THE NUMBER
002220* TO GUESS, AND LOADS THE PLAYER'S LEADERBOARD RECORD (CREATING
002230* ONE ON A PLAYER'S FIRST GAME).
002240*-----------------------------------------------------------------
002250 1000-INITIALIZE.
002260     MOVE 'N'  TO WS-ROUND-WON-SWITCH
002270     MOVE 'N'  TO WS-CHECKPOINT-USED-SWITCH
002280     MOVE 'N'  TO WS-TOURN-SWITCH
002290     DISPLAY "ENTER PLAYER ID: "
002300     ACCEPT WS-PLAYER-ID
002310     PERFORM 1060-OFFER-SAVED-GAME THRU 1060-EXIT
002320     IF NOT WS-CHECKPOINT-USED
002330         MOVE ZERO TO WS-ATTEMPT-COUNT
002340         PERFORM 1040-STAMP-ROUND-ID THRU 1040-EXIT
002350         PERFORM 1070-TOURNAMENT-OFFER THRU 1070-EXIT
002360         IF WS-TOURN-MODE
002370             MOVE WS-TOURN-TARGET TO WS-RANDOM-NUMBER
002380         ELSE
002390             PERFORM 1050-READ-GAMEPARM THRU 1050-EXIT
002400             COMPUTE WS-RANDOM-NUMBER =
002410                 FUNCTION RANDOM *
002420                     (WS-HIGH-BOUND - WS-LOW-BOUND + 1)
002430                     + WS-LOW-BOUND
002440         END-IF
002450     END-IF
002460     PERFORM 1100-LOAD-PLAYER-STATS THRU 1100-EXIT
002470     IF NOT WS-AUDIT-STARTED
002480         MOVE SIGNON-USER-ID TO AUDIT-USER-ID
002490         MOVE "GUESSGAM" TO AUDIT-PROGRAM-NAME
002500         MOVE "START"    TO AUDIT-FUNCTION
002510         CALL "AUDITLOG" USING AUDIT-CALL-PARMS
002520         IF NOT AUDIT-RC-OK
002530             DISPLAY "WARNING: AUDIT TRAIL SIGN-ON NOT RECORDED."
002540         END-IF
002550         MOVE 'Y' TO WS-AUDIT-STARTED-SWITCH
002560     END-IF
002570     DISPLAY "GUESS A NUMBER BETWEEN " WS-LOW-BOUND
002580         " AND " WS-HIGH-BOUND ":".
002590 1000-EXIT.
002600     EXIT.
002610*-----------------------------------------------------------------
002620* 1040-STAMP-ROUND-ID - A NEW ROUND IS IDENTIFIED BY THE DATE
002630* AND TIME IT STARTED.  WITH THE PLAYER ID THAT TIES EVERY
002640* GAMEGUES GUESS TO THE GAMEHIST RECORD OF THE SAME ROUND.
002650*-----------------------------------------------------------------
002660 1040-STAMP-ROUND-ID.
002670     ACCEPT WS-ROUND-DATE FROM DATE YYYYMMDD
002680     ACCEPT WS-ROUND-TIME FROM TIME.
002690 1040-EXIT.
002700     EXIT.
002710*-----------------------------------------------------------------
002720* 1050-READ-GAMEPARM - READS THE DIFFICULTY RANGE FROM THE
002730* GAMEPARM FILE.  WHEN NO PARAMETER FILE IS PRESENT, THE ORIGINAL
002740* 1-100 RANGE APPLIES.
002750*-----------------------------------------------------------------
002760 1050-READ-GAMEPARM.
002770     MOVE 1   TO WS-LOW-BOUND
002780     MOVE 100 TO WS-HIGH-BOUND
002790     OPEN INPUT GAMEPARM-FILE
002800     IF WS-GAMEPARM-STATUS = "00"
002810         READ GAMEPARM-FILE
002820             AT END
002830                 CONTINUE
002840         END-READ
002850         IF WS-GAMEPARM-STATUS = "00"
002860             MOVE GAMEPARM-LOW-BOUND  TO WS-LOW-BOUND
002870             MOVE GAMEPARM-HIGH-BOUND TO WS-HIGH-BOUND
002880         END-IF
002890         CLOSE GAMEPARM-FILE
002900     END-IF.
002910 1050-EXIT.
002920     EXIT.
002930*-----------------------------------------------------------------
002940* 1060-OFFER-SAVED-GAME - LOOKS THE PLAYER UP ON THE KEYED
002950* GAMECKPT FILE AND, WHEN THEIR OWN SAVED GAME IS ACTIVE,
002960* OFFERS TO RESUME IT (NUMBER TO GUESS, ATTEMPT COUNT AND
002970* DIFFICULTY RANGE).  ANOTHER PLAYER'S SAVED GAME IS NEVER
002980* SHOWN.  DECLINING THE OFFER STARTS A FRESH GAME; THE SAVED
002990* ONE SURVIVES ONLY UNTIL THE NEW GAME'S FIRST WRONG GUESS
003000* CHECKPOINTS OVER IT - EACH PLAYER HAS EXACTLY ONE SLOT.
003010*-----------------------------------------------------------------
003020 1060-OFFER-SAVED-GAME.
003030     OPEN INPUT GAMECKPT-FILE
003040     IF WS-GAMECKPT-STATUS NOT = "00"
003050         GO TO 1060-EXIT
003060     END-IF
003070     MOVE WS-PLAYER-ID TO GAMECKPT-PLAYER-ID
003080     READ GAMECKPT-FILE
003090         INVALID KEY
003100             CLOSE GAMECKPT-FILE
003110             GO TO 1060-EXIT
003120     END-READ
003130     CLOSE GAMECKPT-FILE
003140     IF NOT GAMECKPT-ACTIVE
003150         GO TO 1060-EXIT
003160     END-IF
003170     DISPLAY "YOU HAVE A SAVED GAME ("
003180         GAMECKPT-ATTEMPT-COUNT " ATTEMPTS SO FAR) - "
003190         "RESUME IT? (Y/N): "
003200     ACCEPT WS-RESTART-RESPONSE
003210     IF WS-RESTART-RESPONSE NOT = 'Y' AND
003220        WS-RESTART-RESPONSE NOT = 'y'
003230         GO TO 1060-EXIT
003240     END-IF
003250     MOVE GAMECKPT-RANDOM-NUMBER TO WS-RANDOM-NUMBER
003260     MOVE GAMECKPT-ATTEMPT-COUNT TO WS-ATTEMPT-COUNT
003270     MOVE GAMECKPT-LOW-BOUND     TO WS-LOW-BOUND
003280     MOVE GAMECKPT-HIGH-BOUND    TO WS-HIGH-BOUND
003290     MOVE GAMECKPT-TOURN-FLAG    TO WS-TOURN-SWITCH
003300     MOVE GAMECKPT-TOURN-ID      TO WS-TOURN-ID
003310     MOVE GAMECKPT-ROUND-ID      TO WS-ROUND-ID
003320     IF WS-ROUND-DATE IS NOT NUMERIC OR WS-ROUND-DATE = ZERO
003330         PERFORM 1040-STAMP-ROUND-ID THRU 1040-EXIT
003340     END-IF
003350     IF GAMECKPT-TOURN-ROUND
003360         PERFORM 1065-VERIFY-TOURN-OPEN THRU 1065-EXIT
003370         IF WS-TOURN-OPEN
003380             DISPLAY "RESUMING YOUR TOURNAMENT ROUND."
003390         ELSE
003400             DISPLAY "TOURNAMENT " WS-TOURN-ID " HAS CLOSED "
003410                 "SINCE THIS GAME WAS SAVED - RESUMING AS A "
003420                 "NORMAL GAME."
003430             MOVE 'N'    TO WS-TOURN-SWITCH
003440             MOVE SPACES TO WS-TOURN-ID
003450         END-IF
003460     END-IF
003470     MOVE 'Y' TO WS-CHECKPOINT-USED-SWITCH.
003480 1060-EXIT.
003490     EXIT.
003500*-----------------------------------------------------------------
003510* 1065-VERIFY-TOURN-OPEN - CHECKS THAT THE TOURNAMENT IN
003520* WS-TOURN-ID IS STILL THE ONE ON TOURNCTL AND STILL OPEN FOR
003530* PLAY.  A CLOSED ('C'), RETIRED OR RELABELLED CONTROL RECORD
003540* MEANS TOURNCLS HAS ALREADY CARRIED THE FINAL STANDINGS TO
003550* THE PERMANENT HISTORY, SO A PARKED ROUND MUST NOT RESUME AS
003560* A TOURNAMENT ROUND AND ITS WIN MUST NOT POST INTO TOURNRES.
003570*-----------------------------------------------------------------
003580 1065-VERIFY-TOURN-OPEN.
003590     MOVE 'N' TO WS-TOURN-OPEN-SWITCH
003600     OPEN INPUT TOURNCTL-FILE
003610     IF WS-TOURNCTL-STATUS NOT = "00"
003620         GO TO 1065-EXIT
003630     END-IF
003640     READ TOURNCTL-FILE
003650         AT END
003660             CLOSE TOURNCTL-FILE
003670             GO TO 1065-EXIT
003680     END-READ
003690     CLOSE TOURNCTL-FILE
003700     IF TOURNCTL-ACTIVE AND
003710        TOURNCTL-TOURN-ID = WS-TOURN-ID
003720         MOVE 'Y' TO WS-TOURN-OPEN-SWITCH
003730     END-IF.
003740 1065-EXIT.
003750     EXIT.
003760*-----------------------------------------------------------------
003770* 1070-TOURNAMENT-OFFER - WHEN AN ACTIVE TOURNAMENT'S ENTRY
003780* WINDOW COVERS TODAY, OFFERS THE PLAYER THEIR ONE TOURNAMENT
003790* ROUND AGAINST THE SHARED TARGET.  A PLAYER ALREADY ON THE
003800* RESULTS FILE IS TURNED AWAY TO A NORMAL GAME.
003810*-----------------------------------------------------------------
003820 1070-TOURNAMENT-OFFER.
003830     MOVE 'N' TO WS-TOURN-SWITCH
003840     OPEN INPUT TOURNCTL-FILE
003850     IF WS-TOURNCTL-STATUS NOT = "00"
003860         GO TO 1070-EXIT
003870     END-IF
003880     READ TOURNCTL-FILE
003890         AT END
003900             CLOSE TOURNCTL-FILE
003910             GO TO 1070-EXIT
003920     END-READ
003930     IF WS-TOURNCTL-STATUS NOT = "00" OR NOT TOURNCTL-ACTIVE
003940         CLOSE TOURNCTL-FILE
003950         GO TO 1070-EXIT
003960     END-IF
003970     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
003980     IF WS-TODAY-DATE < TOURNCTL-OPEN-DATE OR
003990        WS-TODAY-DATE > TOURNCTL-CLOSE-DATE
004000         CLOSE TOURNCTL-FILE
004010         GO TO 1070-EXIT
004020     END-IF
004030     MOVE TOURNCTL-TOURN-ID       TO WS-TOURN-ID
004040     MOVE TOURNCTL-TARGET-NUMBER  TO WS-TOURN-TARGET
004050     MOVE TOURNCTL-LOW-BOUND      TO WS-LOW-BOUND
004060     MOVE TOURNCTL-HIGH-BOUND     TO WS-HIGH-BOUND
004070     CLOSE TOURNCTL-FILE
004080     DISPLAY "TOURNAMENT " WS-TOURN-ID " IS OPEN - PLAY YOUR "
004090         "TOURNAMENT ROUND? (Y/N): "
004100     ACCEPT WS-TOURN-RESPONSE
004110     IF WS-TOURN-RESPONSE NOT = 'Y' AND
004120        WS-TOURN-RESPONSE NOT = 'y'
004130         GO TO 1070-EXIT
004140     END-IF
004150     PERFORM 1080-CHECK-ALREADY-ENTERED THRU 1080-EXIT
004160     IF WS-ALREADY-ENTERED
004170         DISPLAY "YOU HAVE ALREADY ENTERED THIS TOURNAMENT - "
004180             "STARTING A NORMAL GAME."
004190         GO TO 1070-EXIT
004200     END-IF
004210     PERFORM 1090-RESERVE-TOURN-ENTRY THRU 1090-EXIT
004220     IF WS-ALREADY-ENTERED
004230         GO TO 1070-EXIT
004240     END-IF
004250     MOVE 'Y' TO WS-TOURN-SWITCH
004260     DISPLAY "GOOD LUCK - THIS ROUND COUNTS FOR THE STANDINGS."
004270     DISPLAY "YOUR ENTRY IS NOW ON FILE - THIS IS YOUR ONLY "
004280         "ROUND, FINISHED OR NOT.".
004290 1070-EXIT.
004300     EXIT.
004310*-----------------------------------------------------------------
004320* 1080-CHECK-ALREADY-ENTERED - LOOKS THE PLAYER UP ON THE
004330* RESULTS FILE.  A MISSING FILE IS CREATED EMPTY SO THE FIRST
004340* ENTRANT OF THE TOURNAMENT GETS A CLEAN LOOKUP.
004350*-----------------------------------------------------------------
004360 1080-CHECK-ALREADY-ENTERED.
004370     MOVE 'N' TO WS-ENTERED-SWITCH
004380     OPEN I-O TOURNRES-FILE
004390     IF WS-TOURNRES-STATUS = "35"
004400         OPEN OUTPUT TOURNRES-FILE
004410         CLOSE TOURNRES-FILE
004420         OPEN I-O TOURNRES-FILE
004430     END-IF
004440     IF WS-TOURNRES-STATUS NOT = "00"
004450         DISPLAY "WARNING: UNABLE TO READ TOURNRES - STATUS "
004460             WS-TOURNRES-STATUS
004470         GO TO 1080-EXIT
004480     END-IF
004490     MOVE WS-PLAYER-ID TO TOURNRES-PLAYER-ID
004500     READ TOURNRES-FILE
004510         INVALID KEY
004520             MOVE 'N' TO WS-ENTERED-SWITCH
004530         NOT INVALID KEY
004540             MOVE 'Y' TO WS-ENTERED-SWITCH
004550     END-READ
004560     CLOSE TOURNRES-FILE.
004570 1080-EXIT.
004580     EXIT.
004590*-----------------------------------------------------------------
004600* 1090-RESERVE-TOURN-ENTRY - PUTS THE PLAYER ON THE RESULTS
004610* FILE THE MOMENT THEY ACCEPT THE ROUND, WITH THE 99999
004620* NO-FINISH SENTINEL AS THE ATTEMPT COUNT.  THE KEYED WRITE IS
004630* WHAT MAKES ABANDONING A ROUND AND RE-ENTERING IMPOSSIBLE -
004640* THE WIN REWRITES THIS RECORD WITH THE REAL COUNT.
004650*-----------------------------------------------------------------
004660 1090-RESERVE-TOURN-ENTRY.
004670     OPEN I-O TOURNRES-FILE
004680     IF WS-TOURNRES-STATUS = "35"
004690         OPEN OUTPUT TOURNRES-FILE
004700         CLOSE TOURNRES-FILE
004710         OPEN I-O TOURNRES-FILE
004720     END-IF
004730     IF WS-TOURNRES-STATUS NOT = "00"
004740         DISPLAY "WARNING: UNABLE TO RESERVE YOUR ENTRY - "
004750             "STATUS " WS-TOURNRES-STATUS " - STARTING A "
004760             "NORMAL GAME."
004770         MOVE 'Y' TO WS-ENTERED-SWITCH
004780         GO TO 1090-EXIT
004790     END-IF
004800     MOVE WS-PLAYER-ID TO TOURNRES-PLAYER-ID
004810     MOVE WS-TOURN-ID  TO TOURNRES-TOURN-ID
004820     MOVE 99999        TO TOURNRES-ATTEMPTS
004830     ACCEPT TOURNRES-PLAYED-DATE FROM DATE YYYYMMDD
004840     WRITE TOURNRES-RECORD
004850         INVALID KEY
004860             DISPLAY "YOU HAVE ALREADY ENTERED THIS "
004870                 "TOURNAMENT - STARTING A NORMAL GAME."
004880             MOVE 'Y' TO WS-ENTERED-SWITCH
004890     END-WRITE
004900     CLOSE TOURNRES-FILE.
004910 1090-EXIT.
004920     EXIT.
004930 1100-LOAD-PLAYER-STATS.
004940     OPEN I-O GAMESTAT-FILE
004950     IF WS-GAMESTAT-STATUS = "35"
004960         OPEN OUTPUT GAMESTAT-FILE
004970         CLOSE GAMESTAT-FILE
004980         OPEN I-O GAMESTAT-FILE
004990     END-IF
005000     MOVE 'N' TO WS-GAMESTAT-FOUND-SWITCH
005010     MOVE WS-PLAYER-ID TO GAMESTAT-PLAYER-ID
005020     READ GAMESTAT-FILE
005030         INVALID KEY
005040             MOVE ZERO  TO GAMESTAT-GAMES-PLAYED
005050             MOVE 99999 TO GAMESTAT-BEST-ATTEMPTS
005060             MOVE ZERO  TO GAMESTAT-LAST-PLAYED-DATE
005070         NOT INVALID KEY
005080             MOVE 'Y' TO WS-GAMESTAT-FOUND-SWITCH
005090     END-READ
005100     CLOSE GAMESTAT-FILE.
005110 1100-EXIT.
005120     EXIT.
005130*-----------------------------------------------------------------
005140* 2000-GUESS-LOOP - ONE GUESS.  PERFORMED FROM THE MAINLINE UNTIL
005150* THE PLAYER FINDS THE NUMBER.
005160*-----------------------------------------------------------------
005170 2000-GUESS-LOOP.
005180     MOVE 'N' TO WS-GUESS-VALID-SWITCH
005190     PERFORM 2010-GET-VALID-GUESS THRU 2010-EXIT
005200         UNTIL WS-GUESS-VALID
005210     ADD 1 TO WS-ATTEMPT-COUNT
005220     PERFORM 2030-APPEND-GUESS-DETAIL THRU 2030-EXIT
005230     IF WS-USER-GUESS = WS-RANDOM-NUMBER
005240         DISPLAY "CONGRATULATIONS! YOU GUESSED THE NUMBER IN "
005250             WS-ATTEMPT-COUNT " ATTEMPTS."
005260         MOVE 'Y' TO WS-ROUND-WON-SWITCH
005270         PERFORM 2100-UPDATE-PLAYER-STATS THRU 2100-EXIT
005280         PERFORM 2120-APPEND-GAME-HISTORY THRU 2120-EXIT
005290         PERFORM 2060-CLEAR-CHECKPOINT THRU 2060-EXIT
005300         IF WS-TOURN-MODE
005310             PERFORM 2150-RECORD-TOURN-RESULT THRU 2150-EXIT
005320         END-IF
005330     ELSE
005340         IF WS-USER-GUESS < WS-RANDOM-NUMBER
005350             DISPLAY "TOO LOW! TRY AGAIN:"
005360         ELSE
005370             DISPLAY "TOO HIGH! TRY AGAIN:"
005380         END-IF
005390         PERFORM 2050-SAVE-CHECKPOINT THRU 2050-EXIT
005400     END-IF.
005410 2000-EXIT.
005420     EXIT.
005430*-----------------------------------------------------------------
005440* 2010-GET-VALID-GUESS - PROMPTS FOR ONE GUESS AND REJECTS A
005450* GUESS OUTSIDE THE CONFIGURED DIFFICULTY RANGE, RE-PROMPTING
005460* GUESS WITHIN RANGE IS ENTERED.
005470*-----------------------------------------------------------------
005480 2010-GET-VALID-GUESS.
005490     ACCEPT WS-USER-GUESS
005500     IF WS-USER-GUESS >= WS-LOW-BOUND AND
005510         WS-USER-GUESS <= WS-HIGH-BOUND
005520         MOVE 'Y' TO WS-GUESS-VALID-SWITCH
005530     ELSE
005540         DISPLAY "PLEASE ENTER A NUMBER BETWEEN " WS-LOW-BOUND
005550             " AND " WS-HIGH-BOUND ":"
005560         MOVE 'N' TO WS-GUESS-VALID-SWITCH
005570     END-IF.
005580 2010-EXIT.
005590     EXIT.
005600*-----------------------------------------------------------------
005610* 2030-APPEND-GUESS-DETAIL - APPENDS ONE GAMEGUES RECORD FOR THE
005620* GUESS JUST ACCEPTED, WITH THE ANSWER THE PLAYER IS ABOUT TO
005630* BE GIVEN.  THE SEQUENCE IS THE ROUND'S ATTEMPT COUNT, SO A
005640* RESUMED ROUND CARRIES ON FROM WHERE IT WAS SAVED.  A MISSING
005650* FILE IS CREATED ON THE FIRST GUESS, THE WAY GAMEHIST IS.
005660*-----------------------------------------------------------------
005670 2030-APPEND-GUESS-DETAIL.
005680     OPEN EXTEND GAMEGUES-FILE
005690     IF WS-GAMEGUES-STATUS = "05" OR WS-GAMEGUES-STATUS = "35"
005700         OPEN OUTPUT GAMEGUES-FILE
005710     END-IF
005720     IF WS-GAMEGUES-STATUS NOT = "00"
005730         DISPLAY "WARNING: GUESS DETAIL NOT RECORDED - STATUS "
005740             WS-GAMEGUES-STATUS
005750         GO TO 2030-EXIT
005760     END-IF
005770     MOVE WS-PLAYER-ID     TO GAMEGUES-PLAYER-ID
005780     MOVE WS-ROUND-ID      TO GAMEGUES-ROUND-ID
005790     MOVE WS-ATTEMPT-COUNT TO GAMEGUES-GUESS-SEQ
005800     MOVE WS-USER-GUESS    TO GAMEGUES-GUESS-VALUE
005810     IF WS-USER-GUESS = WS-RANDOM-NUMBER
005820         MOVE 'C'          TO GAMEGUES-RESPONSE
005830     ELSE
005840         IF WS-USER-GUESS < WS-RANDOM-NUMBER
005850             MOVE 'L'      TO GAMEGUES-RESPONSE
005860         ELSE
005870             MOVE 'H'      TO GAMEGUES-RESPONSE
005880         END-IF
005890     END-IF
005900     ACCEPT GAMEGUES-GUESS-DATE FROM DATE YYYYMMDD
005910     ACCEPT GAMEGUES-GUESS-TIME FROM TIME
005920     IF WS-TOURN-MODE
005930         MOVE WS-TOURN-ID  TO GAMEGUES-TOURN-ID
005940     ELSE
005950         MOVE SPACES       TO GAMEGUES-TOURN-ID
005960     END-IF
005970     WRITE GAMEGUES-RECORD
005980     CLOSE GAMEGUES-FILE.
005990 2030-EXIT.
006000     EXIT.
006010*-----------------------------------------------------------------
006020* 2050-SAVE-CHECKPOINT - REWRITES THE PLAYER'S OWN CHECKPOINT
006030* RECORD WITH THE CURRENT GAME STATE AFTER AN UNSUCCESSFUL
006040* GUESS, SO A DROPPED SESSION CAN BE RESUMED BY THAT PLAYER.
006050*-----------------------------------------------------------------
006060 2050-SAVE-CHECKPOINT.
006070     MOVE 'Y'                    TO WS-CKPT-FLAG
006080     PERFORM 2070-PUT-CHECKPOINT THRU 2070-EXIT
006090     IF WS-GAMECKPT-STATUS NOT = "00"
006100         DISPLAY "WARNING: CHECKPOINT NOT SAVED."
006110     END-IF.
006120 2050-EXIT.
006130     EXIT.
006140*-----------------------------------------------------------------
006150* 2060-CLEAR-CHECKPOINT - RETIRES THE PLAYER'S OWN CHECKPOINT
006160* ONCE THEY HAVE WON, SO A LATER RESTART DOES NOT REPLAY A
006170* FINISHED GAME.
006180*-----------------------------------------------------------------
006190 2060-CLEAR-CHECKPOINT.
006200     MOVE 'N'                    TO WS-CKPT-FLAG
006210     PERFORM 2070-PUT-CHECKPOINT THRU 2070-EXIT
006220     IF WS-GAMECKPT-STATUS NOT = "00"
006230         DISPLAY "WARNING: CHECKPOINT NOT CLEARED."
006240     END-IF.
006250 2060-EXIT.
006260     EXIT.
006270*-----------------------------------------------------------------
006280* 2070-PUT-CHECKPOINT - WRITES OR REWRITES THE PLAYER'S OWN
006290* KEYED CHECKPOINT RECORD WITH THE CURRENT GAME STATE AND THE
006300* FLAG IN WS-CKPT-FLAG.  A MISSING FILE IS CREATED EMPTY ON
006310* THE FIRST SAVE, THE WAY GAMESTAT IS.
006320*-----------------------------------------------------------------
006330 2070-PUT-CHECKPOINT.
006340     OPEN I-O GAMECKPT-FILE
006350     IF WS-GAMECKPT-STATUS = "35"
006360         OPEN OUTPUT GAMECKPT-FILE
006370         CLOSE GAMECKPT-FILE
006380         OPEN I-O GAMECKPT-FILE
006390     END-IF
006400     IF WS-GAMECKPT-STATUS NOT = "00"
006410         GO TO 2070-EXIT
006420     END-IF
006430     MOVE WS-PLAYER-ID           TO GAMECKPT-PLAYER-ID
006440     MOVE WS-CKPT-FLAG           TO GAMECKPT-ACTIVE-FLAG
006450     MOVE WS-RANDOM-NUMBER       TO GAMECKPT-RANDOM-NUMBER
006460     MOVE WS-ATTEMPT-COUNT       TO GAMECKPT-ATTEMPT-COUNT
006470     MOVE WS-LOW-BOUND           TO GAMECKPT-LOW-BOUND
006480     MOVE WS-HIGH-BOUND          TO GAMECKPT-HIGH-BOUND
006490     MOVE WS-TOURN-SWITCH        TO GAMECKPT-TOURN-FLAG
006500     MOVE WS-TOURN-ID            TO GAMECKPT-TOURN-ID
006510     MOVE WS-ROUND-ID            TO GAMECKPT-ROUND-ID
006520     WRITE GAMECKPT-RECORD
006530         INVALID KEY
006540             REWRITE GAMECKPT-RECORD
006550     END-WRITE
006560     CLOSE GAMECKPT-FILE.
006570 2070-EXIT.
006580     EXIT.
006590*-----------------------------------------------------------------
006600* 2100-UPDATE-PLAYER-STATS - RECORDS THIS WIN ON THE LEADERBOARD:
006610* GAMES PLAYED, BEST (LOWEST) ATTEMPT COUNT, LAST PLAYED DATE.
006620*-----------------------------------------------------------------
006630 2100-UPDATE-PLAYER-STATS.
006640     OPEN I-O GAMESTAT-FILE
006650     IF WS-GAMESTAT-STATUS = "35"
006660         OPEN OUTPUT GAMESTAT-FILE
006670         CLOSE GAMESTAT-FILE
006680         OPEN I-O GAMESTAT-FILE
006690     END-IF
006700     MOVE WS-PLAYER-ID TO GAMESTAT-PLAYER-ID
006710     READ GAMESTAT-FILE
006720         INVALID KEY
006730             MOVE ZERO  TO GAMESTAT-GAMES-PLAYED
006740             MOVE 99999 TO GAMESTAT-BEST-ATTEMPTS
006750             MOVE 'N'  TO WS-GAMESTAT-FOUND-SWITCH
006760         NOT INVALID KEY
006770             MOVE 'Y'  TO WS-GAMESTAT-FOUND-SWITCH
006780     END-READ
006790     ADD 1 TO GAMESTAT-GAMES-PLAYED
006800     IF WS-ATTEMPT-COUNT < GAMESTAT-BEST-ATTEMPTS
006810         MOVE WS-ATTEMPT-COUNT TO GAMESTAT-BEST-ATTEMPTS
006820     END-IF
006830     MOVE WS-PLAYER-ID TO GAMESTAT-PLAYER-ID
006840     ACCEPT GAMESTAT-LAST-PLAYED-DATE FROM DATE YYYYMMDD
006850     IF WS-GAMESTAT-FOUND
006860         REWRITE GAMESTAT-RECORD
006870     ELSE
006880         WRITE GAMESTAT-RECORD
006890     END-IF
006900     CLOSE GAMESTAT-FILE.
006910 2100-EXIT.
006920     EXIT.
006930*-----------------------------------------------------------------
006940* 2120-APPEND-GAME-HISTORY - APPENDS ONE HISTORY RECORD FOR
006950* THE ROUND JUST WON, ALONGSIDE THE LEADERBOARD UPDATE.  A
006960* MISSING FILE IS CREATED ON THE FIRST ROUND, THE WAY AUDITLOG
006970* CREATES THE AUDIT TRAIL.
006980*-----------------------------------------------------------------
006990 2120-APPEND-GAME-HISTORY.
007000     OPEN EXTEND GAMEHIST-FILE
007010     IF WS-GAMEHIST-STATUS = "05" OR WS-GAMEHIST-STATUS = "35"
007020         OPEN OUTPUT GAMEHIST-FILE
007030     END-IF
007040     IF WS-GAMEHIST-STATUS NOT = "00"
007050         DISPLAY "WARNING: GAME HISTORY NOT RECORDED - STATUS "
007060             WS-GAMEHIST-STATUS
007070         GO TO 2120-EXIT
007080     END-IF
007090     MOVE WS-PLAYER-ID     TO GAMEHIST-PLAYER-ID
007100     ACCEPT GAMEHIST-PLAYED-DATE FROM DATE YYYYMMDD
007110     ACCEPT GAMEHIST-PLAYED-TIME FROM TIME
007120     MOVE WS-ATTEMPT-COUNT TO GAMEHIST-ATTEMPTS
007130     MOVE WS-LOW-BOUND     TO GAMEHIST-LOW-BOUND
007140     MOVE WS-HIGH-BOUND    TO GAMEHIST-HIGH-BOUND
007150     IF WS-TOURN-MODE
007160         MOVE 'Y'          TO GAMEHIST-TOURN-FLAG
007170         MOVE WS-TOURN-ID  TO GAMEHIST-TOURN-ID
007180     ELSE
007190         MOVE 'N'          TO GAMEHIST-TOURN-FLAG
007200         MOVE SPACES       TO GAMEHIST-TOURN-ID
007210     END-IF
007220     MOVE WS-ROUND-ID      TO GAMEHIST-ROUND-ID
007230     WRITE GAMEHIST-RECORD
007240     CLOSE GAMEHIST-FILE.
007250 2120-EXIT.
007260     EXIT.
007270*-----------------------------------------------------------------
007280* 2150-RECORD-TOURN-RESULT - FILLS IN THE PLAYER'S RESERVED
007290* TOURNRES ENTRY WITH THE REAL ATTEMPT COUNT.  THE TOURNAMENT
007300* MUST STILL BE OPEN ON TOURNCTL - A TOURNAMENT TOURNCLS HAS
007310* CLOSED ALREADY POSTED ITS FINAL STANDINGS TO THE PERMANENT
007320* HISTORY, SO A PARKED ROUND WON AFTERWARDS IS TOO LATE - AND
007330* THE RESERVATION WRITTEN AT ENTRY TIME MUST STILL CARRY THIS
007340* ROUND'S TOURNAMENT ID; A MISSING OR RELABELLED ONE MEANS
007350* TOURNSET HAS RESET THE TOURNAMENT SINCE, SO THE STALE
007360* RESULT IS NOT POSTED INTO THE NEW STANDINGS.
007370*-----------------------------------------------------------------
007380 2150-RECORD-TOURN-RESULT.
007390     PERFORM 1065-VERIFY-TOURN-OPEN THRU 1065-EXIT
007400     IF NOT WS-TOURN-OPEN
007410         DISPLAY "THIS TOURNAMENT HAS CLOSED - RESULT NOT "
007420             "RECORDED."
007430         GO TO 2150-EXIT
007440     END-IF
007450     OPEN I-O TOURNRES-FILE
007460     IF WS-TOURNRES-STATUS = "35"
007470         OPEN OUTPUT TOURNRES-FILE
007480         CLOSE TOURNRES-FILE
007490         OPEN I-O TOURNRES-FILE
007500     END-IF
007510     IF WS-TOURNRES-STATUS NOT = "00"
007520         DISPLAY "WARNING: TOURNAMENT RESULT NOT RECORDED - "
007530             "STATUS " WS-TOURNRES-STATUS
007540         GO TO 2150-EXIT
007550     END-IF
007560     MOVE WS-PLAYER-ID TO TOURNRES-PLAYER-ID
007570     READ TOURNRES-FILE
007580         INVALID KEY
007590             DISPLAY "THIS TOURNAMENT HAS BEEN RESET SINCE "
007600                 "YOUR ROUND BEGAN - RESULT NOT RECORDED."
007610         NOT INVALID KEY
007620             IF TOURNRES-TOURN-ID NOT = WS-TOURN-ID
007630                 DISPLAY "THIS TOURNAMENT HAS BEEN RESET SINCE "
007640                     "YOUR ROUND BEGAN - RESULT NOT RECORDED."
007650             ELSE
007660                 MOVE WS-ATTEMPT-COUNT TO TOURNRES-ATTEMPTS
007670                 ACCEPT TOURNRES-PLAYED-DATE FROM DATE YYYYMMDD
007680                 REWRITE TOURNRES-RECORD
007690                 DISPLAY "TOURNAMENT ROUND RECORDED: "
007700                     WS-ATTEMPT-COUNT " ATTEMPTS."
007710             END-IF
007720     END-READ
007730     CLOSE TOURNRES-FILE.
007740 2150-EXIT.
007750     EXIT.
007760*-----------------------------------------------------------------
007770* 2200-ASK-PLAY-AGAIN - USES WS-RESPONSE TO ASK WHETHER THE PLAYER
007780* WANTS ANOTHER ROUND.  THE MAINLINE LOOPS BACK TO 1000-INITIALIZE
007790* RATHER THAN STOP RUN WHEN THE ANSWER IS YES.
007800*-----------------------------------------------------------------
007810 2200-ASK-PLAY-AGAIN.
007820     DISPLAY "PLAY AGAIN? (Y/N): "
007830     ACCEPT WS-RESPONSE
007840     IF WS-RESPONSE = 'Y' OR WS-RESPONSE = 'y'
007850         MOVE 'Y' TO WS-PLAY-AGAIN-SWITCH
007860     ELSE
007870         MOVE 'N' TO WS-PLAY-AGAIN-SWITCH
007880     END-IF.
007890 2200-EXIT.
007900     EXIT.
007910*-----------------------------------------------------------------
007920* 9000-TERMINATE - STAMPS THE SHARED AUDIT TRAIL WITH THE
007930* SHUTDOWN EVENT BEFORE THE PROGRAM ENDS.
007940*-----------------------------------------------------------------
007950 9000-TERMINATE.
007960     MOVE "END" TO AUDIT-FUNCTION
007970     CALL "AUDITLOG" USING AUDIT-CALL-PARMS
007980     IF NOT AUDIT-RC-OK
007990         DISPLAY "WARNING: AUDIT TRAIL SIGN-OFF NOT RECORDED."
008000     END-IF.
008010 9000-EXIT.
008020     EXIT.
