000110* GUESSING-GAME OR USERMNT AS A SUBPROGRAM, PASSING THE
000120* VALIDATED USER ID AND PERMISSION LEVEL DOWN SO NO CALLED
000130* PROGRAM PROMPTS FOR ITS OWN.  USER MAINTENANCE IS HELD TO
000140* SUPERVISORS.  RIGHT AFTER A GOOD SIGN-ON THE CURRENT NOTICES
000150* FOR THE USER'S PERMISSION LEVEL ARE SHOWN FROM THE NOTICE
000160* FILE, AND EACH CRITICAL ONE MUST BE ACKNOWLEDGED BEFORE THE
000170* MENU COMES UP.
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000210* 2026-08-09 DLM   ORIGINAL - MENU-DRIVEN FRONT END TYING THE
000220*                  CALCULATOR AND GUESSING GAME TOGETHER
000230*                  (CR-2026-111).
000240* 2026-08-22 DLM   ADDED THE SUPERVISOR-ONLY CONSTANTS
000250*                  MAINTENANCE OPTION (CR-2026-125).
000260* 2026-08-22 DLM   ADDED USERMAST SIGN-ON VALIDATION (THREE
000270*                  TRIES), THE SHARED SIGNON PARAMETER AREA
000280*                  PASSED TO EVERY CALLED PROGRAM, AND THE
000290*                  SUPERVISOR-ONLY USER MAINTENANCE OPTION.  A
000300*                  MISSING USER MASTER IS SEEDED WITH THE ADMIN
000310*                  SUPERVISOR SO THE FIRST SIGN-ON OF A NEW
000320*                  INSTALLATION CAN GET IN AND SET UP THE REAL
000330*                  USERS (CR-2026-123).
000340* 2026-09-03 DLM   ADDED THE SUPERVISOR-ONLY FORMULA
000350*                  MAINTENANCE OPTION (CR-2026-129).
000360* 2026-09-03 DLM   ADDED THE REJECT REPAIR OPTION
000370*                  (CR-2026-133).
000380* 2026-09-03 DLM   ADDED THE REPORTS SUBMENU OPTION - THE
000390*                  REPORT PROGRAMS NOW RUN UNDER THE SIGNED-ON
000400*                  USER THROUGH RPTMENU INSTEAD OF FROM THE
000410*                  COMMAND LINE (CR-2026-138).
000420* 2026-10-15 DLM   ADDED THE SUPERVISOR-ONLY WORK-ORDER MASTER
000430*                  MAINTENANCE OPTION (CR-2026-140).
000440* 2026-10-15 DLM   ADDED THE SUPERVISOR-ONLY GL ACCOUNT MAPPING
000450*                  OPTION; MENU CHOICE WIDENED TO TWO DIGITS
000460*                  (CR-2026-141).
000470* 2026-10-15 DLM   ADDED THE SUPERVISOR-ONLY NIGHTLY BATCH RUN
000480*                  OPTION (CALCNITE), AND THE SIGN-ON NOW CLEARS
000490*                  THE NEW SIGNON-RUN-PARM (CR-2026-142).
000500* 2026-10-15 DLM   ADDED THE SUPERVISOR-ONLY PLAYER ID MAINTENANCE
000510*                  OPTION (CR-2026-144).
000520* 2026-10-15 DLM   ADDED THE SUPERVISOR-ONLY STANDING-ORDER
000530*                  MAINTENANCE OPTION (CR-2026-147).
000540* 2026-10-15 DLM   SHOWS THE CURRENT SIGN-ON NOTICES AFTER A
000550*                  GOOD SIGN-ON - AN OPERATOR SEES THOSE FOR
000560*                  OPERATORS, A SUPERVISOR SEES THEM ALL - AND
000570*                  HOLDS THE USER AT EACH CRITICAL NOTICE NOT
000580*                  YET ACKNOWLEDGED UNTIL IT IS, RECORDING THE
000590*                  ACKNOWLEDGEMENT ON NOTEACK WITH THE USER,
000600*                  DATE AND TIME.  ADDED THE SUPERVISOR-ONLY
000610*                  NOTICE MAINTENANCE OPTION (CR-2026-148).
000620*-----------------------------------------------------------------
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER. IBM-370.
000660 OBJECT-COMPUTER. IBM-370.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT USERMAST-FILE ASSIGN TO "USERMAST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS USERMAST-USER-ID
000730         FILE STATUS IS WS-USERMAST-STATUS.
000740     SELECT NOTICE-FILE ASSIGN TO "NOTICE"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS NOTICE-KEY
000780         FILE STATUS IS WS-NOTICE-STATUS.
000790     SELECT NOTEACK-FILE ASSIGN TO "NOTEACK"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS NOTEACK-KEY
000830         FILE STATUS IS WS-NOTEACK-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  USERMAST-FILE
000870     RECORDING MODE IS F.
000880     COPY USERMAST.
000890 FD  NOTICE-FILE
000900     RECORDING MODE IS F.
000910     COPY NOTICE.
000920 FD  NOTEACK-FILE
000930     RECORDING MODE IS F.
000940     COPY NOTEACK.
000950 WORKING-STORAGE SECTION.
000960 77  WS-MENU-CHOICE              PIC 9(02) VALUE ZERO.
000970 77  WS-EXIT-SWITCH              PIC X(01) VALUE 'N'.
000980     88  WS-EXIT-YES                 VALUE 'Y'.
000990 77  WS-USERMAST-STATUS          PIC X(02) VALUE SPACES.
001000 77  WS-SIGNON-OK-SWITCH         PIC X(01) VALUE 'N'.
001010     88  WS-SIGNON-OK                VALUE 'Y'.
001020 77  WS-TRY-COUNT                PIC 9(01) VALUE ZERO.
001030 77  WS-TRY-LIMIT                PIC 9(01) VALUE 3.
001040 77  WS-ENTERED-USER-ID          PIC X(10) VALUE SPACES.
001050 77  WS-ENTERED-PASSWORD         PIC X(10) VALUE SPACES.
001060 77  WS-NOTICE-STATUS            PIC X(02) VALUE SPACES.
001070 77  WS-NOTEACK-STATUS           PIC X(02) VALUE SPACES.
001080 77  WS-NOTICE-EOF-SWITCH        PIC X(01) VALUE 'N'.
001090     88  WS-NOTICE-EOF               VALUE 'Y'.
001100 77  WS-NOTEACK-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001110     88  WS-NOTEACK-OPEN             VALUE 'Y'.
001120 77  WS-ACKED-SWITCH             PIC X(01) VALUE 'N'.
001130     88  WS-ACKED                    VALUE 'Y'.
001140 77  WS-ACK-RESPONSE             PIC X(01) VALUE SPACE.
001150 77  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001160 77  WS-NOTICE-COUNT             PIC 9(03) VALUE ZERO.
001170 77  WS-SEVERITY-TEXT            PIC X(16) VALUE SPACES.
001180     COPY SIGNON.
001190 PROCEDURE DIVISION.
001200*-----------------------------------------------------------------
001210* 0000-MAINLINE - SIGNS THE OPERATOR ON, SHOWS THE CURRENT
001220* NOTICES, THEN LOOPS OVER THE MENU UNTIL THE EXIT OPTION IS
001230* TAKEN.  A FAILED SIGN-ON ENDS THE RUN BEFORE THE MENU IS EVER
001240* SHOWN.
001250*-----------------------------------------------------------------
001260 0000-MAINLINE.
001270     PERFORM 0500-SIGN-ON THRU 0500-EXIT
001280     IF NOT WS-SIGNON-OK
001290         DISPLAY "SIGN-ON FAILED - ACCESS DENIED."
001300         STOP RUN
001310     END-IF
001320     PERFORM 0600-SHOW-NOTICES THRU 0600-EXIT
001330     PERFORM 1000-MENU-ROUND THRU 1000-EXIT
001340         UNTIL WS-EXIT-YES
001350     STOP RUN.
001360*-----------------------------------------------------------------
001370* 0500-SIGN-ON - VALIDATES THE OPERATOR AGAINST USERMAST, THREE
001380* TRIES.  A MISSING USER MASTER IS SEEDED WITH THE ADMIN
001390* SUPERVISOR (PASSWORD ADMIN) SO A NEW INSTALLATION CAN SIGN ON
001400* AND SET UP ITS REAL USERS - CHANGE IT FIRST THING.
001410*-----------------------------------------------------------------
001420 0500-SIGN-ON.
001430     OPEN INPUT USERMAST-FILE
001440     IF WS-USERMAST-STATUS = "35"
001450         PERFORM 0550-SEED-USER-MASTER THRU 0550-EXIT
001460         OPEN INPUT USERMAST-FILE
001470     END-IF
001480     IF WS-USERMAST-STATUS NOT = "00"
001490         DISPLAY "ERROR: UNABLE TO OPEN USERMAST - STATUS "
001500             WS-USERMAST-STATUS
001510         GO TO 0500-EXIT
001520     END-IF
001530     PERFORM 0510-SIGN-ON-TRY THRU 0510-EXIT
001540         UNTIL WS-SIGNON-OK OR WS-TRY-COUNT >= WS-TRY-LIMIT
001550     CLOSE USERMAST-FILE.
001560 0500-EXIT.
001570     EXIT.
001580 0510-SIGN-ON-TRY.
001590     ADD 1 TO WS-TRY-COUNT
001600     DISPLAY "ENTER USER ID: "
001610     ACCEPT WS-ENTERED-USER-ID
001620     DISPLAY "ENTER PASSWORD: "
001630     ACCEPT WS-ENTERED-PASSWORD
001640     MOVE WS-ENTERED-USER-ID TO USERMAST-USER-ID
001650     READ USERMAST-FILE
001660         INVALID KEY
001670             DISPLAY "SIGN-ON FAILED - CHECK USER ID AND "
001680                 "PASSWORD."
001690             GO TO 0510-EXIT
001700     END-READ
001710     IF USERMAST-DISABLED
001720         DISPLAY "SIGN-ON FAILED - USER IS DISABLED."
001730         GO TO 0510-EXIT
001740     END-IF
001750     IF USERMAST-PASSWORD NOT = WS-ENTERED-PASSWORD
001760         DISPLAY "SIGN-ON FAILED - CHECK USER ID AND PASSWORD."
001770         GO TO 0510-EXIT
001780     END-IF
001790     MOVE USERMAST-USER-ID    TO SIGNON-USER-ID
001800     MOVE USERMAST-PERM-LEVEL TO SIGNON-PERM-LEVEL
001810     MOVE SPACES              TO SIGNON-RUN-PARM
001820     MOVE 'Y' TO WS-SIGNON-OK-SWITCH
001830     DISPLAY "SIGNED ON AS " SIGNON-USER-ID ".".
001840 0510-EXIT.
001850     EXIT.
001860*-----------------------------------------------------------------
001870* 0550-SEED-USER-MASTER - FIRST-TIME SETUP: CREATES USERMAST
001880* WITH THE ADMIN SUPERVISOR SO THERE IS A WAY IN.
001890*-----------------------------------------------------------------
001900 0550-SEED-USER-MASTER.
001910     OPEN OUTPUT USERMAST-FILE
001920     IF WS-USERMAST-STATUS NOT = "00"
001930         DISPLAY "ERROR: UNABLE TO CREATE USERMAST - STATUS "
001940             WS-USERMAST-STATUS
001950         GO TO 0550-EXIT
001960     END-IF
001970     MOVE "ADMIN"    TO USERMAST-USER-ID
001980     MOVE "ADMIN"    TO USERMAST-PASSWORD
001990     MOVE 'S'        TO USERMAST-PERM-LEVEL
002000     MOVE 'A'        TO USERMAST-STATUS
002010     ACCEPT USERMAST-ADDED-DATE FROM DATE YYYYMMDD
002020     WRITE USERMAST-RECORD
002030     CLOSE USERMAST-FILE
002040     DISPLAY "USER MASTER CREATED WITH DEFAULT SUPERVISOR "
002050         "ADMIN/ADMIN - CHANGE THE PASSWORD FIRST THING.".
002060 0550-EXIT.
002070     EXIT.
002080*-----------------------------------------------------------------
002090* 0600-SHOW-NOTICES - SHOWS EVERY NOTICE CURRENT TODAY (ACTIVE,
002100* STARTED AND NOT EXPIRED) THAT THE USER'S PERMISSION LEVEL
002110* ENTITLES THEM TO SEE: AN OPERATOR GETS THE NOTICES FOR
002120* OPERATORS, A SUPERVISOR GETS EVERYTHING.  A CRITICAL NOTICE
002130* THE USER HAS ALREADY ACKNOWLEDGED IS NOT SHOWN AGAIN.  NO
002140* NOTICE FILE YET MEANS NOTHING HAS EVER BEEN POSTED.
002150*-----------------------------------------------------------------
002160 0600-SHOW-NOTICES.
002170     MOVE ZERO TO WS-NOTICE-COUNT
002180     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002190     OPEN INPUT NOTICE-FILE
002200     IF WS-NOTICE-STATUS = "35"
002210         GO TO 0600-EXIT
002220     END-IF
002230     IF WS-NOTICE-STATUS NOT = "00"
002240         DISPLAY "WARNING: NOTICES NOT AVAILABLE - STATUS "
002250             WS-NOTICE-STATUS
002260         GO TO 0600-EXIT
002270     END-IF
002280     MOVE 'N' TO WS-NOTEACK-OPEN-SWITCH
002290     OPEN I-O NOTEACK-FILE
002300     IF WS-NOTEACK-STATUS = "35"
002310         OPEN OUTPUT NOTEACK-FILE
002320         CLOSE NOTEACK-FILE
002330         OPEN I-O NOTEACK-FILE
002340     END-IF
002350     IF WS-NOTEACK-STATUS = "00"
002360         MOVE 'Y' TO WS-NOTEACK-OPEN-SWITCH
002370     ELSE
002380         DISPLAY "WARNING: ACKNOWLEDGEMENTS CANNOT BE RECORDED - "
002390             "STATUS " WS-NOTEACK-STATUS
002400     END-IF
002410     MOVE 'N'        TO WS-NOTICE-EOF-SWITCH
002420     MOVE LOW-VALUES TO NOTICE-KEY
002430     START NOTICE-FILE KEY IS NOT LESS THAN NOTICE-KEY
002440         INVALID KEY
002450             MOVE 'Y' TO WS-NOTICE-EOF-SWITCH
002460     END-START
002470     PERFORM 0610-SHOW-ONE-NOTICE THRU 0610-EXIT
002480         UNTIL WS-NOTICE-EOF
002490     CLOSE NOTICE-FILE
002500     IF WS-NOTEACK-OPEN
002510         CLOSE NOTEACK-FILE
002520     END-IF
002530     IF WS-NOTICE-COUNT > ZERO
002540         DISPLAY "===================================="
002550     END-IF.
002560 0600-EXIT.
002570     EXIT.
002580*-----------------------------------------------------------------
002590* 0610-SHOW-ONE-NOTICE - READS THE NEXT NOTICE AND SHOWS IT IF
002600* IT IS CURRENT AND MEANT FOR THIS USER.  A CRITICAL NOTICE
002610* WAITS FOR THE ACKNOWLEDGEMENT BEFORE THE NEXT ONE IS READ.
002620*-----------------------------------------------------------------
002630 0610-SHOW-ONE-NOTICE.
002640     READ NOTICE-FILE NEXT RECORD
002650         AT END
002660             MOVE 'Y' TO WS-NOTICE-EOF-SWITCH
002670             GO TO 0610-EXIT
002680     END-READ
002690     IF NOT NOTICE-ACTIVE OR
002700        NOTICE-START-DATE > WS-TODAY-DATE
002710         GO TO 0610-EXIT
002720     END-IF
002730     IF NOTICE-EXPIRY-DATE NOT = ZERO AND
002740        NOTICE-EXPIRY-DATE < WS-TODAY-DATE
002750         GO TO 0610-EXIT
002760     END-IF
002770     IF NOT SIGNON-PERM-SUPERVISOR AND
002780        NOT NOTICE-FOR-OPERATORS
002790         GO TO 0610-EXIT
002800     END-IF
002810     MOVE 'N' TO WS-ACKED-SWITCH
002820     IF NOTICE-CRITICAL AND WS-NOTEACK-OPEN
002830         MOVE NOTICE-KEY     TO NOTEACK-NOTICE-KEY
002840         MOVE SIGNON-USER-ID TO NOTEACK-USER-ID
002850         READ NOTEACK-FILE
002860             INVALID KEY
002870                 MOVE 'N' TO WS-ACKED-SWITCH
002880             NOT INVALID KEY
002890                 MOVE 'Y' TO WS-ACKED-SWITCH
002900         END-READ
002910         IF WS-ACKED
002920             GO TO 0610-EXIT
002930         END-IF
002940     END-IF
002950     ADD 1 TO WS-NOTICE-COUNT
002960     IF WS-NOTICE-COUNT = 1
002970         DISPLAY "===================================="
002980         DISPLAY "   NOTICES"
002990         DISPLAY "===================================="
003000     END-IF
003010     EVALUATE TRUE
003020         WHEN NOTICE-CRITICAL
003030             MOVE "*** CRITICAL ***" TO WS-SEVERITY-TEXT
003040         WHEN NOTICE-WARNING
003050             MOVE "WARNING"          TO WS-SEVERITY-TEXT
003060         WHEN OTHER
003070             MOVE "NOTICE"           TO WS-SEVERITY-TEXT
003080     END-EVALUATE
003090     DISPLAY WS-SEVERITY-TEXT " " NOTICE-POST-DATE " FROM "
003100         NOTICE-SOURCE
003110     DISPLAY "    " NOTICE-TEXT
003120     IF NOTICE-CRITICAL AND WS-NOTEACK-OPEN
003130         PERFORM 0620-TAKE-ACKNOWLEDGEMENT THRU 0620-EXIT
003140             UNTIL WS-ACKED
003150     END-IF.
003160 0610-EXIT.
003170     EXIT.
003180*-----------------------------------------------------------------
003190* 0620-TAKE-ACKNOWLEDGEMENT - ASKS UNTIL THE USER ANSWERS Y,
003200* THEN RECORDS WHO ACKNOWLEDGED THE NOTICE AND WHEN.  A WRITE
003210* THAT FAILS IS REPORTED BUT DOES NOT HOLD THE USER AT THE
003220* PROMPT - THE NOTICE WILL SIMPLY BE SHOWN AGAIN NEXT TIME.
003230*-----------------------------------------------------------------
003240 0620-TAKE-ACKNOWLEDGEMENT.
003250     DISPLAY "ENTER Y TO ACKNOWLEDGE THIS CRITICAL NOTICE: "
003260     ACCEPT WS-ACK-RESPONSE
003270     IF WS-ACK-RESPONSE NOT = 'Y' AND
003280        WS-ACK-RESPONSE NOT = 'y'
003290         GO TO 0620-EXIT
003300     END-IF
003310     MOVE 'Y'            TO WS-ACKED-SWITCH
003320     MOVE NOTICE-KEY     TO NOTEACK-NOTICE-KEY
003330     MOVE SIGNON-USER-ID TO NOTEACK-USER-ID
003340     ACCEPT NOTEACK-DATE FROM DATE YYYYMMDD
003350     ACCEPT NOTEACK-TIME FROM TIME
003360     WRITE NOTEACK-RECORD
003370         INVALID KEY
003380             DISPLAY "WARNING: ACKNOWLEDGEMENT NOT RECORDED - "
003390                 "STATUS " WS-NOTEACK-STATUS
003400         NOT INVALID KEY
003410             DISPLAY "ACKNOWLEDGED BY " SIGNON-USER-ID "."
003420     END-WRITE.
003430 0620-EXIT.
003440     EXIT.
003450*-----------------------------------------------------------------
003460* 1000-MENU-ROUND - DISPLAYS THE MENU ONCE AND ACTS ON THE
003470* OPERATOR'S SELECTION.
003480*-----------------------------------------------------------------
003490 1000-MENU-ROUND.
003500     PERFORM 1100-DISPLAY-MENU THRU 1100-EXIT
003510     PERFORM 1200-PROCESS-CHOICE THRU 1200-EXIT.
003520 1000-EXIT.
003530     EXIT.
003540 1100-DISPLAY-MENU.
003550     DISPLAY " ".
003560     DISPLAY "===================================="
003570     DISPLAY "   FLOOR OPERATIONS - MAIN MENU"
003580     DISPLAY "   SIGNED ON: " SIGNON-USER-ID
003590     DISPLAY "===================================="
003600     DISPLAY "  1. CALCULATOR"
003610     DISPLAY "  2. NUMBER GUESSING GAME"
003620     DISPLAY "  3. EXIT"
003630     DISPLAY "  4. USER MAINTENANCE (SUPERVISOR)"
003640     DISPLAY "  5. CONSTANTS MAINTENANCE (SUPERVISOR)"
003650     DISPLAY "  6. FORMULA MAINTENANCE (SUPERVISOR)"
003660     DISPLAY "  7. REJECT REPAIR"
003670     DISPLAY "  8. REPORTS"
003680     DISPLAY "  9. WORK-ORDER MAINTENANCE (SUPERVISOR)"
003690     DISPLAY " 10. GL ACCOUNT MAPPING (SUPERVISOR)"
003700     DISPLAY " 11. NIGHTLY BATCH RUN (SUPERVISOR)"
003710     DISPLAY " 12. PLAYER ID MAINTENANCE (SUPERVISOR)"
003720     DISPLAY " 13. STANDING-ORDER MAINTENANCE (SUPERVISOR)"
003730     DISPLAY " 14. NOTICE MAINTENANCE (SUPERVISOR)"
003740     DISPLAY "===================================="
003750     DISPLAY "ENTER SELECTION: "
003760     ACCEPT WS-MENU-CHOICE.
003770 1100-EXIT.
003780     EXIT.
003790*-----------------------------------------------------------------
003800* 1200-PROCESS-CHOICE - CALLS THE PROGRAM THE OPERATOR SELECTED,
003810* PASSING THE VALIDATED SIGN-ON DOWN.  EACH SUBPROGRAM GOBACKS
003820* TO HERE WHEN IT FINISHES RATHER THAN STOPPING THE RUN UNIT.
003830* SUPERVISOR-ONLY OPTIONS ARE CHECKED HERE, BEFORE THE CALL.
003840*-----------------------------------------------------------------
003850 1200-PROCESS-CHOICE.
003860     EVALUATE WS-MENU-CHOICE
003870         WHEN 1
003880             CALL "CALCULATOR" USING SIGNON-PARMS
003890         WHEN 2
003900             CALL "GUESSING-GAME" USING SIGNON-PARMS
003910         WHEN 3
003920             MOVE 'Y' TO WS-EXIT-SWITCH
003930         WHEN 4
003940             IF SIGNON-PERM-SUPERVISOR
003950                 CALL "USERMNT" USING SIGNON-PARMS
003960             ELSE
003970                 DISPLAY "USER MAINTENANCE IS SUPERVISOR ONLY."
003980             END-IF
003990         WHEN 5
004000             IF SIGNON-PERM-SUPERVISOR
004010                 CALL "CONSMNT" USING SIGNON-PARMS
004020             ELSE
004030                 DISPLAY "CONSTANTS MAINTENANCE IS SUPERVISOR "
004040                     "ONLY."
004050             END-IF
004060         WHEN 6
004070             IF SIGNON-PERM-SUPERVISOR
004080                 CALL "FORMMNT" USING SIGNON-PARMS
004090             ELSE
004100                 DISPLAY "FORMULA MAINTENANCE IS SUPERVISOR "
004110                     "ONLY."
004120             END-IF
004130         WHEN 7
004140             CALL "CALCFIX" USING SIGNON-PARMS
004150         WHEN 8
004160             CALL "RPTMENU" USING SIGNON-PARMS
004170         WHEN 9
004180             IF SIGNON-PERM-SUPERVISOR
004190                 CALL "WORKMNT" USING SIGNON-PARMS
004200             ELSE
004210                 DISPLAY "WORK-ORDER MAINTENANCE IS SUPERVISOR "
004220                     "ONLY."
004230             END-IF
004240         WHEN 10
004250             IF SIGNON-PERM-SUPERVISOR
004260                 CALL "GLMAPMNT" USING SIGNON-PARMS
004270             ELSE
004280                 DISPLAY "GL ACCOUNT MAPPING IS SUPERVISOR ONLY."
004290             END-IF
004300         WHEN 11
004310             IF SIGNON-PERM-SUPERVISOR
004320                 CALL "CALCNITE" USING SIGNON-PARMS
004330             ELSE
004340                 DISPLAY "NIGHTLY BATCH RUN IS SUPERVISOR ONLY."
004350             END-IF
004360         WHEN 12
004370             IF SIGNON-PERM-SUPERVISOR
004380                 CALL "PLAYMNT" USING SIGNON-PARMS
004390             ELSE
004400                 DISPLAY "PLAYER ID MAINTENANCE IS SUPERVISOR "
004410                     "ONLY."
004420             END-IF
004430         WHEN 13
004440             IF SIGNON-PERM-SUPERVISOR
004450                 CALL "STORDMNT" USING SIGNON-PARMS
004460             ELSE
004470                 DISPLAY "STANDING-ORDER MAINTENANCE IS "
004480                     "SUPERVISOR ONLY."
004490             END-IF
004500         WHEN 14
004510             IF SIGNON-PERM-SUPERVISOR
004520                 CALL "NOTEMNT" USING SIGNON-PARMS
004530             ELSE
004540                 DISPLAY "NOTICE MAINTENANCE IS SUPERVISOR ONLY."
004550             END-IF
004560         WHEN OTHER
004570             DISPLAY "INVALID SELECTION - PLEASE TRY AGAIN."
004580     END-EVALUATE.
004590 1200-EXIT.
004600     EXIT.
