000150* AUDITTRL SESSION INQUIRY TO SUPERVISORS THE WAY USERMNT AND
000160* CONSMNT ARE HELD.  EACH REPORT IS CALLED WITH THE SHARED
000170* RPTCALL PARAMETER AREA AND GOES BACK HERE WHEN IT FINISHES.
000180*
000190* ONCE THE PARAMETERS ARE GATHERED A REPORT MAY BE RUN NOW OR
000200* SUBMITTED FOR OVERNIGHT.  A SUBMITTED REPORT IS WRITTEN TO
000210* THE RPTQUE REQUEST QUEUE WITH ITS RUN PARAMETER AND A
000220* PRIORITY, FOR RPTQRUN TO RUN IN THE NIGHTLY STREAM; A
000230* SUPERVISOR MAY MAKE IT A STANDING REQUEST THAT REPEATS EVERY
000240* NIGHT OR EVERY MONTH END.  RPTQMNT SHOWS THE OPERATOR'S OWN
000250* REQUESTS AND CANCELS THEM.
000260*-----------------------------------------------------------------
000270* MODIFICATION HISTORY
000280* DATE       INIT  DESCRIPTION
000290* 2026-09-03 DLM   ORIGINAL - REPORTS SUBMENU (CR-2026-138).
000300* 2026-10-15 DLM   ADDED THE MAINTENANCE JOURNAL INQUIRY
000310*                  (JRNLRPT), HELD TO SUPERVISORS LIKE THE
000320*                  SESSION INQUIRY (CR-2026-139).
000330* 2026-10-15 DLM   ADDED THE WORK-ORDER BUDGET VARIANCE REPORT
000340*                  (CALCWOVR); JOURNAL FILE PROMPT NOW LISTS
000350*                  WORKORD (CR-2026-140).
000360* 2026-10-15 DLM   JOURNAL FILE PROMPT NOW LISTS GLMAP
000370*                  (CR-2026-141).
000380* 2026-10-15 DLM   ADDED THE GUESS ANALYSIS REPORT (GAMEGRPT)
000390*                  WITH ITS TOURNAMENT AND PLAYER FILTERS
000400*                  (CR-2026-143).
000410* 2026-10-15 DLM   JOURNAL FILE PROMPT NOW LISTS THE GAME FILES
000420*                  KEPT BY PLAYER ID MAINTENANCE (CR-2026-144).
000430* 2026-10-15 DLM   RUN NOW OR SUBMIT FOR OVERNIGHT ON THE RPTQUE
000440*                  REQUEST QUEUE; ADDED THE QUEUED REQUEST
000450*                  SCREEN (RPTQMNT) (CR-2026-146).
000460* 2026-10-15 DLM   ADDED THE RATE-CHANGE WHAT-IF (CALCRSIM)
000470*                  (CR-2026-149).
000480* 2026-10-15 DLM   JOURNAL FILE PROMPT NOW LISTS STORDER
000490*                  (CR-2026-147) AND NOTICE (CR-2026-148).
000500*-----------------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-370.
000540 OBJECT-COMPUTER. IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT CALCOUT-FILE ASSIGN TO "CALCOUT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CALCOUT-STATUS.
000600     SELECT RPTQUE-FILE ASSIGN TO "RPTQUE"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS RPTQUE-KEY
000640         FILE STATUS IS WS-RPTQUE-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CALCOUT-FILE
000680     RECORDING MODE IS F.
000690     COPY CALCOUT.
000700 FD  RPTQUE-FILE
000710     RECORDING MODE IS F.
000720     COPY RPTQUE.
000730 WORKING-STORAGE SECTION.
000740 77  WS-CALCOUT-STATUS           PIC X(02) VALUE SPACES.
000750 77  WS-RPTQUE-STATUS            PIC X(02) VALUE SPACES.
000760 77  WS-CALCOUT-EOF-SWITCH       PIC X(01) VALUE 'N'.
000770     88  WS-CALCOUT-EOF              VALUE 'Y'.
000780 77  WS-MENU-CHOICE              PIC 9(02) VALUE ZERO.
000790 77  WS-DONE-SWITCH              PIC X(01) VALUE 'N'.
000800     88  WS-DONE                     VALUE 'Y'.
000810 77  WS-REPORT-NAME              PIC X(08) VALUE SPACES.
000820 77  WS-WORK-DATE                PIC X(08) VALUE SPACES.
000830 77  WS-WORK-USER                PIC X(10) VALUE SPACES.
000840 77  WS-WORK-FILE                PIC X(08) VALUE SPACES.
000850 77  WS-WORK-RUN-ID              PIC X(08) VALUE SPACES.
000860 77  WS-WORK-CHAR                PIC X(01) VALUE SPACE.
000870 77  WS-WORK-NAME                PIC X(08) VALUE SPACES.
000880 77  WS-WORK-PCT                 PIC 9(03) VALUE ZERO.
000890 77  WS-WORK-TOURN-ID            PIC X(08) VALUE SPACES.
000900 77  WS-WORK-VALUE               PIC X(08) VALUE SPACES.
000910 77  WS-RUN-MODE                 PIC X(01) VALUE SPACE.
000920 77  WS-WORK-PRIORITY            PIC 9(01) VALUE ZERO.
000930 77  WS-WORK-SCHEDULE            PIC X(01) VALUE SPACE.
000940 77  WS-RUN-COUNT                PIC 9(02) COMP VALUE ZERO.
000950 77  WS-RUN-MAX                  PIC 9(02) COMP VALUE 20.
000960 77  WS-RUN-IX                   PIC 9(02) COMP VALUE ZERO.
000970 77  WS-RUN-FOUND-SWITCH         PIC X(01) VALUE 'N'.
000980     88  WS-RUN-FOUND                VALUE 'Y'.
000990 01  WS-RUN-ID-TABLE.
001000     05  WS-RUN-ID-ENTRY         OCCURS 20 TIMES
001010                                 PIC X(08).
001020     COPY RPTCALL.
001030 LINKAGE SECTION.
001040     COPY SIGNON.
001050 PROCEDURE DIVISION USING SIGNON-PARMS.
001060*-----------------------------------------------------------------
001070* 0000-MAINLINE - CHECKS THE SIGN-ON AND LOOPS OVER THE
001080* REPORTS MENU UNTIL THE RETURN OPTION IS TAKEN.
001090*-----------------------------------------------------------------
001100 0000-MAINLINE.
001110     MOVE 'N' TO WS-DONE-SWITCH
001120     IF ADDRESS OF SIGNON-PARMS = NULL
001130         DISPLAY "ERROR: SIGN ON THROUGH MAINMENU TO RUN "
001140             "REPORTS."
001150         GOBACK
001160     END-IF
001170     IF SIGNON-USER-ID = SPACES OR
001180         (NOT SIGNON-PERM-OPERATOR AND
001190          NOT SIGNON-PERM-SUPERVISOR)
001200         DISPLAY "ERROR: SIGN ON THROUGH MAINMENU TO RUN "
001210             "REPORTS."
001220         GOBACK
001230     END-IF
001240     PERFORM 1000-MENU-ROUND THRU 1000-EXIT
001250         UNTIL WS-DONE
001260     GOBACK.
001270*-----------------------------------------------------------------
001280* 1000-MENU-ROUND - ONE PASS THROUGH THE REPORTS MENU.
001290*-----------------------------------------------------------------
001300 1000-MENU-ROUND.
001310     DISPLAY " "
001320     DISPLAY "REPORTS MENU"
001330     DISPLAY "   1. CALCULATION DAILY SUMMARY (CALCRPT)"
001340     DISPLAY "   2. COST SUMMARY BY WORK ORDER (CALCWORP)"
001350     DISPLAY "   3. OPERATOR ACTIVITY (CALCOPR)"
001360     DISPLAY "   4. CALCOUT/CALCLOG RECONCILIATION (CALCRECN)"
001370     DISPLAY "   5. ARCHIVE AND LIVE-LOG INQUIRY (CALCAINQ)"
001380     DISPLAY "   6. DAY-END BALANCING SHEET (CALCBAL)"
001390     DISPLAY "   7. AUDIT SESSION INQUIRY (AUDITRPT) "
001400         "(SUPERVISOR)"
001410     DISPLAY "   8. GAME LEADERBOARD (GAMERPT)"
001420     DISPLAY "   9. GAME TRENDS AND STATISTICS (GAMETRND)"
001430     DISPLAY "  10. TOURNAMENT STANDINGS (TOURNRPT)"
001440     DISPLAY "  11. SEASON STANDINGS (TOURNSEA)"
001450     DISPLAY "  12. MAINTENANCE JOURNAL INQUIRY (JRNLRPT) "
001460         "(SUPERVISOR)"
001470     DISPLAY "  13. WORK-ORDER BUDGET VARIANCE (CALCWOVR)"
001480     DISPLAY "  14. GUESS ANALYSIS (GAMEGRPT)"
001490     DISPLAY "  15. MY OVERNIGHT REPORT REQUESTS (RPTQMNT)"
001500     DISPLAY "  16. RATE-CHANGE WHAT-IF (CALCRSIM)"
001510     DISPLAY "  17. RETURN TO MAIN MENU"
001520     DISPLAY "ENTER SELECTION: "
001530     ACCEPT WS-MENU-CHOICE
001540     EVALUATE WS-MENU-CHOICE
001550         WHEN 1
001560             MOVE "CALCRPT"  TO WS-REPORT-NAME
001570             PERFORM 2000-RUN-SIMPLE-REPORT THRU 2000-EXIT
001580         WHEN 2
001590             MOVE "CALCWORP" TO WS-REPORT-NAME
001600             PERFORM 2000-RUN-SIMPLE-REPORT THRU 2000-EXIT
001610         WHEN 3
001620             MOVE "CALCOPR"  TO WS-REPORT-NAME
001630             PERFORM 2000-RUN-SIMPLE-REPORT THRU 2000-EXIT
001640         WHEN 4
001650             PERFORM 3000-RUN-CALCRECN THRU 3000-EXIT
001660         WHEN 5
001670             PERFORM 4000-RUN-CALCAINQ THRU 4000-EXIT
001680         WHEN 6
001690             PERFORM 5000-RUN-CALCBAL THRU 5000-EXIT
001700         WHEN 7
001710             PERFORM 6000-RUN-AUDITRPT THRU 6000-EXIT
001720         WHEN 8
001730             MOVE "GAMERPT"  TO WS-REPORT-NAME
001740             PERFORM 2000-RUN-SIMPLE-REPORT THRU 2000-EXIT
001750         WHEN 9
001760             MOVE "GAMETRND" TO WS-REPORT-NAME
001770             PERFORM 2000-RUN-SIMPLE-REPORT THRU 2000-EXIT
001780         WHEN 10
001790             MOVE "TOURNRPT" TO WS-REPORT-NAME
001800             PERFORM 2000-RUN-SIMPLE-REPORT THRU 2000-EXIT
001810         WHEN 11
001820             MOVE "TOURNSEA" TO WS-REPORT-NAME
001830             PERFORM 2000-RUN-SIMPLE-REPORT THRU 2000-EXIT
001840         WHEN 12
001850             PERFORM 7000-RUN-JRNLRPT THRU 7000-EXIT
001860         WHEN 13
001870             PERFORM 7500-RUN-CALCWOVR THRU 7500-EXIT
001880         WHEN 14
001890             PERFORM 7600-RUN-GAMEGRPT THRU 7600-EXIT
001900         WHEN 15
001910             CALL "RPTQMNT" USING SIGNON-PARMS
001920         WHEN 16
001930             PERFORM 7700-RUN-CALCRSIM THRU 7700-EXIT
001940         WHEN 17
001950             MOVE 'Y' TO WS-DONE-SWITCH
001960         WHEN OTHER
001970             DISPLAY "INVALID SELECTION - PLEASE TRY AGAIN."
001980     END-EVALUATE.
001990 1000-EXIT.
002000     EXIT.
002010*-----------------------------------------------------------------
002020* 2000-RUN-SIMPLE-REPORT - RUNS A REPORT THAT NEEDS NO
002030* PARAMETERS.
002040*-----------------------------------------------------------------
002050 2000-RUN-SIMPLE-REPORT.
002060     MOVE SPACES TO RPT-CALL-PARM-CARD
002070     PERFORM 2900-CALL-REPORT THRU 2900-EXIT.
002080 2000-EXIT.
002090     EXIT.
002100*-----------------------------------------------------------------
002110* 2900-CALL-REPORT - FILLS THE SHARED PARAMETER AREA WITH THE
002120* SIGNED-ON USER AND THE PARM CARD BUILT BY THE CALLER, THEN
002130* EITHER CALLS THE REPORT NAMED IN WS-REPORT-NAME OR, IF THE
002140* OPERATOR WOULD RATHER NOT WAIT FOR IT, QUEUES IT FOR THE
002150* NIGHT.
002160*-----------------------------------------------------------------
002170 2900-CALL-REPORT.
002180     MOVE SIGNON-USER-ID    TO RPT-CALL-USER-ID
002190     MOVE SIGNON-PERM-LEVEL TO RPT-CALL-PERM-LEVEL
002200     MOVE SPACE TO WS-RUN-MODE
002210     DISPLAY "R = RUN NOW, O = SUBMIT FOR OVERNIGHT "
002220         "(BLANK = RUN NOW): "
002230     ACCEPT WS-RUN-MODE
002240     IF WS-RUN-MODE = 'O' OR WS-RUN-MODE = 'o'
002250         PERFORM 2950-SUBMIT-REQUEST THRU 2950-EXIT
002260         GO TO 2900-EXIT
002270     END-IF
002280     CALL WS-REPORT-NAME USING RPT-CALL-PARMS
002290     DISPLAY "REPORT " WS-REPORT-NAME " FINISHED.".
002300 2900-EXIT.
002310     EXIT.
002320*-----------------------------------------------------------------
002330* 2950-SUBMIT-REQUEST - WRITES THE REPORT AND ITS RUN PARAMETER
002340* TO THE RPTQUE REQUEST QUEUE (CREATING THE QUEUE ON FIRST USE)
002350* UNDER THE SIGNED-ON USER, WITH THE PRIORITY ASKED FOR.  ONLY
002360* A SUPERVISOR IS ASKED WHETHER IT SHOULD REPEAT.
002370*-----------------------------------------------------------------
002380 2950-SUBMIT-REQUEST.
002390     MOVE ZERO TO WS-WORK-PRIORITY
002400     DISPLAY "PRIORITY 1-9, 1 RUNS FIRST (BLANK = 5): "
002410     ACCEPT WS-WORK-PRIORITY
002420     IF WS-WORK-PRIORITY = ZERO
002430         MOVE 5 TO WS-WORK-PRIORITY
002440     END-IF
002450     MOVE 'O' TO WS-WORK-SCHEDULE
002460     IF SIGNON-PERM-SUPERVISOR
002470         MOVE SPACE TO WS-WORK-CHAR
002480         DISPLAY "REPEAT - D = EVERY NIGHT, M = EVERY MONTH END "
002490             "(BLANK = ONCE): "
002500         ACCEPT WS-WORK-CHAR
002510         EVALUATE WS-WORK-CHAR
002520             WHEN SPACE
002530                 CONTINUE
002540             WHEN 'D'
002550             WHEN 'd'
002560                 MOVE 'D' TO WS-WORK-SCHEDULE
002570             WHEN 'M'
002580             WHEN 'm'
002590                 MOVE 'M' TO WS-WORK-SCHEDULE
002600             WHEN OTHER
002610                 DISPLAY "INVALID REPEAT - REPORT NOT QUEUED."
002620                 GO TO 2950-EXIT
002630         END-EVALUATE
002640     END-IF
002650     OPEN I-O RPTQUE-FILE
002660     IF WS-RPTQUE-STATUS = "35"
002670         OPEN OUTPUT RPTQUE-FILE
002680         CLOSE RPTQUE-FILE
002690         OPEN I-O RPTQUE-FILE
002700     END-IF
002710     IF WS-RPTQUE-STATUS NOT = "00"
002720         DISPLAY "ERROR: UNABLE TO OPEN RPTQUE - STATUS "
002730             WS-RPTQUE-STATUS
002740         DISPLAY "REPORT NOT QUEUED."
002750         GO TO 2950-EXIT
002760     END-IF
002770     MOVE SPACES              TO RPTQUE-RECORD
002780     ACCEPT RPTQUE-REQ-DATE FROM DATE YYYYMMDD
002790     ACCEPT RPTQUE-REQ-TIME FROM TIME
002800     MOVE SIGNON-USER-ID      TO RPTQUE-REQ-USER
002810     MOVE WS-REPORT-NAME      TO RPTQUE-REPORT-NAME
002820     MOVE RPT-CALL-PARM-CARD  TO RPTQUE-PARM-CARD
002830     MOVE SIGNON-PERM-LEVEL   TO RPTQUE-PERM-LEVEL
002840     MOVE WS-WORK-PRIORITY    TO RPTQUE-PRIORITY
002850     MOVE WS-WORK-SCHEDULE    TO RPTQUE-SCHEDULE
002860     MOVE 'Q'                 TO RPTQUE-STATUS
002870     MOVE ZERO                TO RPTQUE-LAST-RUN-DATE
002880     MOVE ZERO                TO RPTQUE-DONE-DATE
002890     MOVE ZERO                TO RPTQUE-DONE-TIME
002900     MOVE ZERO                TO RPTQUE-RETURN-CODE
002910     WRITE RPTQUE-RECORD
002920         INVALID KEY
002930             DISPLAY "ERROR: REQUEST NOT QUEUED - STATUS "
002940                 WS-RPTQUE-STATUS
002950         NOT INVALID KEY
002960             DISPLAY "REPORT " WS-REPORT-NAME
002970                 " QUEUED FOR OVERNIGHT AT PRIORITY "
002980                 WS-WORK-PRIORITY "."
002990     END-WRITE
003000     CLOSE RPTQUE-FILE.
003010 2950-EXIT.
003020     EXIT.
003030*-----------------------------------------------------------------
003040* 3000-RUN-CALCRECN - THE RECONCILIATION NEEDS A RUN ID NOBODY
003050* REMEMBERS, SO THE RUN IDS ACTUALLY PRESENT ON CALCOUT ARE
003060* LISTED FIRST AND THE OPERATOR KEYS THE ONE WANTED.
003070*-----------------------------------------------------------------
003080 3000-RUN-CALCRECN.
003090     PERFORM 3100-LIST-RUN-IDS THRU 3100-EXIT
003100     DISPLAY "ENTER RUN ID: "
003110     ACCEPT WS-WORK-RUN-ID
003120     IF WS-WORK-RUN-ID = SPACES
003130         DISPLAY "NO RUN ID KEYED - REPORT NOT RUN."
003140         GO TO 3000-EXIT
003150     END-IF
003160     MOVE SPACES TO RPT-CALL-PARM-CARD
003170     MOVE WS-WORK-RUN-ID TO RPT-CALL-PARM-CARD (1:8)
003180     MOVE "CALCRECN" TO WS-REPORT-NAME
003190     PERFORM 2900-CALL-REPORT THRU 2900-EXIT.
003200 3000-EXIT.
003210     EXIT.
003220*-----------------------------------------------------------------
003230* 3100-LIST-RUN-IDS - READS CALCOUT AND DISPLAYS EVERY
003240* DISTINCT RUN ID FOUND (UP TO TWENTY), SO THE OPERATOR PICKS
003250* FROM WHAT IS REALLY ON FILE.
003260*-----------------------------------------------------------------
003270 3100-LIST-RUN-IDS.
003280     MOVE ZERO TO WS-RUN-COUNT
003290     MOVE 'N'  TO WS-CALCOUT-EOF-SWITCH
003300     OPEN INPUT CALCOUT-FILE
003310     IF WS-CALCOUT-STATUS NOT = "00"
003320         DISPLAY "NO CALCOUT FILE ON HAND - NO RUN IDS TO "
003330             "OFFER."
003340         GO TO 3100-EXIT
003350     END-IF
003360     PERFORM 3200-COLLECT-RUN-ID THRU 3200-EXIT
003370         UNTIL WS-CALCOUT-EOF
003380     CLOSE CALCOUT-FILE
003390     IF WS-RUN-COUNT = ZERO
003400         DISPLAY "CALCOUT IS EMPTY - NO RUN IDS TO OFFER."
003410     ELSE
003420         DISPLAY "RUN IDS ON CALCOUT:"
003430         PERFORM 3300-SHOW-RUN-ID THRU 3300-EXIT
003440             VARYING WS-RUN-IX FROM 1 BY 1
003450             UNTIL WS-RUN-IX > WS-RUN-COUNT
003460     END-IF.
003470 3100-EXIT.
003480     EXIT.
003490 3200-COLLECT-RUN-ID.
003500     READ CALCOUT-FILE
003510         AT END
003520             MOVE 'Y' TO WS-CALCOUT-EOF-SWITCH
003530             GO TO 3200-EXIT
003540     END-READ
003550     MOVE 'N' TO WS-RUN-FOUND-SWITCH
003560     PERFORM 3250-RUN-ID-SCAN THRU 3250-EXIT
003570         VARYING WS-RUN-IX FROM 1 BY 1
003580         UNTIL WS-RUN-IX > WS-RUN-COUNT
003590     IF NOT WS-RUN-FOUND AND WS-RUN-COUNT < WS-RUN-MAX
003600         ADD 1 TO WS-RUN-COUNT
003610         MOVE CALCOUT-RUN-ID TO WS-RUN-ID-ENTRY (WS-RUN-COUNT)
003620     END-IF.
003630 3200-EXIT.
003640     EXIT.
003650 3250-RUN-ID-SCAN.
003660     IF WS-RUN-ID-ENTRY (WS-RUN-IX) = CALCOUT-RUN-ID
003670         MOVE 'Y' TO WS-RUN-FOUND-SWITCH
003680     END-IF.
003690 3250-EXIT.
003700     EXIT.
003710 3300-SHOW-RUN-ID.
003720     DISPLAY "  " WS-RUN-ID-ENTRY (WS-RUN-IX).
003730 3300-EXIT.
003740     EXIT.
003750*-----------------------------------------------------------------
003760* 4000-RUN-CALCAINQ - GATHERS THE INQUIRY FILTERS IN PLAIN
003770* QUESTIONS AND BUILDS THE FIXED-COLUMN RUN PARAMETER THE
003780* PROGRAM EXPECTS.  A BLANK ANSWER LEAVES THAT FILTER WIDE
003790* OPEN.
003800*-----------------------------------------------------------------
003810 4000-RUN-CALCAINQ.
003820     MOVE SPACES TO RPT-CALL-PARM-CARD
003830     DISPLAY "FROM DATE (YYYYMMDD, BLANK = NO LOWER BOUND): "
003840     ACCEPT WS-WORK-DATE
003850     MOVE WS-WORK-DATE TO RPT-CALL-PARM-CARD (1:8)
003860     DISPLAY "TO DATE (YYYYMMDD, BLANK = NO UPPER BOUND): "
003870     ACCEPT WS-WORK-DATE
003880     MOVE WS-WORK-DATE TO RPT-CALL-PARM-CARD (10:8)
003890     DISPLAY "RUN ID (BLANK = ALL RUNS): "
003900     ACCEPT WS-WORK-RUN-ID
003910     MOVE WS-WORK-RUN-ID TO RPT-CALL-PARM-CARD (19:8)
003920     DISPLAY "OPERATOR (BLANK = ALL OPERATORS): "
003930     ACCEPT WS-WORK-CHAR
003940     MOVE WS-WORK-CHAR TO RPT-CALL-PARM-CARD (28:1)
003950     DISPLAY "STATUS CODE (BLANK = ALL STATUS CODES): "
003960     ACCEPT WS-WORK-CHAR
003970     MOVE WS-WORK-CHAR TO RPT-CALL-PARM-CARD (30:1)
003980     DISPLAY "CONSTANT NAME (BLANK = ALL): "
003990     ACCEPT WS-WORK-NAME
004000     MOVE WS-WORK-NAME TO RPT-CALL-PARM-CARD (32:8)
004010     MOVE "CALCAINQ" TO WS-REPORT-NAME
004020     PERFORM 2900-CALL-REPORT THRU 2900-EXIT.
004030 4000-EXIT.
004040     EXIT.
004050*-----------------------------------------------------------------
004060* 5000-RUN-CALCBAL - THE BALANCING SHEET NEEDS ONLY THE DATE
004070* TO PROVE.
004080*-----------------------------------------------------------------
004090 5000-RUN-CALCBAL.
004100     MOVE SPACES TO RPT-CALL-PARM-CARD
004110     DISPLAY "BALANCING DATE (YYYYMMDD, BLANK = TODAY): "
004120     ACCEPT WS-WORK-DATE
004130     MOVE WS-WORK-DATE TO RPT-CALL-PARM-CARD (1:8)
004140     MOVE "CALCBAL" TO WS-REPORT-NAME
004150     PERFORM 2900-CALL-REPORT THRU 2900-EXIT.
004160 5000-EXIT.
004170     EXIT.
004180*-----------------------------------------------------------------
004190* 6000-RUN-AUDITRPT - THE SESSION INQUIRY IS SUPERVISOR ONLY,
004200* LIKE USERMNT AND CONSMNT (THE PROGRAM CHECKS AGAIN - IT DOES
004210* NOT TRUST ITS CALLER).  GATHERS THE DATE RANGE AND OPTIONAL
004220* USER FILTER AND BUILDS THE FIXED-COLUMN RUN PARAMETER.
004230*-----------------------------------------------------------------
004240 6000-RUN-AUDITRPT.
004250     IF NOT SIGNON-PERM-SUPERVISOR
004260         DISPLAY "THE SESSION INQUIRY IS SUPERVISOR ONLY."
004270         GO TO 6000-EXIT
004280     END-IF
004290     MOVE SPACES TO RPT-CALL-PARM-CARD
004300     DISPLAY "FROM DATE (YYYYMMDD, BLANK = NO LOWER BOUND): "
004310     ACCEPT WS-WORK-DATE
004320     MOVE WS-WORK-DATE TO RPT-CALL-PARM-CARD (1:8)
004330     DISPLAY "TO DATE (YYYYMMDD, BLANK = NO UPPER BOUND): "
004340     ACCEPT WS-WORK-DATE
004350     MOVE WS-WORK-DATE TO RPT-CALL-PARM-CARD (10:8)
004360     DISPLAY "USER ID (BLANK = ALL USERS): "
004370     ACCEPT WS-WORK-USER
004380     MOVE WS-WORK-USER TO RPT-CALL-PARM-CARD (19:10)
004390     MOVE "AUDITRPT" TO WS-REPORT-NAME
004400     PERFORM 2900-CALL-REPORT THRU 2900-EXIT.
004410 6000-EXIT.
004420     EXIT.
004430*-----------------------------------------------------------------
004440* 7000-RUN-JRNLRPT - THE MAINTENANCE JOURNAL INQUIRY IS
004450* SUPERVISOR ONLY, LIKE THE SESSION INQUIRY (THE PROGRAM CHECKS
004460* AGAIN).  GATHERS THE DATE RANGE AND THE OPTIONAL USER AND
004470* FILE FILTERS AND BUILDS THE FIXED-COLUMN RUN PARAMETER.
004480*-----------------------------------------------------------------
004490 7000-RUN-JRNLRPT.
004500     IF NOT SIGNON-PERM-SUPERVISOR
004510         DISPLAY "THE MAINTENANCE JOURNAL INQUIRY IS "
004520             "SUPERVISOR ONLY."
004530         GO TO 7000-EXIT
004540     END-IF
004550     MOVE SPACES TO RPT-CALL-PARM-CARD
004560     DISPLAY "FROM DATE (YYYYMMDD, BLANK = NO LOWER BOUND): "
004570     ACCEPT WS-WORK-DATE
004580     MOVE WS-WORK-DATE TO RPT-CALL-PARM-CARD (1:8)
004590     DISPLAY "TO DATE (YYYYMMDD, BLANK = NO UPPER BOUND): "
004600     ACCEPT WS-WORK-DATE
004610     MOVE WS-WORK-DATE TO RPT-CALL-PARM-CARD (10:8)
004620     DISPLAY "USER ID (BLANK = ALL USERS): "
004630     ACCEPT WS-WORK-USER
004640     MOVE WS-WORK-USER TO RPT-CALL-PARM-CARD (19:10)
004650     DISPLAY "FILE NAME - CALCCONS, CALCFORM, USERMAST, CALCREJ, "
004660         "WORKORD, GLMAP, STORDER, NOTICE, "
004670         "GAMESTAT, GAMECKPT, TOURNRES, TOURNHST "
004680         "(BLANK = ALL): "
004690     ACCEPT WS-WORK-FILE
004700     MOVE WS-WORK-FILE TO RPT-CALL-PARM-CARD (30:8)
004710     MOVE "JRNLRPT" TO WS-REPORT-NAME
004720     PERFORM 2900-CALL-REPORT THRU 2900-EXIT.
004730 7000-EXIT.
004740     EXIT.
004750*-----------------------------------------------------------------
004760* 7500-RUN-CALCWOVR - THE BUDGET VARIANCE REPORT TAKES THE
004770* PERCENT OF BUDGET USED AT WHICH AN ORDER IS FLAGGED IN
004780* COLUMNS 1-3 OF ITS RUN PARAMETER.  ZERO OR BLANK LEAVES THE
004790* PROGRAM'S DEFAULT OF 100.
004800*-----------------------------------------------------------------
004810 7500-RUN-CALCWOVR.
004820     MOVE SPACES TO RPT-CALL-PARM-CARD
004830     MOVE ZERO TO WS-WORK-PCT
004840     DISPLAY "FLAG ORDERS AT PERCENT OF BUDGET USED "
004850         "(BLANK = 100): "
004860     ACCEPT WS-WORK-PCT
004870     MOVE WS-WORK-PCT TO RPT-CALL-PARM-CARD (1:3)
004880     MOVE "CALCWOVR" TO WS-REPORT-NAME
004890     PERFORM 2900-CALL-REPORT THRU 2900-EXIT.
004900 7500-EXIT.
004910     EXIT.
004920*-----------------------------------------------------------------
004930* 7600-RUN-GAMEGRPT - THE GUESS ANALYSIS TAKES AN OPTIONAL
004940* TOURNAMENT ID IN COLUMNS 1-8 (FOR THE ORGANISERS) AND AN
004950* OPTIONAL PLAYER ID IN COLUMNS 10-19 (FOR COACHING).
004960*-----------------------------------------------------------------
004970 7600-RUN-GAMEGRPT.
004980     MOVE SPACES TO RPT-CALL-PARM-CARD
004990     DISPLAY "TOURNAMENT ID (BLANK = ALL ROUNDS): "
005000     ACCEPT WS-WORK-TOURN-ID
005010     MOVE WS-WORK-TOURN-ID TO RPT-CALL-PARM-CARD (1:8)
005020     DISPLAY "PLAYER ID (BLANK = ALL PLAYERS): "
005030     ACCEPT WS-WORK-USER
005040     MOVE WS-WORK-USER TO RPT-CALL-PARM-CARD (10:10)
005050     MOVE "GAMEGRPT" TO WS-REPORT-NAME
005060     PERFORM 2900-CALL-REPORT THRU 2900-EXIT.
005070 7600-EXIT.
005080     EXIT.
005090*-----------------------------------------------------------------
005100* 7700-RUN-CALCRSIM - THE RATE-CHANGE WHAT-IF NEEDS THE CONSTANT
005110* AND THE PROPOSED VALUE (THE PROGRAM CHECKS BOTH), AND TAKES AN
005120* OPTIONAL DATE RANGE.
005130*-----------------------------------------------------------------
005140 7700-RUN-CALCRSIM.
005150     MOVE SPACES TO RPT-CALL-PARM-CARD
005160     DISPLAY "CONSTANT NAME: "
005170     ACCEPT WS-WORK-NAME
005180     MOVE WS-WORK-NAME TO RPT-CALL-PARM-CARD (1:8)
005190     DISPLAY "PROPOSED VALUE (+NNNNNVV, +0001250 = 12.50): "
005200     ACCEPT WS-WORK-VALUE
005210     MOVE WS-WORK-VALUE TO RPT-CALL-PARM-CARD (10:8)
005220     DISPLAY "FROM DATE (YYYYMMDD, BLANK = NO LOWER BOUND): "
005230     ACCEPT WS-WORK-DATE
005240     MOVE WS-WORK-DATE TO RPT-CALL-PARM-CARD (19:8)
005250     DISPLAY "TO DATE (YYYYMMDD, BLANK = NO UPPER BOUND): "
005260     ACCEPT WS-WORK-DATE
005270     MOVE WS-WORK-DATE TO RPT-CALL-PARM-CARD (28:8)
005280     MOVE "CALCRSIM" TO WS-REPORT-NAME
005290     PERFORM 2900-CALL-REPORT THRU 2900-EXIT.
005300 7700-EXIT.
005310     EXIT.
