000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RPTQRUN.
000030 AUTHOR.         D. MERRICK.
000040 INSTALLATION.   FLOOR OPERATIONS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*-----------------------------------------------------------------
000080* RPTQRUN - OVERNIGHT REPORT REQUEST RUN.  WORKS THROUGH THE
000090* RPTQUE REQUEST QUEUE THAT RPTMENU FILLS WHEN A REPORT IS
000100* SUBMITTED FOR OVERNIGHT, SO A LONG REPORT NO LONGER TIES UP A
000110* TERMINAL DURING THE DAY.  EACH REQUEST DUE TONIGHT IS CALLED
000120* WITH ITS SAVED RUN PARAMETER UNDER THE USER WHO ASKED FOR IT
000130* (SO THE AUDIT TRAIL STILL SHOWS WHO PULLED IT), PRIORITY 1
000140* FIRST AND PRIORITY 9 LAST, IN ORDER OF SUBMISSION WITHIN A
000150* PRIORITY.  EVERY REQUEST RUN IS STAMPED DONE OR FAILED WITH
000160* THE COMPLETION DATE AND TIME.
000170*
000180* A ONE-TIME REQUEST IS DUE WHILE IT IS WAITING; A STANDING
000190* REQUEST IS DUE EVERY NIGHT, OR EVERY MONTH END, THAT IT HAS
000200* NOT ALREADY RUN FOR, SO WORKING THE QUEUE A SECOND TIME THE
000210* SAME NIGHT RUNS NOTHING TWICE.  THE REQUESTER MUST STILL BE AN
000220* ACTIVE USER ON USERMAST, AND THE REPORT RUNS UNDER THE
000230* PERMISSION USERMAST HOLDS FOR THEM TONIGHT, NOT THE ONE THEY
000240* HAD WHEN THEY ASKED.
000250*
000260* EVERY REPORT REWRITES ITS OWN LISTING EACH TIME IT RUNS, SO
000270* TWO REQUESTS FOR THE SAME REPORT WOULD LEAVE ONLY THE SECOND.
000280* EACH LISTING IS THEREFORE EMPTIED BEFORE ITS REPORT IS CALLED
000290* AND COPIED INTO THE RPTQRUNL MORNING LISTING STRAIGHT AFTER,
000300* UNDER A BANNER NAMING THE REQUEST.  A REPORT THAT LEAVES AN
000310* EMPTY LISTING STOPPED BEFORE IT PRINTED ANYTHING AND IS
000320* STAMPED FAILED.
000330*
000340* FINISHED ONE-TIME REQUESTS AND CANCELLED REQUESTS ARE KEPT
000350* FOR THE DAY AFTER SO THEIR OWNERS CAN SEE HOW THEY WENT, AND
000360* ARE CLEARED FROM THE QUEUE AT THE START OF THE NEXT RUN.
000370*
000380* RUN PARAMETER:  YYYYMMDD M
000390*   COLS  1-8   RUN DATE (BLANK = TODAY; THE NIGHTLY DRIVER
000400*               PASSES THE STREAM DATE)
000410*   COL  10     Y = RUN THE MONTH-END STANDING REQUESTS, N =
000420*               DO NOT, BLANK = RUN THEM ON THE LAST DAY OF THE
000430*               MONTH
000440* RETURN CODE:    0 = EVERY REQUEST DUE RAN (OR NONE WAS DUE),
000450*                 4 = ONE OR MORE REQUESTS FAILED, 16 = THE
000460*                 QUEUE OR THE MORNING LISTING WOULD NOT OPEN
000470*-----------------------------------------------------------------
000480* MODIFICATION HISTORY
000490* DATE       INIT  DESCRIPTION
000500* 2026-10-15 DLM   ORIGINAL - OVERNIGHT REPORT REQUEST RUN WITH
000510*                  STANDING REQUESTS AND MORNING LISTING
000520*                  (CR-2026-146).
000530* 2026-10-15 DLM   COPIES THE CALCRSIL LISTING OF THE RATE-CHANGE
000540*                  WHAT-IF (CR-2026-149).
000550*-----------------------------------------------------------------
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. IBM-370.
000590 OBJECT-COMPUTER. IBM-370.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT RPTQUE-FILE ASSIGN TO "RPTQUE"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS RPTQUE-KEY
000660         FILE STATUS IS WS-RPTQUE-STATUS.
000670     SELECT USERMAST-FILE ASSIGN TO "USERMAST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS USERMAST-USER-ID
000710         FILE STATUS IS WS-USERMAST-STATUS.
000720     SELECT RPTQRUNL-FILE ASSIGN TO "RPTQRUNL"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-RPTQRUNL-STATUS.
000750*-----------------------------------------------------------------
000760* THE LISTING OF EACH REPORT RPTMENU CAN QUEUE, COPIED INTO THE
000770* MORNING LISTING AFTER THE REPORT RUNS.
000780*-----------------------------------------------------------------
000790     SELECT CALCRPTL-FILE ASSIGN TO "CALCRPTL"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-LISTING-STATUS.
000820     SELECT CALCWORL-FILE ASSIGN TO "CALCWORL"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-LISTING-STATUS.
000850     SELECT CALCOPRL-FILE ASSIGN TO "CALCOPRL"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-LISTING-STATUS.
000880     SELECT CALCRECL-FILE ASSIGN TO "CALCRECL"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-LISTING-STATUS.
000910     SELECT CALCAINL-FILE ASSIGN TO "CALCAINL"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-LISTING-STATUS.
000940     SELECT CALCBALL-FILE ASSIGN TO "CALCBALL"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-LISTING-STATUS.
000970     SELECT AUDITRPL-FILE ASSIGN TO "AUDITRPL"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-LISTING-STATUS.
001000     SELECT GAMERPTL-FILE ASSIGN TO "GAMERPTL"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-LISTING-STATUS.
001030     SELECT GAMETRNL-FILE ASSIGN TO "GAMETRNL"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-LISTING-STATUS.
001060     SELECT TOURNRPL-FILE ASSIGN TO "TOURNRPL"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-LISTING-STATUS.
001090     SELECT TOURNSEL-FILE ASSIGN TO "TOURNSEL"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-LISTING-STATUS.
001120     SELECT MAINTJRL-FILE ASSIGN TO "MAINTJRL"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WS-LISTING-STATUS.
001150     SELECT CALCWOVL-FILE ASSIGN TO "CALCWOVL"
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-LISTING-STATUS.
001180     SELECT GAMEGRPL-FILE ASSIGN TO "GAMEGRPL"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-LISTING-STATUS.
001210     SELECT CALCRSIL-FILE ASSIGN TO "CALCRSIL"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-LISTING-STATUS.
001240 DATA DIVISION.
001250 FILE SECTION.
001260 FD  RPTQUE-FILE
001270     RECORDING MODE IS F.
001280     COPY RPTQUE.
001290 FD  USERMAST-FILE
001300     RECORDING MODE IS F.
001310     COPY USERMAST.
001320 FD  RPTQRUNL-FILE
001330     RECORDING MODE IS F.
001340 01  RPTQRUNL-LINE               PIC X(80).
001350 FD  CALCRPTL-FILE
001360     RECORDING MODE IS F.
001370 01  CALCRPTL-LINE                PIC X(80).
001380 FD  CALCWORL-FILE
001390     RECORDING MODE IS F.
001400 01  CALCWORL-LINE                PIC X(80).
001410 FD  CALCOPRL-FILE
001420     RECORDING MODE IS F.
001430 01  CALCOPRL-LINE                PIC X(80).
001440 FD  CALCRECL-FILE
001450     RECORDING MODE IS F.
001460 01  CALCRECL-LINE                PIC X(80).
001470 FD  CALCAINL-FILE
001480     RECORDING MODE IS F.
001490 01  CALCAINL-LINE                PIC X(80).
001500 FD  CALCBALL-FILE
001510     RECORDING MODE IS F.
001520 01  CALCBALL-LINE                PIC X(80).
001530 FD  AUDITRPL-FILE
001540     RECORDING MODE IS F.
001550 01  AUDITRPL-LINE                PIC X(80).
001560 FD  GAMERPTL-FILE
001570     RECORDING MODE IS F.
001580 01  GAMERPTL-LINE                PIC X(80).
001590 FD  GAMETRNL-FILE
001600     RECORDING MODE IS F.
001610 01  GAMETRNL-LINE                PIC X(80).
001620 FD  TOURNRPL-FILE
001630     RECORDING MODE IS F.
001640 01  TOURNRPL-LINE                PIC X(80).
001650 FD  TOURNSEL-FILE
001660     RECORDING MODE IS F.
001670 01  TOURNSEL-LINE                PIC X(80).
001680 FD  MAINTJRL-FILE
001690     RECORDING MODE IS F.
001700 01  MAINTJRL-LINE                PIC X(80).
001710 FD  CALCWOVL-FILE
001720     RECORDING MODE IS F.
001730 01  CALCWOVL-LINE                PIC X(80).
001740 FD  GAMEGRPL-FILE
001750     RECORDING MODE IS F.
001760 01  GAMEGRPL-LINE                PIC X(80).
001770 FD  CALCRSIL-FILE
001780     RECORDING MODE IS F.
001790 01  CALCRSIL-LINE                PIC X(80).
001800 WORKING-STORAGE SECTION.
001810 77  WS-RPTQUE-STATUS            PIC X(02) VALUE SPACES.
001820 77  WS-USERMAST-STATUS          PIC X(02) VALUE SPACES.
001830 77  WS-RPTQRUNL-STATUS          PIC X(02) VALUE SPACES.
001840 77  WS-LISTING-STATUS           PIC X(02) VALUE SPACES.
001850 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001860     88  WS-EOF                      VALUE 'Y'.
001870 77  WS-LISTING-EOF-SWITCH       PIC X(01) VALUE 'N'.
001880     88  WS-LISTING-EOF              VALUE 'Y'.
001890 77  WS-QUEUE-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001900     88  WS-QUEUE-OPEN               VALUE 'Y'.
001910 77  WS-USERMAST-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001920     88  WS-USERMAST-OPEN            VALUE 'Y'.
001930 77  WS-MONTH-END-SWITCH         PIC X(01) VALUE 'N'.
001940     88  WS-MONTH-END                VALUE 'Y'.
001950 77  WS-DUE-SWITCH               PIC X(01) VALUE 'N'.
001960     88  WS-DUE                      VALUE 'Y'.
001970 77  WS-FAILED-SWITCH            PIC X(01) VALUE 'N'.
001980     88  WS-REQUEST-FAILED           VALUE 'Y'.
001990 77  WS-LOAD-FAIL-SWITCH         PIC X(01) VALUE 'N'.
002000     88  WS-LOAD-FAILED              VALUE 'Y'.
002010 77  WS-CLEARING-SWITCH          PIC X(01) VALUE 'N'.
002020     88  WS-CLEARING-LISTING         VALUE 'Y'.
002030 77  WS-LISTING-KNOWN-SWITCH     PIC X(01) VALUE 'Y'.
002040     88  WS-LISTING-KNOWN            VALUE 'Y'.
002050 77  WS-PARM-CARD                PIC X(40) VALUE SPACES.
002060 77  WS-PARM-MONTH-END           PIC X(01) VALUE SPACE.
002070 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002080 77  WS-CALL-NAME                PIC X(08) VALUE SPACES.
002090 77  WS-PASS-PRIORITY            PIC 9(02) VALUE ZERO.
002100 77  WS-REQ-PRIORITY             PIC 9(01) VALUE ZERO.
002110 77  WS-REQ-RC                   PIC 9(04) VALUE ZERO.
002120 77  WS-LINES-COPIED             PIC 9(07) COMP VALUE ZERO.
002130 77  WS-CLEARED-COUNT            PIC 9(07) VALUE ZERO.
002140 77  WS-RUN-COUNT                PIC 9(07) VALUE ZERO.
002150 77  WS-DONE-COUNT               PIC 9(07) VALUE ZERO.
002160 77  WS-FAILED-COUNT             PIC 9(07) VALUE ZERO.
002170 77  WS-DSP-COUNT                PIC ZZZ,ZZ9.
002180 77  WS-DIVIDE-QUOTIENT          PIC 9(04) COMP VALUE ZERO.
002190 77  WS-REM-4                    PIC 9(04) COMP VALUE ZERO.
002200 77  WS-REM-100                  PIC 9(04) COMP VALUE ZERO.
002210 77  WS-REM-400                  PIC 9(04) COMP VALUE ZERO.
002220 77  WS-LAST-DAY                 PIC 9(02) VALUE ZERO.
002230 77  WS-RETURN-CODE              PIC S9(04) COMP VALUE ZERO.
002240 77  WS-COPY-LINE                PIC X(80) VALUE SPACES.
002250*-----------------------------------------------------------------
002260* DAYS IN EACH MONTH FOR THE MONTH-END TEST (FEBRUARY IS
002270* ADJUSTED FOR LEAP YEARS), AND A BROKEN-OUT VIEW OF THE RUN
002280* DATE.
002290*-----------------------------------------------------------------
002300 01  WS-MONTH-DAYS-DATA          PIC X(24)
002310         VALUE "312831303130313130313031".
002320 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
002330     05  WS-MONTH-DAYS           OCCURS 12 TIMES
002340                                 PIC 9(02).
002350 01  WS-DATE-WORK                PIC 9(08) VALUE ZERO.
002360 01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
002370     05  WS-DATE-YYYY            PIC 9(04).
002380     05  WS-DATE-MM              PIC 9(02).
002390     05  WS-DATE-DD              PIC 9(02).
002400*-----------------------------------------------------------------
002410* THE PARAMETER AREA EACH REPORT IS CALLED WITH - THE SAME
002420* RPTCALL LAYOUT THIS PROGRAM IS ITSELF CALLED WITH, RENAMED.
002430*-----------------------------------------------------------------
002440     COPY RPTCALL REPLACING LEADING ==RPT== BY ==QRUN==.
002450 01  WS-HEADING-LINE.
002460     05  FILLER                  PIC X(36)
002470         VALUE "OVERNIGHT REPORT REQUESTS - RUN FOR ".
002480     05  RPT-HDG-DATE            PIC 9(08).
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  RPT-HDG-MONTH-END       PIC X(09).
002510     05  FILLER                  PIC X(25) VALUE SPACES.
002520 01  WS-RULE-LINE                PIC X(80) VALUE ALL "-".
002530 01  WS-REQUEST-LINE.
002540     05  FILLER                  PIC X(09) VALUE "REQUEST  ".
002550     05  RPT-REQ-DATE            PIC 9(08).
002560     05  FILLER                  PIC X(01) VALUE SPACE.
002570     05  RPT-REQ-TIME            PIC 9(08).
002580     05  FILLER                  PIC X(07) VALUE "  USER ".
002590     05  RPT-REQ-USER            PIC X(10).
002600     05  FILLER                  PIC X(09) VALUE "  REPORT ".
002610     05  RPT-REQ-REPORT          PIC X(08).
002620     05  FILLER                  PIC X(11)
002630         VALUE "  PRIORITY ".
002640     05  RPT-REQ-PRIORITY        PIC 9(01).
002650     05  FILLER                  PIC X(08) VALUE SPACES.
002660 01  WS-RESULT-LINE.
002670     05  FILLER                  PIC X(10) VALUE "  RESULT: ".
002680     05  RPT-RESULT-STATUS       PIC X(06).
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  RPT-RESULT-TEXT         PIC X(20).
002710     05  FILLER                  PIC X(05) VALUE "  RC ".
002720     05  RPT-RESULT-RC           PIC ZZZ9.
002730     05  FILLER                  PIC X(33) VALUE SPACES.
002740 01  WS-TOTAL-LINE.
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  RPT-TOTAL-LABEL         PIC X(24).
002770     05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
002780     05  FILLER                  PIC X(47) VALUE SPACES.
002790 01  WS-TEXT-LINE.
002800     05  RPT-TEXT                PIC X(80).
002810 LINKAGE SECTION.
002820     COPY RPTCALL.
002830 PROCEDURE DIVISION USING RPT-CALL-PARMS.
002840*-----------------------------------------------------------------
002850* 0000-MAINLINE - CLEARS YESTERDAY'S FINISHED REQUESTS, RUNS
002860* TONIGHT'S ONE PRIORITY AT A TIME AND PRINTS THE TOTALS.
002870*-----------------------------------------------------------------
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002900     IF WS-QUEUE-OPEN
002910         PERFORM 2000-CLEAR-FINISHED THRU 2000-EXIT
002920         PERFORM 3000-RUN-PRIORITY THRU 3000-EXIT
002930             VARYING WS-PASS-PRIORITY FROM 1 BY 1
002940             UNTIL WS-PASS-PRIORITY > 9
002950     END-IF
002960     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002970     PERFORM 9000-TERMINATE THRU 9000-EXIT
002980     MOVE WS-RETURN-CODE TO RETURN-CODE
002990     GOBACK.
003000*-----------------------------------------------------------------
003010* 1000-INITIALIZE - PICKS UP THE RUN DATE AND THE MONTH-END
003020* SETTING, OPENS THE MORNING LISTING, THE QUEUE AND USERMAST.
003030* NO QUEUE ON HAND MEANS NOTHING HAS EVER BEEN SUBMITTED, WHICH
003040* IS NOT AN ERROR.
003050*-----------------------------------------------------------------
003060 1000-INITIALIZE.
003070     IF ADDRESS OF RPT-CALL-PARMS = NULL
003080         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
003090     ELSE
003100         MOVE RPT-CALL-PARM-CARD TO WS-PARM-CARD
003110     END-IF
003120     IF WS-PARM-CARD (1:8) IS NUMERIC AND
003130        WS-PARM-CARD (1:8) NOT = ZEROES
003140         MOVE WS-PARM-CARD (1:8) TO WS-RUN-DATE
003150     ELSE
003160         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003170     END-IF
003180     MOVE WS-PARM-CARD (10:1) TO WS-PARM-MONTH-END
003190     PERFORM 1600-CHECK-MONTH-END THRU 1600-EXIT
003200     OPEN OUTPUT RPTQRUNL-FILE
003210     IF WS-RPTQRUNL-STATUS NOT = "00"
003220         DISPLAY "ERROR: UNABLE TO OPEN RPTQRUNL - STATUS "
003230             WS-RPTQRUNL-STATUS
003240         MOVE 16 TO RETURN-CODE
003250         GOBACK
003260     END-IF
003270     MOVE WS-RUN-DATE TO RPT-HDG-DATE
003280     IF WS-MONTH-END
003290         MOVE "MONTH END" TO RPT-HDG-MONTH-END
003300     ELSE
003310         MOVE SPACES TO RPT-HDG-MONTH-END
003320     END-IF
003330     WRITE RPTQRUNL-LINE FROM WS-HEADING-LINE
003340     MOVE 'N' TO WS-QUEUE-OPEN-SWITCH
003350     OPEN I-O RPTQUE-FILE
003360     IF WS-RPTQUE-STATUS = "35"
003370         MOVE "NO REPORT REQUESTS HAVE BEEN SUBMITTED."
003380             TO RPT-TEXT
003390         WRITE RPTQRUNL-LINE FROM WS-TEXT-LINE
003400         GO TO 1000-EXIT
003410     END-IF
003420     IF WS-RPTQUE-STATUS NOT = "00"
003430         DISPLAY "ERROR: UNABLE TO OPEN RPTQUE - STATUS "
003440             WS-RPTQUE-STATUS
003450         MOVE SPACES TO RPT-TEXT
003460         STRING "*** RPTQUE WOULD NOT OPEN - STATUS "
003470             WS-RPTQUE-STATUS " - NO REQUESTS RUN ***"
003480             DELIMITED BY SIZE INTO RPT-TEXT
003490         WRITE RPTQRUNL-LINE FROM WS-TEXT-LINE
003500         MOVE 16 TO WS-RETURN-CODE
003510         GO TO 1000-EXIT
003520     END-IF
003530     MOVE 'Y' TO WS-QUEUE-OPEN-SWITCH
003540     MOVE 'N' TO WS-USERMAST-OPEN-SWITCH
003550     OPEN INPUT USERMAST-FILE
003560     IF WS-USERMAST-STATUS = "00"
003570         MOVE 'Y' TO WS-USERMAST-OPEN-SWITCH
003580     END-IF.
003590 1000-EXIT.
003600     EXIT.
003610*-----------------------------------------------------------------
003620* 1600-CHECK-MONTH-END - THE MONTH-END STANDING REQUESTS RUN
003630* WHEN ASKED FOR, ARE LEFT WHEN TOLD TO, AND OTHERWISE RUN WHEN
003640* THE RUN DATE IS THE LAST DAY OF ITS MONTH - THE SAME TEST THE
003650* NIGHTLY DRIVER MAKES FOR ITS MONTH-END STEP.
003660*-----------------------------------------------------------------
003670 1600-CHECK-MONTH-END.
003680     MOVE 'N' TO WS-MONTH-END-SWITCH
003690     IF WS-PARM-MONTH-END = 'Y' OR WS-PARM-MONTH-END = 'y'
003700         MOVE 'Y' TO WS-MONTH-END-SWITCH
003710         GO TO 1600-EXIT
003720     END-IF
003730     IF WS-PARM-MONTH-END = 'N' OR WS-PARM-MONTH-END = 'n'
003740         GO TO 1600-EXIT
003750     END-IF
003760     MOVE WS-RUN-DATE TO WS-DATE-WORK
003770     IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
003780         GO TO 1600-EXIT
003790     END-IF
003800     MOVE WS-MONTH-DAYS (WS-DATE-MM) TO WS-LAST-DAY
003810     IF WS-DATE-MM = 2
003820         DIVIDE WS-DATE-YYYY BY 4 GIVING WS-DIVIDE-QUOTIENT
003830             REMAINDER WS-REM-4
003840         DIVIDE WS-DATE-YYYY BY 100 GIVING WS-DIVIDE-QUOTIENT
003850             REMAINDER WS-REM-100
003860         DIVIDE WS-DATE-YYYY BY 400 GIVING WS-DIVIDE-QUOTIENT
003870             REMAINDER WS-REM-400
003880         IF WS-REM-4 = ZERO AND
003890            (WS-REM-100 NOT = ZERO OR WS-REM-400 = ZERO)
003900             MOVE 29 TO WS-LAST-DAY
003910         END-IF
003920     END-IF
003930     IF WS-DATE-DD = WS-LAST-DAY
003940         MOVE 'Y' TO WS-MONTH-END-SWITCH
003950     END-IF.
003960 1600-EXIT.
003970     EXIT.
003980*-----------------------------------------------------------------
003990* 2000-CLEAR-FINISHED - DELETES THE ONE-TIME REQUESTS THAT RAN,
004000* AND THE REQUESTS THAT WERE CANCELLED, BEFORE TODAY'S RUN
004010* DATE.  THEIR OWNERS HAVE HAD A DAY TO SEE THEM.
004020*-----------------------------------------------------------------
004030 2000-CLEAR-FINISHED.
004040     MOVE 'N' TO WS-EOF-SWITCH
004050     MOVE LOW-VALUES TO RPTQUE-KEY
004060     START RPTQUE-FILE KEY IS NOT LESS THAN RPTQUE-KEY
004070         INVALID KEY
004080             GO TO 2000-EXIT
004090     END-START
004100     PERFORM 2100-CLEAR-ONE-REQUEST THRU 2100-EXIT
004110         UNTIL WS-EOF.
004120 2000-EXIT.
004130     EXIT.
004140 2100-CLEAR-ONE-REQUEST.
004150     READ RPTQUE-FILE NEXT RECORD
004160         AT END
004170             MOVE 'Y' TO WS-EOF-SWITCH
004180             GO TO 2100-EXIT
004190     END-READ
004200     IF RPTQUE-DONE-DATE NOT < WS-RUN-DATE
004210         GO TO 2100-EXIT
004220     END-IF
004230     IF RPTQUE-CANCELLED OR
004240        (NOT RPTQUE-STANDING AND
004250         (RPTQUE-DONE OR RPTQUE-FAILED))
004260         DELETE RPTQUE-FILE
004270         ADD 1 TO WS-CLEARED-COUNT
004280     END-IF.
004290 2100-EXIT.
004300     EXIT.
004310*-----------------------------------------------------------------
004320* 3000-RUN-PRIORITY - ONE PASS OF THE QUEUE FOR ONE PRIORITY,
004330* RUNNING EACH REQUEST OF THAT PRIORITY THAT IS DUE.  A
004340* PRIORITY OUTSIDE 1-9 IS TAKEN AS 9.
004350*-----------------------------------------------------------------
004360 3000-RUN-PRIORITY.
004370     MOVE 'N' TO WS-EOF-SWITCH
004380     MOVE LOW-VALUES TO RPTQUE-KEY
004390     START RPTQUE-FILE KEY IS NOT LESS THAN RPTQUE-KEY
004400         INVALID KEY
004410             GO TO 3000-EXIT
004420     END-START
004430     PERFORM 3100-NEXT-REQUEST THRU 3100-EXIT
004440         UNTIL WS-EOF.
004450 3000-EXIT.
004460     EXIT.
004470 3100-NEXT-REQUEST.
004480     READ RPTQUE-FILE NEXT RECORD
004490         AT END
004500             MOVE 'Y' TO WS-EOF-SWITCH
004510             GO TO 3100-EXIT
004520     END-READ
004530     IF RPTQUE-PRIORITY IS NUMERIC AND RPTQUE-PRIORITY > ZERO
004540         MOVE RPTQUE-PRIORITY TO WS-REQ-PRIORITY
004550     ELSE
004560         MOVE 9 TO WS-REQ-PRIORITY
004570     END-IF
004580     IF WS-REQ-PRIORITY NOT = WS-PASS-PRIORITY
004590         GO TO 3100-EXIT
004600     END-IF
004610     PERFORM 3200-CHECK-DUE THRU 3200-EXIT
004620     IF WS-DUE
004630         PERFORM 4000-RUN-REQUEST THRU 4000-EXIT
004640     END-IF.
004650 3100-EXIT.
004660     EXIT.
004670*-----------------------------------------------------------------
004680* 3200-CHECK-DUE - A ONE-TIME REQUEST IS DUE WHILE IT WAITS.  A
004690* STANDING REQUEST IS DUE IF IT HAS NOT RUN FOR TONIGHT'S DATE
004700* (AND, FOR A MONTH-END ONE, IF TONIGHT IS MONTH END).  A
004710* CANCELLED REQUEST IS NEVER DUE.
004720*-----------------------------------------------------------------
004730 3200-CHECK-DUE.
004740     MOVE 'N' TO WS-DUE-SWITCH
004750     IF RPTQUE-CANCELLED
004760         GO TO 3200-EXIT
004770     END-IF
004780     IF NOT RPTQUE-STANDING
004790         IF RPTQUE-QUEUED
004800             MOVE 'Y' TO WS-DUE-SWITCH
004810         END-IF
004820         GO TO 3200-EXIT
004830     END-IF
004840     IF RPTQUE-MONTH-END AND NOT WS-MONTH-END
004850         GO TO 3200-EXIT
004860     END-IF
004870     IF RPTQUE-LAST-RUN-DATE < WS-RUN-DATE
004880         MOVE 'Y' TO WS-DUE-SWITCH
004890     END-IF.
004900 3200-EXIT.
004910     EXIT.
004920*-----------------------------------------------------------------
004930* 4000-RUN-REQUEST - RUNS ONE REQUEST.  CHECKS THE REQUESTER ON
004940* USERMAST, EMPTIES THE REPORT'S LISTING, CALLS THE REPORT WITH
004950* THE SAVED RUN PARAMETER, COPIES THE LISTING INTO THE MORNING
004960* LISTING AND STAMPS THE REQUEST WITH HOW IT WENT.  A REPORT
004970* THAT CANNOT BE LOADED, HANDS BACK RC 16 OR PRINTS NOTHING HAS
004980* FAILED; AN RC OF 4 OR 8 IS THE REPORT'S OWN FINDING (REJECTS,
004990* OUT OF BALANCE) AND THE REQUEST IS DONE.
005000*-----------------------------------------------------------------
005010 4000-RUN-REQUEST.
005020     ADD 1 TO WS-RUN-COUNT
005030     MOVE 'N'                TO WS-FAILED-SWITCH
005040     MOVE ZERO               TO WS-REQ-RC
005050     MOVE SPACES             TO RPTQUE-RESULT-TEXT
005060     MOVE RPTQUE-REPORT-NAME TO WS-CALL-NAME
005070     WRITE RPTQRUNL-LINE FROM WS-RULE-LINE
005080     MOVE RPTQUE-REQ-DATE    TO RPT-REQ-DATE
005090     MOVE RPTQUE-REQ-TIME    TO RPT-REQ-TIME
005100     MOVE RPTQUE-REQ-USER    TO RPT-REQ-USER
005110     MOVE RPTQUE-REPORT-NAME TO RPT-REQ-REPORT
005120     MOVE WS-REQ-PRIORITY    TO RPT-REQ-PRIORITY
005130     WRITE RPTQRUNL-LINE FROM WS-REQUEST-LINE
005140     PERFORM 4100-CHECK-REQUESTER THRU 4100-EXIT
005150     IF WS-REQUEST-FAILED
005160         GO TO 4000-STAMP
005170     END-IF
005180     MOVE 'Y' TO WS-CLEARING-SWITCH
005190     MOVE 'Y' TO WS-LISTING-KNOWN-SWITCH
005200     PERFORM 6000-LISTING THRU 6000-EXIT
005210     PERFORM 4200-CALL-REPORT THRU 4200-EXIT
005220     IF WS-LOAD-FAILED
005230         MOVE 'Y' TO WS-FAILED-SWITCH
005240         MOVE "REPORT NOT LOADED" TO RPTQUE-RESULT-TEXT
005250         GO TO 4000-STAMP
005260     END-IF
005270     MOVE 'N'  TO WS-CLEARING-SWITCH
005280     MOVE ZERO TO WS-LINES-COPIED
005290     PERFORM 6000-LISTING THRU 6000-EXIT
005300     EVALUATE TRUE
005310         WHEN WS-REQ-RC NOT < 16
005320             MOVE 'Y' TO WS-FAILED-SWITCH
005330             MOVE "REPORT FAILED" TO RPTQUE-RESULT-TEXT
005340         WHEN NOT WS-LISTING-KNOWN
005350             MOVE "LISTING NOT COPIED" TO RPTQUE-RESULT-TEXT
005360         WHEN WS-LINES-COPIED = ZERO
005370             MOVE 'Y' TO WS-FAILED-SWITCH
005380             MOVE "NO REPORT PRODUCED" TO RPTQUE-RESULT-TEXT
005390         WHEN OTHER
005400             MOVE "REPORT PRODUCED" TO RPTQUE-RESULT-TEXT
005410     END-EVALUATE.
005420 4000-STAMP.
005430     IF WS-REQUEST-FAILED
005440         MOVE 'F' TO RPTQUE-STATUS
005450         MOVE "FAILED" TO RPT-RESULT-STATUS
005460         ADD 1 TO WS-FAILED-COUNT
005470     ELSE
005480         MOVE 'D' TO RPTQUE-STATUS
005490         MOVE "DONE" TO RPT-RESULT-STATUS
005500         ADD 1 TO WS-DONE-COUNT
005510     END-IF
005520     MOVE WS-RUN-DATE TO RPTQUE-LAST-RUN-DATE
005530     MOVE WS-REQ-RC   TO RPTQUE-RETURN-CODE
005540     ACCEPT RPTQUE-DONE-DATE FROM DATE YYYYMMDD
005550     ACCEPT RPTQUE-DONE-TIME FROM TIME
005560     REWRITE RPTQUE-RECORD
005570         INVALID KEY
005580             DISPLAY "ERROR: UNABLE TO STAMP REQUEST "
005590                 RPTQUE-REQ-DATE " " RPTQUE-REQ-TIME
005600                 " - STATUS " WS-RPTQUE-STATUS
005610     END-REWRITE
005620     MOVE RPTQUE-RESULT-TEXT TO RPT-RESULT-TEXT
005630     MOVE WS-REQ-RC          TO RPT-RESULT-RC
005640     WRITE RPTQRUNL-LINE FROM WS-RESULT-LINE.
005650 4000-EXIT.
005660     EXIT.
005670*-----------------------------------------------------------------
005680* 4100-CHECK-REQUESTER - THE REQUESTER MUST STILL BE AN ACTIVE
005690* USER; THE REPORT RUNS UNDER THEIR PERMISSION AS USERMAST HOLDS
005700* IT NOW, SO A SUPERVISOR-ONLY REPORT QUEUED BY SOMEONE SINCE
005710* DEMOTED TURNS ITSELF AWAY.
005720*-----------------------------------------------------------------
005730 4100-CHECK-REQUESTER.
005740     IF NOT WS-USERMAST-OPEN
005750         MOVE 'Y' TO WS-FAILED-SWITCH
005760         MOVE "USERMAST NOT OPEN" TO RPTQUE-RESULT-TEXT
005770         GO TO 4100-EXIT
005780     END-IF
005790     MOVE RPTQUE-REQ-USER TO USERMAST-USER-ID
005800     READ USERMAST-FILE
005810         INVALID KEY
005820             MOVE 'Y' TO WS-FAILED-SWITCH
005830             MOVE "USER NOT ON FILE" TO RPTQUE-RESULT-TEXT
005840             GO TO 4100-EXIT
005850     END-READ
005860     IF NOT USERMAST-ACTIVE
005870         MOVE 'Y' TO WS-FAILED-SWITCH
005880         MOVE "USER NOT ACTIVE" TO RPTQUE-RESULT-TEXT
005890         GO TO 4100-EXIT
005900     END-IF
005910     MOVE RPTQUE-REQ-USER     TO QRUN-CALL-USER-ID
005920     MOVE USERMAST-PERM-LEVEL TO QRUN-CALL-PERM-LEVEL
005930     MOVE RPTQUE-PARM-CARD    TO QRUN-CALL-PARM-CARD.
005940 4100-EXIT.
005950     EXIT.
005960*-----------------------------------------------------------------
005970* 4200-CALL-REPORT - CALLS THE REPORT AND PICKS UP ITS RETURN
005980* CODE, THEN CANCELS IT SO THE NEXT REQUEST FOR THE SAME REPORT
005990* STARTS WITH FRESH WORKING-STORAGE.
006000*-----------------------------------------------------------------
006010 4200-CALL-REPORT.
006020     MOVE 'N'  TO WS-LOAD-FAIL-SWITCH
006030     MOVE ZERO TO RETURN-CODE
006040     CALL WS-CALL-NAME USING QRUN-CALL-PARMS
006050         ON EXCEPTION
006060             MOVE 'Y' TO WS-LOAD-FAIL-SWITCH
006070     END-CALL
006080     IF WS-LOAD-FAILED
006090         DISPLAY "ERROR: UNABLE TO LOAD " WS-CALL-NAME "."
006100         MOVE 16 TO WS-REQ-RC
006110     ELSE
006120         MOVE RETURN-CODE TO WS-REQ-RC
006130         CANCEL WS-CALL-NAME
006140     END-IF.
006150 4200-EXIT.
006160     EXIT.
006170*-----------------------------------------------------------------
006180* 6000-LISTING - EMPTIES (WS-CLEARING-LISTING) OR COPIES INTO THE
006190* MORNING LISTING THE LISTING OF THE REPORT IN WS-CALL-NAME.  A
006200* REPORT WITH NO LISTING HERE STILL RUNS; ITS OUTPUT IS LEFT
006210* WHERE IT WROTE IT.
006220*-----------------------------------------------------------------
006230 6000-LISTING.
006240     EVALUATE WS-CALL-NAME
006250         WHEN "CALCRPT"
006260             PERFORM 6100-CALCRPTL THRU 6100-EXIT
006270         WHEN "CALCWORP"
006280             PERFORM 6110-CALCWORL THRU 6110-EXIT
006290         WHEN "CALCOPR"
006300             PERFORM 6120-CALCOPRL THRU 6120-EXIT
006310         WHEN "CALCRECN"
006320             PERFORM 6130-CALCRECL THRU 6130-EXIT
006330         WHEN "CALCAINQ"
006340             PERFORM 6140-CALCAINL THRU 6140-EXIT
006350         WHEN "CALCBAL"
006360             PERFORM 6150-CALCBALL THRU 6150-EXIT
006370         WHEN "AUDITRPT"
006380             PERFORM 6160-AUDITRPL THRU 6160-EXIT
006390         WHEN "GAMERPT"
006400             PERFORM 6170-GAMERPTL THRU 6170-EXIT
006410         WHEN "GAMETRND"
006420             PERFORM 6180-GAMETRNL THRU 6180-EXIT
006430         WHEN "TOURNRPT"
006440             PERFORM 6190-TOURNRPL THRU 6190-EXIT
006450         WHEN "TOURNSEA"
006460             PERFORM 6200-TOURNSEL THRU 6200-EXIT
006470         WHEN "JRNLRPT"
006480             PERFORM 6210-MAINTJRL THRU 6210-EXIT
006490         WHEN "CALCWOVR"
006500             PERFORM 6220-CALCWOVL THRU 6220-EXIT
006510         WHEN "GAMEGRPT"
006520             PERFORM 6230-GAMEGRPL THRU 6230-EXIT
006530         WHEN "CALCRSIM"
006540             PERFORM 6240-CALCRSIL THRU 6240-EXIT
006550         WHEN OTHER
006560             MOVE 'N' TO WS-LISTING-KNOWN-SWITCH
006570     END-EVALUATE.
006580 6000-EXIT.
006590     EXIT.
006600 6100-CALCRPTL.
006610     IF WS-CLEARING-LISTING
006620         OPEN OUTPUT CALCRPTL-FILE
006630         CLOSE CALCRPTL-FILE
006640         GO TO 6100-EXIT
006650     END-IF
006660     OPEN INPUT CALCRPTL-FILE
006670     IF WS-LISTING-STATUS NOT = "00"
006680         GO TO 6100-EXIT
006690     END-IF
006700     MOVE 'N' TO WS-LISTING-EOF-SWITCH
006710     PERFORM 6105-READ-CALCRPTL THRU 6105-EXIT
006720         UNTIL WS-LISTING-EOF
006730     CLOSE CALCRPTL-FILE.
006740 6100-EXIT.
006750     EXIT.
006760 6105-READ-CALCRPTL.
006770     READ CALCRPTL-FILE INTO WS-COPY-LINE
006780         AT END
006790             MOVE 'Y' TO WS-LISTING-EOF-SWITCH
006800             GO TO 6105-EXIT
006810     END-READ
006820     PERFORM 6900-COPY-LINE THRU 6900-EXIT.
006830 6105-EXIT.
006840     EXIT.
006850 6110-CALCWORL.
006860     IF WS-CLEARING-LISTING
006870         OPEN OUTPUT CALCWORL-FILE
006880         CLOSE CALCWORL-FILE
006890         GO TO 6110-EXIT
006900     END-IF
006910     OPEN INPUT CALCWORL-FILE
006920     IF WS-LISTING-STATUS NOT = "00"
006930         GO TO 6110-EXIT
006940     END-IF
006950     MOVE 'N' TO WS-LISTING-EOF-SWITCH
006960     PERFORM 6115-READ-CALCWORL THRU 6115-EXIT
006970         UNTIL WS-LISTING-EOF
006980     CLOSE CALCWORL-FILE.
006990 6110-EXIT.
007000     EXIT.
007010 6115-READ-CALCWORL.
007020     READ CALCWORL-FILE INTO WS-COPY-LINE
007030         AT END
007040             MOVE 'Y' TO WS-LISTING-EOF-SWITCH
007050             GO TO 6115-EXIT
007060     END-READ
007070     PERFORM 6900-COPY-LINE THRU 6900-EXIT.
007080 6115-EXIT.
007090     EXIT.
007100 6120-CALCOPRL.
007110     IF WS-CLEARING-LISTING
007120         OPEN OUTPUT CALCOPRL-FILE
007130         CLOSE CALCOPRL-FILE
007140         GO TO 6120-EXIT
007150     END-IF
007160     OPEN INPUT CALCOPRL-FILE
007170     IF WS-LISTING-STATUS NOT = "00"
007180         GO TO 6120-EXIT
007190     END-IF
007200     MOVE 'N' TO WS-LISTING-EOF-SWITCH
007210     PERFORM 6125-READ-CALCOPRL THRU 6125-EXIT
007220         UNTIL WS-LISTING-EOF
007230     CLOSE CALCOPRL-FILE.
007240 6120-EXIT.
007250     EXIT.
007260 6125-READ-CALCOPRL.
007270     READ CALCOPRL-FILE INTO WS-COPY-LINE
007280         AT END
007290             MOVE 'Y' TO WS-LISTING-EOF-SWITCH
007300             GO TO 6125-EXIT
007310     END-READ
007320     PERFORM 6900-COPY-LINE THRU 6900-EXIT.
007330 6125-EXIT.
007340     EXIT.
007350 6130-CALCRECL.
007360     IF WS-CLEARING-LISTING
007370         OPEN OUTPUT CALCRECL-FILE
007380         CLOSE CALCRECL-FILE
007390         GO TO 6130-EXIT
007400     END-IF
007410     OPEN INPUT CALCRECL-FILE
007420     IF WS-LISTING-STATUS NOT = "00"
007430         GO TO 6130-EXIT
007440     END-IF
007450     MOVE 'N' TO WS-LISTING-EOF-SWITCH
007460     PERFORM 6135-READ-CALCRECL THRU 6135-EXIT
007470         UNTIL WS-LISTING-EOF
007480     CLOSE CALCRECL-FILE.
007490 6130-EXIT.
007500     EXIT.
007510 6135-READ-CALCRECL.
007520     READ CALCRECL-FILE INTO WS-COPY-LINE
007530         AT END
007540             MOVE 'Y' TO WS-LISTING-EOF-SWITCH
007550             GO TO 6135-EXIT
007560     END-READ
007570     PERFORM 6900-COPY-LINE THRU 6900-EXIT.
007580 6135-EXIT.
007590     EXIT.
007600 6140-CALCAINL.
007610     IF WS-CLEARING-LISTING
007620         OPEN OUTPUT CALCAINL-FILE
007630         CLOSE CALCAINL-FILE
007640         GO TO 6140-EXIT
007650     END-IF
007660     OPEN INPUT CALCAINL-FILE
007670     IF WS-LISTING-STATUS NOT = "00"
007680         GO TO 6140-EXIT
007690     END-IF
007700     MOVE 'N' TO WS-LISTING-EOF-SWITCH
007710     PERFORM 6145-READ-CALCAINL THRU 6145-EXIT
007720         UNTIL WS-LISTING-EOF
007730     CLOSE CALCAINL-FILE.
007740 6140-EXIT.
007750     EXIT.
007760 6145-READ-CALCAINL.
007770     READ CALCAINL-FILE INTO WS-COPY-LINE
007780         AT END
007790             MOVE 'Y' TO WS-LISTING-EOF-SWITCH
007800             GO TO 6145-EXIT
007810     END-READ
007820     PERFORM 6900-COPY-LINE THRU 6900-EXIT.
007830 6145-EXIT.
007840     EXIT.
007850 6150-CALCBALL.
007860     IF WS-CLEARING-LISTING
007870         OPEN OUTPUT CALCBALL-FILE
007880         CLOSE CALCBALL-FILE
007890         GO TO 6150-EXIT
007900     END-IF
007910     OPEN INPUT CALCBALL-FILE
007920     IF WS-LISTING-STATUS NOT = "00"
007930         GO TO 6150-EXIT
007940     END-IF
007950     MOVE 'N' TO WS-LISTING-EOF-SWITCH
007960     PERFORM 6155-READ-CALCBALL THRU 6155-EXIT
007970         UNTIL WS-LISTING-EOF
007980     CLOSE CALCBALL-FILE.
007990 6150-EXIT.
008000     EXIT.
008010 6155-READ-CALCBALL.
008020     READ CALCBALL-FILE INTO WS-COPY-LINE
008030         AT END
008040             MOVE 'Y' TO WS-LISTING-EOF-SWITCH
008050             GO TO 6155-EXIT
008060     END-READ
008070     PERFORM 6900-COPY-LINE THRU 6900-EXIT.
008080 6155-EXIT.
008090     EXIT.
008100 6160-AUDITRPL.
008110     IF WS-CLEARING-LISTING
008120         OPEN OUTPUT AUDITRPL-FILE
008130         CLOSE AUDITRPL-FILE
008140         GO TO 6160-EXIT
008150     END-IF
008160     OPEN INPUT AUDITRPL-FILE
008170     IF WS-LISTING-STATUS NOT = "00"
008180         GO TO 6160-EXIT
008190     END-IF
008200     MOVE 'N' TO WS-LISTING-EOF-SWITCH
008210     PERFORM 6165-READ-AUDITRPL THRU 6165-EXIT
008220         UNTIL WS-LISTING-EOF
008230     CLOSE AUDITRPL-FILE.
008240 6160-EXIT.
008250     EXIT.
008260 6165-READ-AUDITRPL.
008270     READ AUDITRPL-FILE INTO WS-COPY-LINE
008280         AT END
008290             MOVE 'Y' TO WS-LISTING-EOF-SWITCH
008300             GO TO 6165-EXIT
008310     END-READ
008320     PERFORM 6900-COPY-LINE THRU 6900-EXIT.
008330 6165-EXIT.
008340     EXIT.
008350 6170-GAMERPTL.
008360     IF WS-CLEARING-LISTING
008370         OPEN OUTPUT GAMERPTL-FILE
008380         CLOSE GAMERPTL-FILE
008390         GO TO 6170-EXIT
008400     END-IF
008410     OPEN INPUT GAMERPTL-FILE
008420     IF WS-LISTING-STATUS NOT = "00"
008430         GO TO 6170-EXIT
008440     END-IF
008450     MOVE 'N' TO WS-LISTING-EOF-SWITCH
008460     PERFORM 6175-READ-GAMERPTL THRU 6175-EXIT
008470         UNTIL WS-LISTING-EOF
008480     CLOSE GAMERPTL-FILE.
008490 6170-EXIT.
008500     EXIT.
008510 6175-READ-GAMERPTL.
008520     READ GAMERPTL-FILE INTO WS-COPY-LINE
008530         AT END
008540             MOVE 'Y' TO WS-LISTING-EOF-SWITCH
008550             GO TO 6175-EXIT
008560     END-READ
008570     PERFORM 6900-COPY-LINE THRU 6900-EXIT.
008580 6175-EXIT.
008590     EXIT.
008600 6180-GAMETRNL.
008610     IF WS-CLEARING-LISTING
008620         OPEN OUTPUT GAMETRNL-FILE
008630         CLOSE GAMETRNL-FILE
008640         GO TO 6180-EXIT
008650     END-IF
008660     OPEN INPUT GAMETRNL-FILE
008670     IF WS-LISTING-STATUS NOT = "00"
008680         GO TO 6180-EXIT
008690     END-IF
008700     MOVE 'N' TO WS-LISTING-EOF-SWITCH
008710     PERFORM 6185-READ-GAMETRNL THRU 6185-EXIT
008720         UNTIL WS-LISTING-EOF
008730     CLOSE GAMETRNL-FILE.
008740 6180-EXIT.
008750     EXIT.
008760 6185-READ-GAMETRNL.
008770     READ GAMETRNL-FILE INTO WS-COPY-LINE
008780         AT END
008790             MOVE 'Y' TO WS-LISTING-EOF-SWITCH
008800             GO TO 6185-EXIT
008810     END-READ
008820     PERFORM 6900-COPY-LINE THRU 6900-EXIT.
008830 6185-EXIT.
008840     EXIT.
008850 6190-TOURNRPL.
008860     IF WS-CLEARING-LISTING
008870         OPEN OUTPUT TOURNRPL-FILE
008880         CLOSE TOURNRPL-FILE
008890         GO TO 6190-EXIT
008900     END-IF
008910     OPEN INPUT TOURNRPL-FILE
008920     IF WS-LISTING-STATUS NOT = "00"
008930         GO TO 6190-EXIT
008940     END-IF
008950     MOVE 'N' TO WS-LISTING-EOF-SWITCH
008960     PERFORM 6195-READ-TOURNRPL THRU 6195-EXIT
008970         UNTIL WS-LISTING-EOF
008980     CLOSE TOURNRPL-FILE.
008990 6190-EXIT.
009000     EXIT.
009010 6195-READ-TOURNRPL.
009020     READ TOURNRPL-FILE INTO WS-COPY-LINE
009030         AT END
009040             MOVE 'Y' TO WS-LISTING-EOF-SWITCH
009050             GO TO 6195-EXIT
009060     END-READ
009070     PERFORM 6900-COPY-LINE THRU 6900-EXIT.
009080 6195-EXIT.
009090     EXIT.
009100 6200-TOURNSEL.
009110     IF WS-CLEARING-LISTING
009120         OPEN OUTPUT TOURNSEL-FILE
009130         CLOSE TOURNSEL-FILE
009140         GO TO 6200-EXIT
009150     END-IF
009160     OPEN INPUT TOURNSEL-FILE
009170     IF WS-LISTING-STATUS NOT = "00"
009180         GO TO 6200-EXIT
009190     END-IF
009200     MOVE 'N' TO WS-LISTING-EOF-SWITCH
009210     PERFORM 6205-READ-TOURNSEL THRU 6205-EXIT
009220         UNTIL WS-LISTING-EOF
009230     CLOSE TOURNSEL-FILE.
009240 6200-EXIT.
009250     EXIT.
009260 6205-READ-TOURNSEL.
009270     READ TOURNSEL-FILE INTO WS-COPY-LINE
009280         AT END
009290             MOVE 'Y' TO WS-LISTING-EOF-SWITCH
009300             GO TO 6205-EXIT
009310     END-READ
009320     PERFORM 6900-COPY-LINE THRU 6900-EXIT.
009330 6205-EXIT.
009340     EXIT.
009350 6210-MAINTJRL.
009360     IF WS-CLEARING-LISTING
009370         OPEN OUTPUT MAINTJRL-FILE
009380         CLOSE MAINTJRL-FILE
009390         GO TO 6210-EXIT
009400     END-IF
009410     OPEN INPUT MAINTJRL-FILE
009420     IF WS-LISTING-STATUS NOT = "00"
009430         GO TO 6210-EXIT
009440     END-IF
009450     MOVE 'N' TO WS-LISTING-EOF-SWITCH
009460     PERFORM 6215-READ-MAINTJRL THRU 6215-EXIT
009470         UNTIL WS-LISTING-EOF
009480     CLOSE MAINTJRL-FILE.
009490 6210-EXIT.
009500     EXIT.
009510 6215-READ-MAINTJRL.
009520     READ MAINTJRL-FILE INTO WS-COPY-LINE
009530         AT END
009540             MOVE 'Y' TO WS-LISTING-EOF-SWITCH
009550             GO TO 6215-EXIT
009560     END-READ
009570     PERFORM 6900-COPY-LINE THRU 6900-EXIT.
009580 6215-EXIT.
009590     EXIT.
009600 6220-CALCWOVL.
009610     IF WS-CLEARING-LISTING
009620         OPEN OUTPUT CALCWOVL-FILE
009630         CLOSE CALCWOVL-FILE
009640         GO TO 6220-EXIT
009650     END-IF
009660     OPEN INPUT CALCWOVL-FILE
009670     IF WS-LISTING-STATUS NOT = "00"
009680         GO TO 6220-EXIT
009690     END-IF
009700     MOVE 'N' TO WS-LISTING-EOF-SWITCH
009710     PERFORM 6225-READ-CALCWOVL THRU 6225-EXIT
009720         UNTIL WS-LISTING-EOF
009730     CLOSE CALCWOVL-FILE.
009740 6220-EXIT.
009750     EXIT.
009760 6225-READ-CALCWOVL.
009770     READ CALCWOVL-FILE INTO WS-COPY-LINE
009780         AT END
009790             MOVE 'Y' TO WS-LISTING-EOF-SWITCH
009800             GO TO 6225-EXIT
009810     END-READ
009820     PERFORM 6900-COPY-LINE THRU 6900-EXIT.
009830 6225-EXIT.
009840     EXIT.
009850 6230-GAMEGRPL.
009860     IF WS-CLEARING-LISTING
009870         OPEN OUTPUT GAMEGRPL-FILE
009880         CLOSE GAMEGRPL-FILE
009890         GO TO 6230-EXIT
009900     END-IF
009910     OPEN INPUT GAMEGRPL-FILE
009920     IF WS-LISTING-STATUS NOT = "00"
009930         GO TO 6230-EXIT
009940     END-IF
009950     MOVE 'N' TO WS-LISTING-EOF-SWITCH
009960     PERFORM 6235-READ-GAMEGRPL THRU 6235-EXIT
009970         UNTIL WS-LISTING-EOF
009980     CLOSE GAMEGRPL-FILE.
009990 6230-EXIT.
010000     EXIT.
010010 6235-READ-GAMEGRPL.
010020     READ GAMEGRPL-FILE INTO WS-COPY-LINE
010030         AT END
010040             MOVE 'Y' TO WS-LISTING-EOF-SWITCH
010050             GO TO 6235-EXIT
010060     END-READ
010070     PERFORM 6900-COPY-LINE THRU 6900-EXIT.
010080 6235-EXIT.
010090     EXIT.
010100 6240-CALCRSIL.
010110     IF WS-CLEARING-LISTING
010120         OPEN OUTPUT CALCRSIL-FILE
010130         CLOSE CALCRSIL-FILE
010140         GO TO 6240-EXIT
010150     END-IF
010160     OPEN INPUT CALCRSIL-FILE
010170     IF WS-LISTING-STATUS NOT = "00"
010180         GO TO 6240-EXIT
010190     END-IF
010200     MOVE 'N' TO WS-LISTING-EOF-SWITCH
010210     PERFORM 6245-READ-CALCRSIL THRU 6245-EXIT
010220         UNTIL WS-LISTING-EOF
010230     CLOSE CALCRSIL-FILE.
010240 6240-EXIT.
010250     EXIT.
010260 6245-READ-CALCRSIL.
010270     READ CALCRSIL-FILE INTO WS-COPY-LINE
010280         AT END
010290             MOVE 'Y' TO WS-LISTING-EOF-SWITCH
010300             GO TO 6245-EXIT
010310     END-READ
010320     PERFORM 6900-COPY-LINE THRU 6900-EXIT.
010330 6245-EXIT.
010340     EXIT.
010350*-----------------------------------------------------------------
010360* 6900-COPY-LINE - ONE LINE OF A REPORT'S LISTING ONTO THE
010370* MORNING LISTING.
010380*-----------------------------------------------------------------
010390 6900-COPY-LINE.
010400     WRITE RPTQRUNL-LINE FROM WS-COPY-LINE
010410     ADD 1 TO WS-LINES-COPIED.
010420 6900-EXIT.
010430     EXIT.
010440*-----------------------------------------------------------------
010450* 8000-PRINT-TOTALS - CLOSES THE MORNING LISTING WITH THE
010460* NIGHT'S COUNTS AND SETS THE RETURN CODE.
010470*-----------------------------------------------------------------
010480 8000-PRINT-TOTALS.
010490     WRITE RPTQRUNL-LINE FROM WS-RULE-LINE
010500     MOVE "TOTALS" TO RPT-TEXT
010510     WRITE RPTQRUNL-LINE FROM WS-TEXT-LINE
010520     MOVE "REQUESTS CLEARED:       " TO RPT-TOTAL-LABEL
010530     MOVE WS-CLEARED-COUNT           TO RPT-TOTAL-COUNT
010540     WRITE RPTQRUNL-LINE FROM WS-TOTAL-LINE
010550     MOVE "REQUESTS RUN:           " TO RPT-TOTAL-LABEL
010560     MOVE WS-RUN-COUNT               TO RPT-TOTAL-COUNT
010570     WRITE RPTQRUNL-LINE FROM WS-TOTAL-LINE
010580     MOVE "DONE:                   " TO RPT-TOTAL-LABEL
010590     MOVE WS-DONE-COUNT              TO RPT-TOTAL-COUNT
010600     WRITE RPTQRUNL-LINE FROM WS-TOTAL-LINE
010610     MOVE "FAILED:                 " TO RPT-TOTAL-LABEL
010620     MOVE WS-FAILED-COUNT            TO RPT-TOTAL-COUNT
010630     WRITE RPTQRUNL-LINE FROM WS-TOTAL-LINE
010640     IF WS-FAILED-COUNT > ZERO AND WS-RETURN-CODE < 4
010650         MOVE 4 TO WS-RETURN-CODE
010660     END-IF
010670     DISPLAY "RPTQRUN OVERNIGHT REPORT REQUESTS - " WS-RUN-DATE
010680     MOVE WS-RUN-COUNT    TO WS-DSP-COUNT
010690     DISPLAY "  REQUESTS RUN:   " WS-DSP-COUNT
010700     MOVE WS-DONE-COUNT   TO WS-DSP-COUNT
010710     DISPLAY "  DONE:           " WS-DSP-COUNT
010720     MOVE WS-FAILED-COUNT TO WS-DSP-COUNT
010730     DISPLAY "  FAILED:         " WS-DSP-COUNT.
010740 8000-EXIT.
010750     EXIT.
010760*-----------------------------------------------------------------
010770* 9000-TERMINATE - CLOSES WHATEVER WAS OPENED.
010780*-----------------------------------------------------------------
010790 9000-TERMINATE.
010800     IF WS-QUEUE-OPEN
010810         CLOSE RPTQUE-FILE
010820     END-IF
010830     IF WS-USERMAST-OPEN
010840         CLOSE USERMAST-FILE
010850     END-IF
010860     CLOSE RPTQRUNL-FILE.
010870 9000-EXIT.
010880     EXIT.
