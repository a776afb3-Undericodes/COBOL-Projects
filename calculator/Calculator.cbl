001060*                  INTERACTIVELY, THE BATCH USER IN BATCH - SO
001070*                  THE CALCOPR ACTIVITY REPORT CAN TELL WHICH
001080*                  OPERATOR NEEDS RETRAINING (CR-2026-134).
001090* 2026-10-15 DLM   INTERACTIVE CALCULATIONS NOW ASK FOR AN
001100*                  OPTIONAL WORK ORDER, CHECKED AGAINST THE NEW
001110*                  WORKORD MASTER - ONE NOT ON FILE, ON HOLD OR
001120*                  CLOSED RE-PROMPTS.  A CHAINED STEP KEEPS THE
001130*                  WORK ORDER OF THE STEP BEFORE IT, AND A BLANK
001140*                  ENTRY STILL LOGS WITH NO WORK ORDER
001150*                  (CR-2026-140).
001160* 2026-10-15 DLM   TAKES THE RUN PARAMETER FROM SIGNON-RUN-PARM
001170*                  WHEN A CALLER SUPPLIES ONE (THE CALCNITE
001180*                  NIGHTLY DRIVER), ELSE FROM THE COMMAND LINE
001190*                  AS BEFORE, AND SETS THE RETURN CODE - 0 FOR
001200*                  A GOOD RUN, 16 WHEN THE SIGN-ON IS REFUSED
001210*                  OR THE BATCH FILES WILL NOT OPEN
001220*                  (CR-2026-142).
001230* 2026-10-15 DLM   THE BATCH DRIVER RAISES A CRITICAL SIGN-ON
001240*                  ALERT FOR SUPERVISORS THROUGH NOTEPOST WHEN
001250*                  IT STARTS TAKING CHECKPOINTS AND WITHDRAWS IT
001260*                  ONCE THE CHECKPOINT IS RETIRED, SO A RUN THAT
001270*                  DIES OR STOPS SHORT LEAVES THE ALERT UP
001280*                  UNTIL IT IS RESTARTED (CR-2026-148).
001290*-----------------------------------------------------------------
001300 ENVIRONMENT DIVISION.
001310 CONFIGURATION SECTION.
001320 SOURCE-COMPUTER. IBM-370.
001330 OBJECT-COMPUTER. IBM-370.
001340 INPUT-OUTPUT SECTION.
001350 FILE-CONTROL.
001360     SELECT CALCLOG-FILE ASSIGN TO "CALCLOG"
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS WS-CALCLOG-STATUS.
001390     SELECT CALCIN-FILE ASSIGN TO "CALCIN"
001400         ORGANIZATION IS LINE SEQUENTIAL
001410         FILE STATUS IS WS-CALCIN-STATUS.
001420     SELECT CALCOUT-FILE ASSIGN TO "CALCOUT"
001430         ORGANIZATION IS LINE SEQUENTIAL
001440         FILE STATUS IS WS-CALCOUT-STATUS.
001450     SELECT USERMAST-FILE ASSIGN TO "USERMAST"
001460         ORGANIZATION IS INDEXED
001470         ACCESS MODE IS DYNAMIC
001480         RECORD KEY IS USERMAST-USER-ID
001490         FILE STATUS IS WS-USERMAST-STATUS.
001500     SELECT CALCCKPT-FILE ASSIGN TO "CALCCKPT"
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS WS-CALCCKPT-STATUS.
001530     SELECT CALCCONS-FILE ASSIGN TO "CALCCONS"
001540         ORGANIZATION IS INDEXED
001550         ACCESS MODE IS DYNAMIC
001560         RECORD KEY IS CALCCONS-KEY
001570         FILE STATUS IS WS-CALCCONS-STATUS.
001580     SELECT CALCCTL-FILE ASSIGN TO "CALCCTL"
001590         ORGANIZATION IS LINE SEQUENTIAL
001600         FILE STATUS IS WS-CALCCTL-STATUS.
001610     SELECT CALCFORM-FILE ASSIGN TO "CALCFORM"
001620         ORGANIZATION IS INDEXED
001630         ACCESS MODE IS DYNAMIC
001640         RECORD KEY IS CALCFORM-NAME
001650         FILE STATUS IS WS-CALCFORM-STATUS.
001660     SELECT WORKORD-FILE ASSIGN TO "WORKORD"
001670         ORGANIZATION IS INDEXED
001680         ACCESS MODE IS DYNAMIC
001690         RECORD KEY IS WORKORD-WORK-ORDER
001700         FILE STATUS IS WS-WORKORD-STATUS.
001710 DATA DIVISION.
001720 FILE SECTION.
001730 FD  CALCLOG-FILE
001740     RECORDING MODE IS F.
001750     COPY CALCLOG.
001760 FD  CALCIN-FILE
001770     RECORDING MODE IS F.
001780     COPY CALCIN.
001790 FD  CALCOUT-FILE
001800     RECORDING MODE IS F.
001810     COPY CALCOUT.
001820 FD  USERMAST-FILE
001830     RECORDING MODE IS F.
001840     COPY USERMAST.
001850 FD  CALCCKPT-FILE
001860     RECORDING MODE IS F.
001870     COPY CALCCKPT.
001880 FD  CALCCONS-FILE
001890     RECORDING MODE IS F.
001900     COPY CALCCONS.
001910 FD  CALCFORM-FILE
001920     RECORDING MODE IS F.
001930     COPY CALCFORM.
001940 FD  CALCCTL-FILE
001950     RECORDING MODE IS F.
001960     COPY CALCCTL.
001970 FD  WORKORD-FILE
001980     RECORDING MODE IS F.
001990     COPY WORKORD.
002000 WORKING-STORAGE SECTION.
002010 77  WS-NUM1                     PIC S9(05)V99.
002020 77  WS-NUM2                     PIC S9(05)V99.
002030 77  WS-RESULT                   PIC S9(05)V99.
002040 77  WS-RESULT-EDITED            PIC +ZZZZZ9.99.
002050 77  WS-TEMP-QUOTIENT            PIC S9(07).
002060 77  WS-TEMP-PRODUCT             PIC S9(10)V9999.
002070 77  WS-OPERATOR                 PIC X(01).
002080 77  WS-CONTINUE-SWITCH          PIC X(01) VALUE 'Y'.
002090     88  WS-CONTINUE-YES             VALUE 'Y'.
002100     88  WS-CONTINUE-NO              VALUE 'N'.
002110 77  WS-CALC-STATUS              PIC X(01) VALUE 'O'.
002120     88  WS-CALC-STAT-OK             VALUE 'O'.
002130     88  WS-CALC-STAT-DIVZERO        VALUE 'Z'.
002140     88  WS-CALC-STAT-OVERFLOW       VALUE 'V'.
002150     88  WS-CALC-STAT-INVALID        VALUE 'I'.
002160     88  WS-CALC-STAT-BADCONS        VALUE 'C'.
002170     88  WS-CALC-STAT-BADFORM        VALUE 'F'.
002180 77  WS-CALCLOG-STATUS           PIC X(02) VALUE SPACES.
002190 77  WS-CALCIN-STATUS            PIC X(02) VALUE SPACES.
002200 77  WS-CALCOUT-STATUS           PIC X(02) VALUE SPACES.
002210 77  WS-PARM-CARD                PIC X(30) VALUE SPACES.
002220 77  WS-PARM-MODE                PIC X(06) VALUE SPACES.
002230 77  WS-PARM-USER                PIC X(10) VALUE SPACES.
002240 77  WS-PARM-RESTART             PIC X(01) VALUE SPACE.
002250 77  WS-PARM-ASOF                PIC X(08) VALUE SPACES.
002260 77  WS-ASOF-DATE                PIC 9(08) VALUE ZERO.
002270 77  WS-BATCH-SWITCH             PIC X(01) VALUE 'N'.
002280     88  WS-BATCH-MODE               VALUE 'Y'.
002290 77  WS-CALCIN-EOF-SWITCH        PIC X(01) VALUE 'N'.
002300     88  WS-CALCIN-EOF               VALUE 'Y'.
002310 77  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
002320 77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
002330 77  WS-RUN-ID                   PIC X(08) VALUE SPACES.
002340 77  WS-CONTINUE-RESPONSE        PIC X(01) VALUE SPACE.
002350 77  WS-USERMAST-STATUS          PIC X(02) VALUE SPACES.
002360 77  WS-SIGNON-OK-SWITCH         PIC X(01) VALUE 'N'.
002370     88  WS-SIGNON-OK                VALUE 'Y'.
002380 77  WS-BATCH-USER               PIC X(10) VALUE SPACES.
002390 77  WS-CALCCKPT-STATUS          PIC X(02) VALUE SPACES.
002400 77  WS-RESTART-SWITCH           PIC X(01) VALUE 'N'.
002410     88  WS-RESTART-MODE             VALUE 'Y'.
002420 77  WS-RETURN-CODE              PIC S9(04) COMP VALUE ZERO.
002430 77  WS-TRANS-COUNT              PIC 9(07) VALUE ZERO.
002440 77  WS-SKIP-COUNT               PIC 9(07) VALUE ZERO.
002450 77  WS-SKIPPED-COUNT            PIC 9(07) VALUE ZERO.
002460 77  WS-CALCCONS-STATUS          PIC X(02) VALUE SPACES.
002470 77  WS-CALCCONS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
002480     88  WS-CALCCONS-OPEN            VALUE 'Y'.
002490     88  WS-CALCCONS-FAILED          VALUE 'F'.
002500 77  WS-ENTRY-FIELD              PIC X(10) VALUE SPACES.
002510 77  WS-ENTRY-VALID-SWITCH       PIC X(01) VALUE 'N'.
002520     88  WS-ENTRY-VALID              VALUE 'Y'.
002530 77  WS-CONS-NAME-IN             PIC X(08) VALUE SPACES.
002540 77  WS-CONS-FOUND-SWITCH        PIC X(01) VALUE 'N'.
002550     88  WS-CONS-FOUND               VALUE 'Y'.
002560 77  WS-CONS-VALUE               PIC S9(05)V99 VALUE ZERO.
002570 77  WS-CONS-EDITED              PIC +ZZZZZ9.99.
002580 77  WS-CONS-ON-FILE-SWITCH      PIC X(01) VALUE 'N'.
002590     88  WS-CONS-ON-FILE             VALUE 'Y'.
002600 77  WS-CONS-SCAN-SWITCH         PIC X(01) VALUE 'N'.
002610     88  WS-CONS-SCAN-DONE           VALUE 'Y'.
002620 77  WS-CONS-BEST-DATE           PIC 9(08) VALUE ZERO.
002630 77  WS-CONS-NEXT-DATE           PIC 9(08) VALUE ZERO.
002640 77  WS-CONS1-NAME               PIC X(08) VALUE SPACES.
002650 77  WS-CONS2-NAME               PIC X(08) VALUE SPACES.
002660 77  WS-CONS-FAIL-SWITCH         PIC X(01) VALUE 'N'.
002670     88  WS-CONS-FAIL                VALUE 'Y'.
002680 77  WS-CHAIN-SWITCH             PIC X(01) VALUE 'N'.
002690     88  WS-CHAIN-MODE               VALUE 'Y'.
002700 77  WS-WORK-ORDER               PIC X(08) VALUE SPACES.
002710 77  WS-CALCFORM-STATUS          PIC X(02) VALUE SPACES.
002720 77  WS-CALCFORM-OPEN-SWITCH     PIC X(01) VALUE 'N'.
002730     88  WS-CALCFORM-OPEN            VALUE 'Y'.
002740     88  WS-CALCFORM-FAILED          VALUE 'F'.
002750 77  WS-FORMULA-NAME             PIC X(08) VALUE SPACES.
002760 77  WS-FORM-FOUND-SWITCH        PIC X(01) VALUE 'N'.
002770     88  WS-FORM-FOUND               VALUE 'Y'.
002780 77  WS-FORMULA-SWITCH           PIC X(01) VALUE 'N'.
002790     88  WS-FORMULA-MODE             VALUE 'Y'.
002800 77  WS-STEP-IX                  PIC 9(02) VALUE ZERO.
002810 77  WS-CALCCTL-STATUS           PIC X(02) VALUE SPACES.
002820 77  WS-OUT-COUNT                PIC 9(07) VALUE ZERO.
002830 77  WS-LOG-COUNT                PIC 9(07) VALUE ZERO.
002840 77  WS-OUT-AMOUNT               PIC S9(09)V99 VALUE ZERO.
002850 77  WS-LOG-AMOUNT               PIC S9(09)V99 VALUE ZERO.
002860 77  WS-LOG-USER-ID              PIC X(10) VALUE SPACES.
002870 77  WS-WORKORD-STATUS           PIC X(02) VALUE SPACES.
002880 77  WS-WORKORD-OPEN-SWITCH      PIC X(01) VALUE 'N'.
002890     88  WS-WORKORD-OPEN             VALUE 'Y'.
002900     88  WS-WORKORD-FAILED           VALUE 'F'.
002910     COPY AUDITCLL.
002920     COPY NOTECLL.
002930 LINKAGE SECTION.
002940     COPY SIGNON.
002950 PROCEDURE DIVISION USING SIGNON-PARMS.
002960*-----------------------------------------------------------------
002970* 0000-MAINLINE - PICKS INTERACTIVE OR BATCH MODE FROM THE RUN
002980* PARAMETER AND DRIVES THE PROGRAM TO COMPLETION.
002990*-----------------------------------------------------------------
003000 0000-MAINLINE.
003010     MOVE 'Y' TO WS-CONTINUE-SWITCH
003020     MOVE 'N' TO WS-CHAIN-SWITCH
003030     MOVE 'N' TO WS-CALCCONS-OPEN-SWITCH
003040     MOVE 'N' TO WS-CALCFORM-OPEN-SWITCH
003050     MOVE 'N' TO WS-WORKORD-OPEN-SWITCH
003060     MOVE ZERO TO WS-RETURN-CODE
003070     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003080     IF NOT WS-SIGNON-OK
003090         MOVE 16 TO RETURN-CODE
003100         GOBACK
003110     END-IF
003120     IF WS-BATCH-MODE
003130         PERFORM 3000-BATCH-DRIVER THRU 3000-EXIT
003140     ELSE
003150         PERFORM 2000-PROCESS-CALCULATION THRU 2000-EXIT
003160             UNTIL WS-CONTINUE-NO
003170     END-IF
003180     PERFORM 9000-TERMINATE THRU 9000-EXIT
003190     MOVE WS-RETURN-CODE TO RETURN-CODE
003200     GOBACK.
003210*-----------------------------------------------------------------
003220* 1000-INITIALIZE - READS THE RUN PARAMETER AND OPENS THE AUDIT
003230* LOG.  A RUN PARAMETER OF 'BATCH' SELECTS THE FILE-DRIVEN MODE.
003240* A CALLER THAT STARTS THE BATCH MODE ITSELF (CALCNITE) PASSES
003250* THE PARAMETER IN SIGNON-RUN-PARM; OTHERWISE IT COMES FROM THE
003260* COMMAND LINE.
003270*-----------------------------------------------------------------
003280 1000-INITIALIZE.
003290     MOVE 'N' TO WS-SIGNON-OK-SWITCH
003300     MOVE SPACES TO WS-PARM-CARD
003310     IF ADDRESS OF SIGNON-PARMS NOT = NULL
003320         MOVE SIGNON-RUN-PARM TO WS-PARM-CARD
003330     END-IF
003340     IF WS-PARM-CARD = SPACES
003350         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
003360     END-IF
003370     MOVE SPACES TO WS-PARM-MODE
003380     MOVE SPACES TO WS-PARM-USER
003390     MOVE SPACE  TO WS-PARM-RESTART
003400     MOVE SPACES TO WS-PARM-ASOF
003410     UNSTRING WS-PARM-CARD DELIMITED BY ","
003420         INTO WS-PARM-MODE WS-PARM-USER WS-PARM-RESTART
003430             WS-PARM-ASOF
003440     END-UNSTRING
003450     IF WS-PARM-MODE = "BATCH"
003460         MOVE 'Y' TO WS-BATCH-SWITCH
003470         IF WS-PARM-RESTART = 'R'
003480             MOVE 'Y' TO WS-RESTART-SWITCH
003490         END-IF
003500     END-IF
003510     IF WS-BATCH-MODE
003520         PERFORM 1100-VERIFY-BATCH-USER THRU 1100-EXIT
003530     ELSE
003540         PERFORM 1200-PICKUP-SIGNON THRU 1200-EXIT
003550     END-IF
003560     IF NOT WS-SIGNON-OK
003570         GO TO 1000-EXIT
003580     END-IF
003590     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003600     ACCEPT WS-CURRENT-TIME FROM TIME
003610     IF WS-PARM-ASOF IS NUMERIC AND WS-PARM-ASOF NOT = ZEROES
003620         MOVE WS-PARM-ASOF TO WS-ASOF-DATE
003630         DISPLAY "CONSTANTS RESOLVED AS OF " WS-ASOF-DATE "."
003640     ELSE
003650         MOVE WS-CURRENT-DATE TO WS-ASOF-DATE
003660     END-IF
003670     MOVE WS-CURRENT-DATE (7:2) TO WS-RUN-ID (1:2)
003680     MOVE WS-CURRENT-TIME (1:6) TO WS-RUN-ID (3:6)
003690     OPEN EXTEND CALCLOG-FILE
003700     IF WS-CALCLOG-STATUS = "05" OR WS-CALCLOG-STATUS = "35"
003710         OPEN OUTPUT CALCLOG-FILE
003720     END-IF
003730     MOVE "START"    TO AUDIT-FUNCTION
003740     MOVE "CALCULAT" TO AUDIT-PROGRAM-NAME
003750     CALL "AUDITLOG" USING AUDIT-CALL-PARMS
003760     IF NOT AUDIT-RC-OK
003770         DISPLAY "WARNING: AUDIT TRAIL SIGN-ON NOT RECORDED."
003780     END-IF.
003790 1000-EXIT.
003800     EXIT.
003810*-----------------------------------------------------------------
003820* 1100-VERIFY-BATCH-USER - BATCH RUNS CARRY THE SUBMITTING USER
003830* ON THE RUN PARAMETER (BATCH,USERID).  THE USER MUST BE ON THE
003840* USER MASTER, ACTIVE, AND A SUPERVISOR - BATCH MODE IS NOT AN
003850* OPERATOR FUNCTION.
003860*-----------------------------------------------------------------
003870 1100-VERIFY-BATCH-USER.
003880     MOVE WS-PARM-USER TO WS-BATCH-USER
003890     IF WS-BATCH-USER = SPACES
003900         DISPLAY "ERROR: BATCH RUNS NEED A USER ID ON THE RUN "
003910             "PARAMETER (BATCH,USERID)."
003920         GO TO 1100-EXIT
003930     END-IF
003940     OPEN INPUT USERMAST-FILE
003950     IF WS-USERMAST-STATUS NOT = "00"
003960         DISPLAY "ERROR: UNABLE TO OPEN USERMAST - STATUS "
003970             WS-USERMAST-STATUS
003980         GO TO 1100-EXIT
003990     END-IF
004000     MOVE WS-BATCH-USER TO USERMAST-USER-ID
004010     READ USERMAST-FILE
004020         INVALID KEY
004030             DISPLAY "ERROR: BATCH USER " WS-BATCH-USER
004040                 " IS NOT ON THE USER MASTER."
004050             CLOSE USERMAST-FILE
004060             GO TO 1100-EXIT
004070     END-READ
004080     CLOSE USERMAST-FILE
004090     IF USERMAST-DISABLED
004100         DISPLAY "ERROR: BATCH USER " WS-BATCH-USER
004110             " IS DISABLED."
004120         GO TO 1100-EXIT
004130     END-IF
004140     IF NOT USERMAST-PERM-SUPERVISOR
004150         DISPLAY "ERROR: BATCH MODE IS HELD TO SUPERVISORS."
004160         GO TO 1100-EXIT
004170     END-IF
004180     MOVE WS-BATCH-USER TO AUDIT-USER-ID
004190     MOVE WS-BATCH-USER TO WS-LOG-USER-ID
004200     MOVE 'Y' TO WS-SIGNON-OK-SWITCH.
004210 1100-EXIT.
004220     EXIT.
004230*-----------------------------------------------------------------
004240* 1200-PICKUP-SIGNON - INTERACTIVE RUNS TAKE THE VALIDATED
004250* SIGN-ON PASSED DOWN BY MAINMENU.  A DIRECT START WITHOUT THE
004260* PARAMETER AREA IS TURNED AWAY - THAT IS THE WHOLE POINT OF
004270* THE VERIFIED AUDIT TRAIL.
004280*-----------------------------------------------------------------
004290 1200-PICKUP-SIGNON.
004300     IF ADDRESS OF SIGNON-PARMS = NULL
004310         DISPLAY "ERROR: SIGN ON THROUGH MAINMENU TO USE THE "
004320             "CALCULATOR."
004330         GO TO 1200-EXIT
004340     END-IF
004350     IF SIGNON-USER-ID = SPACES OR
004360         (NOT SIGNON-PERM-OPERATOR AND
004370          NOT SIGNON-PERM-SUPERVISOR)
004380         DISPLAY "ERROR: SIGN ON THROUGH MAINMENU TO USE THE "
004390             "CALCULATOR."
004400         GO TO 1200-EXIT
004410     END-IF
004420     MOVE SIGNON-USER-ID TO AUDIT-USER-ID
004430     MOVE SIGNON-USER-ID TO WS-LOG-USER-ID
004440     MOVE 'Y' TO WS-SIGNON-OK-SWITCH.
004450 1200-EXIT.
004460     EXIT.
004470*-----------------------------------------------------------------
004480* 2000-PROCESS-CALCULATION - ONE INTERACTIVE CALCULATION: PROMPTS
004490* FOR THE OPERANDS, CALCULATES, DISPLAYS THE OUTCOME, LOGS IT,
004500* AND ASKS WHETHER TO CONTINUE.
004510*-----------------------------------------------------------------
004520 2000-PROCESS-CALCULATION.
004530     PERFORM 2100-GET-INPUT THRU 2100-EXIT
004540     IF WS-FORMULA-MODE
004550         PERFORM 2600-RUN-FORMULA THRU 2600-EXIT
004560     ELSE
004570         PERFORM 2200-PERFORM-CALC THRU 2200-EXIT
004580         PERFORM 2300-DISPLAY-RESULT THRU 2300-EXIT
004590         PERFORM 2400-LOG-CALCULATION THRU 2400-EXIT
004600     END-IF
004610     PERFORM 2500-ASK-CONTINUE THRU 2500-EXIT.
004620 2000-EXIT.
004630     EXIT.
004640 2100-GET-INPUT.
004650     MOVE 'N' TO WS-CONS-FAIL-SWITCH
004660     MOVE SPACES TO WS-CONS1-NAME
004670     MOVE SPACES TO WS-CONS2-NAME
004680     MOVE 'N' TO WS-FORMULA-SWITCH
004690     IF WS-CHAIN-MODE
004700         MOVE WS-RESULT TO WS-NUM1
004710         MOVE WS-RESULT TO WS-RESULT-EDITED
004720         DISPLAY "FIRST NUMBER (CHAINED): " WS-RESULT-EDITED
004730     ELSE
004740         MOVE 'N' TO WS-ENTRY-VALID-SWITCH
004750         PERFORM 2170-GET-WORK-ORDER THRU 2170-EXIT
004760             UNTIL WS-ENTRY-VALID
004770         MOVE 'N' TO WS-ENTRY-VALID-SWITCH
004780         PERFORM 2110-GET-FIRST-NUMBER THRU 2110-EXIT
004790             UNTIL WS-ENTRY-VALID
004800     END-IF
004810     DISPLAY "ENTER OPERATOR (+, -, *, /, %, ^, M, "
004820         "F=FORMULA): "
004830     ACCEPT WS-OPERATOR
004840     IF WS-OPERATOR = 'F' OR WS-OPERATOR = 'f'
004850         MOVE 'F' TO WS-OPERATOR
004860         MOVE 'N' TO WS-ENTRY-VALID-SWITCH
004870         PERFORM 2130-GET-FORMULA-NAME THRU 2130-EXIT
004880             UNTIL WS-ENTRY-VALID
004890         GO TO 2100-EXIT
004900     END-IF
004910     MOVE 'N' TO WS-ENTRY-VALID-SWITCH
004920     PERFORM 2120-GET-SECOND-NUMBER THRU 2120-EXIT
004930         UNTIL WS-ENTRY-VALID.
004940 2100-EXIT.
004950     EXIT.
004960*-----------------------------------------------------------------
004970* 2110-GET-FIRST-NUMBER - ONE TRY AT THE FIRST OPERAND.  AN
004980* ENTRY STARTING WITH A LETTER IS A CALCCONS CONSTANT NAME AND
004990* IS RESOLVED TO ITS VALUE; ANYTHING ELSE IS TAKEN AS A SIGNED
005000* AMOUNT.  AN UNKNOWN OR NOT-YET-EFFECTIVE CONSTANT RE-PROMPTS.
005010*-----------------------------------------------------------------
005020 2110-GET-FIRST-NUMBER.
005030     DISPLAY "ENTER FIRST NUMBER (OR CONSTANT NAME): "
005040     ACCEPT WS-ENTRY-FIELD
005050     MOVE 'Y' TO WS-ENTRY-VALID-SWITCH
005060     IF WS-ENTRY-FIELD (1:1) IS ALPHABETIC AND
005070        WS-ENTRY-FIELD (1:1) NOT = SPACE
005080         MOVE WS-ENTRY-FIELD (1:8) TO WS-CONS-NAME-IN
005090         PERFORM 2150-FETCH-CONSTANT THRU 2150-EXIT
005100         IF WS-CONS-FOUND
005110             MOVE WS-CONS-VALUE   TO WS-NUM1
005120             MOVE WS-CONS-NAME-IN TO WS-CONS1-NAME
005130         ELSE
005140             MOVE 'N' TO WS-ENTRY-VALID-SWITCH
005150         END-IF
005160     ELSE
005170         MOVE SPACES TO WS-CONS1-NAME
005180         COMPUTE WS-NUM1 = FUNCTION NUMVAL (WS-ENTRY-FIELD)
005190     END-IF.
005200 2110-EXIT.
005210     EXIT.
005220*-----------------------------------------------------------------
005230* 2120-GET-SECOND-NUMBER - ONE TRY AT THE SECOND OPERAND, SAME
005240* RULES AS THE FIRST.
005250*-----------------------------------------------------------------
005260 2120-GET-SECOND-NUMBER.
005270     DISPLAY "ENTER SECOND NUMBER (OR CONSTANT NAME): "
005280     ACCEPT WS-ENTRY-FIELD
005290     MOVE 'Y' TO WS-ENTRY-VALID-SWITCH
005300     IF WS-ENTRY-FIELD (1:1) IS ALPHABETIC AND
005310        WS-ENTRY-FIELD (1:1) NOT = SPACE
005320         MOVE WS-ENTRY-FIELD (1:8) TO WS-CONS-NAME-IN
005330         PERFORM 2150-FETCH-CONSTANT THRU 2150-EXIT
005340         IF WS-CONS-FOUND
005350             MOVE WS-CONS-VALUE   TO WS-NUM2
005360             MOVE WS-CONS-NAME-IN TO WS-CONS2-NAME
005370         ELSE
005380             MOVE 'N' TO WS-ENTRY-VALID-SWITCH
005390         END-IF
005400     ELSE
005410         MOVE SPACES TO WS-CONS2-NAME
005420         COMPUTE WS-NUM2 = FUNCTION NUMVAL (WS-ENTRY-FIELD)
005430     END-IF.
005440 2120-EXIT.
005450     EXIT.
005460*-----------------------------------------------------------------
005470* 2130-GET-FORMULA-NAME - ONE TRY AT THE FORMULA NAME.  AN
005480* UNKNOWN NAME RE-PROMPTS; A FORMULA FILE THAT CANNOT BE OPENED
005490* LETS THE ENTRY THROUGH SO THE CALCULATION POSTS (AND LOGS)
005500* WITH THE 'F' STATUS INSTEAD OF TRAPPING THE OPERATOR AT THE
005510* PROMPT.
005520*-----------------------------------------------------------------
005530 2130-GET-FORMULA-NAME.
005540     DISPLAY "ENTER FORMULA NAME: "
005550     ACCEPT WS-FORMULA-NAME
005560     PERFORM 2160-FETCH-FORMULA THRU 2160-EXIT
005570     IF WS-FORM-FOUND
005580         MOVE 'Y' TO WS-FORMULA-SWITCH
005590         MOVE 'Y' TO WS-ENTRY-VALID-SWITCH
005600         DISPLAY "RUNNING " WS-FORMULA-NAME " - "
005610             CALCFORM-STEP-COUNT " STEPS."
005620     ELSE
005630         IF WS-CALCFORM-FAILED
005640             MOVE 'Y' TO WS-FORMULA-SWITCH
005650             MOVE 'Y' TO WS-ENTRY-VALID-SWITCH
005660         ELSE
005670             DISPLAY "FORMULA " WS-FORMULA-NAME " IS NOT ON "
005680                 "FILE."
005690         END-IF
005700     END-IF.
005710 2130-EXIT.
005720     EXIT.
005730*-----------------------------------------------------------------
005740* 2150-FETCH-CONSTANT - LOOKS WS-CONS-NAME-IN UP ON CALCCONS,
005750* OPENING THE FILE ON THE FIRST LOOKUP AND HOLDING IT OPEN FOR
005760* THE RUN (9000-TERMINATE CLOSES IT), THE WAY CALCLOG IS HELD.
005770* THE FILE KEEPS ONE RECORD PER NAME PER EFFECTIVE DATE, SO
005780* THE NAME'S HISTORY IS SCANNED IN KEY ORDER AND THE LATEST
005790* VALUE WITH AN EFFECTIVE DATE ON OR BEFORE THE RUN'S AS-OF
005800* DATE WINS.  SETS WS-CONS-FOUND AND WS-CONS-VALUE, AND TELLS
005810* THE OPERATOR WHICH VALUE WAS APPLIED SO A WRONG RATE IS
005820* CAUGHT AT THE KEYBOARD, NOT ON THE PRINTOUT.
005830*-----------------------------------------------------------------
005840 2150-FETCH-CONSTANT.
005850     MOVE 'N' TO WS-CONS-FOUND-SWITCH
005860     IF WS-CALCCONS-FAILED
005870         GO TO 2150-EXIT
005880     END-IF
005890     IF NOT WS-CALCCONS-OPEN
005900         OPEN INPUT CALCCONS-FILE
005910         IF WS-CALCCONS-STATUS NOT = "00"
005920             DISPLAY "NO CONSTANTS FILE ON HAND - STATUS "
005930                 WS-CALCCONS-STATUS
005940             MOVE 'F' TO WS-CALCCONS-OPEN-SWITCH
005950             GO TO 2150-EXIT
005960         END-IF
005970         MOVE 'Y' TO WS-CALCCONS-OPEN-SWITCH
005980     END-IF
005990     MOVE 'N'  TO WS-CONS-ON-FILE-SWITCH
006000     MOVE 'N'  TO WS-CONS-SCAN-SWITCH
006010     MOVE ZERO TO WS-CONS-BEST-DATE
006020     MOVE ZERO TO WS-CONS-NEXT-DATE
006030     MOVE WS-CONS-NAME-IN TO CALCCONS-NAME
006040     MOVE ZERO            TO CALCCONS-EFF-DATE
006050     START CALCCONS-FILE KEY IS NOT LESS THAN CALCCONS-KEY
006060         INVALID KEY
006070             MOVE 'Y' TO WS-CONS-SCAN-SWITCH
006080     END-START
006090     PERFORM 2155-SCAN-CONS-HISTORY THRU 2155-EXIT
006100         UNTIL WS-CONS-SCAN-DONE
006110     IF NOT WS-CONS-ON-FILE
006120         DISPLAY "CONSTANT " WS-CONS-NAME-IN " IS NOT ON "
006130             "FILE."
006140         GO TO 2150-EXIT
006150     END-IF
006160     IF WS-CONS-BEST-DATE = ZERO
006170         DISPLAY "CONSTANT " WS-CONS-NAME-IN " IS NOT IN "
006180             "EFFECT UNTIL " WS-CONS-NEXT-DATE "."
006190         GO TO 2150-EXIT
006200     END-IF
006210     MOVE WS-CONS-VALUE TO WS-CONS-EDITED
006220     DISPLAY "USING " WS-CONS-NAME-IN " = " WS-CONS-EDITED
006230         " (EFFECTIVE " WS-CONS-BEST-DATE ")"
006240     MOVE 'Y' TO WS-CONS-FOUND-SWITCH.
006250 2150-EXIT.
006260     EXIT.
006270*-----------------------------------------------------------------
006280* 2155-SCAN-CONS-HISTORY - ONE RECORD OF THE NAME'S HISTORY.
006290* RECORDS ARRIVE IN EFFECTIVE-DATE ORDER, SO EACH ONE DATED ON
006300* OR BEFORE THE AS-OF DATE SUPERSEDES THE LAST; THE FIRST ONE
006310* DATED AFTER IT ENDS THE SCAN AND IS REMEMBERED FOR THE
006320* NOT-YET-IN-EFFECT MESSAGE.
006330*-----------------------------------------------------------------
006340 2155-SCAN-CONS-HISTORY.
006350     READ CALCCONS-FILE NEXT RECORD
006360         AT END
006370             MOVE 'Y' TO WS-CONS-SCAN-SWITCH
006380             GO TO 2155-EXIT
006390     END-READ
006400     IF CALCCONS-NAME NOT = WS-CONS-NAME-IN
006410         MOVE 'Y' TO WS-CONS-SCAN-SWITCH
006420         GO TO 2155-EXIT
006430     END-IF
006440     MOVE 'Y' TO WS-CONS-ON-FILE-SWITCH
006450     IF CALCCONS-EFF-DATE > WS-ASOF-DATE
006460         MOVE CALCCONS-EFF-DATE TO WS-CONS-NEXT-DATE
006470         MOVE 'Y' TO WS-CONS-SCAN-SWITCH
006480     ELSE
006490         MOVE CALCCONS-VALUE    TO WS-CONS-VALUE
006500         MOVE CALCCONS-EFF-DATE TO WS-CONS-BEST-DATE
006510     END-IF.
006520 2155-EXIT.
006530     EXIT.
006540*-----------------------------------------------------------------
006550* 2160-FETCH-FORMULA - LOOKS WS-FORMULA-NAME UP ON CALCFORM,
006560* OPENING THE FILE ON THE FIRST LOOKUP AND HOLDING IT OPEN FOR
006570* THE RUN (9000-TERMINATE CLOSES IT), THE WAY CALCCONS IS HELD.
006580* SETS WS-FORM-FOUND AND LEAVES THE FORMULA RECORD IN ITS
006590* RECORD AREA FOR 2600-RUN-FORMULA.
006600*-----------------------------------------------------------------
006610 2160-FETCH-FORMULA.
006620     MOVE 'N' TO WS-FORM-FOUND-SWITCH
006630     IF WS-CALCFORM-FAILED
006640         GO TO 2160-EXIT
006650     END-IF
006660     IF NOT WS-CALCFORM-OPEN
006670         OPEN INPUT CALCFORM-FILE
006680         IF WS-CALCFORM-STATUS NOT = "00"
006690             DISPLAY "NO FORMULA FILE ON HAND - STATUS "
006700                 WS-CALCFORM-STATUS
006710             MOVE 'F' TO WS-CALCFORM-OPEN-SWITCH
006720             GO TO 2160-EXIT
006730         END-IF
006740         MOVE 'Y' TO WS-CALCFORM-OPEN-SWITCH
006750     END-IF
006760     MOVE WS-FORMULA-NAME TO CALCFORM-NAME
006770     READ CALCFORM-FILE
006780         INVALID KEY
006790             GO TO 2160-EXIT
006800     END-READ
006810     MOVE 'Y' TO WS-FORM-FOUND-SWITCH.
006820 2160-EXIT.
006830     EXIT.
006840*-----------------------------------------------------------------
006850* 2170-GET-WORK-ORDER - ONE TRY AT THE WORK ORDER.  A BLANK
006860* ENTRY MEANS NO WORK ORDER, AS BEFORE; ANYTHING ELSE MUST BE
006870* OPEN ON THE WORKORD MASTER, WHICH IS OPENED ON THE FIRST
006880* LOOKUP AND HELD OPEN FOR THE RUN (9000-TERMINATE CLOSES IT),
006890* THE WAY CALCCONS IS HELD.  A HELD, CLOSED OR UNKNOWN ORDER
006900* RE-PROMPTS SO NO SPEND LANDS ON A JOB THAT CANNOT TAKE IT.
006910*-----------------------------------------------------------------
006920 2170-GET-WORK-ORDER.
006930     DISPLAY "ENTER WORK ORDER (BLANK = NONE): "
006940     ACCEPT WS-WORK-ORDER
006950     MOVE 'Y' TO WS-ENTRY-VALID-SWITCH
006960     IF WS-WORK-ORDER = SPACES
006970         GO TO 2170-EXIT
006980     END-IF
006990     MOVE 'N' TO WS-ENTRY-VALID-SWITCH
007000     IF NOT WS-WORKORD-OPEN AND NOT WS-WORKORD-FAILED
007010         OPEN INPUT WORKORD-FILE
007020         IF WS-WORKORD-STATUS NOT = "00"
007030             DISPLAY "NO WORK-ORDER MASTER ON HAND - STATUS "
007040                 WS-WORKORD-STATUS
007050             MOVE 'F' TO WS-WORKORD-OPEN-SWITCH
007060         ELSE
007070             MOVE 'Y' TO WS-WORKORD-OPEN-SWITCH
007080         END-IF
007090     END-IF
007100     IF WS-WORKORD-FAILED
007110         DISPLAY "WORK ORDERS CANNOT BE CHECKED - LEAVE IT "
007120             "BLANK OR SEE YOUR SUPERVISOR."
007130         GO TO 2170-EXIT
007140     END-IF
007150     MOVE WS-WORK-ORDER TO WORKORD-WORK-ORDER
007160     READ WORKORD-FILE
007170         INVALID KEY
007180             DISPLAY "WORK ORDER " WS-WORK-ORDER " IS NOT ON "
007190                 "FILE."
007200             GO TO 2170-EXIT
007210     END-READ
007220     EVALUATE TRUE
007230         WHEN WORKORD-OPEN
007240             MOVE 'Y' TO WS-ENTRY-VALID-SWITCH
007250         WHEN WORKORD-ON-HOLD
007260             DISPLAY "WORK ORDER " WS-WORK-ORDER " IS ON HOLD."
007270         WHEN OTHER
007280             DISPLAY "WORK ORDER " WS-WORK-ORDER " IS CLOSED."
007290     END-EVALUATE.
007300 2170-EXIT.
007310     EXIT.
007320 2200-PERFORM-CALC.
007330     MOVE 'O' TO WS-CALC-STATUS
007340     MOVE ZERO TO WS-RESULT
007350     IF WS-CONS-FAIL
007360         MOVE 'C' TO WS-CALC-STATUS
007370         GO TO 2200-EXIT
007380     END-IF
007390     EVALUATE WS-OPERATOR
007400         WHEN "+"
007410             ADD WS-NUM1 TO WS-NUM2 GIVING WS-RESULT
007420                 ON SIZE ERROR
007430                     MOVE 'V' TO WS-CALC-STATUS
007440             END-ADD
007450         WHEN "-"
007460             SUBTRACT WS-NUM2 FROM WS-NUM1 GIVING WS-RESULT
007470                 ON SIZE ERROR
007480                     MOVE 'V' TO WS-CALC-STATUS
007490             END-SUBTRACT
007500         WHEN "*"
007510             MULTIPLY WS-NUM1 BY WS-NUM2 GIVING WS-RESULT
007520                 ON SIZE ERROR
007530                     MOVE 'V' TO WS-CALC-STATUS
007540             END-MULTIPLY
007550         WHEN "/"
007560             IF WS-NUM2 = ZERO
007570                 MOVE 'Z' TO WS-CALC-STATUS
007580             ELSE
007590                 DIVIDE WS-NUM1 BY WS-NUM2 GIVING WS-RESULT
007600                     ON SIZE ERROR
007610                         MOVE 'V' TO WS-CALC-STATUS
007620                 END-DIVIDE
007630             END-IF
007640         WHEN "%"
007650             MULTIPLY WS-NUM1 BY WS-NUM2 GIVING WS-TEMP-PRODUCT
007660             DIVIDE WS-TEMP-PRODUCT BY 100 GIVING WS-RESULT
007670                 ON SIZE ERROR
007680                     MOVE 'V' TO WS-CALC-STATUS
007690             END-DIVIDE
007700         WHEN "^"
007710             COMPUTE WS-RESULT = WS-NUM1 ** WS-NUM2
007720                 ON SIZE ERROR
007730                     MOVE 'V' TO WS-CALC-STATUS
007740             END-COMPUTE
007750         WHEN "M"
007760             IF WS-NUM2 = ZERO
007770                 MOVE 'Z' TO WS-CALC-STATUS
007780             ELSE
007790                 DIVIDE WS-NUM1 BY WS-NUM2 GIVING WS-TEMP-QUOTIENT
007800                     REMAINDER WS-RESULT
007810                     ON SIZE ERROR
007820                         MOVE 'V' TO WS-CALC-STATUS
007830                 END-DIVIDE
007840             END-IF
007850         WHEN OTHER
007860             MOVE 'I' TO WS-CALC-STATUS
007870     END-EVALUATE.
007880 2200-EXIT.
007890     EXIT.
007900 2300-DISPLAY-RESULT.
007910     EVALUATE TRUE
007920         WHEN WS-CALC-STAT-OK
007930             MOVE WS-RESULT TO WS-RESULT-EDITED
007940             DISPLAY "RESULT: " WS-RESULT-EDITED
007950         WHEN WS-CALC-STAT-DIVZERO
007960             DISPLAY "ERROR: DIVISION BY ZERO."
007970         WHEN WS-CALC-STAT-OVERFLOW
007980             DISPLAY "ERROR: RESULT OVERFLOWED - NOT POSTED."
007990         WHEN WS-CALC-STAT-INVALID
008000             DISPLAY "ERROR: INVALID OPERATOR."
008010         WHEN WS-CALC-STAT-BADCONS
008020             DISPLAY "ERROR: UNKNOWN CONSTANT."
008030         WHEN WS-CALC-STAT-BADFORM
008040             DISPLAY "ERROR: UNKNOWN FORMULA."
008050     END-EVALUATE.
008060 2300-EXIT.
008070     EXIT.
008080*-----------------------------------------------------------------
008090* 2400-LOG-CALCULATION - APPENDS ONE CALCLOG RECORD FOR THIS
008100* CALCULATION, GOOD OR BAD, SO THE FLOOR HAS A COMPLETE TRAIL.
008110*-----------------------------------------------------------------
008120 2400-LOG-CALCULATION.
008130     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
008140     ACCEPT WS-CURRENT-TIME FROM TIME
008150     MOVE WS-OPERATOR    TO CALCLOG-OPERATOR
008160     MOVE WS-NUM1        TO CALCLOG-NUM1
008170     MOVE WS-NUM2        TO CALCLOG-NUM2
008180     MOVE WS-RESULT      TO CALCLOG-RESULT
008190     MOVE WS-CALC-STATUS TO CALCLOG-STATUS
008200     MOVE WS-CURRENT-DATE TO CALCLOG-DATE
008210     MOVE WS-CURRENT-TIME TO CALCLOG-TIME
008220     MOVE WS-RUN-ID       TO CALCLOG-RUN-ID
008230     MOVE WS-CONS1-NAME   TO CALCLOG-CONS1-NAME
008240     MOVE WS-CONS2-NAME   TO CALCLOG-CONS2-NAME
008250     MOVE WS-WORK-ORDER   TO CALCLOG-WORK-ORDER
008260     MOVE WS-LOG-USER-ID  TO CALCLOG-USER-ID
008270     IF WS-CHAIN-MODE
008280         MOVE 'C'   TO CALCLOG-CHAIN-FLAG
008290     ELSE
008300         MOVE SPACE TO CALCLOG-CHAIN-FLAG
008310     END-IF
008320     WRITE CALCLOG-RECORD
008330     IF WS-BATCH-MODE
008340         ADD 1 TO WS-LOG-COUNT
008350         IF WS-CALC-STAT-OK
008360             ADD WS-RESULT TO WS-LOG-AMOUNT
008370         END-IF
008380     END-IF.
008390 2400-EXIT.
008400     EXIT.
008410*-----------------------------------------------------------------
008420* 2500-ASK-CONTINUE - ASKS FOR ANOTHER CALCULATION.  A 'C'
008430* ANSWER AFTER A POSTED RESULT CHAINS IT INTO THE NEXT
008440* CALCULATION AS THE FIRST NUMBER, SO A MULTI-STEP FLOOR
008450* CALCULATION NEEDS NO REKEYING OF INTERMEDIATE RESULTS.
008460*-----------------------------------------------------------------
008470 2500-ASK-CONTINUE.
008480     DISPLAY "ANOTHER CALCULATION? "
008490         "(Y=YES / N=NO / C=CHAIN RESULT): "
008500     ACCEPT WS-CONTINUE-RESPONSE
008510     MOVE 'N' TO WS-CHAIN-SWITCH
008520     EVALUATE WS-CONTINUE-RESPONSE
008530         WHEN 'C'
008540         WHEN 'c'
008550             MOVE 'Y' TO WS-CONTINUE-SWITCH
008560             IF WS-CALC-STAT-OK
008570                 MOVE 'Y' TO WS-CHAIN-SWITCH
008580             ELSE
008590                 DISPLAY "NO POSTED RESULT TO CHAIN - STARTING "
008600                     "A FRESH CALCULATION."
008610             END-IF
008620         WHEN 'Y'
008630         WHEN 'y'
008640             MOVE 'Y' TO WS-CONTINUE-SWITCH
008650         WHEN OTHER
008660             MOVE 'N' TO WS-CONTINUE-SWITCH
008670     END-EVALUATE.
008680 2500-EXIT.
008690     EXIT.
008700*-----------------------------------------------------------------
008710* 2600-RUN-FORMULA - RUNS THE FETCHED FORMULA'S STEPS AGAINST
008720* THE STARTING NUMBER IN WS-NUM1, ONE CALCLOG ENTRY PER STEP
008730* (AND ONE CALCOUT RECORD PER STEP IN BATCH), STOPPING AT THE
008740* FIRST STEP THAT DOES NOT POST.  A FORMULA THAT COULD NOT BE
008750* FETCHED POSTS A SINGLE ENTRY WITH THE 'F' STATUS AND THE
008760* FORMULA NAME IN THE SECOND CONSTANT-NAME SLOT SO THE TRAIL
008770* SHOWS WHAT WAS ASKED FOR.
008780*-----------------------------------------------------------------
008790 2600-RUN-FORMULA.
008800     IF NOT WS-FORM-FOUND
008810         MOVE 'F'  TO WS-CALC-STATUS
008820         MOVE ZERO TO WS-RESULT
008830         MOVE ZERO TO WS-NUM2
008840         MOVE SPACES TO WS-CONS1-NAME
008850         MOVE WS-FORMULA-NAME TO WS-CONS2-NAME
008860         IF WS-BATCH-MODE
008870             PERFORM 3300-WRITE-CALCOUT THRU 3300-EXIT
008880         ELSE
008890             PERFORM 2300-DISPLAY-RESULT THRU 2300-EXIT
008900         END-IF
008910         PERFORM 2400-LOG-CALCULATION THRU 2400-EXIT
008920         GO TO 2600-EXIT
008930     END-IF
008940     MOVE 'O' TO WS-CALC-STATUS
008950     PERFORM 2610-FORMULA-STEP THRU 2610-EXIT
008960         VARYING WS-STEP-IX FROM 1 BY 1
008970         UNTIL WS-STEP-IX > CALCFORM-STEP-COUNT
008980             OR NOT WS-CALC-STAT-OK
008990     IF NOT WS-BATCH-MODE AND WS-CALC-STAT-OK
009000         MOVE WS-RESULT TO WS-RESULT-EDITED
009010         DISPLAY "FORMULA " WS-FORMULA-NAME " RESULT: "
009020             WS-RESULT-EDITED
009030     END-IF
009040     MOVE 'N' TO WS-CHAIN-SWITCH.
009050 2600-EXIT.
009060     EXIT.
009070*-----------------------------------------------------------------
009080* 2610-FORMULA-STEP - ONE FORMULA STEP.  THE RUNNING RESULT IS
009090* THE FIRST NUMBER OF EVERY STEP AFTER THE FIRST, AND STEPS
009100* AFTER THE FIRST LOG WITH THE CHAIN FLAG SO THE TRAIL SHOWS
009110* THE SEQUENCE BELONGS TOGETHER.
009120*-----------------------------------------------------------------
009130 2610-FORMULA-STEP.
009140     IF WS-STEP-IX > 1
009150         MOVE WS-RESULT TO WS-NUM1
009160         MOVE 'Y' TO WS-CHAIN-SWITCH
009170     END-IF
009180     MOVE CALCFORM-STEP-OPERATOR (WS-STEP-IX) TO WS-OPERATOR
009190     PERFORM 2650-RESOLVE-STEP-OPERAND THRU 2650-EXIT
009200     PERFORM 2200-PERFORM-CALC THRU 2200-EXIT
009210     IF WS-BATCH-MODE
009220         PERFORM 3300-WRITE-CALCOUT THRU 3300-EXIT
009230     END-IF
009240     PERFORM 2400-LOG-CALCULATION THRU 2400-EXIT
009250     IF NOT WS-CALC-STAT-OK AND NOT WS-BATCH-MODE
009260         PERFORM 2300-DISPLAY-RESULT THRU 2300-EXIT
009270         DISPLAY "FORMULA " WS-FORMULA-NAME " STOPPED AT STEP "
009280             WS-STEP-IX "."
009290     END-IF.
009300 2610-EXIT.
009310     EXIT.
009320*-----------------------------------------------------------------
009330* 2650-RESOLVE-STEP-OPERAND - RESOLVES ONE STEP'S OPERAND INTO
009340* WS-NUM2.  THE RESERVED WORD RESULT MEANS THE PRIOR STEP'S
009350* RESULT (THE STARTING NUMBER ON STEP ONE); ANY OTHER OPERAND
009360* STARTING WITH A LETTER IS A CALCCONS CONSTANT NAME, KEPT FOR
009370* THE CALCLOG ENTRY; ANYTHING ELSE IS A STORED SIGNED LITERAL.
009380* A CONSTANT THAT CANNOT BE RESOLVED MARKS THE STEP SO IT
009390* POSTS WITH THE 'C' STATUS INSTEAD OF A WRONG ANSWER.
009400*-----------------------------------------------------------------
009410 2650-RESOLVE-STEP-OPERAND.
009420     MOVE 'N'    TO WS-CONS-FAIL-SWITCH
009430     MOVE SPACES TO WS-CONS1-NAME
009440     MOVE SPACES TO WS-CONS2-NAME
009450     IF CALCFORM-STEP-OPERAND-NAME (WS-STEP-IX) = "RESULT"
009460         MOVE WS-NUM1 TO WS-NUM2
009470         GO TO 2650-EXIT
009480     END-IF
009490     IF CALCFORM-STEP-OPERAND-NAME (WS-STEP-IX) (1:1)
009500        IS ALPHABETIC AND
009510        CALCFORM-STEP-OPERAND-NAME (WS-STEP-IX) (1:1)
009520        NOT = SPACE
009530         MOVE CALCFORM-STEP-OPERAND-NAME (WS-STEP-IX)
009540             TO WS-CONS-NAME-IN
009550         PERFORM 2150-FETCH-CONSTANT THRU 2150-EXIT
009560         IF WS-CONS-FOUND
009570             MOVE WS-CONS-VALUE   TO WS-NUM2
009580             MOVE WS-CONS-NAME-IN TO WS-CONS2-NAME
009590         ELSE
009600             MOVE 'Y'  TO WS-CONS-FAIL-SWITCH
009610             MOVE ZERO TO WS-NUM2
009620         END-IF
009630     ELSE
009640         MOVE CALCFORM-STEP-OPERAND (WS-STEP-IX) TO WS-NUM2
009650     END-IF.
009660 2650-EXIT.
009670     EXIT.
009680*-----------------------------------------------------------------
009690* 3000-BATCH-DRIVER - READS CALCIN, CALCULATES, WRITES CALCOUT
009700* AND CALCLOG FOR EVERY TRANSACTION, UNATTENDED.
009710*-----------------------------------------------------------------
009720 3000-BATCH-DRIVER.
009730     MOVE ZERO TO WS-TRANS-COUNT
009740     MOVE ZERO TO WS-SKIP-COUNT
009750     MOVE ZERO TO WS-OUT-COUNT
009760     MOVE ZERO TO WS-LOG-COUNT
009770     MOVE ZERO TO WS-OUT-AMOUNT
009780     MOVE ZERO TO WS-LOG-AMOUNT
009790     IF WS-RESTART-MODE
009800         PERFORM 3050-LOAD-CHECKPOINT THRU 3050-EXIT
009810     END-IF
009820     OPEN INPUT CALCIN-FILE
009830     IF WS-CALCIN-STATUS NOT = "00"
009840         DISPLAY "ERROR: UNABLE TO OPEN CALCIN - STATUS "
009850             WS-CALCIN-STATUS
009860         MOVE 16 TO WS-RETURN-CODE
009870         GO TO 3000-EXIT
009880     END-IF
009890     IF WS-SKIP-COUNT > ZERO
009900         OPEN EXTEND CALCOUT-FILE
009910     ELSE
009920         OPEN OUTPUT CALCOUT-FILE
009930     END-IF
009940     IF WS-CALCOUT-STATUS NOT = "00"
009950         DISPLAY "ERROR: UNABLE TO OPEN CALCOUT - STATUS "
009960             WS-CALCOUT-STATUS
009970         CLOSE CALCIN-FILE
009980         MOVE 16 TO WS-RETURN-CODE
009990         GO TO 3000-EXIT
010000     END-IF
010010     MOVE ZERO TO WS-SKIPPED-COUNT
010020     PERFORM 3080-SKIP-PROCESSED THRU 3080-EXIT
010030         UNTIL WS-SKIPPED-COUNT >= WS-SKIP-COUNT
010040             OR WS-CALCIN-EOF
010050     MOVE WS-SKIP-COUNT TO WS-TRANS-COUNT
010060     PERFORM 3500-RAISE-CHECKPOINT-ALERT THRU 3500-EXIT
010070     PERFORM 3100-READ-CALCIN THRU 3100-EXIT
010080     PERFORM 3200-BATCH-TRANSACTION THRU 3200-EXIT
010090         UNTIL WS-CALCIN-EOF
010100     PERFORM 3450-RETIRE-CHECKPOINT THRU 3450-EXIT
010110     IF WS-CALCCKPT-STATUS = "00"
010120         PERFORM 3550-CLEAR-CHECKPOINT-ALERT THRU 3550-EXIT
010130     END-IF
010140     CLOSE CALCIN-FILE
010150     CLOSE CALCOUT-FILE
010160     PERFORM 3900-WRITE-RUN-CONTROL THRU 3900-EXIT.
010170 3000-EXIT.
010180     EXIT.
010190*-----------------------------------------------------------------
010200* 3050-LOAD-CHECKPOINT - PICKS UP AN ACTIVE CHECKPOINT FOR A
010210* RESTART: HOW MANY TRANSACTIONS THE DEAD RUN FINISHED AND ITS
010220* RUN ID, SO THE RERUN'S RECORDS JOIN THE SAME RUN ON CALCOUT
010230* AND CALCLOG.  NO ACTIVE CHECKPOINT MEANS A FRESH START.
010240*-----------------------------------------------------------------
010250 3050-LOAD-CHECKPOINT.
010260     OPEN INPUT CALCCKPT-FILE
010270     IF WS-CALCCKPT-STATUS NOT = "00"
010280         DISPLAY "NO CHECKPOINT ON FILE - STARTING FROM THE "
010290             "TOP."
010300         GO TO 3050-EXIT
010310     END-IF
010320     READ CALCCKPT-FILE
010330         AT END
010340             CLOSE CALCCKPT-FILE
010350             DISPLAY "NO CHECKPOINT ON FILE - STARTING FROM "
010360                 "THE TOP."
010370             GO TO 3050-EXIT
010380     END-READ
010390     CLOSE CALCCKPT-FILE
010400     IF CALCCKPT-INACTIVE
010410         DISPLAY "LAST BATCH RUN ENDED CLEANLY - STARTING "
010420             "FROM THE TOP."
010430         GO TO 3050-EXIT
010440     END-IF
010450     MOVE CALCCKPT-TRANS-COUNT TO WS-SKIP-COUNT
010460     MOVE CALCCKPT-RUN-ID      TO WS-RUN-ID
010470     DISPLAY "RESTARTING RUN " WS-RUN-ID " PAST "
010480         WS-SKIP-COUNT " PROCESSED TRANSACTIONS.".
010490 3050-EXIT.
010500     EXIT.
010510*-----------------------------------------------------------------
010520* 3080-SKIP-PROCESSED - PASSES OVER ONE CALCIN RECORD THE DEAD
010530* RUN ALREADY POSTED.
010540*-----------------------------------------------------------------
010550 3080-SKIP-PROCESSED.
010560     READ CALCIN-FILE
010570         AT END
010580             MOVE 'Y' TO WS-CALCIN-EOF-SWITCH
010590             GO TO 3080-EXIT
010600     END-READ
010610     ADD 1 TO WS-SKIPPED-COUNT.
010620 3080-EXIT.
010630     EXIT.
010640 3100-READ-CALCIN.
010650     READ CALCIN-FILE
010660         AT END
010670             MOVE 'Y' TO WS-CALCIN-EOF-SWITCH
010680             GO TO 3100-EXIT
010690     END-READ
010700     MOVE CALCIN-OPERATOR TO WS-OPERATOR
010710     MOVE CALCIN-WORK-ORDER TO WS-WORK-ORDER
010720     PERFORM 3150-RESOLVE-OPERANDS THRU 3150-EXIT.
010730 3100-EXIT.
010740     EXIT.
010750*-----------------------------------------------------------------
010760* 3150-RESOLVE-OPERANDS - A CALCIN AMOUNT STARTING WITH A
010770* LETTER IS A CALCCONS CONSTANT NAME; IT IS RESOLVED TO ITS
010780* VALUE AND THE NAME KEPT FOR THE CALCLOG ENTRY.  A NAME THAT
010790* CANNOT BE RESOLVED MARKS THE TRANSACTION SO IT POSTS WITH
010800* THE 'C' STATUS INSTEAD OF A WRONG ANSWER.
010810*-----------------------------------------------------------------
010820 3150-RESOLVE-OPERANDS.
010830     MOVE 'N'    TO WS-CONS-FAIL-SWITCH
010840     MOVE SPACES TO WS-CONS1-NAME
010850     MOVE SPACES TO WS-CONS2-NAME
010860     MOVE SPACES TO WS-FORMULA-NAME
010870     IF CALCIN-NUM1-NAME (1:1) IS ALPHABETIC AND
010880        CALCIN-NUM1-NAME (1:1) NOT = SPACE
010890         MOVE CALCIN-NUM1-NAME TO WS-CONS-NAME-IN
010900         PERFORM 2150-FETCH-CONSTANT THRU 2150-EXIT
010910         IF WS-CONS-FOUND
010920             MOVE WS-CONS-VALUE   TO WS-NUM1
010930             MOVE WS-CONS-NAME-IN TO WS-CONS1-NAME
010940         ELSE
010950             MOVE 'Y'  TO WS-CONS-FAIL-SWITCH
010960             MOVE ZERO TO WS-NUM1
010970         END-IF
010980     ELSE
010990         MOVE CALCIN-NUM1 TO WS-NUM1
011000     END-IF
011010     IF WS-OPERATOR = "F"
011020         MOVE CALCIN-NUM2-NAME TO WS-FORMULA-NAME
011030         MOVE ZERO TO WS-NUM2
011040         GO TO 3150-EXIT
011050     END-IF
011060     IF CALCIN-NUM2-NAME (1:1) IS ALPHABETIC AND
011070        CALCIN-NUM2-NAME (1:1) NOT = SPACE
011080         MOVE CALCIN-NUM2-NAME TO WS-CONS-NAME-IN
011090         PERFORM 2150-FETCH-CONSTANT THRU 2150-EXIT
011100         IF WS-CONS-FOUND
011110             MOVE WS-CONS-VALUE   TO WS-NUM2
011120             MOVE WS-CONS-NAME-IN TO WS-CONS2-NAME
011130         ELSE
011140             MOVE 'Y'  TO WS-CONS-FAIL-SWITCH
011150             MOVE ZERO TO WS-NUM2
011160         END-IF
011170     ELSE
011180         MOVE CALCIN-NUM2 TO WS-NUM2
011190     END-IF.
011200 3150-EXIT.
011210     EXIT.
011220 3200-BATCH-TRANSACTION.
011230     IF WS-OPERATOR = "F"
011240         PERFORM 3250-BATCH-FORMULA THRU 3250-EXIT
011250     ELSE
011260         PERFORM 2200-PERFORM-CALC THRU 2200-EXIT
011270         PERFORM 3300-WRITE-CALCOUT THRU 3300-EXIT
011280         PERFORM 2400-LOG-CALCULATION THRU 2400-EXIT
011290     END-IF
011300     ADD 1 TO WS-TRANS-COUNT
011310     PERFORM 3400-SAVE-CHECKPOINT THRU 3400-EXIT
011320     PERFORM 3100-READ-CALCIN THRU 3100-EXIT.
011330 3200-EXIT.
011340     EXIT.
011350*-----------------------------------------------------------------
011360* 3250-BATCH-FORMULA - ONE FORMULA TRANSACTION.  A STARTING
011370* NUMBER WHOSE CONSTANT NAME COULD NOT BE RESOLVED POSTS ONE
011380* RECORD WITH THE 'C' STATUS RATHER THAN RUNNING THE STEPS
011390* AGAINST ZERO; OTHERWISE THE FORMULA IS FETCHED AND RUN, ONE
011400* CALCOUT AND CALCLOG RECORD PER STEP.
011410*-----------------------------------------------------------------
011420 3250-BATCH-FORMULA.
011430     IF WS-CONS-FAIL
011440         MOVE 'C'  TO WS-CALC-STATUS
011450         MOVE ZERO TO WS-RESULT
011460         PERFORM 3300-WRITE-CALCOUT THRU 3300-EXIT
011470         PERFORM 2400-LOG-CALCULATION THRU 2400-EXIT
011480         GO TO 3250-EXIT
011490     END-IF
011500     PERFORM 2160-FETCH-FORMULA THRU 2160-EXIT
011510     PERFORM 2600-RUN-FORMULA THRU 2600-EXIT.
011520 3250-EXIT.
011530     EXIT.
011540 3300-WRITE-CALCOUT.
011550     MOVE WS-NUM1     TO CALCOUT-NUM1
011560     MOVE WS-OPERATOR TO CALCOUT-OPERATOR
011570     MOVE WS-NUM2     TO CALCOUT-NUM2
011580     MOVE WS-RESULT   TO CALCOUT-RESULT
011590     EVALUATE TRUE
011600         WHEN WS-CALC-STAT-OK
011610             MOVE "OK"               TO CALCOUT-MESSAGE
011620         WHEN WS-CALC-STAT-DIVZERO
011630             MOVE "DIVISION BY ZERO"  TO CALCOUT-MESSAGE
011640         WHEN WS-CALC-STAT-OVERFLOW
011650             MOVE "RESULT OVERFLOW"    TO CALCOUT-MESSAGE
011660         WHEN WS-CALC-STAT-INVALID
011670             MOVE "INVALID OPERATOR"  TO CALCOUT-MESSAGE
011680         WHEN WS-CALC-STAT-BADCONS
011690             MOVE "UNKNOWN CONSTANT"  TO CALCOUT-MESSAGE
011700         WHEN WS-CALC-STAT-BADFORM
011710             MOVE "UNKNOWN FORMULA"   TO CALCOUT-MESSAGE
011720     END-EVALUATE
011730     MOVE WS-RUN-ID TO CALCOUT-RUN-ID
011740     MOVE WS-WORK-ORDER TO CALCOUT-WORK-ORDER
011750     WRITE CALCOUT-RECORD
011760     ADD 1 TO WS-OUT-COUNT
011770     IF WS-CALC-STAT-OK
011780         ADD WS-RESULT TO WS-OUT-AMOUNT
011790     END-IF.
011800 3300-EXIT.
011810     EXIT.
011820*-----------------------------------------------------------------
011830* 3400-SAVE-CHECKPOINT - REWRITES THE CHECKPOINT WITH THE COUNT
011840* OF TRANSACTIONS POSTED SO FAR AND THE RECORD JUST HANDLED,
011850* AFTER BOTH THE CALCOUT AND CALCLOG WRITES FOR IT ARE ON DISK.
011860*-----------------------------------------------------------------
011870 3400-SAVE-CHECKPOINT.
011880     MOVE 'Y'            TO CALCCKPT-ACTIVE-FLAG
011890     MOVE WS-RUN-ID      TO CALCCKPT-RUN-ID
011900     MOVE WS-TRANS-COUNT TO CALCCKPT-TRANS-COUNT
011910     MOVE WS-NUM1        TO CALCCKPT-LAST-NUM1
011920     MOVE WS-OPERATOR    TO CALCCKPT-LAST-OPERATOR
011930     MOVE WS-NUM2        TO CALCCKPT-LAST-NUM2
011940     OPEN OUTPUT CALCCKPT-FILE
011950     IF WS-CALCCKPT-STATUS = "00"
011960         WRITE CALCCKPT-RECORD
011970         CLOSE CALCCKPT-FILE
011980     ELSE
011990         DISPLAY "WARNING: CHECKPOINT NOT SAVED - STATUS "
012000             WS-CALCCKPT-STATUS
012010     END-IF.
012020 3400-EXIT.
012030     EXIT.
012040*-----------------------------------------------------------------
012050* 3450-RETIRE-CHECKPOINT - MARKS THE CHECKPOINT INACTIVE AT
012060* NORMAL END OF JOB SO THE NEXT RESTART REQUEST KNOWS THERE IS
012070* NOTHING TO RESUME.
012080*-----------------------------------------------------------------
012090 3450-RETIRE-CHECKPOINT.
012100     MOVE 'N'            TO CALCCKPT-ACTIVE-FLAG
012110     MOVE WS-RUN-ID      TO CALCCKPT-RUN-ID
012120     MOVE WS-TRANS-COUNT TO CALCCKPT-TRANS-COUNT
012130     MOVE WS-NUM1        TO CALCCKPT-LAST-NUM1
012140     MOVE WS-OPERATOR    TO CALCCKPT-LAST-OPERATOR
012150     MOVE WS-NUM2        TO CALCCKPT-LAST-NUM2
012160     OPEN OUTPUT CALCCKPT-FILE
012170     IF WS-CALCCKPT-STATUS = "00"
012180         WRITE CALCCKPT-RECORD
012190         CLOSE CALCCKPT-FILE
012200     ELSE
012210         DISPLAY "WARNING: CHECKPOINT NOT RETIRED - STATUS "
012220             WS-CALCCKPT-STATUS
012230     END-IF.
012240 3450-EXIT.
012250     EXIT.
012260*-----------------------------------------------------------------
012270* 3500-RAISE-CHECKPOINT-ALERT - PUTS UP THE SUPERVISORS' ALERT
012280* THAT A CHECKPOINT IS ACTIVE BEFORE THE FIRST TRANSACTION IS
012290* POSTED.  A RUN THAT FINISHES WITHDRAWS IT AGAIN; ONE THAT
012300* ABENDS CANNOT SAY SO ITSELF, SO THE ALERT HAS TO BE UP FIRST.
012310* A RESTART REPLACES THE DEAD RUN'S ALERT WITH ITS OWN.
012320*-----------------------------------------------------------------
012330 3500-RAISE-CHECKPOINT-ALERT.
012340     MOVE "POST"      TO NOTE-FUNCTION
012350     MOVE "CALCULAT"  TO NOTE-SOURCE
012360     MOVE "CHECKPNT"  TO NOTE-SUBJECT
012370     MOVE 'C'         TO NOTE-SEVERITY
012380     MOVE 'S'         TO NOTE-PERM-LEVEL
012390     MOVE SPACES      TO NOTE-TEXT
012400     STRING "RUN " WS-RUN-ID " CHECKPOINT ACTIVE - RERUN WITH R"
012410         DELIMITED BY SIZE INTO NOTE-TEXT
012420     CALL "NOTEPOST" USING NOTE-CALL-PARMS
012430     IF NOT NOTE-RC-OK
012440         DISPLAY "WARNING: CHECKPOINT ALERT NOT POSTED."
012450     END-IF.
012460 3500-EXIT.
012470     EXIT.
012480*-----------------------------------------------------------------
012490* 3550-CLEAR-CHECKPOINT-ALERT - WITHDRAWS THE CHECKPOINT ALERT
012500* ONCE THE CHECKPOINT HAS BEEN RETIRED.
012510*-----------------------------------------------------------------
012520 3550-CLEAR-CHECKPOINT-ALERT.
012530     MOVE "CLEAR"     TO NOTE-FUNCTION
012540     MOVE "CALCULAT"  TO NOTE-SOURCE
012550     MOVE "CHECKPNT"  TO NOTE-SUBJECT
012560     CALL "NOTEPOST" USING NOTE-CALL-PARMS
012570     IF NOT NOTE-RC-OK
012580         DISPLAY "WARNING: CHECKPOINT ALERT NOT WITHDRAWN."
012590     END-IF.
012600 3550-EXIT.
012610     EXIT.
012620*-----------------------------------------------------------------
012630* 3900-WRITE-RUN-CONTROL - APPENDS THE BATCH RUN'S CONTROL
012640* COUNTS AND POSTED-AMOUNT TOTALS TO THE SHARED CALCCTL FILE
012650* FOR THE CALCBAL BALANCING STEP.  A MISSING FILE IS CREATED
012660* ON THE FIRST RUN OF THE DAY, THE WAY AUDITLOG CREATES THE
012670* AUDIT TRAIL.  THE TRANSACTION COUNT IS CUMULATIVE FOR THE
012680* RUN ID, SO A RESTART'S RECORD SUPERSEDES THE DEAD RUN'S.
012690*-----------------------------------------------------------------
012700 3900-WRITE-RUN-CONTROL.
012710     OPEN EXTEND CALCCTL-FILE
012720     IF WS-CALCCTL-STATUS = "05" OR WS-CALCCTL-STATUS = "35"
012730         OPEN OUTPUT CALCCTL-FILE
012740     END-IF
012750     IF WS-CALCCTL-STATUS NOT = "00"
012760         DISPLAY "WARNING: RUN-CONTROL RECORD NOT WRITTEN - "
012770             "STATUS " WS-CALCCTL-STATUS
012780         GO TO 3900-EXIT
012790     END-IF
012800     MOVE "CALCULAT"      TO CALCCTL-PROGRAM
012810     MOVE WS-RUN-ID       TO CALCCTL-RUN-ID
012820     MOVE WS-CURRENT-DATE TO CALCCTL-DATE
012830     ACCEPT CALCCTL-TIME FROM TIME
012840     MOVE WS-TRANS-COUNT  TO CALCCTL-READ-COUNT
012850     MOVE WS-OUT-COUNT    TO CALCCTL-COUNT-1
012860     MOVE WS-LOG-COUNT    TO CALCCTL-COUNT-2
012870     MOVE WS-OUT-AMOUNT   TO CALCCTL-AMOUNT-1
012880     MOVE WS-LOG-AMOUNT   TO CALCCTL-AMOUNT-2
012890     WRITE CALCCTL-RECORD
012900     CLOSE CALCCTL-FILE.
012910 3900-EXIT.
012920     EXIT.
012930 9000-TERMINATE.
012940     MOVE "END" TO AUDIT-FUNCTION
012950     CALL "AUDITLOG" USING AUDIT-CALL-PARMS
012960     IF NOT AUDIT-RC-OK
012970         DISPLAY "WARNING: AUDIT TRAIL SIGN-OFF NOT RECORDED."
012980     END-IF
012990     CLOSE CALCLOG-FILE
013000     IF WS-CALCCONS-OPEN
013010         CLOSE CALCCONS-FILE
013020         MOVE 'N' TO WS-CALCCONS-OPEN-SWITCH
013030     END-IF
013040     IF WS-CALCFORM-OPEN
013050         CLOSE CALCFORM-FILE
013060         MOVE 'N' TO WS-CALCFORM-OPEN-SWITCH
013070     END-IF
013080     IF WS-WORKORD-OPEN
013090         CLOSE WORKORD-FILE
013100         MOVE 'N' TO WS-WORKORD-OPEN-SWITCH
013110     END-IF
013120     DISPLAY "THANK YOU FOR USING THE CALCULATOR.".
013130 9000-EXIT.
013140     EXIT.
