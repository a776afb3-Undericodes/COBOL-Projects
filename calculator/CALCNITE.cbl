000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CALCNITE.
000030 AUTHOR.         D. MERRICK.
000040 INSTALLATION.   FLOOR OPERATIONS - SHOP CALCULATIONS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*-----------------------------------------------------------------
000080* CALCNITE - NIGHTLY BATCH DRIVER.  RUNS THE NIGHTLY CHAIN FROM
000090* A STEP TABLE INSTEAD OF BY HAND: THE CALCINTG INTEGRITY
000100* CHECK, THE STORDGEN STANDING-ORDER GENERATOR, CALCEDIT, THE
000110* CALCULATOR'S BATCH MODE, CALCRECN, GLEXTRCT, CALCBAL, THE
000120* RPTQRUN OVERNIGHT REPORT REQUESTS AND, AT MONTH END,
000130* CALCARCH.  EACH STEP IS CALLED WITH ITS RUN PARAMETER BUILT
000140* HERE AND HANDS BACK A RETURN CODE; A CODE OVER THE STEP'S
000150* LIMIT IN THE TABLE STOPS THE STREAM, AND THE STEPS BEHIND IT
000160* ARE LOGGED AS NOT RUN.
000170*
000180* EVERY STEP OF EVERY RUN - RUN, NOT DUE OR NOT RUN - IS
000190* APPENDED TO THE JOBLOG JOB-RUN LOG WITH ITS START AND END
000200* TIMES, RETURN CODE AND LIMIT, AND AN END-OF-STREAM RECORD
000210* CLOSES THE RUN, SO A STEP THAT DID NOT RUN SHOWS ON THE LOG
000220* THE NEXT MORNING.  A RESTART READS THE LOG AND RESUMES THE
000230* LAST RUN AT ITS FAILED STEP UNDER THE SAME STREAM ID, SO
000240* CALCEDIT AND THE CALCULATOR ARE NOT RUN TWICE AND CALCCTL
000250* GETS NO DUPLICATE ENTRIES.  A NORMAL START IS REFUSED WHILE
000260* THE LAST RUN IS UNFINISHED - IT MUST BE RESTARTED, OR
000270* ABANDONED ON PURPOSE.
000280*
000290* STARTED FROM MAINMENU BY A SUPERVISOR, IT ASKS FOR THE RUN
000300* OPTIONS.  RUN UNATTENDED, IT TAKES THEM FROM THE RUN
000310* PARAMETER AND THE USER MUST BE AN ACTIVE SUPERVISOR ON
000320* USERMAST, AS FOR THE CALCULATOR'S BATCH MODE.
000330*
000340* RUN PARAMETER:  USERID,T,M
000350*   USERID      SUBMITTING SUPERVISOR
000360*   T           BLANK = NORMAL RUN, R = RESTART THE LAST RUN AT
000370*               ITS FAILED STEP, A = ABANDON THE UNFINISHED
000380*               LAST RUN AND START A NEW ONE
000390*   M           Y = RUN THE MONTH-END STEP, N = SKIP IT, BLANK
000400*               = RUN IT ON THE LAST DAY OF THE MONTH
000410* RETURN CODE:    THE HIGHEST STEP RETURN CODE, OR 16 WHEN THE
000420*                 RUN IS REFUSED
000430*-----------------------------------------------------------------
000440* MODIFICATION HISTORY
000450* DATE       INIT  DESCRIPTION
000460* 2026-10-15 DLM   ORIGINAL - NIGHTLY BATCH DRIVER WITH STEP
000470*                  TABLE, JOB-RUN LOG AND RESTART
000480*                  (CR-2026-142).
000490* 2026-10-15 DLM   ADDED THE CALCINTG REFERENTIAL INTEGRITY
000500*                  CHECK AS THE FIRST STEP OF THE STREAM
000510*                  (CR-2026-145).
000520* 2026-10-15 DLM   ADDED THE RPTQRUN OVERNIGHT REPORT REQUEST
000530*                  STEP AFTER CALCBAL (CR-2026-146).
000540* 2026-10-15 DLM   ADDED THE STORDGEN STANDING-ORDER GENERATOR
000550*                  STEP AHEAD OF CALCEDIT (CR-2026-147).
000560*-----------------------------------------------------------------
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER. IBM-370.
000600 OBJECT-COMPUTER. IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-JOBLOG-STATUS.
000660     SELECT USERMAST-FILE ASSIGN TO "USERMAST"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS USERMAST-USER-ID
000700         FILE STATUS IS WS-USERMAST-STATUS.
000710     SELECT CALCOUT-FILE ASSIGN TO "CALCOUT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-CALCOUT-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  JOBLOG-FILE
000770     RECORDING MODE IS F.
000780     COPY JOBLOG.
000790 FD  USERMAST-FILE
000800     RECORDING MODE IS F.
000810     COPY USERMAST.
000820 FD  CALCOUT-FILE
000830     RECORDING MODE IS F.
000840     COPY CALCOUT.
000850 WORKING-STORAGE SECTION.
000860 77  WS-JOBLOG-STATUS            PIC X(02) VALUE SPACES.
000870 77  WS-USERMAST-STATUS          PIC X(02) VALUE SPACES.
000880 77  WS-CALCOUT-STATUS           PIC X(02) VALUE SPACES.
000890 77  WS-JOBLOG-EOF-SWITCH        PIC X(01) VALUE 'N'.
000900     88  WS-JOBLOG-EOF               VALUE 'Y'.
000910 77  WS-CALLED-SWITCH            PIC X(01) VALUE 'N'.
000920     88  WS-CALLED                   VALUE 'Y'.
000930 77  WS-START-OK-SWITCH          PIC X(01) VALUE 'N'.
000940     88  WS-START-OK                 VALUE 'Y'.
000950 77  WS-STOPPED-SWITCH           PIC X(01) VALUE 'N'.
000960     88  WS-STREAM-STOPPED           VALUE 'Y'.
000970 77  WS-MONTH-END-SWITCH         PIC X(01) VALUE 'N'.
000980     88  WS-MONTH-END                VALUE 'Y'.
000990 77  WS-LOAD-FAIL-SWITCH         PIC X(01) VALUE 'N'.
001000     88  WS-LOAD-FAILED              VALUE 'Y'.
001010 77  WS-RUN-TYPE                 PIC X(01) VALUE 'N'.
001020     88  WS-NORMAL-RUN               VALUE 'N'.
001030     88  WS-RESTART-RUN              VALUE 'R'.
001040     88  WS-ABANDON-RUN              VALUE 'A'.
001050 77  WS-PARM-CARD                PIC X(40) VALUE SPACES.
001060 77  WS-PARM-USER                PIC X(10) VALUE SPACES.
001070 77  WS-PARM-RUN-TYPE            PIC X(01) VALUE SPACE.
001080 77  WS-PARM-MONTH-END           PIC X(01) VALUE SPACE.
001090 77  WS-CONFIRM                  PIC X(01) VALUE SPACE.
001100 77  WS-USER-ID                  PIC X(10) VALUE SPACES.
001110 77  WS-STREAM-ID                PIC X(08) VALUE SPACES.
001120 77  WS-STREAM-DATE              PIC 9(08) VALUE ZERO.
001130 77  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001140 77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001150 77  WS-CALL-NAME                PIC X(10) VALUE SPACES.
001160 77  WS-CALC-RUN-ID              PIC X(08) VALUE SPACES.
001170 77  WS-STEP-IX                  PIC 9(02) COMP VALUE ZERO.
001180 77  WS-STEP-COUNT               PIC 9(02) COMP VALUE 9.
001190 77  WS-START-STEP               PIC 9(02) COMP VALUE 1.
001200 77  WS-FAILED-STEP              PIC 9(02) COMP VALUE ZERO.
001210 77  WS-STEP-RC                  PIC S9(04) COMP VALUE ZERO.
001220 77  WS-HIGH-RC                  PIC S9(04) COMP VALUE ZERO.
001230 77  WS-STEP-START-DATE          PIC 9(08) VALUE ZERO.
001240 77  WS-STEP-START-TIME          PIC 9(08) VALUE ZERO.
001250 77  WS-DSP-STEP                 PIC 9(02) VALUE ZERO.
001260 77  WS-DSP-RC                   PIC 9(04) VALUE ZERO.
001270 77  WS-DSP-MAX-RC               PIC 9(04) VALUE ZERO.
001280 77  WS-DIVIDE-QUOTIENT          PIC 9(04) COMP VALUE ZERO.
001290 77  WS-REM-4                    PIC 9(04) COMP VALUE ZERO.
001300 77  WS-REM-100                  PIC 9(04) COMP VALUE ZERO.
001310 77  WS-REM-400                  PIC 9(04) COMP VALUE ZERO.
001320 77  WS-LAST-DAY                 PIC 9(02) VALUE ZERO.
001330     COPY AUDITCLL.
001340     COPY RPTCALL.
001350     COPY SIGNON REPLACING LEADING ==SIGNON== BY ==NITE==.
001360*-----------------------------------------------------------------
001370* THE LAST RUN ON THE JOB-RUN LOG, AS FOUND BY THE SCAN: ITS
001380* STREAM ID AND DATE, THE HIGHEST STEP IT FINISHED (RAN CLEAN
001390* OR WAS NOT DUE) AND WHETHER IT CLOSED WITH A GOOD
001400* END-OF-STREAM RECORD.
001410*-----------------------------------------------------------------
001420 01  WS-LAST-RUN.
001430     05  WS-LAST-STREAM-ID       PIC X(08) VALUE SPACES.
001440     05  WS-LAST-STREAM-DATE     PIC 9(08) VALUE ZERO.
001450     05  WS-LAST-DONE-STEP       PIC 9(02) COMP VALUE ZERO.
001460     05  WS-LAST-COMPLETE-SWITCH PIC X(01) VALUE 'N'.
001470         88  WS-LAST-COMPLETE        VALUE 'Y'.
001480*-----------------------------------------------------------------
001490* THE STEP TABLE, IN RUN ORDER.  EACH ENTRY IS THE PROGRAM
001500* CALLED, THE HIGHEST RETURN CODE THE STREAM ACCEPTS FROM IT,
001510* AND WHEN IT RUNS (E = EVERY NIGHT, M = MONTH END ONLY).
001520* CALCINTG RUNS FIRST SO A BROKEN FILE LINK IS LISTED EVEN IF
001530* THE CALCULATOR THEN FALLS OVER ON IT; ITS ERRORS (8) DO NOT
001540* STOP THE STREAM BUT PUT THE DAY OUT OF BALANCE AT CALCBAL.
001550* STORDGEN COMES BEFORE CALCEDIT SO THE DAY'S STANDING ORDERS
001560* ARE ON CALCINR WHEN IT IS EDITED; A BAD ORDER SKIPPED (4)
001570* DOES NOT STOP THE STREAM, BUT AN ORDER IT COULD NOT STAMP AS
001580* GENERATED (8) DOES, BEFORE A RERUN CAN REPEAT IT.
001590* CALCEDIT MAY END WITH REJECTS (4) - CALCFIX REPAIRS THEM THE
001600* NEXT DAY; GLEXTRCT MAY END WITH UNMAPPED DETAILS (4) - CALCBAL
001610* THEN PUTS THE DAY OUT OF BALANCE AND STOPS THE STREAM THERE,
001620* AFTER THE CONTROL SHEET IS PRINTED.  RPTQRUN COMES AFTER
001630* CALCBAL SO A QUEUED CALCRECN CANNOT POST TO CALCCTL AHEAD OF
001640* THE NIGHT'S BALANCING, AND BEFORE CALCARCH SO MONTH-END
001650* REQUESTS STILL SEE THE MONTH ON THE LIVE LOG; A FAILED
001660* REQUEST (4) DOES NOT STOP THE STREAM.
001670*-----------------------------------------------------------------
001680 01  WS-STEP-TABLE-DATA.
001690     05  FILLER                  PIC X(13) VALUE "CALCINTG  08E".
001700     05  FILLER                  PIC X(13) VALUE "STORDGEN  04E".
001710     05  FILLER                  PIC X(13) VALUE "CALCEDIT  04E".
001720     05  FILLER                  PIC X(13) VALUE "CALCULATOR00E".
001730     05  FILLER                  PIC X(13) VALUE "CALCRECN  00E".
001740     05  FILLER                  PIC X(13) VALUE "GLEXTRCT  04E".
001750     05  FILLER                  PIC X(13) VALUE "CALCBAL   00E".
001760     05  FILLER                  PIC X(13) VALUE "RPTQRUN   04E".
001770     05  FILLER                  PIC X(13) VALUE "CALCARCH  00M".
001780 01  WS-STEP-TABLE REDEFINES WS-STEP-TABLE-DATA.
001790     05  WS-STEP-ENTRY           OCCURS 9 TIMES.
001800         10  WS-TBL-PROGRAM      PIC X(10).
001810         10  WS-TBL-MAX-RC       PIC 9(02).
001820         10  WS-TBL-SCHEDULE     PIC X(01).
001830             88  WS-TBL-MONTH-END-ONLY   VALUE 'M'.
001840*-----------------------------------------------------------------
001850* DAYS IN EACH MONTH FOR THE MONTH-END TEST (FEBRUARY IS
001860* ADJUSTED FOR LEAP YEARS), AND A BROKEN-OUT VIEW OF THE
001870* STREAM DATE.
001880*-----------------------------------------------------------------
001890 01  WS-MONTH-DAYS-DATA          PIC X(24)
001900         VALUE "312831303130313130313031".
001910 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
001920     05  WS-MONTH-DAYS           OCCURS 12 TIMES
001930                                 PIC 9(02).
001940 01  WS-DATE-WORK                PIC 9(08) VALUE ZERO.
001950 01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
001960     05  WS-DATE-YYYY            PIC 9(04).
001970     05  WS-DATE-MM              PIC 9(02).
001980     05  WS-DATE-DD              PIC 9(02).
001990 LINKAGE SECTION.
002000     COPY SIGNON.
002010 PROCEDURE DIVISION USING SIGNON-PARMS.
002020*-----------------------------------------------------------------
002030* 0000-MAINLINE - SETS UP THE RUN, WORKS THE STEP TABLE TOP TO
002040* BOTTOM, CLOSES THE RUN ON THE JOB-RUN LOG AND HANDS BACK THE
002050* HIGHEST STEP RETURN CODE.
002060*-----------------------------------------------------------------
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002090     IF NOT WS-START-OK
002100         MOVE 16 TO RETURN-CODE
002110         GOBACK
002120     END-IF
002130     PERFORM 2000-RUN-STEP THRU 2000-EXIT
002140         VARYING WS-STEP-IX FROM 1 BY 1
002150         UNTIL WS-STEP-IX > WS-STEP-COUNT
002160     PERFORM 7500-WRITE-END-OF-STREAM THRU 7500-EXIT
002170     PERFORM 8000-DISPLAY-SUMMARY THRU 8000-EXIT
002180     PERFORM 9000-TERMINATE THRU 9000-EXIT
002190     MOVE WS-HIGH-RC TO RETURN-CODE
002200     GOBACK.
002210*-----------------------------------------------------------------
002220* 1000-INITIALIZE - PICKS UP THE USER AND RUN OPTIONS, READS
002230* THE JOB-RUN LOG FOR THE LAST RUN, DECIDES WHERE THIS RUN
002240* STARTS AND WHETHER THE MONTH-END STEP IS DUE, AND STAMPS THE
002250* AUDIT TRAIL.  ANY REFUSAL LEAVES WS-START-OK OFF.
002260*-----------------------------------------------------------------
002270 1000-INITIALIZE.
002280     MOVE 'N'  TO WS-START-OK-SWITCH
002290     MOVE 'N'  TO WS-STOPPED-SWITCH
002300     MOVE 'N'  TO WS-MONTH-END-SWITCH
002310     MOVE 'N'  TO WS-RUN-TYPE
002320     MOVE 1    TO WS-START-STEP
002330     MOVE ZERO TO WS-FAILED-STEP
002340     MOVE ZERO TO WS-HIGH-RC
002350     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002360     ACCEPT WS-CURRENT-TIME FROM TIME
002370     IF ADDRESS OF SIGNON-PARMS = NULL
002380         MOVE 'N' TO WS-CALLED-SWITCH
002390         PERFORM 1100-VERIFY-BATCH-USER THRU 1100-EXIT
002400     ELSE
002410         MOVE 'Y' TO WS-CALLED-SWITCH
002420         PERFORM 1200-PICKUP-SIGNON THRU 1200-EXIT
002430     END-IF
002440     IF WS-USER-ID = SPACES
002450         GO TO 1000-EXIT
002460     END-IF
002470     EVALUATE WS-PARM-RUN-TYPE
002480         WHEN SPACE
002490             MOVE 'N' TO WS-RUN-TYPE
002500         WHEN 'R'
002510         WHEN 'r'
002520             MOVE 'R' TO WS-RUN-TYPE
002530         WHEN 'A'
002540         WHEN 'a'
002550             MOVE 'A' TO WS-RUN-TYPE
002560         WHEN OTHER
002570             DISPLAY "ERROR: RUN TYPE MUST BE BLANK, R OR A."
002580             GO TO 1000-EXIT
002590     END-EVALUATE
002600     PERFORM 1300-SCAN-JOBLOG THRU 1300-EXIT
002610     PERFORM 1400-SET-START-POINT THRU 1400-EXIT
002620     IF NOT WS-START-OK
002630         GO TO 1000-EXIT
002640     END-IF
002650     PERFORM 1600-CHECK-MONTH-END THRU 1600-EXIT
002660     IF WS-CALLED
002670         DISPLAY "START THE NIGHTLY RUN NOW (Y/N): "
002680         ACCEPT WS-CONFIRM
002690         IF WS-CONFIRM NOT = 'Y' AND
002700            WS-CONFIRM NOT = 'y'
002710             DISPLAY "NIGHTLY RUN NOT STARTED."
002720             MOVE 'N' TO WS-START-OK-SWITCH
002730             GO TO 1000-EXIT
002740         END-IF
002750     END-IF
002760     MOVE WS-USER-ID  TO AUDIT-USER-ID
002770     MOVE "CALCNITE"  TO AUDIT-PROGRAM-NAME
002780     MOVE "START"     TO AUDIT-FUNCTION
002790     CALL "AUDITLOG" USING AUDIT-CALL-PARMS
002800     IF NOT AUDIT-RC-OK
002810         DISPLAY "WARNING: AUDIT TRAIL SIGN-ON NOT RECORDED."
002820     END-IF.
002830 1000-EXIT.
002840     EXIT.
002850*-----------------------------------------------------------------
002860* 1100-VERIFY-BATCH-USER - AN UNATTENDED RUN TAKES ITS OPTIONS
002870* FROM THE RUN PARAMETER (USERID,T,M).  THE USER MUST BE ON THE
002880* USER MASTER, ACTIVE, AND A SUPERVISOR.
002890*-----------------------------------------------------------------
002900 1100-VERIFY-BATCH-USER.
002910     MOVE SPACES TO WS-USER-ID
002920     MOVE SPACES TO WS-PARM-USER
002930     MOVE SPACE  TO WS-PARM-RUN-TYPE
002940     MOVE SPACE  TO WS-PARM-MONTH-END
002950     ACCEPT WS-PARM-CARD FROM COMMAND-LINE
002960     UNSTRING WS-PARM-CARD DELIMITED BY ","
002970         INTO WS-PARM-USER WS-PARM-RUN-TYPE WS-PARM-MONTH-END
002980     END-UNSTRING
002990     IF WS-PARM-USER = SPACES
003000         DISPLAY "ERROR: THE NIGHTLY RUN NEEDS A USER ID ON THE "
003010             "RUN PARAMETER (USERID,T,M)."
003020         GO TO 1100-EXIT
003030     END-IF
003040     OPEN INPUT USERMAST-FILE
003050     IF WS-USERMAST-STATUS NOT = "00"
003060         DISPLAY "ERROR: UNABLE TO OPEN USERMAST - STATUS "
003070             WS-USERMAST-STATUS
003080         GO TO 1100-EXIT
003090     END-IF
003100     MOVE WS-PARM-USER TO USERMAST-USER-ID
003110     READ USERMAST-FILE
003120         INVALID KEY
003130             DISPLAY "ERROR: USER " WS-PARM-USER
003140                 " IS NOT ON THE USER MASTER."
003150             CLOSE USERMAST-FILE
003160             GO TO 1100-EXIT
003170     END-READ
003180     CLOSE USERMAST-FILE
003190     IF USERMAST-DISABLED
003200         DISPLAY "ERROR: USER " WS-PARM-USER " IS DISABLED."
003210         GO TO 1100-EXIT
003220     END-IF
003230     IF NOT USERMAST-PERM-SUPERVISOR
003240         DISPLAY "ERROR: THE NIGHTLY RUN IS HELD TO SUPERVISORS."
003250         GO TO 1100-EXIT
003260     END-IF
003270     MOVE WS-PARM-USER TO WS-USER-ID.
003280 1100-EXIT.
003290     EXIT.
003300*-----------------------------------------------------------------
003310* 1200-PICKUP-SIGNON - STARTED FROM MAINMENU: TAKES THE
003320* VALIDATED SIGN-ON (SUPERVISORS ONLY) AND ASKS FOR THE RUN
003330* OPTIONS THE UNATTENDED RUN READS FROM ITS PARAMETER.
003340*-----------------------------------------------------------------
003350 1200-PICKUP-SIGNON.
003360     MOVE SPACES TO WS-USER-ID
003370     IF SIGNON-USER-ID = SPACES OR
003380        NOT SIGNON-PERM-SUPERVISOR
003390         DISPLAY "ERROR: THE NIGHTLY RUN IS HELD TO SUPERVISORS."
003400         GO TO 1200-EXIT
003410     END-IF
003420     DISPLAY " "
003430     DISPLAY "NIGHTLY BATCH RUN"
003440     DISPLAY "RUN TYPE - BLANK = NORMAL, R = RESTART THE LAST "
003450         "RUN AT ITS FAILED STEP,"
003460     DISPLAY "           A = ABANDON THE UNFINISHED LAST RUN: "
003470     ACCEPT WS-PARM-RUN-TYPE
003480     DISPLAY "MONTH-END ARCHIVE - Y = RUN, N = SKIP, "
003490         "BLANK = LAST DAY OF MONTH: "
003500     ACCEPT WS-PARM-MONTH-END
003510     MOVE SIGNON-USER-ID TO WS-USER-ID.
003520 1200-EXIT.
003530     EXIT.
003540*-----------------------------------------------------------------
003550* 1300-SCAN-JOBLOG - READS THE JOB-RUN LOG TO THE END, KEEPING
003560* THE LAST RUN'S STREAM ID AND DATE, THE HIGHEST STEP IT
003570* FINISHED AND WHETHER IT CLOSED CLEAN.  NO LOG YET MEANS NO
003580* RUN BEFORE THIS ONE.
003590*-----------------------------------------------------------------
003600 1300-SCAN-JOBLOG.
003610     MOVE SPACES TO WS-LAST-STREAM-ID
003620     MOVE ZERO   TO WS-LAST-STREAM-DATE
003630     MOVE ZERO   TO WS-LAST-DONE-STEP
003640     MOVE 'N'    TO WS-LAST-COMPLETE-SWITCH
003650     OPEN INPUT JOBLOG-FILE
003660     IF WS-JOBLOG-STATUS NOT = "00"
003670         GO TO 1300-EXIT
003680     END-IF
003690     MOVE 'N' TO WS-JOBLOG-EOF-SWITCH
003700     PERFORM 1350-JOBLOG-RECORD THRU 1350-EXIT
003710         UNTIL WS-JOBLOG-EOF
003720     CLOSE JOBLOG-FILE.
003730 1300-EXIT.
003740     EXIT.
003750 1350-JOBLOG-RECORD.
003760     READ JOBLOG-FILE
003770         AT END
003780             MOVE 'Y' TO WS-JOBLOG-EOF-SWITCH
003790             GO TO 1350-EXIT
003800     END-READ
003810     IF JOBLOG-STREAM-ID NOT = WS-LAST-STREAM-ID
003820         MOVE JOBLOG-STREAM-ID   TO WS-LAST-STREAM-ID
003830         MOVE JOBLOG-STREAM-DATE TO WS-LAST-STREAM-DATE
003840         MOVE ZERO               TO WS-LAST-DONE-STEP
003850         MOVE 'N'                TO WS-LAST-COMPLETE-SWITCH
003860     END-IF
003870     IF JOBLOG-END-OF-STREAM
003880         IF JOBLOG-STEP-OK
003890             MOVE 'Y' TO WS-LAST-COMPLETE-SWITCH
003900         ELSE
003910             MOVE 'N' TO WS-LAST-COMPLETE-SWITCH
003920         END-IF
003930         GO TO 1350-EXIT
003940     END-IF
003950     IF (JOBLOG-STEP-OK OR JOBLOG-STEP-NOT-DUE) AND
003960        JOBLOG-STEP-NO > WS-LAST-DONE-STEP
003970         MOVE JOBLOG-STEP-NO TO WS-LAST-DONE-STEP
003980     END-IF.
003990 1350-EXIT.
004000     EXIT.
004010*-----------------------------------------------------------------
004020* 1400-SET-START-POINT - A NORMAL OR ABANDONING RUN STARTS A NEW
004030* STREAM AT STEP 1; A NORMAL RUN IS REFUSED WHILE THE LAST RUN
004040* IS UNFINISHED, SO A FAILED NIGHT CANNOT BE PAPERED OVER BY
004050* THE NEXT ONE.  A RESTART RESUMES THE LAST RUN'S STREAM AT THE
004060* STEP AFTER THE LAST ONE IT FINISHED.
004070*-----------------------------------------------------------------
004080 1400-SET-START-POINT.
004090     IF WS-RESTART-RUN
004100         GO TO 1450-RESUME-LAST-RUN
004110     END-IF
004120     IF WS-NORMAL-RUN AND
004130        WS-LAST-STREAM-ID NOT = SPACES AND
004140        NOT WS-LAST-COMPLETE
004150         DISPLAY "ERROR: THE LAST NIGHTLY RUN (" WS-LAST-STREAM-ID
004160             ") DID NOT FINISH."
004170         DISPLAY "       RESTART IT WITH RUN TYPE R, OR START A "
004180             "NEW RUN WITH RUN TYPE A TO ABANDON IT."
004190         GO TO 1400-EXIT
004200     END-IF
004210     IF WS-ABANDON-RUN AND WS-LAST-STREAM-ID NOT = SPACES
004220         IF WS-LAST-COMPLETE
004230             DISPLAY "THE LAST NIGHTLY RUN FINISHED - STARTING "
004240                 "A NORMAL RUN."
004250         ELSE
004260             DISPLAY "ABANDONING UNFINISHED RUN "
004270                 WS-LAST-STREAM-ID "."
004280         END-IF
004290     END-IF
004300     MOVE WS-CURRENT-DATE        TO WS-STREAM-DATE
004310     MOVE WS-CURRENT-DATE (7:2)  TO WS-STREAM-ID (1:2)
004320     MOVE WS-CURRENT-TIME (1:6)  TO WS-STREAM-ID (3:6)
004330     MOVE 1                      TO WS-START-STEP
004340     DISPLAY "NIGHTLY RUN " WS-STREAM-ID " STARTING."
004350     MOVE 'Y' TO WS-START-OK-SWITCH
004360     GO TO 1400-EXIT.
004370 1450-RESUME-LAST-RUN.
004380     IF WS-LAST-STREAM-ID = SPACES
004390         DISPLAY "ERROR: NO NIGHTLY RUN ON THE JOB-RUN LOG - "
004400             "NOTHING TO RESTART."
004410         GO TO 1400-EXIT
004420     END-IF
004430     IF WS-LAST-COMPLETE OR WS-LAST-DONE-STEP >= WS-STEP-COUNT
004440         DISPLAY "ERROR: THE LAST NIGHTLY RUN (" WS-LAST-STREAM-ID
004450             ") FINISHED - NOTHING TO RESTART."
004460         GO TO 1400-EXIT
004470     END-IF
004480     MOVE WS-LAST-STREAM-ID   TO WS-STREAM-ID
004490     MOVE WS-LAST-STREAM-DATE TO WS-STREAM-DATE
004500     COMPUTE WS-START-STEP = WS-LAST-DONE-STEP + 1
004510     MOVE WS-START-STEP TO WS-DSP-STEP
004520     DISPLAY "RESTARTING NIGHTLY RUN " WS-STREAM-ID " OF "
004530         WS-STREAM-DATE " AT STEP " WS-DSP-STEP " "
004540         WS-TBL-PROGRAM (WS-START-STEP) "."
004550     MOVE 'Y' TO WS-START-OK-SWITCH.
004560 1400-EXIT.
004570     EXIT.
004580*-----------------------------------------------------------------
004590* 1600-CHECK-MONTH-END - THE MONTH-END STEP RUNS WHEN ASKED FOR,
004600* IS SKIPPED WHEN TOLD TO, AND OTHERWISE RUNS WHEN THE STREAM
004610* DATE IS THE LAST DAY OF ITS MONTH.  A RESTART GOES BY THE
004620* ORIGINAL RUN'S DATE, NOT THE DAY OF THE RESTART.
004630*-----------------------------------------------------------------
004640 1600-CHECK-MONTH-END.
004650     MOVE 'N' TO WS-MONTH-END-SWITCH
004660     IF WS-PARM-MONTH-END = 'Y' OR WS-PARM-MONTH-END = 'y'
004670         MOVE 'Y' TO WS-MONTH-END-SWITCH
004680         GO TO 1600-EXIT
004690     END-IF
004700     IF WS-PARM-MONTH-END = 'N' OR WS-PARM-MONTH-END = 'n'
004710         GO TO 1600-EXIT
004720     END-IF
004730     MOVE WS-STREAM-DATE TO WS-DATE-WORK
004740     MOVE WS-MONTH-DAYS (WS-DATE-MM) TO WS-LAST-DAY
004750     IF WS-DATE-MM = 2
004760         DIVIDE WS-DATE-YYYY BY 4 GIVING WS-DIVIDE-QUOTIENT
004770             REMAINDER WS-REM-4
004780         DIVIDE WS-DATE-YYYY BY 100 GIVING WS-DIVIDE-QUOTIENT
004790             REMAINDER WS-REM-100
004800         DIVIDE WS-DATE-YYYY BY 400 GIVING WS-DIVIDE-QUOTIENT
004810             REMAINDER WS-REM-400
004820         IF WS-REM-4 = ZERO AND
004830            (WS-REM-100 NOT = ZERO OR WS-REM-400 = ZERO)
004840             MOVE 29 TO WS-LAST-DAY
004850         END-IF
004860     END-IF
004870     IF WS-DATE-DD = WS-LAST-DAY
004880         MOVE 'Y' TO WS-MONTH-END-SWITCH
004890     END-IF.
004900 1600-EXIT.
004910     EXIT.
004920*-----------------------------------------------------------------
004930* 2000-RUN-STEP - ONE ENTRY OF THE STEP TABLE.  STEPS BEFORE A
004940* RESTART POINT WERE FINISHED BY THE EARLIER ATTEMPT AND ARE
004950* PASSED OVER; AFTER A FAILURE EVERY STEP IS LOGGED AS NOT RUN;
004960* THE MONTH-END STEP IS LOGGED AS NOT DUE ON AN ORDINARY NIGHT.
004970* OTHERWISE THE STEP IS CALLED AND ITS RETURN CODE HELD AGAINST
004980* THE LIMIT IN THE TABLE.
004990*-----------------------------------------------------------------
005000 2000-RUN-STEP.
005010     IF WS-STEP-IX < WS-START-STEP
005020         GO TO 2000-EXIT
005030     END-IF
005040     MOVE WS-STEP-IX TO WS-DSP-STEP
005050     MOVE WS-TBL-MAX-RC (WS-STEP-IX) TO WS-DSP-MAX-RC
005060     IF WS-STREAM-STOPPED
005070         DISPLAY "STEP " WS-DSP-STEP " "
005080             WS-TBL-PROGRAM (WS-STEP-IX) " NOT RUN."
005090         MOVE 'N' TO JOBLOG-STATUS
005100         PERFORM 7100-LOG-UNRUN-STEP THRU 7100-EXIT
005110         GO TO 2000-EXIT
005120     END-IF
005130     IF WS-TBL-MONTH-END-ONLY (WS-STEP-IX) AND NOT WS-MONTH-END
005140         DISPLAY "STEP " WS-DSP-STEP " "
005150             WS-TBL-PROGRAM (WS-STEP-IX)
005160             " NOT DUE - MONTH-END STEP."
005170         MOVE 'S' TO JOBLOG-STATUS
005180         PERFORM 7100-LOG-UNRUN-STEP THRU 7100-EXIT
005190         GO TO 2000-EXIT
005200     END-IF
005210     PERFORM 2100-BUILD-STEP-PARM THRU 2100-EXIT
005220     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
005230     ACCEPT WS-STEP-START-TIME FROM TIME
005240     DISPLAY "STEP " WS-DSP-STEP " "
005250         WS-TBL-PROGRAM (WS-STEP-IX) " STARTED "
005260         WS-STEP-START-DATE " " WS-STEP-START-TIME
005270     PERFORM 2200-CALL-STEP THRU 2200-EXIT
005280     IF WS-STEP-RC > WS-HIGH-RC
005290         MOVE WS-STEP-RC TO WS-HIGH-RC
005300     END-IF
005310     MOVE WS-STEP-RC TO WS-DSP-RC
005320     IF WS-STEP-RC > WS-TBL-MAX-RC (WS-STEP-IX)
005330         MOVE 'F' TO JOBLOG-STATUS
005340         MOVE 'Y' TO WS-STOPPED-SWITCH
005350         MOVE WS-STEP-IX TO WS-FAILED-STEP
005360         DISPLAY "STEP " WS-DSP-STEP " "
005370             WS-TBL-PROGRAM (WS-STEP-IX) " ENDED RC "
005380             WS-DSP-RC " - OVER ITS LIMIT OF " WS-DSP-MAX-RC
005390             " - STREAM STOPPED."
005400     ELSE
005410         MOVE 'O' TO JOBLOG-STATUS
005420         DISPLAY "STEP " WS-DSP-STEP " "
005430             WS-TBL-PROGRAM (WS-STEP-IX) " ENDED RC "
005440             WS-DSP-RC " - OK."
005450     END-IF
005460     PERFORM 7000-LOG-STEP THRU 7000-EXIT.
005470 2000-EXIT.
005480     EXIT.
005490*-----------------------------------------------------------------
005500* 2100-BUILD-STEP-PARM - THE RUN PARAMETER EACH STEP WOULD BE
005510* GIVEN BY HAND: THE CALCULATOR'S BATCH,USERID (WITH ,R WHEN
005520* THIS RESTART RESUMES THE CALCULATOR STEP ITSELF, SO ITS OWN
005530* CHECKPOINT PICKS UP WHERE IT DIED); CALCRECN THE RUN ID ON
005540* CALCOUT; CALCINTG, STORDGEN AND CALCBAL THE STREAM DATE;
005550* RPTQRUN THE STREAM DATE AND WHETHER TONIGHT IS MONTH END;
005560* CALCARCH A CUTOFF OF THE FIRST OF THE STREAM'S MONTH, SO THE
005570* MONTH BEING CLOSED STAYS ON THE LIVE LOG FOR THE MONTH-END
005580* REPORTS.
005590* CALCEDIT AND GLEXTRCT TAKE THEIR DEFAULTS.
005600*-----------------------------------------------------------------
005610 2100-BUILD-STEP-PARM.
005620     MOVE WS-USER-ID TO RPT-CALL-USER-ID
005630     MOVE 'S'        TO RPT-CALL-PERM-LEVEL
005640     MOVE SPACES     TO RPT-CALL-PARM-CARD
005650     MOVE WS-USER-ID TO NITE-USER-ID
005660     MOVE 'S'        TO NITE-PERM-LEVEL
005670     MOVE SPACES     TO NITE-RUN-PARM
005680     EVALUATE WS-TBL-PROGRAM (WS-STEP-IX)
005690         WHEN "CALCULATOR"
005700             IF WS-RESTART-RUN AND WS-STEP-IX = WS-START-STEP
005710                 STRING "BATCH," DELIMITED BY SIZE
005720                     WS-USER-ID DELIMITED BY SPACE
005730                     ",R" DELIMITED BY SIZE
005740                     INTO NITE-RUN-PARM
005750                 END-STRING
005760             ELSE
005770                 STRING "BATCH," DELIMITED BY SIZE
005780                     WS-USER-ID DELIMITED BY SPACE
005790                     INTO NITE-RUN-PARM
005800                 END-STRING
005810             END-IF
005820         WHEN "CALCRECN"
005830             PERFORM 2150-FIND-CALC-RUN THRU 2150-EXIT
005840             MOVE WS-CALC-RUN-ID TO RPT-CALL-PARM-CARD (1:8)
005850         WHEN "CALCINTG"
005860             MOVE WS-STREAM-DATE TO RPT-CALL-PARM-CARD (1:8)
005870         WHEN "STORDGEN"
005880             MOVE WS-STREAM-DATE TO RPT-CALL-PARM-CARD (1:8)
005890         WHEN "CALCBAL"
005900             MOVE WS-STREAM-DATE TO RPT-CALL-PARM-CARD (1:8)
005910         WHEN "RPTQRUN"
005920             MOVE WS-STREAM-DATE      TO RPT-CALL-PARM-CARD (1:8)
005930             MOVE WS-MONTH-END-SWITCH TO RPT-CALL-PARM-CARD (10:1)
005940         WHEN "CALCARCH"
005950             MOVE WS-STREAM-DATE TO WS-DATE-WORK
005960             MOVE 1              TO WS-DATE-DD
005970             MOVE WS-DATE-WORK   TO RPT-CALL-PARM-CARD (1:8)
005980     END-EVALUATE.
005990 2100-EXIT.
006000     EXIT.
006010*-----------------------------------------------------------------
006020* 2150-FIND-CALC-RUN - THE CALCULATOR REWRITES CALCOUT EVERY
006030* RUN, SO THE RUN TO RECONCILE IS THE ONE ON ITS FIRST RECORD.
006040* AN EMPTY OR MISSING CALCOUT LEAVES THE RUN ID BLANK AND
006050* CALCRECN FAILS THE STEP.
006060*-----------------------------------------------------------------
006070 2150-FIND-CALC-RUN.
006080     MOVE SPACES TO WS-CALC-RUN-ID
006090     OPEN INPUT CALCOUT-FILE
006100     IF WS-CALCOUT-STATUS NOT = "00"
006110         GO TO 2150-EXIT
006120     END-IF
006130     READ CALCOUT-FILE
006140         AT END
006150             CLOSE CALCOUT-FILE
006160             GO TO 2150-EXIT
006170     END-READ
006180     MOVE CALCOUT-RUN-ID TO WS-CALC-RUN-ID
006190     CLOSE CALCOUT-FILE.
006200 2150-EXIT.
006210     EXIT.
006220*-----------------------------------------------------------------
006230* 2200-CALL-STEP - CALLS THE STEP AND PICKS UP ITS RETURN CODE.
006240* THE CALCULATOR TAKES THE SIGN-ON LAYOUT, EVERY OTHER STEP THE
006250* RPTCALL AREA.  A STEP THAT CANNOT BE LOADED COUNTS AS RC 16.
006260* THE STEP IS CANCELLED AFTERWARDS SO THE NEXT CALL STARTS IT
006270* WITH FRESH WORKING-STORAGE.
006280*-----------------------------------------------------------------
006290 2200-CALL-STEP.
006300     MOVE 'N' TO WS-LOAD-FAIL-SWITCH
006310     MOVE WS-TBL-PROGRAM (WS-STEP-IX) TO WS-CALL-NAME
006320     MOVE ZERO TO RETURN-CODE
006330     IF WS-CALL-NAME = "CALCULATOR"
006340         CALL WS-CALL-NAME USING NITE-PARMS
006350             ON EXCEPTION
006360                 MOVE 'Y' TO WS-LOAD-FAIL-SWITCH
006370         END-CALL
006380     ELSE
006390         CALL WS-CALL-NAME USING RPT-CALL-PARMS
006400             ON EXCEPTION
006410                 MOVE 'Y' TO WS-LOAD-FAIL-SWITCH
006420         END-CALL
006430     END-IF
006440     MOVE RETURN-CODE TO WS-STEP-RC
006450     IF WS-LOAD-FAILED
006460         DISPLAY "ERROR: UNABLE TO LOAD " WS-CALL-NAME "."
006470         MOVE 16 TO WS-STEP-RC
006480     ELSE
006490         CANCEL WS-CALL-NAME
006500     END-IF.
006510 2200-EXIT.
006520     EXIT.
006530*-----------------------------------------------------------------
006540* 7000-LOG-STEP - APPENDS THE STEP JUST RUN TO THE JOB-RUN LOG,
006550* WITH JOBLOG-STATUS ALREADY SET BY THE CALLER.  7100 DOES THE
006560* SAME FOR A STEP THAT DID NOT RUN, WITH NO TIMES OR CODE.
006570*-----------------------------------------------------------------
006580 7000-LOG-STEP.
006590     MOVE WS-STEP-START-DATE TO JOBLOG-START-DATE
006600     MOVE WS-STEP-START-TIME TO JOBLOG-START-TIME
006610     ACCEPT JOBLOG-END-DATE FROM DATE YYYYMMDD
006620     ACCEPT JOBLOG-END-TIME FROM TIME
006630     MOVE WS-STEP-RC         TO JOBLOG-RETURN-CODE
006640     PERFORM 7200-WRITE-JOBLOG THRU 7200-EXIT.
006650 7000-EXIT.
006660     EXIT.
006670 7100-LOG-UNRUN-STEP.
006680     MOVE ZERO TO JOBLOG-START-DATE
006690     MOVE ZERO TO JOBLOG-START-TIME
006700     MOVE ZERO TO JOBLOG-END-DATE
006710     MOVE ZERO TO JOBLOG-END-TIME
006720     MOVE ZERO TO JOBLOG-RETURN-CODE
006730     PERFORM 7200-WRITE-JOBLOG THRU 7200-EXIT.
006740 7100-EXIT.
006750     EXIT.
006760 7200-WRITE-JOBLOG.
006770     MOVE WS-STREAM-ID                TO JOBLOG-STREAM-ID
006780     MOVE WS-STREAM-DATE              TO JOBLOG-STREAM-DATE
006790     MOVE WS-STEP-IX                  TO JOBLOG-STEP-NO
006800     MOVE WS-TBL-PROGRAM (WS-STEP-IX) TO JOBLOG-PROGRAM
006810     MOVE WS-TBL-MAX-RC (WS-STEP-IX)  TO JOBLOG-MAX-RC
006820     PERFORM 7300-APPEND-JOBLOG THRU 7300-EXIT.
006830 7200-EXIT.
006840     EXIT.
006850*-----------------------------------------------------------------
006860* 7300-APPEND-JOBLOG - OPENS, WRITES AND CLOSES FOR EACH RECORD
006870* SO EVERY STEP FINISHED IS ON THE LOG EVEN IF THE RUN DIES IN
006880* THE NEXT ONE.
006890*-----------------------------------------------------------------
006900 7300-APPEND-JOBLOG.
006910     MOVE WS-RUN-TYPE TO JOBLOG-RUN-TYPE
006920     IF WS-ABANDON-RUN
006930         MOVE 'N' TO JOBLOG-RUN-TYPE
006940     END-IF
006950     MOVE WS-USER-ID  TO JOBLOG-USER-ID
006960     OPEN EXTEND JOBLOG-FILE
006970     IF WS-JOBLOG-STATUS = "05" OR WS-JOBLOG-STATUS = "35"
006980         OPEN OUTPUT JOBLOG-FILE
006990     END-IF
007000     IF WS-JOBLOG-STATUS NOT = "00"
007010         DISPLAY "WARNING: JOB-RUN LOG RECORD NOT WRITTEN - "
007020             "STATUS " WS-JOBLOG-STATUS
007030         GO TO 7300-EXIT
007040     END-IF
007050     WRITE JOBLOG-RECORD
007060     CLOSE JOBLOG-FILE.
007070 7300-EXIT.
007080     EXIT.
007090*-----------------------------------------------------------------
007100* 7500-WRITE-END-OF-STREAM - CLOSES THE RUN ON THE LOG: STEP 99,
007110* STATUS OK WHEN EVERY STEP WAS WITHIN ITS LIMIT, FAILED WHEN
007120* THE STREAM STOPPED, WITH THE HIGHEST RETURN CODE SEEN.
007130*-----------------------------------------------------------------
007140 7500-WRITE-END-OF-STREAM.
007150     MOVE WS-STREAM-ID   TO JOBLOG-STREAM-ID
007160     MOVE WS-STREAM-DATE TO JOBLOG-STREAM-DATE
007170     MOVE 99             TO JOBLOG-STEP-NO
007180     MOVE "END OF RUN"   TO JOBLOG-PROGRAM
007190     MOVE WS-CURRENT-DATE TO JOBLOG-START-DATE
007200     MOVE WS-CURRENT-TIME TO JOBLOG-START-TIME
007210     ACCEPT JOBLOG-END-DATE FROM DATE YYYYMMDD
007220     ACCEPT JOBLOG-END-TIME FROM TIME
007230     MOVE WS-HIGH-RC     TO JOBLOG-RETURN-CODE
007240     MOVE ZERO           TO JOBLOG-MAX-RC
007250     IF WS-STREAM-STOPPED
007260         MOVE 'F' TO JOBLOG-STATUS
007270     ELSE
007280         MOVE 'O' TO JOBLOG-STATUS
007290     END-IF
007300     PERFORM 7300-APPEND-JOBLOG THRU 7300-EXIT.
007310 7500-EXIT.
007320     EXIT.
007330*-----------------------------------------------------------------
007340* 8000-DISPLAY-SUMMARY - THE RUN'S OUTCOME FOR THE OPERATOR.
007350*-----------------------------------------------------------------
007360 8000-DISPLAY-SUMMARY.
007370     MOVE WS-HIGH-RC TO WS-DSP-RC
007380     IF WS-STREAM-STOPPED
007390         MOVE WS-FAILED-STEP TO WS-DSP-STEP
007400         DISPLAY "*** NIGHTLY RUN " WS-STREAM-ID " STOPPED AT "
007410             "STEP " WS-DSP-STEP " "
007420             WS-TBL-PROGRAM (WS-FAILED-STEP) " ***"
007430         DISPLAY "*** CLEAR THE CAUSE, THEN RESTART WITH RUN "
007440             "TYPE R ***"
007450     ELSE
007460         DISPLAY "NIGHTLY RUN " WS-STREAM-ID " COMPLETE - "
007470             "HIGHEST RC " WS-DSP-RC "."
007480     END-IF.
007490 8000-EXIT.
007500     EXIT.
007510 9000-TERMINATE.
007520     MOVE "END" TO AUDIT-FUNCTION
007530     CALL "AUDITLOG" USING AUDIT-CALL-PARMS
007540     IF NOT AUDIT-RC-OK
007550         DISPLAY "WARNING: AUDIT TRAIL SIGN-OFF NOT RECORDED."
007560     END-IF.
007570 9000-EXIT.
007580     EXIT.
