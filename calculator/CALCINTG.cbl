000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CALCINTG.
000030 AUTHOR.         D. MERRICK.
000040 INSTALLATION.   FLOOR OPERATIONS - SHOP CALCULATIONS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*-----------------------------------------------------------------
000080* CALCINTG - REFERENTIAL INTEGRITY CHECK.  THE MASTER FILES
000090* NAME EACH OTHER BY KEY BUT NOTHING ELSE PROVES THE LINKS, SO
000100* A BROKEN ONE USED TO SURFACE ONLY WHEN A RUN FELL OVER ON IT.
000110* THIS STEP READS EVERY FILE AND CHECKS EVERY LINK THE NIGHT
000120* BEFORE, RULE BY RULE:
000130*   RULE 1  EACH CALCFORM STEP THAT NAMES A CONSTANT NAMES ONE
000140*           ON CALCCONS                               - ERROR
000150*   RULE 2  EACH CALCLOG CONSTANT NAME IS STILL ON CALCCONS
000160*                                                     - WARNING
000170*   RULE 3  EACH CALCLOG USER ID IS ON USERMAST       - WARNING
000180*   RULE 4  EACH ACTIVE GAMECKPT TOURNAMENT SAVE IS FOR THE
000190*           TOURNAMENT STILL OPEN ON TOURNCTL         - ERROR
000200*   RULE 5  EACH TOURNRES ENTRY IS FOR THE CURRENT TOURNCTL
000210*           TOURNAMENT                                - WARNING
000220* AN ERROR IS A LINK THE NEXT RUN WILL TRIP OVER; A WARNING IS
000230* HISTORY OR LEFTOVERS THAT POINT AT NOTHING.  THE EXCEPTIONS
000240* REPORT (CALCINTL) IS GROUPED BY RULE, EACH LINE CARRYING THE
000250* OFFENDING KEY AND ITS SEVERITY.  A CALCLOG NAME OR USER THAT
000260* IS MISSING IS LISTED ONCE WITH THE NUMBER OF LOG RECORDS
000270* CARRYING IT, NOT ONCE PER RECORD.  A FILE THAT IS SIMPLY NOT
000280* THERE HAS NOTHING TO CHECK; A MASTER THAT WILL NOT OPEN
000290* LEAVES ITS RULES UNPROVED, WHICH IS LISTED AS AN ERROR.
000300*
000310* THE COUNTS ARE APPENDED TO THE SHARED CALCCTL RUN-CONTROL
000320* FILE SO THEY SHOW ON THE CALCBAL CONTROL SHEET.
000330*
000340* A TOURNAMENT STILL OPEN ON TOURNCTL AFTER ITS CLOSE DATE HAS
000350* MISSED ITS TOURNCLS CLOSE-OUT, SO IT IS POSTED AS A SIGN-ON
000360* WARNING TO SUPERVISORS THROUGH NOTEPOST; ONCE IT IS CLOSED
000370* (OR NOT YET DUE) THE NEXT RUN WITHDRAWS THE WARNING.
000380*
000390* RUN PARAMETER:  YYYYMMDD CONTROL DATE FOR CALCCTL (BLANK =
000400*                 TODAY; THE NIGHTLY DRIVER PASSES THE STREAM
000410*                 DATE)
000420* RETURN CODE:    0 = EVERY LINK HOLDS, 4 = WARNINGS ONLY,
000430*                 8 = ERRORS, 16 = THE REPORT WOULD NOT OPEN
000440*-----------------------------------------------------------------
000450* MODIFICATION HISTORY
000460* DATE       INIT  DESCRIPTION
000470* 2026-10-15 DLM   ORIGINAL - REFERENTIAL INTEGRITY CHECK WITH
000480*                  EXCEPTIONS REPORT AND CALCCTL COUNTS
000490*                  (CR-2026-145).
000500* 2026-10-15 DLM   POSTS A SUPERVISOR ALERT FOR A TOURNAMENT STILL
000510*                  OPEN PAST ITS CLOSE DATE (CR-2026-148).
000520*-----------------------------------------------------------------
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. IBM-370.
000560 OBJECT-COMPUTER. IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT CALCFORM-FILE ASSIGN TO "CALCFORM"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CALCFORM-NAME
000630         FILE STATUS IS WS-CALCFORM-STATUS.
000640     SELECT CALCCONS-FILE ASSIGN TO "CALCCONS"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS CALCCONS-KEY
000680         FILE STATUS IS WS-CALCCONS-STATUS.
000690     SELECT CALCLOG-FILE ASSIGN TO "CALCLOG"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-CALCLOG-STATUS.
000720     SELECT USERMAST-FILE ASSIGN TO "USERMAST"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS USERMAST-USER-ID
000760         FILE STATUS IS WS-USERMAST-STATUS.
000770     SELECT TOURNCTL-FILE ASSIGN TO "TOURNCTL"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-TOURNCTL-STATUS.
000800     SELECT GAMECKPT-FILE ASSIGN TO "GAMECKPT"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS GAMECKPT-PLAYER-ID
000840         FILE STATUS IS WS-GAMECKPT-STATUS.
000850     SELECT TOURNRES-FILE ASSIGN TO "TOURNRES"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS TOURNRES-PLAYER-ID
000890         FILE STATUS IS WS-TOURNRES-STATUS.
000900     SELECT CALCINT-FILE ASSIGN TO "CALCINTL"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-CALCINT-STATUS.
000930     SELECT CALCCTL-FILE ASSIGN TO "CALCCTL"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-CALCCTL-STATUS.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  CALCFORM-FILE
000990     RECORDING MODE IS F.
001000     COPY CALCFORM.
001010 FD  CALCCONS-FILE
001020     RECORDING MODE IS F.
001030     COPY CALCCONS.
001040 FD  CALCLOG-FILE
001050     RECORDING MODE IS F.
001060     COPY CALCLOG.
001070 FD  USERMAST-FILE
001080     RECORDING MODE IS F.
001090     COPY USERMAST.
001100 FD  TOURNCTL-FILE
001110     RECORDING MODE IS F.
001120     COPY TOURNCTL.
001130 FD  GAMECKPT-FILE
001140     RECORDING MODE IS F.
001150     COPY GAMECKPT.
001160 FD  TOURNRES-FILE
001170     RECORDING MODE IS F.
001180     COPY TOURNRES.
001190 FD  CALCINT-FILE
001200     RECORDING MODE IS F.
001210 01  CALCINT-LINE                PIC X(80).
001220 FD  CALCCTL-FILE
001230     RECORDING MODE IS F.
001240     COPY CALCCTL.
001250 WORKING-STORAGE SECTION.
001260 77  WS-CALCFORM-STATUS          PIC X(02) VALUE SPACES.
001270 77  WS-CALCCONS-STATUS          PIC X(02) VALUE SPACES.
001280 77  WS-CALCLOG-STATUS           PIC X(02) VALUE SPACES.
001290 77  WS-USERMAST-STATUS          PIC X(02) VALUE SPACES.
001300 77  WS-TOURNCTL-STATUS          PIC X(02) VALUE SPACES.
001310 77  WS-GAMECKPT-STATUS          PIC X(02) VALUE SPACES.
001320 77  WS-TOURNRES-STATUS          PIC X(02) VALUE SPACES.
001330 77  WS-CALCINT-STATUS           PIC X(02) VALUE SPACES.
001340 77  WS-CALCCTL-STATUS           PIC X(02) VALUE SPACES.
001350 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001360     88  WS-EOF                      VALUE 'Y'.
001370 77  WS-CALCCONS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001380     88  WS-CALCCONS-OPEN            VALUE 'Y'.
001390 77  WS-USERMAST-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001400     88  WS-USERMAST-OPEN            VALUE 'Y'.
001410 77  WS-TOURNCTL-SWITCH          PIC X(01) VALUE 'N'.
001420     88  WS-TOURNCTL-ON-HAND         VALUE 'Y'.
001430 77  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
001440     88  WS-FOUND                    VALUE 'Y'.
001450 77  WS-PARM-CARD                PIC X(20) VALUE SPACES.
001460 77  WS-CONTROL-DATE             PIC 9(08) VALUE ZERO.
001470 77  WS-CHECK-NAME               PIC X(10) VALUE SPACES.
001480 77  WS-CHECK-STATUS             PIC X(02) VALUE SPACES.
001490 77  WS-CURR-TOURN-ID            PIC X(08) VALUE SPACES.
001500 77  WS-CURR-TOURN-FLAG          PIC X(01) VALUE SPACE.
001510     88  WS-CURR-TOURN-OPEN          VALUE 'Y'.
001520     88  WS-CURR-TOURN-CLOSED        VALUE 'C'.
001530 77  WS-CURR-TOURN-CLOSE-DATE    PIC 9(08) VALUE ZERO.
001540 77  WS-STEP-IX                  PIC 9(02) COMP VALUE ZERO.
001550 77  WS-TBL-IX                   PIC 9(03) COMP VALUE ZERO.
001560 77  WS-TBL-MAX                  PIC 9(03) COMP VALUE 100.
001570 77  WS-RULE-CHECKED             PIC 9(07) VALUE ZERO.
001580 77  WS-RULE-EXCEPTIONS          PIC 9(07) VALUE ZERO.
001590 77  WS-TOTAL-CHECKED            PIC 9(07) VALUE ZERO.
001600 77  WS-ERROR-COUNT              PIC 9(07) VALUE ZERO.
001610 77  WS-WARNING-COUNT            PIC 9(07) VALUE ZERO.
001620 77  WS-DSP-STEP                 PIC 9(02) VALUE ZERO.
001630 77  WS-DSP-COUNT                PIC ZZZ,ZZ9.
001640 77  WS-RETURN-CODE              PIC S9(04) COMP VALUE ZERO.
001650*-----------------------------------------------------------------
001660* CALCLOG NAMES AND USER IDS FOUND MISSING, EACH WITH THE NUMBER
001670* OF LOG RECORDS CARRYING IT, SO THE REPORT LISTS A RETIRED
001680* CONSTANT ONCE RATHER THAN ONCE PER CALCULATION.  KEYS BEYOND
001690* THE TABLE ARE COUNTED AND NOTED, NOT LISTED.
001700*-----------------------------------------------------------------
001710 01  WS-LOGCONS-TABLE.
001720     05  WS-LC-USED              PIC 9(03) COMP VALUE ZERO.
001730     05  WS-LC-CHECKED           PIC 9(07) VALUE ZERO.
001740     05  WS-LC-OVERFLOW          PIC 9(07) VALUE ZERO.
001750     05  WS-LC-ENTRY             OCCURS 100 TIMES.
001760         10  WS-LC-NAME          PIC X(08).
001770         10  WS-LC-COUNT         PIC 9(07).
001780 01  WS-LOGUSER-TABLE.
001790     05  WS-LU-USED              PIC 9(03) COMP VALUE ZERO.
001800     05  WS-LU-CHECKED           PIC 9(07) VALUE ZERO.
001810     05  WS-LU-OVERFLOW          PIC 9(07) VALUE ZERO.
001820     05  WS-LU-ENTRY             OCCURS 100 TIMES.
001830         10  WS-LU-USER-ID       PIC X(10).
001840         10  WS-LU-COUNT         PIC 9(07).
001850 01  WS-HEADING-LINE.
001860     05  FILLER                  PIC X(35)
001870         VALUE "REFERENTIAL INTEGRITY EXCEPTIONS - ".
001880     05  RPT-HDG-DATE            PIC 9(08).
001890     05  FILLER                  PIC X(37) VALUE SPACES.
001900 01  WS-RULE-LINE.
001910     05  FILLER                  PIC X(05) VALUE "RULE ".
001920     05  RPT-RULE-NO             PIC 9(01).
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  RPT-RULE-TITLE          PIC X(72).
001950 01  WS-COLUMN-LINE.
001960     05  FILLER                  PIC X(40)
001970         VALUE "  SEV    KEY                   DETAIL".
001980     05  FILLER                  PIC X(40) VALUE SPACES.
001990 01  WS-DETAIL-LINE.
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  RPT-SEVERITY            PIC X(05).
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002030     05  RPT-KEY                 PIC X(20).
002040     05  FILLER                  PIC X(02) VALUE SPACES.
002050     05  RPT-DETAIL              PIC X(49).
002060 01  WS-RULE-TOTAL-LINE.
002070     05  FILLER                  PIC X(17)
002080         VALUE "  LINKS CHECKED: ".
002090     05  RPT-RULE-CHECKED        PIC ZZZ,ZZ9.
002100     05  FILLER                  PIC X(15)
002110         VALUE "   EXCEPTIONS: ".
002120     05  RPT-RULE-EXCEPTIONS     PIC ZZZ,ZZ9.
002130     05  FILLER                  PIC X(34) VALUE SPACES.
002140 01  WS-TOTAL-LINE.
002150     05  FILLER                  PIC X(02) VALUE SPACES.
002160     05  RPT-TOTAL-LABEL         PIC X(24).
002170     05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
002180     05  FILLER                  PIC X(47) VALUE SPACES.
002190 01  WS-TEXT-LINE.
002200     05  RPT-TEXT                PIC X(80).
002210     COPY NOTECLL.
002220 LINKAGE SECTION.
002230     COPY RPTCALL.
002240 PROCEDURE DIVISION USING RPT-CALL-PARMS.
002250*-----------------------------------------------------------------
002260* 0000-MAINLINE - CHECKS THE RULES IN ORDER, PRINTS THE TOTALS
002270* AND POSTS THEM TO CALCCTL.
002280*-----------------------------------------------------------------
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002310     PERFORM 2000-CHECK-FORMULAS THRU 2000-EXIT
002320     PERFORM 3000-CHECK-CALCLOG THRU 3000-EXIT
002330     PERFORM 4000-CHECK-CHECKPOINTS THRU 4000-EXIT
002340     PERFORM 5000-CHECK-TOURNRES THRU 5000-EXIT
002350     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002360     PERFORM 8500-WRITE-RUN-CONTROL THRU 8500-EXIT
002370     PERFORM 8700-POST-TOURNAMENT-ALERT THRU 8700-EXIT
002380     PERFORM 9000-TERMINATE THRU 9000-EXIT
002390     MOVE WS-RETURN-CODE TO RETURN-CODE
002400     GOBACK.
002410*-----------------------------------------------------------------
002420* 1000-INITIALIZE - PICKS UP THE CONTROL DATE, OPENS THE REPORT
002430* AND THE TWO MASTERS LOOKED UP THROUGHOUT, AND READS THE
002440* CURRENT TOURNAMENT OFF TOURNCTL.
002450*-----------------------------------------------------------------
002460 1000-INITIALIZE.
002470     IF ADDRESS OF RPT-CALL-PARMS = NULL
002480         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
002490     ELSE
002500         MOVE RPT-CALL-PARM-CARD TO WS-PARM-CARD
002510     END-IF
002520     IF WS-PARM-CARD (1:8) IS NUMERIC AND
002530        WS-PARM-CARD (1:8) NOT = ZEROES
002540         MOVE WS-PARM-CARD (1:8) TO WS-CONTROL-DATE
002550     ELSE
002560         ACCEPT WS-CONTROL-DATE FROM DATE YYYYMMDD
002570     END-IF
002580     OPEN OUTPUT CALCINT-FILE
002590     IF WS-CALCINT-STATUS NOT = "00"
002600         DISPLAY "ERROR: UNABLE TO OPEN CALCINTL - STATUS "
002610             WS-CALCINT-STATUS
002620         MOVE 16 TO RETURN-CODE
002630         GOBACK
002640     END-IF
002650     MOVE WS-CONTROL-DATE TO RPT-HDG-DATE
002660     WRITE CALCINT-LINE FROM WS-HEADING-LINE
002670     OPEN INPUT CALCCONS-FILE
002680     IF WS-CALCCONS-STATUS = "00"
002690         MOVE 'Y' TO WS-CALCCONS-OPEN-SWITCH
002700     END-IF
002710     OPEN INPUT USERMAST-FILE
002720     IF WS-USERMAST-STATUS = "00"
002730         MOVE 'Y' TO WS-USERMAST-OPEN-SWITCH
002740     END-IF
002750     MOVE 'N'    TO WS-TOURNCTL-SWITCH
002760     MOVE SPACES TO WS-CURR-TOURN-ID
002770     MOVE SPACE  TO WS-CURR-TOURN-FLAG
002780     MOVE ZERO   TO WS-CURR-TOURN-CLOSE-DATE
002790     OPEN INPUT TOURNCTL-FILE
002800     IF WS-TOURNCTL-STATUS NOT = "00"
002810         GO TO 1000-EXIT
002820     END-IF
002830     READ TOURNCTL-FILE
002840         AT END
002850             CLOSE TOURNCTL-FILE
002860             GO TO 1000-EXIT
002870     END-READ
002880     MOVE 'Y'                  TO WS-TOURNCTL-SWITCH
002890     MOVE TOURNCTL-TOURN-ID    TO WS-CURR-TOURN-ID
002900     MOVE TOURNCTL-ACTIVE-FLAG TO WS-CURR-TOURN-FLAG
002910     MOVE TOURNCTL-CLOSE-DATE  TO WS-CURR-TOURN-CLOSE-DATE
002920     CLOSE TOURNCTL-FILE.
002930 1000-EXIT.
002940     EXIT.
002950*-----------------------------------------------------------------
002960* 2000-CHECK-FORMULAS - RULE 1.  EVERY STEP OF EVERY SAVED
002970* FORMULA WHOSE OPERAND STARTS WITH A LETTER (OTHER THAN THE
002980* RESERVED WORD RESULT) NAMES A CONSTANT; THAT CONSTANT MUST
002990* HAVE AT LEAST ONE RECORD ON CALCCONS OR THE CALCULATOR WILL
003000* POST THE STEP AS A BAD-CONSTANT ERROR.
003010*-----------------------------------------------------------------
003020 2000-CHECK-FORMULAS.
003030     MOVE 1 TO RPT-RULE-NO
003040     MOVE "CALCFORM STEP CONSTANTS ON CALCCONS" TO RPT-RULE-TITLE
003050     MOVE "ERROR" TO RPT-SEVERITY
003060     PERFORM 7000-START-RULE THRU 7000-EXIT
003070     OPEN INPUT CALCFORM-FILE
003080     IF WS-CALCFORM-STATUS = "35"
003090         MOVE "  NO CALCFORM ON HAND - NOTHING TO CHECK."
003100             TO RPT-TEXT
003110         WRITE CALCINT-LINE FROM WS-TEXT-LINE
003120         GO TO 2000-END-RULE
003130     END-IF
003140     IF WS-CALCFORM-STATUS NOT = "00"
003150         MOVE "CALCFORM" TO WS-CHECK-NAME
003160         MOVE WS-CALCFORM-STATUS TO WS-CHECK-STATUS
003170         PERFORM 7800-RULE-NOT-CHECKED THRU 7800-EXIT
003180         GO TO 2000-END-RULE
003190     END-IF
003200     IF NOT WS-CALCCONS-OPEN
003210         CLOSE CALCFORM-FILE
003220         MOVE "CALCCONS" TO WS-CHECK-NAME
003230         MOVE WS-CALCCONS-STATUS TO WS-CHECK-STATUS
003240         PERFORM 7800-RULE-NOT-CHECKED THRU 7800-EXIT
003250         GO TO 2000-END-RULE
003260     END-IF
003270     MOVE 'N' TO WS-EOF-SWITCH
003280     PERFORM 2100-CHECK-ONE-FORMULA THRU 2100-EXIT
003290         UNTIL WS-EOF
003300     CLOSE CALCFORM-FILE.
003310 2000-END-RULE.
003320     PERFORM 7900-END-RULE THRU 7900-EXIT.
003330 2000-EXIT.
003340     EXIT.
003350 2100-CHECK-ONE-FORMULA.
003360     READ CALCFORM-FILE NEXT RECORD
003370         AT END
003380             MOVE 'Y' TO WS-EOF-SWITCH
003390             GO TO 2100-EXIT
003400     END-READ
003410     PERFORM 2200-CHECK-ONE-STEP THRU 2200-EXIT
003420         VARYING WS-STEP-IX FROM 1 BY 1
003430         UNTIL WS-STEP-IX > CALCFORM-STEP-COUNT
003440            OR WS-STEP-IX > 10.
003450 2100-EXIT.
003460     EXIT.
003470 2200-CHECK-ONE-STEP.
003480     IF CALCFORM-STEP-OPERAND-NAME (WS-STEP-IX) = "RESULT"
003490         GO TO 2200-EXIT
003500     END-IF
003510     IF CALCFORM-STEP-OPERAND-NAME (WS-STEP-IX) (1:1)
003520        IS NOT ALPHABETIC OR
003530        CALCFORM-STEP-OPERAND-NAME (WS-STEP-IX) (1:1) = SPACE
003540         GO TO 2200-EXIT
003550     END-IF
003560     ADD 1 TO WS-RULE-CHECKED
003570     MOVE CALCFORM-STEP-OPERAND-NAME (WS-STEP-IX)
003580         TO WS-CHECK-NAME
003590     PERFORM 6000-FIND-CONSTANT THRU 6000-EXIT
003600     IF WS-FOUND
003610         GO TO 2200-EXIT
003620     END-IF
003630     MOVE WS-STEP-IX TO WS-DSP-STEP
003640     MOVE SPACES TO RPT-KEY
003650     STRING CALCFORM-NAME " STEP " WS-DSP-STEP
003660         DELIMITED BY SIZE INTO RPT-KEY
003670     STRING "CONSTANT " WS-CHECK-NAME (1:8) " NOT ON CALCCONS"
003680         DELIMITED BY SIZE INTO RPT-DETAIL
003690     PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT.
003700 2200-EXIT.
003710     EXIT.
003720*-----------------------------------------------------------------
003730* 3000-CHECK-CALCLOG - RULES 2 AND 3 TAKE ONE PASS OF THE
003740* CALCULATION LOG BETWEEN THEM: THE CONSTANT NAMES AGAINST
003750* CALCCONS AND THE USER ID AGAINST USERMAST.  BLANK NAMES AND
003760* USER IDS (NO CONSTANT USED; ENTRIES FROM BEFORE SIGN-ON) ARE
003770* NOT LINKS AND ARE PASSED OVER.  THE MISSING KEYS ARE TABLED
003780* AND PRINTED RULE BY RULE AFTER THE PASS.
003790*-----------------------------------------------------------------
003800 3000-CHECK-CALCLOG.
003810     MOVE ZERO TO WS-LC-USED
003820     MOVE ZERO TO WS-LC-CHECKED
003830     MOVE ZERO TO WS-LC-OVERFLOW
003840     MOVE ZERO TO WS-LU-USED
003850     MOVE ZERO TO WS-LU-CHECKED
003860     MOVE ZERO TO WS-LU-OVERFLOW
003870     OPEN INPUT CALCLOG-FILE
003880     IF WS-CALCLOG-STATUS NOT = "00"
003890         GO TO 3000-PRINT-RULES
003900     END-IF
003910     MOVE 'N' TO WS-EOF-SWITCH
003920     PERFORM 3100-CHECK-LOG-RECORD THRU 3100-EXIT
003930         UNTIL WS-EOF
003940     CLOSE CALCLOG-FILE.
003950 3000-PRINT-RULES.
003960     PERFORM 3500-PRINT-LOGCONS-RULE THRU 3500-EXIT
003970     PERFORM 3600-PRINT-LOGUSER-RULE THRU 3600-EXIT.
003980 3000-EXIT.
003990     EXIT.
004000*-----------------------------------------------------------------
004010* 3100-CHECK-LOG-RECORD - ONE LOG RECORD.  EACH RULE'S LINKS
004020* ARE COUNTED WITH ITS TABLE AND TAKEN UP WHEN IT PRINTS.
004030*-----------------------------------------------------------------
004040 3100-CHECK-LOG-RECORD.
004050     READ CALCLOG-FILE
004060         AT END
004070             MOVE 'Y' TO WS-EOF-SWITCH
004080             GO TO 3100-EXIT
004090     END-READ
004100     IF CALCLOG-CONS1-NAME NOT = SPACES
004110         MOVE CALCLOG-CONS1-NAME TO WS-CHECK-NAME
004120         PERFORM 3200-CHECK-LOG-CONSTANT THRU 3200-EXIT
004130     END-IF
004140     IF CALCLOG-CONS2-NAME NOT = SPACES
004150         MOVE CALCLOG-CONS2-NAME TO WS-CHECK-NAME
004160         PERFORM 3200-CHECK-LOG-CONSTANT THRU 3200-EXIT
004170     END-IF
004180     IF CALCLOG-USER-ID NOT = SPACES
004190         PERFORM 3300-CHECK-LOG-USER THRU 3300-EXIT
004200     END-IF.
004210 3100-EXIT.
004220     EXIT.
004230 3200-CHECK-LOG-CONSTANT.
004240     ADD 1 TO WS-LC-CHECKED
004250     IF NOT WS-CALCCONS-OPEN
004260         GO TO 3200-EXIT
004270     END-IF
004280     PERFORM 6000-FIND-CONSTANT THRU 6000-EXIT
004290     IF WS-FOUND
004300         GO TO 3200-EXIT
004310     END-IF
004320     MOVE 'N' TO WS-FOUND-SWITCH
004330     PERFORM 3210-MATCH-LOGCONS THRU 3210-EXIT
004340         VARYING WS-TBL-IX FROM 1 BY 1
004350         UNTIL WS-TBL-IX > WS-LC-USED OR WS-FOUND
004360     IF WS-FOUND
004370         GO TO 3200-EXIT
004380     END-IF
004390     IF WS-LC-USED < WS-TBL-MAX
004400         ADD 1 TO WS-LC-USED
004410         MOVE WS-CHECK-NAME TO WS-LC-NAME (WS-LC-USED)
004420         MOVE 1             TO WS-LC-COUNT (WS-LC-USED)
004430     ELSE
004440         ADD 1 TO WS-LC-OVERFLOW
004450     END-IF.
004460 3200-EXIT.
004470     EXIT.
004480 3210-MATCH-LOGCONS.
004490     IF WS-LC-NAME (WS-TBL-IX) = WS-CHECK-NAME
004500         ADD 1 TO WS-LC-COUNT (WS-TBL-IX)
004510         MOVE 'Y' TO WS-FOUND-SWITCH
004520     END-IF.
004530 3210-EXIT.
004540     EXIT.
004550 3300-CHECK-LOG-USER.
004560     ADD 1 TO WS-LU-CHECKED
004570     IF NOT WS-USERMAST-OPEN
004580         GO TO 3300-EXIT
004590     END-IF
004600     MOVE CALCLOG-USER-ID TO USERMAST-USER-ID
004610     READ USERMAST-FILE
004620         INVALID KEY
004630             CONTINUE
004640         NOT INVALID KEY
004650             GO TO 3300-EXIT
004660     END-READ
004670     MOVE 'N' TO WS-FOUND-SWITCH
004680     PERFORM 3310-MATCH-LOGUSER THRU 3310-EXIT
004690         VARYING WS-TBL-IX FROM 1 BY 1
004700         UNTIL WS-TBL-IX > WS-LU-USED OR WS-FOUND
004710     IF WS-FOUND
004720         GO TO 3300-EXIT
004730     END-IF
004740     IF WS-LU-USED < WS-TBL-MAX
004750         ADD 1 TO WS-LU-USED
004760         MOVE CALCLOG-USER-ID TO WS-LU-USER-ID (WS-LU-USED)
004770         MOVE 1               TO WS-LU-COUNT (WS-LU-USED)
004780     ELSE
004790         ADD 1 TO WS-LU-OVERFLOW
004800     END-IF.
004810 3300-EXIT.
004820     EXIT.
004830 3310-MATCH-LOGUSER.
004840     IF WS-LU-USER-ID (WS-TBL-IX) = CALCLOG-USER-ID
004850         ADD 1 TO WS-LU-COUNT (WS-TBL-IX)
004860         MOVE 'Y' TO WS-FOUND-SWITCH
004870     END-IF.
004880 3310-EXIT.
004890     EXIT.
004900*-----------------------------------------------------------------
004910* 3500-PRINT-LOGCONS-RULE - RULE 2 FROM THE TABLE BUILT DURING
004920* THE CALCLOG PASS.  A CONSTANT RETIRED SINCE THE LOG WAS
004930* WRITTEN IS NOT A FAULT IN THE LOG, SO THIS IS A WARNING.
004940*-----------------------------------------------------------------
004950 3500-PRINT-LOGCONS-RULE.
004960     MOVE 2 TO RPT-RULE-NO
004970     MOVE "CALCLOG CONSTANT NAMES ON CALCCONS" TO RPT-RULE-TITLE
004980     MOVE "WARN" TO RPT-SEVERITY
004990     PERFORM 7000-START-RULE THRU 7000-EXIT
005000     MOVE WS-LC-CHECKED TO WS-RULE-CHECKED
005010     IF WS-CALCLOG-STATUS NOT = "00"
005020         PERFORM 7700-NO-CALCLOG THRU 7700-EXIT
005030         GO TO 3500-END-RULE
005040     END-IF
005050     IF NOT WS-CALCCONS-OPEN
005060         MOVE "CALCCONS" TO WS-CHECK-NAME
005070         MOVE WS-CALCCONS-STATUS TO WS-CHECK-STATUS
005080         PERFORM 7800-RULE-NOT-CHECKED THRU 7800-EXIT
005090         GO TO 3500-END-RULE
005100     END-IF
005110     PERFORM 3550-PRINT-LOGCONS-ENTRY THRU 3550-EXIT
005120         VARYING WS-TBL-IX FROM 1 BY 1
005130         UNTIL WS-TBL-IX > WS-LC-USED
005140     IF WS-LC-OVERFLOW > ZERO
005150         MOVE "(MORE)" TO RPT-KEY
005160         MOVE WS-LC-OVERFLOW TO WS-DSP-COUNT
005170         STRING WS-DSP-COUNT " MORE LOG REFERENCES NOT LISTED"
005180             DELIMITED BY SIZE INTO RPT-DETAIL
005190         PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT
005200     END-IF.
005210 3500-END-RULE.
005220     PERFORM 7900-END-RULE THRU 7900-EXIT.
005230 3500-EXIT.
005240     EXIT.
005250 3550-PRINT-LOGCONS-ENTRY.
005260     MOVE WS-LC-NAME (WS-TBL-IX) TO RPT-KEY
005270     MOVE WS-LC-COUNT (WS-TBL-IX) TO WS-DSP-COUNT
005280     STRING "NOT ON CALCCONS - ON " WS-DSP-COUNT
005290         " LOG RECORD(S)" DELIMITED BY SIZE INTO RPT-DETAIL
005300     PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT.
005310 3550-EXIT.
005320     EXIT.
005330*-----------------------------------------------------------------
005340* 3600-PRINT-LOGUSER-RULE - RULE 3, THE SAME FOR USER IDS.  A
005350* USER DELETED FROM USERMAST LEAVES LOG HISTORY NOBODY CAN BE
005360* ASKED ABOUT - A WARNING.
005370*-----------------------------------------------------------------
005380 3600-PRINT-LOGUSER-RULE.
005390     MOVE 3 TO RPT-RULE-NO
005400     MOVE "CALCLOG USER IDS ON USERMAST" TO RPT-RULE-TITLE
005410     MOVE "WARN" TO RPT-SEVERITY
005420     PERFORM 7000-START-RULE THRU 7000-EXIT
005430     MOVE WS-LU-CHECKED TO WS-RULE-CHECKED
005440     IF WS-CALCLOG-STATUS NOT = "00"
005450         PERFORM 7700-NO-CALCLOG THRU 7700-EXIT
005460         GO TO 3600-END-RULE
005470     END-IF
005480     IF NOT WS-USERMAST-OPEN
005490         MOVE "USERMAST" TO WS-CHECK-NAME
005500         MOVE WS-USERMAST-STATUS TO WS-CHECK-STATUS
005510         PERFORM 7800-RULE-NOT-CHECKED THRU 7800-EXIT
005520         GO TO 3600-END-RULE
005530     END-IF
005540     PERFORM 3650-PRINT-LOGUSER-ENTRY THRU 3650-EXIT
005550         VARYING WS-TBL-IX FROM 1 BY 1
005560         UNTIL WS-TBL-IX > WS-LU-USED
005570     IF WS-LU-OVERFLOW > ZERO
005580         MOVE "(MORE)" TO RPT-KEY
005590         MOVE WS-LU-OVERFLOW TO WS-DSP-COUNT
005600         STRING WS-DSP-COUNT " MORE LOG REFERENCES NOT LISTED"
005610             DELIMITED BY SIZE INTO RPT-DETAIL
005620         PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT
005630     END-IF.
005640 3600-END-RULE.
005650     PERFORM 7900-END-RULE THRU 7900-EXIT.
005660 3600-EXIT.
005670     EXIT.
005680 3650-PRINT-LOGUSER-ENTRY.
005690     MOVE WS-LU-USER-ID (WS-TBL-IX) TO RPT-KEY
005700     MOVE WS-LU-COUNT (WS-TBL-IX) TO WS-DSP-COUNT
005710     STRING "NOT ON USERMAST - ON " WS-DSP-COUNT
005720         " LOG RECORD(S)" DELIMITED BY SIZE INTO RPT-DETAIL
005730     PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT.
005740 3650-EXIT.
005750     EXIT.
005760*-----------------------------------------------------------------
005770* 4000-CHECK-CHECKPOINTS - RULE 4.  AN ACTIVE SAVED GAME THAT IS
005780* A TOURNAMENT ROUND MUST BE FOR THE TOURNAMENT ON TOURNCTL,
005790* AND THAT TOURNAMENT MUST STILL BE OPEN; OTHERWISE THE PLAYER
005800* RESUMES INTO A TOURNAMENT THAT IS CLOSED OR GONE.
005810*-----------------------------------------------------------------
005820 4000-CHECK-CHECKPOINTS.
005830     MOVE 4 TO RPT-RULE-NO
005840     MOVE "ACTIVE GAMECKPT TOURNAMENT SAVES OPEN ON TOURNCTL"
005850         TO RPT-RULE-TITLE
005860     MOVE "ERROR" TO RPT-SEVERITY
005870     PERFORM 7000-START-RULE THRU 7000-EXIT
005880     OPEN INPUT GAMECKPT-FILE
005890     IF WS-GAMECKPT-STATUS = "35"
005900         MOVE "  NO GAMECKPT ON HAND - NOTHING TO CHECK."
005910             TO RPT-TEXT
005920         WRITE CALCINT-LINE FROM WS-TEXT-LINE
005930         GO TO 4000-END-RULE
005940     END-IF
005950     IF WS-GAMECKPT-STATUS NOT = "00"
005960         MOVE "GAMECKPT" TO WS-CHECK-NAME
005970         MOVE WS-GAMECKPT-STATUS TO WS-CHECK-STATUS
005980         PERFORM 7800-RULE-NOT-CHECKED THRU 7800-EXIT
005990         GO TO 4000-END-RULE
006000     END-IF
006010     MOVE 'N' TO WS-EOF-SWITCH
006020     PERFORM 4100-CHECK-ONE-SAVE THRU 4100-EXIT
006030         UNTIL WS-EOF
006040     CLOSE GAMECKPT-FILE.
006050 4000-END-RULE.
006060     PERFORM 7900-END-RULE THRU 7900-EXIT.
006070 4000-EXIT.
006080     EXIT.
006090 4100-CHECK-ONE-SAVE.
006100     READ GAMECKPT-FILE NEXT RECORD
006110         AT END
006120             MOVE 'Y' TO WS-EOF-SWITCH
006130             GO TO 4100-EXIT
006140     END-READ
006150     IF NOT GAMECKPT-ACTIVE OR NOT GAMECKPT-TOURN-ROUND
006160         GO TO 4100-EXIT
006170     END-IF
006180     ADD 1 TO WS-RULE-CHECKED
006190     MOVE GAMECKPT-PLAYER-ID TO RPT-KEY
006200     EVALUATE TRUE
006210         WHEN NOT WS-TOURNCTL-ON-HAND
006220             STRING "SAVE FOR " GAMECKPT-TOURN-ID
006230                 " - NO TOURNAMENT ON TOURNCTL"
006240                 DELIMITED BY SIZE INTO RPT-DETAIL
006250         WHEN GAMECKPT-TOURN-ID NOT = WS-CURR-TOURN-ID
006260             STRING "SAVE FOR " GAMECKPT-TOURN-ID
006270                 " - NOT THE CURRENT " WS-CURR-TOURN-ID
006280                 DELIMITED BY SIZE INTO RPT-DETAIL
006290         WHEN WS-CURR-TOURN-CLOSED
006300             STRING "SAVE FOR " GAMECKPT-TOURN-ID
006310                 " - TOURNAMENT IS CLOSED"
006320                 DELIMITED BY SIZE INTO RPT-DETAIL
006330         WHEN NOT WS-CURR-TOURN-OPEN
006340             STRING "SAVE FOR " GAMECKPT-TOURN-ID
006350                 " - TOURNAMENT IS NOT ACTIVE"
006360                 DELIMITED BY SIZE INTO RPT-DETAIL
006370         WHEN OTHER
006380             GO TO 4100-EXIT
006390     END-EVALUATE
006400     PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT.
006410 4100-EXIT.
006420     EXIT.
006430*-----------------------------------------------------------------
006440* 5000-CHECK-TOURNRES - RULE 5.  TOURNRES HOLDS THE CURRENT
006450* TOURNAMENT'S ENTRIES ONLY; AN ENTRY FOR ANY OTHER IS A
006460* LEFTOVER THE CLOSE-OUT DID NOT CLEAR.
006470*-----------------------------------------------------------------
006480 5000-CHECK-TOURNRES.
006490     MOVE 5 TO RPT-RULE-NO
006500     MOVE "TOURNRES ENTRIES FOR THE CURRENT TOURNCTL TOURNAMENT"
006510         TO RPT-RULE-TITLE
006520     MOVE "WARN" TO RPT-SEVERITY
006530     PERFORM 7000-START-RULE THRU 7000-EXIT
006540     OPEN INPUT TOURNRES-FILE
006550     IF WS-TOURNRES-STATUS = "35"
006560         MOVE "  NO TOURNRES ON HAND - NOTHING TO CHECK."
006570             TO RPT-TEXT
006580         WRITE CALCINT-LINE FROM WS-TEXT-LINE
006590         GO TO 5000-END-RULE
006600     END-IF
006610     IF WS-TOURNRES-STATUS NOT = "00"
006620         MOVE "TOURNRES" TO WS-CHECK-NAME
006630         MOVE WS-TOURNRES-STATUS TO WS-CHECK-STATUS
006640         PERFORM 7800-RULE-NOT-CHECKED THRU 7800-EXIT
006650         GO TO 5000-END-RULE
006660     END-IF
006670     MOVE 'N' TO WS-EOF-SWITCH
006680     PERFORM 5100-CHECK-ONE-ENTRY THRU 5100-EXIT
006690         UNTIL WS-EOF
006700     CLOSE TOURNRES-FILE.
006710 5000-END-RULE.
006720     PERFORM 7900-END-RULE THRU 7900-EXIT.
006730 5000-EXIT.
006740     EXIT.
006750 5100-CHECK-ONE-ENTRY.
006760     READ TOURNRES-FILE NEXT RECORD
006770         AT END
006780             MOVE 'Y' TO WS-EOF-SWITCH
006790             GO TO 5100-EXIT
006800     END-READ
006810     ADD 1 TO WS-RULE-CHECKED
006820     IF WS-TOURNCTL-ON-HAND AND
006830        TOURNRES-TOURN-ID = WS-CURR-TOURN-ID
006840         GO TO 5100-EXIT
006850     END-IF
006860     MOVE TOURNRES-PLAYER-ID TO RPT-KEY
006870     IF WS-TOURNCTL-ON-HAND
006880         STRING "ENTRY FOR " TOURNRES-TOURN-ID
006890             " - CURRENT IS " WS-CURR-TOURN-ID
006900             DELIMITED BY SIZE INTO RPT-DETAIL
006910     ELSE
006920         STRING "ENTRY FOR " TOURNRES-TOURN-ID
006930             " - NO TOURNAMENT ON TOURNCTL"
006940             DELIMITED BY SIZE INTO RPT-DETAIL
006950     END-IF
006960     PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT.
006970 5100-EXIT.
006980     EXIT.
006990*-----------------------------------------------------------------
007000* 6000-FIND-CONSTANT - WHETHER WS-CHECK-NAME HAS ANY RECORD ON
007010* CALCCONS, WHATEVER ITS EFFECTIVE DATE.  POSITIONS ON THE
007020* NAME'S FIRST KEY AS THE CALCULATOR DOES.
007030*-----------------------------------------------------------------
007040 6000-FIND-CONSTANT.
007050     MOVE 'N'           TO WS-FOUND-SWITCH
007060     MOVE WS-CHECK-NAME TO CALCCONS-NAME
007070     MOVE ZERO          TO CALCCONS-EFF-DATE
007080     START CALCCONS-FILE KEY IS NOT LESS THAN CALCCONS-KEY
007090         INVALID KEY
007100             GO TO 6000-EXIT
007110     END-START
007120     READ CALCCONS-FILE NEXT RECORD
007130         AT END
007140             GO TO 6000-EXIT
007150     END-READ
007160     IF CALCCONS-NAME = WS-CHECK-NAME (1:8)
007170         MOVE 'Y' TO WS-FOUND-SWITCH
007180     END-IF.
007190 6000-EXIT.
007200     EXIT.
007210*-----------------------------------------------------------------
007220* 7000-START-RULE - THE RULE HEADING AND COLUMN LINES, WITH THE
007230* RULE'S COUNTS CLEARED.  THE CALLER HAS SET THE RULE NUMBER,
007240* TITLE AND SEVERITY.
007250*-----------------------------------------------------------------
007260 7000-START-RULE.
007270     MOVE ZERO TO WS-RULE-CHECKED
007280     MOVE ZERO TO WS-RULE-EXCEPTIONS
007290     MOVE SPACES TO RPT-KEY
007300     MOVE SPACES TO RPT-DETAIL
007310     MOVE SPACES TO RPT-TEXT
007320     WRITE CALCINT-LINE FROM WS-TEXT-LINE
007330     WRITE CALCINT-LINE FROM WS-RULE-LINE
007340     WRITE CALCINT-LINE FROM WS-COLUMN-LINE.
007350 7000-EXIT.
007360     EXIT.
007370*-----------------------------------------------------------------
007380* 7500-WRITE-EXCEPTION - ONE EXCEPTION LINE AT THE RULE'S
007390* SEVERITY, COUNTED TO THE RULE AND TO THE RUN.
007400*-----------------------------------------------------------------
007410 7500-WRITE-EXCEPTION.
007420     WRITE CALCINT-LINE FROM WS-DETAIL-LINE
007430     ADD 1 TO WS-RULE-EXCEPTIONS
007440     IF RPT-SEVERITY = "ERROR"
007450         ADD 1 TO WS-ERROR-COUNT
007460     ELSE
007470         ADD 1 TO WS-WARNING-COUNT
007480     END-IF
007490     MOVE SPACES TO RPT-KEY
007500     MOVE SPACES TO RPT-DETAIL.
007510 7500-EXIT.
007520     EXIT.
007530 7700-NO-CALCLOG.
007540     IF WS-CALCLOG-STATUS = "35"
007550         MOVE "  NO CALCLOG ON HAND - NOTHING TO CHECK."
007560             TO RPT-TEXT
007570         WRITE CALCINT-LINE FROM WS-TEXT-LINE
007580     ELSE
007590         MOVE "CALCLOG" TO WS-CHECK-NAME
007600         MOVE WS-CALCLOG-STATUS TO WS-CHECK-STATUS
007610         PERFORM 7800-RULE-NOT-CHECKED THRU 7800-EXIT
007620     END-IF.
007630 7700-EXIT.
007640     EXIT.
007650*-----------------------------------------------------------------
007660* 7800-RULE-NOT-CHECKED - A FILE THE RULE NEEDS WOULD NOT OPEN,
007670* SO THE LINKS ARE UNPROVED.  ALWAYS AN ERROR, WHATEVER THE
007680* RULE'S OWN SEVERITY.  THE CALLER HAS PUT THE FILE NAME IN
007690* WS-CHECK-NAME AND ITS STATUS IN WS-CHECK-STATUS.
007700*-----------------------------------------------------------------
007710 7800-RULE-NOT-CHECKED.
007720     MOVE "ERROR"       TO RPT-SEVERITY
007730     MOVE WS-CHECK-NAME TO RPT-KEY
007740     STRING "NOT CHECKED - FILE WOULD NOT OPEN, STATUS "
007750         WS-CHECK-STATUS DELIMITED BY SIZE INTO RPT-DETAIL
007760     PERFORM 7500-WRITE-EXCEPTION THRU 7500-EXIT.
007770 7800-EXIT.
007780     EXIT.
007790*-----------------------------------------------------------------
007800* 7900-END-RULE - THE RULE'S COUNTS, ADDED INTO THE RUN'S.
007810*-----------------------------------------------------------------
007820 7900-END-RULE.
007830     IF WS-RULE-EXCEPTIONS = ZERO
007840         MOVE "  NO EXCEPTIONS." TO RPT-TEXT
007850         WRITE CALCINT-LINE FROM WS-TEXT-LINE
007860     END-IF
007870     MOVE WS-RULE-CHECKED    TO RPT-RULE-CHECKED
007880     MOVE WS-RULE-EXCEPTIONS TO RPT-RULE-EXCEPTIONS
007890     WRITE CALCINT-LINE FROM WS-RULE-TOTAL-LINE
007900     ADD WS-RULE-CHECKED TO WS-TOTAL-CHECKED.
007910 7900-EXIT.
007920     EXIT.
007930*-----------------------------------------------------------------
007940* 8000-PRINT-TOTALS - THE RUN'S TOTALS AND VERDICT, ON THE
007950* REPORT AND THE CONSOLE, AND THE RETURN CODE FROM THEM.
007960*-----------------------------------------------------------------
007970 8000-PRINT-TOTALS.
007980     MOVE SPACES TO RPT-TEXT
007990     WRITE CALCINT-LINE FROM WS-TEXT-LINE
008000     MOVE "TOTALS" TO RPT-TEXT
008010     WRITE CALCINT-LINE FROM WS-TEXT-LINE
008020     MOVE "LINKS CHECKED:          " TO RPT-TOTAL-LABEL
008030     MOVE WS-TOTAL-CHECKED           TO RPT-TOTAL-COUNT
008040     WRITE CALCINT-LINE FROM WS-TOTAL-LINE
008050     MOVE "ERRORS:                 " TO RPT-TOTAL-LABEL
008060     MOVE WS-ERROR-COUNT             TO RPT-TOTAL-COUNT
008070     WRITE CALCINT-LINE FROM WS-TOTAL-LINE
008080     MOVE "WARNINGS:               " TO RPT-TOTAL-LABEL
008090     MOVE WS-WARNING-COUNT           TO RPT-TOTAL-COUNT
008100     WRITE CALCINT-LINE FROM WS-TOTAL-LINE
008110     EVALUATE TRUE
008120         WHEN WS-ERROR-COUNT > ZERO
008130             MOVE "*** BROKEN LINKS - FIX BEFORE THE NEXT RUN ***"
008140                 TO RPT-TEXT
008150             MOVE 8 TO WS-RETURN-CODE
008160         WHEN WS-WARNING-COUNT > ZERO
008170             MOVE "LINKS HOLD - WARNINGS ONLY." TO RPT-TEXT
008180             MOVE 4 TO WS-RETURN-CODE
008190         WHEN OTHER
008200             MOVE "EVERY LINK HOLDS." TO RPT-TEXT
008210             MOVE ZERO TO WS-RETURN-CODE
008220     END-EVALUATE
008230     WRITE CALCINT-LINE FROM WS-TEXT-LINE
008240     DISPLAY "CALCINTG INTEGRITY CHECK - " WS-CONTROL-DATE
008250     MOVE WS-TOTAL-CHECKED TO WS-DSP-COUNT
008260     DISPLAY "  LINKS CHECKED:  " WS-DSP-COUNT
008270     MOVE WS-ERROR-COUNT   TO WS-DSP-COUNT
008280     DISPLAY "  ERRORS:         " WS-DSP-COUNT
008290     MOVE WS-WARNING-COUNT TO WS-DSP-COUNT
008300     DISPLAY "  WARNINGS:       " WS-DSP-COUNT
008310     IF WS-ERROR-COUNT > ZERO
008320         DISPLAY "  *** BROKEN LINKS - SEE CALCINTL ***"
008330     END-IF.
008340 8000-EXIT.
008350     EXIT.
008360*-----------------------------------------------------------------
008370* 8500-WRITE-RUN-CONTROL - APPENDS THE CHECK'S COUNTS TO THE
008380* SHARED CALCCTL FILE FOR THE CALCBAL CONTROL SHEET.
008390*-----------------------------------------------------------------
008400 8500-WRITE-RUN-CONTROL.
008410     OPEN EXTEND CALCCTL-FILE
008420     IF WS-CALCCTL-STATUS = "05" OR WS-CALCCTL-STATUS = "35"
008430         OPEN OUTPUT CALCCTL-FILE
008440     END-IF
008450     IF WS-CALCCTL-STATUS NOT = "00"
008460         DISPLAY "WARNING: RUN-CONTROL RECORD NOT WRITTEN - "
008470             "STATUS " WS-CALCCTL-STATUS
008480         GO TO 8500-EXIT
008490     END-IF
008500     MOVE "CALCINTG"         TO CALCCTL-PROGRAM
008510     MOVE SPACES             TO CALCCTL-RUN-ID
008520     MOVE WS-CONTROL-DATE    TO CALCCTL-DATE
008530     ACCEPT CALCCTL-TIME FROM TIME
008540     MOVE WS-TOTAL-CHECKED   TO CALCCTL-READ-COUNT
008550     MOVE WS-ERROR-COUNT     TO CALCCTL-COUNT-1
008560     MOVE WS-WARNING-COUNT   TO CALCCTL-COUNT-2
008570     MOVE ZERO               TO CALCCTL-AMOUNT-1
008580     MOVE ZERO               TO CALCCTL-AMOUNT-2
008590     WRITE CALCCTL-RECORD
008600     CLOSE CALCCTL-FILE.
008610 8500-EXIT.
008620     EXIT.
008630*-----------------------------------------------------------------
008640* 8700-POST-TOURNAMENT-ALERT - A TOURNAMENT STILL OPEN ON
008650* TOURNCTL AFTER ITS CLOSE DATE PUTS UP A SIGN-ON WARNING FOR
008660* SUPERVISORS, REPLACING THE LAST RUN'S; ANYTHING ELSE
008670* WITHDRAWS IT.
008680*-----------------------------------------------------------------
008690 8700-POST-TOURNAMENT-ALERT.
008700     MOVE "CALCINTG" TO NOTE-SOURCE
008710     MOVE "TOURNOPN" TO NOTE-SUBJECT
008720     IF WS-TOURNCTL-ON-HAND AND
008730        WS-CURR-TOURN-OPEN AND
008740        WS-CURR-TOURN-CLOSE-DATE < WS-CONTROL-DATE
008750         MOVE "POST"  TO NOTE-FUNCTION
008760         MOVE 'W'     TO NOTE-SEVERITY
008770         MOVE 'S'     TO NOTE-PERM-LEVEL
008780         MOVE SPACES  TO NOTE-TEXT
008790         STRING "TOURNAMENT " WS-CURR-TOURN-ID
008800             " STILL OPEN PAST " WS-CURR-TOURN-CLOSE-DATE
008810             DELIMITED BY SIZE INTO NOTE-TEXT
008820     ELSE
008830         MOVE "CLEAR" TO NOTE-FUNCTION
008840     END-IF
008850     CALL "NOTEPOST" USING NOTE-CALL-PARMS
008860     IF NOT NOTE-RC-OK
008870         DISPLAY "WARNING: TOURNAMENT ALERT NOT POSTED - NOTICE "
008880             "FILE ERROR."
008890     END-IF.
008900 8700-EXIT.
008910     EXIT.
008920 9000-TERMINATE.
008930     IF WS-CALCCONS-OPEN
008940         CLOSE CALCCONS-FILE
008950     END-IF
008960     IF WS-USERMAST-OPEN
008970         CLOSE USERMAST-FILE
008980     END-IF
008990     CLOSE CALCINT-FILE.
009000 9000-EXIT.
009010     EXIT.
