000130* PRESENT ON ONE SIDE ONLY, OR PRESENT ON BOTH WITH DIFFERING
000140* FIELDS, IS LISTED ON THE CALCRECL REPORT, FOLLOWED BY COUNT
000150* AND AMOUNT TOTALS FOR BOTH SIDES.
000160* RETURN CODE: 0 = RUN RECONCILES, 8 = EXCEPTIONS FOUND, 16 = NO
000170* RUN ID OR A FILE WOULD NOT OPEN.
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000210* 2026-08-22 DLM   ORIGINAL - CALCOUT / CALCLOG RUN
000220*                  RECONCILIATION (CR-2026-118).
000230* 2026-08-22 DLM   SIGNED AMOUNTS: THE SIDE TOTALS NOW CARRY
000240*                  THE SIGN THROUGH FROM THE SIGNED FILES
000250*                  (CR-2026-120).
000260* 2026-09-03 DLM   THE PAIR COMPARISON NOW INCLUDES THE
000270*                  WORK-ORDER REFERENCE CARRIED ON BOTH FILES
000280*                  (CR-2026-128).
000290* 2026-09-03 DLM   APPENDS ITS SIDE COUNTS, EXCEPTION COUNT
000300*                  AND AMOUNT TOTALS TO THE SHARED CALCCTL
000310*                  RUN-CONTROL FILE SO CALCBAL CAN FOLD THE
000320*                  RECONCILIATION INTO THE DAY'S CONTROL SHEET
000330*                  (CR-2026-132).
000340* 2026-09-03 DLM   CALLABLE FROM THE RPTMENU REPORTS SUBMENU:
000350*                  TAKES THE SIGN-ON AND RUN PARAMETER THROUGH THE
000360*                  RPTCALL AREA, STAMPS THE AUDIT TRAIL WITH THE
000370*                  CALLING USER, AND GOES BACK TO THE MENU INSTEAD
000380*                  OF STOPPING THE RUN UNIT (CR-2026-138).
000390* 2026-10-15 DLM   SETS THE RETURN CODE FROM THE VERDICT SO THE
000400*                  CALCNITE NIGHTLY DRIVER CAN STOP THE STREAM
000410*                  ON A RUN THAT DOES NOT RECONCILE
000420*                  (CR-2026-142).
000430*-----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT CALCOUT-FILE ASSIGN TO "CALCOUT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CALCOUT-STATUS.
000530     SELECT CALCLOG-FILE ASSIGN TO "CALCLOG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CALCLOG-STATUS.
000560     SELECT CALCREC-FILE ASSIGN TO "CALCRECL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CALCREC-STATUS.
000590     SELECT CALCCTL-FILE ASSIGN TO "CALCCTL"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CALCCTL-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CALCOUT-FILE
000650     RECORDING MODE IS F.
000660     COPY CALCOUT.
000670 FD  CALCLOG-FILE
000680     RECORDING MODE IS F.
000690     COPY CALCLOG.
000700 FD  CALCREC-FILE
000710     RECORDING MODE IS F.
000720 01  CALCREC-LINE                PIC X(80).
000730 FD  CALCCTL-FILE
000740     RECORDING MODE IS F.
000750     COPY CALCCTL.
000760 WORKING-STORAGE SECTION.
000770 77  WS-CALCOUT-STATUS           PIC X(02) VALUE SPACES.
000780 77  WS-CALCLOG-STATUS           PIC X(02) VALUE SPACES.
000790 77  WS-CALCREC-STATUS           PIC X(02) VALUE SPACES.
000800 77  WS-CALCOUT-EOF-SWITCH       PIC X(01) VALUE 'N'.
000810     88  WS-CALCOUT-EOF              VALUE 'Y'.
000820 77  WS-CALCLOG-EOF-SWITCH       PIC X(01) VALUE 'N'.
000830     88  WS-CALCLOG-EOF              VALUE 'Y'.
000840 77  WS-OUT-HAVE-SWITCH          PIC X(01) VALUE 'N'.
000850     88  WS-OUT-HAVE                 VALUE 'Y'.
000860 77  WS-LOG-HAVE-SWITCH          PIC X(01) VALUE 'N'.
000870     88  WS-LOG-HAVE                 VALUE 'Y'.
000880 77  WS-PARM-CARD                PIC X(20) VALUE SPACES.
000890 77  WS-RUN-ID                   PIC X(08) VALUE SPACES.
000900 77  WS-PAIR-NO                  PIC 9(07) VALUE ZERO.
000910 77  WS-OUT-COUNT                PIC 9(07) VALUE ZERO.
000920 77  WS-LOG-COUNT                PIC 9(07) VALUE ZERO.
000930 77  WS-MATCH-COUNT              PIC 9(07) VALUE ZERO.
000940 77  WS-MISMATCH-COUNT           PIC 9(07) VALUE ZERO.
000950 77  WS-OUT-ONLY-COUNT           PIC 9(07) VALUE ZERO.
000960 77  WS-LOG-ONLY-COUNT           PIC 9(07) VALUE ZERO.
000970 77  WS-OUT-AMOUNT               PIC S9(09)V99 VALUE ZERO.
000980 77  WS-LOG-AMOUNT               PIC S9(09)V99 VALUE ZERO.
000990 77  WS-CALCCTL-STATUS           PIC X(02) VALUE SPACES.
001000 77  WS-EXCEPTION-COUNT          PIC 9(07) VALUE ZERO.
001010 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001020 77  WS-CALLED-SWITCH            PIC X(01) VALUE 'N'.
001030     88  WS-CALLED                   VALUE 'Y'.
001040 77  WS-RETURN-CODE              PIC S9(04) COMP VALUE ZERO.
001050     COPY AUDITCLL.
001060 01  WS-HEADING-LINE.
001070     05  FILLER                  PIC X(34)
001080         VALUE "CALCOUT/CALCLOG RECONCILIATION -  ".
001090     05  RPT-HDG-RUN-ID          PIC X(08).
001100     05  FILLER                  PIC X(38) VALUE SPACES.
001110 01  WS-EXCEPTION-LINE.
001120     05  FILLER                  PIC X(13) VALUE "TRANSACTION  ".
001130     05  RPT-PAIR-NO             PIC ZZZZZZ9.
001140     05  FILLER                  PIC X(02) VALUE SPACES.
001150     05  RPT-EXCEPTION           PIC X(30).
001160     05  FILLER                  PIC X(28) VALUE SPACES.
001170 01  WS-COUNT-LINE.
001180     05  RPT-LABEL               PIC X(26).
001190     05  RPT-COUNT               PIC ZZZ,ZZ9.
001200     05  FILLER                  PIC X(47) VALUE SPACES.
001210 01  WS-AMOUNT-LINE.
001220     05  RPT-AMT-LABEL           PIC X(26).
001230     05  RPT-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
001240     05  FILLER                  PIC X(39) VALUE SPACES.
001250 01  WS-VERDICT-LINE.
001260     05  RPT-VERDICT             PIC X(80).
001270 LINKAGE SECTION.
001280     COPY RPTCALL.
001290 PROCEDURE DIVISION USING RPT-CALL-PARMS.
001300*-----------------------------------------------------------------
001310* 0000-MAINLINE - WALKS THE TWO FILES IN STEP FOR THE REQUESTED
001320* RUN, LISTING EXCEPTIONS AS THEY ARE FOUND, THEN PRINTS THE
001330* COUNT AND AMOUNT TOTALS FOR BOTH SIDES.
001340*-----------------------------------------------------------------
001350 0000-MAINLINE.
001360     PERFORM 0100-PICKUP-CALLER THRU 0100-EXIT
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001380     PERFORM 2000-MATCH-PAIR THRU 2000-EXIT
001390         UNTIL WS-CALCOUT-EOF AND WS-CALCLOG-EOF
001400     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
001410     PERFORM 8500-WRITE-RUN-CONTROL THRU 8500-EXIT
001420     PERFORM 9000-TERMINATE THRU 9000-EXIT
001430     PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
001440     MOVE WS-RETURN-CODE TO RETURN-CODE
001450     GOBACK.
001460*-----------------------------------------------------------------
001470* 0100-PICKUP-CALLER - WHEN RPTMENU CALLED THIS REPORT, PICKS UP
001480* THE VALIDATED SIGN-ON AND STAMPS THE AUDIT TRAIL WITH THE
001490* CALLING USER; A COMMAND-LINE START SEES A NULL ADDRESS AND RUNS
001500* AS BEFORE.
001510*-----------------------------------------------------------------
001520 0100-PICKUP-CALLER.
001530     MOVE 'N' TO WS-CALLED-SWITCH
001540     IF ADDRESS OF RPT-CALL-PARMS = NULL
001550         GO TO 0100-EXIT
001560     END-IF
001570     MOVE 'Y' TO WS-CALLED-SWITCH
001580     MOVE RPT-CALL-USER-ID TO AUDIT-USER-ID
001590     MOVE "CALCRECN"  TO AUDIT-PROGRAM-NAME
001600     MOVE "START"     TO AUDIT-FUNCTION
001610     CALL "AUDITLOG" USING AUDIT-CALL-PARMS
001620     IF NOT AUDIT-RC-OK
001630         DISPLAY "WARNING: AUDIT TRAIL SIGN-ON NOT RECORDED."
001640     END-IF.
001650 0100-EXIT.
001660     EXIT.
001670*-----------------------------------------------------------------
001680* 0900-SIGN-OFF-AUDIT - THE MATCHING END EVENT FOR A CALLED RUN,
001690* SO THE SESSION INQUIRY SHOWS WHO PULLED THE REPORT AND WHEN.
001700*-----------------------------------------------------------------
001710 0900-SIGN-OFF-AUDIT.
001720     IF NOT WS-CALLED
001730         GO TO 0900-EXIT
001740     END-IF
001750     MOVE "END" TO AUDIT-FUNCTION
001760     CALL "AUDITLOG" USING AUDIT-CALL-PARMS
001770     IF NOT AUDIT-RC-OK
001780         DISPLAY "WARNING: AUDIT TRAIL SIGN-OFF NOT RECORDED."
001790     END-IF.
001800 0900-EXIT.
001810     EXIT.
001820*-----------------------------------------------------------------
001830* 1000-INITIALIZE - PICKS UP THE RUN ID PARAMETER, OPENS THE
001840* FILES AND POSITIONS EACH SIDE ON ITS FIRST RECORD FOR THE
001850* RUN.
001860*-----------------------------------------------------------------
001870 1000-INITIALIZE.
001880     MOVE 'N'  TO WS-CALCOUT-EOF-SWITCH
001890     MOVE 'N'  TO WS-CALCLOG-EOF-SWITCH
001900     MOVE 'N'  TO WS-OUT-HAVE-SWITCH
001910     MOVE 'N'  TO WS-LOG-HAVE-SWITCH
001920     MOVE ZERO TO WS-PAIR-NO
001930     MOVE ZERO TO WS-OUT-COUNT
001940     MOVE ZERO TO WS-LOG-COUNT
001950     MOVE ZERO TO WS-MATCH-COUNT
001960     MOVE ZERO TO WS-MISMATCH-COUNT
001970     MOVE ZERO TO WS-OUT-ONLY-COUNT
001980     MOVE ZERO TO WS-LOG-ONLY-COUNT
001990     MOVE ZERO TO WS-OUT-AMOUNT
002000     MOVE ZERO TO WS-LOG-AMOUNT
002010     MOVE ZERO TO WS-EXCEPTION-COUNT
002020     IF WS-CALLED
002030         MOVE RPT-CALL-PARM-CARD TO WS-PARM-CARD
002040     ELSE
002050         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
002060     END-IF
002070     IF WS-PARM-CARD (1:8) = SPACES
002080         DISPLAY "ERROR: RUN ID PARAMETER IS MISSING."
002090         PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
002100         MOVE 16 TO RETURN-CODE
002110         GOBACK
002120     END-IF
002130     MOVE WS-PARM-CARD (1:8) TO WS-RUN-ID
002140     OPEN INPUT CALCOUT-FILE
002150     IF WS-CALCOUT-STATUS NOT = "00"
002160         DISPLAY "ERROR: UNABLE TO OPEN CALCOUT - STATUS "
002170             WS-CALCOUT-STATUS
002180         PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
002190         MOVE 16 TO RETURN-CODE
002200         GOBACK
002210     END-IF
002220     OPEN INPUT CALCLOG-FILE
002230     IF WS-CALCLOG-STATUS NOT = "00"
002240         DISPLAY "ERROR: UNABLE TO OPEN CALCLOG - STATUS "
002250             WS-CALCLOG-STATUS
002260         CLOSE CALCOUT-FILE
002270         PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
002280         MOVE 16 TO RETURN-CODE
002290         GOBACK
002300     END-IF
002310     OPEN OUTPUT CALCREC-FILE
002320     IF WS-CALCREC-STATUS NOT = "00"
002330         DISPLAY "ERROR: UNABLE TO OPEN CALCRECL - STATUS "
002340             WS-CALCREC-STATUS
002350         CLOSE CALCOUT-FILE
002360         CLOSE CALCLOG-FILE
002370         PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
002380         MOVE 16 TO RETURN-CODE
002390         GOBACK
002400     END-IF
002410     MOVE WS-RUN-ID TO RPT-HDG-RUN-ID
002420     WRITE CALCREC-LINE FROM WS-HEADING-LINE
002430     PERFORM 2100-NEXT-CALCOUT THRU 2100-EXIT
002440     PERFORM 2200-NEXT-CALCLOG THRU 2200-EXIT.
002450 1000-EXIT.
002460     EXIT.
002470*-----------------------------------------------------------------
002480* 2000-MATCH-PAIR - ONE TRANSACTION.  WITH A RECORD ON EACH
002490* SIDE THE FIELDS ARE COMPARED; A RECORD ON ONE SIDE ONLY IS AN
002500* ORPHAN.  EACH SIDE'S COUNT AND POSTED-AMOUNT TOTALS ARE
002510* ACCUMULATED AS ITS RECORDS ARE CONSUMED.
002520*-----------------------------------------------------------------
002530 2000-MATCH-PAIR.
002540     ADD 1 TO WS-PAIR-NO
002550     EVALUATE TRUE
002560         WHEN WS-OUT-HAVE AND WS-LOG-HAVE
002570             PERFORM 2300-COMPARE-PAIR THRU 2300-EXIT
002580             PERFORM 2400-TALLY-CALCOUT THRU 2400-EXIT
002590             PERFORM 2500-TALLY-CALCLOG THRU 2500-EXIT
002600             PERFORM 2100-NEXT-CALCOUT THRU 2100-EXIT
002610             PERFORM 2200-NEXT-CALCLOG THRU 2200-EXIT
002620         WHEN WS-OUT-HAVE
002630             ADD 1 TO WS-OUT-ONLY-COUNT
002640             MOVE WS-PAIR-NO TO RPT-PAIR-NO
002650             MOVE "IN CALCOUT ONLY - NO LOG" TO RPT-EXCEPTION
002660             WRITE CALCREC-LINE FROM WS-EXCEPTION-LINE
002670             PERFORM 2400-TALLY-CALCOUT THRU 2400-EXIT
002680             PERFORM 2100-NEXT-CALCOUT THRU 2100-EXIT
002690         WHEN WS-LOG-HAVE
002700             ADD 1 TO WS-LOG-ONLY-COUNT
002710             MOVE WS-PAIR-NO TO RPT-PAIR-NO
002720             MOVE "IN CALCLOG ONLY - NO OUTPUT" TO RPT-EXCEPTION
002730             WRITE CALCREC-LINE FROM WS-EXCEPTION-LINE
002740             PERFORM 2500-TALLY-CALCLOG THRU 2500-EXIT
002750             PERFORM 2200-NEXT-CALCLOG THRU 2200-EXIT
002760     END-EVALUATE.
002770 2000-EXIT.
002780     EXIT.
002790*-----------------------------------------------------------------
002800* 2100-NEXT-CALCOUT - READS FORWARD TO THE NEXT CALCOUT RECORD
002810* STAMPED WITH THE REQUESTED RUN ID.  RECORDS FROM OTHER RUNS
002820* ARE PASSED OVER.
002830*-----------------------------------------------------------------
002840 2100-NEXT-CALCOUT.
002850     MOVE 'N' TO WS-OUT-HAVE-SWITCH
002860     IF WS-CALCOUT-EOF
002870         GO TO 2100-EXIT
002880     END-IF
002890     READ CALCOUT-FILE
002900         AT END
002910             MOVE 'Y' TO WS-CALCOUT-EOF-SWITCH
002920             GO TO 2100-EXIT
002930     END-READ
002940     IF CALCOUT-RUN-ID NOT = WS-RUN-ID
002950         GO TO 2100-NEXT-CALCOUT
002960     END-IF
002970     MOVE 'Y' TO WS-OUT-HAVE-SWITCH.
002980 2100-EXIT.
002990     EXIT.
003000*-----------------------------------------------------------------
003010* 2200-NEXT-CALCLOG - READS FORWARD TO THE NEXT CALCLOG RECORD
003020* STAMPED WITH THE REQUESTED RUN ID.  RECORDS FROM OTHER RUNS
003030* (INCLUDING INTERACTIVE SESSIONS) ARE PASSED OVER.
003040*-----------------------------------------------------------------
003050 2200-NEXT-CALCLOG.
003060     MOVE 'N' TO WS-LOG-HAVE-SWITCH
003070     IF WS-CALCLOG-EOF
003080         GO TO 2200-EXIT
003090     END-IF
003100     READ CALCLOG-FILE
003110         AT END
003120             MOVE 'Y' TO WS-CALCLOG-EOF-SWITCH
003130             GO TO 2200-EXIT
003140     END-READ
003150     IF CALCLOG-RUN-ID NOT = WS-RUN-ID
003160         GO TO 2200-NEXT-CALCLOG
003170     END-IF
003180     MOVE 'Y' TO WS-LOG-HAVE-SWITCH.
003190 2200-EXIT.
003200     EXIT.
003210*-----------------------------------------------------------------
003220* 2300-COMPARE-PAIR - FIELD-FOR-FIELD COMPARISON OF A MATCHED
003230* PAIR.  THE TWO FILES ARE WRITTEN FROM THE SAME TRANSACTION IN
003240* THE SAME PASS, SO EVERY FIELD MUST AGREE.
003250*-----------------------------------------------------------------
003260 2300-COMPARE-PAIR.
003270     IF CALCOUT-NUM1     = CALCLOG-NUM1     AND
003280        CALCOUT-OPERATOR = CALCLOG-OPERATOR AND
003290        CALCOUT-NUM2     = CALCLOG-NUM2     AND
003300        CALCOUT-RESULT   = CALCLOG-RESULT   AND
003310        CALCOUT-WORK-ORDER = CALCLOG-WORK-ORDER
003320         ADD 1 TO WS-MATCH-COUNT
003330     ELSE
003340         ADD 1 TO WS-MISMATCH-COUNT
003350         MOVE WS-PAIR-NO TO RPT-PAIR-NO
003360         MOVE "FIELDS DISAGREE ACROSS FILES" TO RPT-EXCEPTION
003370         WRITE CALCREC-LINE FROM WS-EXCEPTION-LINE
003380     END-IF.
003390 2300-EXIT.
003400     EXIT.
003410 2400-TALLY-CALCOUT.
003420     ADD 1 TO WS-OUT-COUNT
003430     IF CALCOUT-MESSAGE (1:2) = "OK"
003440         ADD CALCOUT-RESULT TO WS-OUT-AMOUNT
003450     END-IF.
003460 2400-EXIT.
003470     EXIT.
003480 2500-TALLY-CALCLOG.
003490     ADD 1 TO WS-LOG-COUNT
003500     IF CALCLOG-STAT-OK
003510         ADD CALCLOG-RESULT TO WS-LOG-AMOUNT
003520     END-IF.
003530 2500-EXIT.
003540     EXIT.
003550*-----------------------------------------------------------------
003560* 8000-PRINT-TOTALS - COUNT AND AMOUNT TOTALS FOR BOTH SIDES,
003570* AND THE RECONCILIATION VERDICT FOR THE AUDITORS.
003580*-----------------------------------------------------------------
003590 8000-PRINT-TOTALS.
003600     MOVE "CALCOUT RECORDS:          " TO RPT-LABEL
003610     MOVE WS-OUT-COUNT                 TO RPT-COUNT
003620     WRITE CALCREC-LINE FROM WS-COUNT-LINE
003630     MOVE "CALCLOG RECORDS:          " TO RPT-LABEL
003640     MOVE WS-LOG-COUNT                 TO RPT-COUNT
003650     WRITE CALCREC-LINE FROM WS-COUNT-LINE
003660     MOVE "MATCHED TRANSACTIONS:     " TO RPT-LABEL
003670     MOVE WS-MATCH-COUNT               TO RPT-COUNT
003680     WRITE CALCREC-LINE FROM WS-COUNT-LINE
003690     MOVE "FIELD MISMATCHES:         " TO RPT-LABEL
003700     MOVE WS-MISMATCH-COUNT            TO RPT-COUNT
003710     WRITE CALCREC-LINE FROM WS-COUNT-LINE
003720     MOVE "IN CALCOUT ONLY:          " TO RPT-LABEL
003730     MOVE WS-OUT-ONLY-COUNT            TO RPT-COUNT
003740     WRITE CALCREC-LINE FROM WS-COUNT-LINE
003750     MOVE "IN CALCLOG ONLY:          " TO RPT-LABEL
003760     MOVE WS-LOG-ONLY-COUNT            TO RPT-COUNT
003770     WRITE CALCREC-LINE FROM WS-COUNT-LINE
003780     MOVE "CALCOUT POSTED AMOUNT:    " TO RPT-AMT-LABEL
003790     MOVE WS-OUT-AMOUNT                TO RPT-AMOUNT
003800     WRITE CALCREC-LINE FROM WS-AMOUNT-LINE
003810     MOVE "CALCLOG POSTED AMOUNT:    " TO RPT-AMT-LABEL
003820     MOVE WS-LOG-AMOUNT                TO RPT-AMOUNT
003830     WRITE CALCREC-LINE FROM WS-AMOUNT-LINE
003840     IF WS-MISMATCH-COUNT = ZERO AND
003850        WS-OUT-ONLY-COUNT = ZERO AND
003860        WS-LOG-ONLY-COUNT = ZERO AND
003870        WS-OUT-AMOUNT = WS-LOG-AMOUNT
003880         MOVE "RUN RECONCILES - FILES AGREE ONE FOR ONE."
003890             TO RPT-VERDICT
003900         MOVE ZERO TO WS-RETURN-CODE
003910     ELSE
003920         MOVE 8 TO WS-RETURN-CODE
003930         MOVE "*** RUN DOES NOT RECONCILE - SEE EXCEPTIONS ***"
003940             TO RPT-VERDICT
003950     END-IF
003960     WRITE CALCREC-LINE FROM WS-VERDICT-LINE
003970     DISPLAY "CALCRECN COMPLETE - SEE CALCRECL FOR RUN "
003980         WS-RUN-ID.
003990 8000-EXIT.
004000     EXIT.
004010*-----------------------------------------------------------------
004020* 8500-WRITE-RUN-CONTROL - APPENDS THE RECONCILIATION'S COUNTS
004030* AND AMOUNT TOTALS TO THE SHARED CALCCTL FILE FOR THE CALCBAL
004040* BALANCING STEP.  THE EXCEPTION COUNT FOLDS MISMATCHES AND
004050* ORPHANS TOGETHER - ANYTHING OVER ZERO MEANS THE RUN DID NOT
004060* RECONCILE.
004070*-----------------------------------------------------------------
004080 8500-WRITE-RUN-CONTROL.
004090     OPEN EXTEND CALCCTL-FILE
004100     IF WS-CALCCTL-STATUS = "05" OR WS-CALCCTL-STATUS = "35"
004110         OPEN OUTPUT CALCCTL-FILE
004120     END-IF
004130     IF WS-CALCCTL-STATUS NOT = "00"
004140         DISPLAY "WARNING: RUN-CONTROL RECORD NOT WRITTEN - "
004150             "STATUS " WS-CALCCTL-STATUS
004160         GO TO 8500-EXIT
004170     END-IF
004180     COMPUTE WS-EXCEPTION-COUNT = WS-MISMATCH-COUNT
004190         + WS-OUT-ONLY-COUNT + WS-LOG-ONLY-COUNT
004200     MOVE "CALCRECN"       TO CALCCTL-PROGRAM
004210     MOVE WS-RUN-ID        TO CALCCTL-RUN-ID
004220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004230     MOVE WS-RUN-DATE      TO CALCCTL-DATE
004240     ACCEPT CALCCTL-TIME FROM TIME
004250     MOVE WS-OUT-COUNT     TO CALCCTL-READ-COUNT
004260     MOVE WS-LOG-COUNT     TO CALCCTL-COUNT-1
004270     MOVE WS-EXCEPTION-COUNT TO CALCCTL-COUNT-2
004280     MOVE WS-OUT-AMOUNT    TO CALCCTL-AMOUNT-1
004290     MOVE WS-LOG-AMOUNT    TO CALCCTL-AMOUNT-2
004300     WRITE CALCCTL-RECORD
004310     CLOSE CALCCTL-FILE.
004320 8500-EXIT.
004330     EXIT.
004340 9000-TERMINATE.
004350     CLOSE CALCOUT-FILE
004360     CLOSE CALCLOG-FILE
004370     CLOSE CALCREC-FILE.
004380 9000-EXIT.
004390     EXIT.
