000070*-----------------------------------------------------------------
000080* CALCBAL - DAY-END BALANCING OVER THE SHARED CALCCTL
000090* RUN-CONTROL FILE.  EVERY BATCH STEP IN THE CALCULATOR CHAIN
000100* (CALCINTG, STORDGEN, CALCEDIT, THE CALCULATOR'S BATCH DRIVER,
000110* CALCRECN, GLEXTRCT, CALCARCH) APPENDS ITS CONTROL COUNTS AND
000120* AMOUNT TOTALS TO CALCCTL; THIS PROGRAM READS THE FILE, KEEPS
000130* THE LATEST RECORD PER PROGRAM FOR THE REQUESTED DATE (A
000140* RESTART'S RECORD SUPERSEDES THE DEAD RUN'S), AND PRINTS ONE
000150* CONTROL SHEET PROVING THE WHOLE CHAIN: THE DAY'S STANDING
000160* ORDERS MUST HAVE REACHED CALCEDIT, RAW RECORDS READ MUST EQUAL
000170* ACCEPTED PLUS REJECTED, ACCEPTED MUST EQUAL THE TRANSACTIONS
000180* THE CALCULATOR POSTED, THE CALCULATOR'S CALCOUT AND CALCLOG
000190* COUNTS AND AMOUNTS MUST AGREE, THE RECONCILIATION MUST SHOW
000200* NO EXCEPTIONS, THE GL INTERFACE EXTRACT MUST CARRY THE
000210* CALCULATOR'S RUN, RECORD COUNT AND POSTED AMOUNT, AND THE
000220* ARCHIVE SPLIT MUST BALANCE.  EVERY LEG THAT DOES NOT TIE
000230* PRINTS A LOUD EXCEPTION LINE.  A BROKEN FILE LINK FOUND BY THE
000240* INTEGRITY CHECK IS ONE TOO - THE DAY'S FIGURES MAY TIE, BUT
000250* THE NEXT RUN WILL FALL OVER ON IT.  AN OUT-OF-BALANCE DAY
000260* ALSO PUTS UP A CRITICAL SIGN-ON ALERT THROUGH NOTEPOST, WHICH
000270* STAYS UNTIL A RERUN FOR THE SAME DATE TIES.
000280*
000290* RUN PARAMETER:  YYYYMMDD BALANCING DATE (BLANK = TODAY)
000300* RETURN CODE:    0 = DAY IN BALANCE, 8 = OUT OF BALANCE,
000310*                 16 = A FILE WOULD NOT OPEN
000320*-----------------------------------------------------------------
000330* MODIFICATION HISTORY
000340* DATE       INIT  DESCRIPTION
000350* 2026-09-03 DLM   ORIGINAL - DAY-END BALANCING CONTROL SHEET
000360*                  (CR-2026-132).
000370* 2026-09-03 DLM   ADDED THE CALCFIX REJECT-REPAIR SECTION SO
000380*                  THE SHEET SHOWS REJECTS REPAIRED AND
000390*                  CARRIED OVER, WITH ITS OWN ADD-BACK CHECK
000400*                  (CR-2026-133).
000410* 2026-09-03 DLM   CALLABLE FROM THE RPTMENU REPORTS SUBMENU:
000420*                  TAKES THE SIGN-ON AND RUN PARAMETER THROUGH THE
000430*                  RPTCALL AREA, STAMPS THE AUDIT TRAIL WITH THE
000440*                  CALLING USER, AND GOES BACK TO THE MENU INSTEAD
000450*                  OF STOPPING THE RUN UNIT (CR-2026-138).
000460* 2026-10-15 DLM   ADDED THE GLEXTRCT GL INTERFACE SECTION AND
000470*                  ITS LEGS: SAME RUN AS THE CALCULATOR, CALCOUT
000480*                  RECORDS AND POSTED AMOUNT CARRIED THROUGH TO
000490*                  THE EXTRACT, NO DETAIL LEFT WITHOUT AN
000500*                  ACCOUNT (CR-2026-141).
000510* 2026-10-15 DLM   SETS THE RETURN CODE FROM THE VERDICT SO THE
000520*                  CALCNITE NIGHTLY DRIVER CAN STOP THE STREAM
000530*                  ON AN OUT-OF-BALANCE DAY (CR-2026-142).
000540* 2026-10-15 DLM   ADDED THE CALCINTG REFERENTIAL INTEGRITY
000550*                  SECTION; AN INTEGRITY ERROR IS AN EXCEPTION
000560*                  (CR-2026-145).
000570* 2026-10-15 DLM   ADDED THE STORDGEN STANDING-ORDER SECTION AND
000580*                  ITS LEGS: ORDERS READ ADD BACK, AND THE
000590*                  GENERATED TRANSACTIONS WERE ON CALCINR WHEN
000600*                  CALCEDIT READ IT (CR-2026-147).
000610* 2026-10-15 DLM   AN OUT-OF-BALANCE VERDICT POSTS A CRITICAL
000620*                  SIGN-ON ALERT FOR EVERY USER THROUGH NOTEPOST,
000630*                  ONE PER BALANCING DATE; A RERUN THAT TIES
000640*                  WITHDRAWS THAT DATE'S ALERT (CR-2026-148).
000650*-----------------------------------------------------------------
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER. IBM-370.
000690 OBJECT-COMPUTER. IBM-370.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT CALCCTL-FILE ASSIGN TO "CALCCTL"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-CALCCTL-STATUS.
000750     SELECT CALCBAL-FILE ASSIGN TO "CALCBALL"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-CALCBAL-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  CALCCTL-FILE
000810     RECORDING MODE IS F.
000820     COPY CALCCTL.
000830 FD  CALCBAL-FILE
000840     RECORDING MODE IS F.
000850 01  CALCBAL-LINE                PIC X(80).
000860 WORKING-STORAGE SECTION.
000870 77  WS-CALCCTL-STATUS           PIC X(02) VALUE SPACES.
000880 77  WS-CALCBAL-STATUS           PIC X(02) VALUE SPACES.
000890 77  WS-CALCCTL-EOF-SWITCH       PIC X(01) VALUE 'N'.
000900     88  WS-CALCCTL-EOF              VALUE 'Y'.
000910 77  WS-PARM-CARD                PIC X(20) VALUE SPACES.
000920 77  WS-BALANCE-DATE             PIC 9(08) VALUE ZERO.
000930 77  WS-EXCEPTION-COUNT          PIC 9(03) VALUE ZERO.
000940 77  WS-CHECK-COUNT              PIC 9(07) VALUE ZERO.
000950 77  WS-CHECK-AMOUNT             PIC S9(09)V99 VALUE ZERO.
000960 77  WS-CALLED-SWITCH            PIC X(01) VALUE 'N'.
000970     88  WS-CALLED                   VALUE 'Y'.
000980 77  WS-RETURN-CODE              PIC S9(04) COMP VALUE ZERO.
000990     COPY AUDITCLL.
001000     COPY NOTECLL.
001010 01  WS-EDIT-CTL.
001020     05  WS-EDIT-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001030         88  WS-EDIT-FOUND           VALUE 'Y'.
001040     05  WS-EDIT-TIME            PIC 9(08) VALUE ZERO.
001050     05  WS-EDIT-READ            PIC 9(07) VALUE ZERO.
001060     05  WS-EDIT-ACCEPTED        PIC 9(07) VALUE ZERO.
001070     05  WS-EDIT-REJECTED        PIC 9(07) VALUE ZERO.
001080 01  WS-CALC-CTL.
001090     05  WS-CALC-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001100         88  WS-CALC-FOUND           VALUE 'Y'.
001110     05  WS-CALC-TIME            PIC 9(08) VALUE ZERO.
001120     05  WS-CALC-RUN-ID          PIC X(08) VALUE SPACES.
001130     05  WS-CALC-TRANS           PIC 9(07) VALUE ZERO.
001140     05  WS-CALC-OUT-COUNT       PIC 9(07) VALUE ZERO.
001150     05  WS-CALC-LOG-COUNT       PIC 9(07) VALUE ZERO.
001160     05  WS-CALC-OUT-AMOUNT      PIC S9(09)V99 VALUE ZERO.
001170     05  WS-CALC-LOG-AMOUNT      PIC S9(09)V99 VALUE ZERO.
001180 01  WS-INTG-CTL.
001190     05  WS-INTG-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001200         88  WS-INTG-FOUND           VALUE 'Y'.
001210     05  WS-INTG-TIME            PIC 9(08) VALUE ZERO.
001220     05  WS-INTG-CHECKED         PIC 9(07) VALUE ZERO.
001230     05  WS-INTG-ERRORS          PIC 9(07) VALUE ZERO.
001240     05  WS-INTG-WARNINGS        PIC 9(07) VALUE ZERO.
001250 01  WS-SORD-CTL.
001260     05  WS-SORD-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001270         88  WS-SORD-FOUND           VALUE 'Y'.
001280     05  WS-SORD-TIME            PIC 9(08) VALUE ZERO.
001290     05  WS-SORD-READ            PIC 9(07) VALUE ZERO.
001300     05  WS-SORD-GENERATED       PIC 9(07) VALUE ZERO.
001310     05  WS-SORD-NOT-DUE         PIC 9(07) VALUE ZERO.
001320 01  WS-RECN-CTL.
001330     05  WS-RECN-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001340         88  WS-RECN-FOUND           VALUE 'Y'.
001350     05  WS-RECN-TIME            PIC 9(08) VALUE ZERO.
001360     05  WS-RECN-OUT-COUNT       PIC 9(07) VALUE ZERO.
001370     05  WS-RECN-LOG-COUNT       PIC 9(07) VALUE ZERO.
001380     05  WS-RECN-EXCEPTIONS      PIC 9(07) VALUE ZERO.
001390     05  WS-RECN-OUT-AMOUNT      PIC S9(09)V99 VALUE ZERO.
001400     05  WS-RECN-LOG-AMOUNT      PIC S9(09)V99 VALUE ZERO.
001410 01  WS-FIX-CTL.
001420     05  WS-FIX-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001430         88  WS-FIX-FOUND            VALUE 'Y'.
001440     05  WS-FIX-TIME             PIC 9(08) VALUE ZERO.
001450     05  WS-FIX-READ             PIC 9(07) VALUE ZERO.
001460     05  WS-FIX-REPAIRED         PIC 9(07) VALUE ZERO.
001470     05  WS-FIX-CARRIED          PIC 9(07) VALUE ZERO.
001480 01  WS-GLX-CTL.
001490     05  WS-GLX-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001500         88  WS-GLX-FOUND            VALUE 'Y'.
001510     05  WS-GLX-TIME             PIC 9(08) VALUE ZERO.
001520     05  WS-GLX-RUN-ID           PIC X(08) VALUE SPACES.
001530     05  WS-GLX-READ             PIC 9(07) VALUE ZERO.
001540     05  WS-GLX-DETAILS          PIC 9(07) VALUE ZERO.
001550     05  WS-GLX-SKIPPED          PIC 9(07) VALUE ZERO.
001560     05  WS-GLX-HASH-TOTAL       PIC S9(09)V99 VALUE ZERO.
001570     05  WS-GLX-NO-ACCT-AMOUNT   PIC S9(09)V99 VALUE ZERO.
001580 01  WS-ARCH-CTL.
001590     05  WS-ARCH-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001600         88  WS-ARCH-FOUND           VALUE 'Y'.
001610     05  WS-ARCH-TIME            PIC 9(08) VALUE ZERO.
001620     05  WS-ARCH-READ            PIC 9(07) VALUE ZERO.
001630     05  WS-ARCH-ARCHIVED        PIC 9(07) VALUE ZERO.
001640     05  WS-ARCH-RETAINED        PIC 9(07) VALUE ZERO.
001650     05  WS-ARCH-ARCH-AMOUNT     PIC S9(09)V99 VALUE ZERO.
001660     05  WS-ARCH-RETN-AMOUNT     PIC S9(09)V99 VALUE ZERO.
001670 01  WS-HEADING-LINE.
001680     05  FILLER                  PIC X(33)
001690         VALUE "DAY-END BALANCING CONTROL SHEET -".
001700     05  FILLER                  PIC X(01) VALUE SPACE.
001710     05  RPT-HDG-DATE            PIC 9(08).
001720     05  FILLER                  PIC X(38) VALUE SPACES.
001730 01  WS-SECTION-LINE.
001740     05  RPT-SECTION-TITLE       PIC X(80).
001750 01  WS-COUNT-LINE.
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  RPT-LABEL               PIC X(26).
001780     05  RPT-COUNT               PIC ZZZ,ZZ9.
001790     05  FILLER                  PIC X(45) VALUE SPACES.
001800 01  WS-AMOUNT-LINE.
001810     05  FILLER                  PIC X(02) VALUE SPACES.
001820     05  RPT-AMT-LABEL           PIC X(26).
001830     05  RPT-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
001840     05  FILLER                  PIC X(37) VALUE SPACES.
001850 01  WS-EXCEPTION-LINE.
001860     05  FILLER                  PIC X(04) VALUE "*** ".
001870     05  RPT-EXCEPTION-TEXT      PIC X(60).
001880     05  FILLER                  PIC X(16) VALUE " ***".
001890 01  WS-VERDICT-LINE.
001900     05  RPT-VERDICT             PIC X(80).
001910 LINKAGE SECTION.
001920     COPY RPTCALL.
001930 PROCEDURE DIVISION USING RPT-CALL-PARMS.
001940*-----------------------------------------------------------------
001950* 0000-MAINLINE - GATHERS THE DAY'S CONTROL RECORDS, PRINTS
001960* EACH STEP'S COUNTS, PROVES EVERY LEG AND CLOSES WITH THE
001970* VERDICT.
001980*-----------------------------------------------------------------
001990 0000-MAINLINE.
002000     PERFORM 0100-PICKUP-CALLER THRU 0100-EXIT
002010     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002020     PERFORM 2000-GATHER-RECORD THRU 2000-EXIT
002030         UNTIL WS-CALCCTL-EOF
002040     PERFORM 3000-PRINT-STEP-COUNTS THRU 3000-EXIT
002050     PERFORM 4000-PROVE-THE-CHAIN THRU 4000-EXIT
002060     PERFORM 8000-PRINT-VERDICT THRU 8000-EXIT
002070     PERFORM 9000-TERMINATE THRU 9000-EXIT
002080     PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
002090     MOVE WS-RETURN-CODE TO RETURN-CODE
002100     GOBACK.
002110*-----------------------------------------------------------------
002120* 0100-PICKUP-CALLER - WHEN RPTMENU CALLED THIS REPORT, PICKS UP
002130* THE VALIDATED SIGN-ON AND STAMPS THE AUDIT TRAIL WITH THE
002140* CALLING USER; A COMMAND-LINE START SEES A NULL ADDRESS AND RUNS
002150* AS BEFORE.
002160*-----------------------------------------------------------------
002170 0100-PICKUP-CALLER.
002180     MOVE 'N' TO WS-CALLED-SWITCH
002190     IF ADDRESS OF RPT-CALL-PARMS = NULL
002200         GO TO 0100-EXIT
002210     END-IF
002220     MOVE 'Y' TO WS-CALLED-SWITCH
002230     MOVE RPT-CALL-USER-ID TO AUDIT-USER-ID
002240     MOVE "CALCBAL "  TO AUDIT-PROGRAM-NAME
002250     MOVE "START"     TO AUDIT-FUNCTION
002260     CALL "AUDITLOG" USING AUDIT-CALL-PARMS
002270     IF NOT AUDIT-RC-OK
002280         DISPLAY "WARNING: AUDIT TRAIL SIGN-ON NOT RECORDED."
002290     END-IF.
002300 0100-EXIT.
002310     EXIT.
002320*-----------------------------------------------------------------
002330* 0900-SIGN-OFF-AUDIT - THE MATCHING END EVENT FOR A CALLED RUN,
002340* SO THE SESSION INQUIRY SHOWS WHO PULLED THE REPORT AND WHEN.
002350*-----------------------------------------------------------------
002360 0900-SIGN-OFF-AUDIT.
002370     IF NOT WS-CALLED
002380         GO TO 0900-EXIT
002390     END-IF
002400     MOVE "END" TO AUDIT-FUNCTION
002410     CALL "AUDITLOG" USING AUDIT-CALL-PARMS
002420     IF NOT AUDIT-RC-OK
002430         DISPLAY "WARNING: AUDIT TRAIL SIGN-OFF NOT RECORDED."
002440     END-IF.
002450 0900-EXIT.
002460     EXIT.
002470*-----------------------------------------------------------------
002480* 1000-INITIALIZE - PICKS THE BALANCING DATE OFF THE RUN
002490* PARAMETER (TODAY WHEN BLANK) AND OPENS THE FILES.
002500*-----------------------------------------------------------------
002510 1000-INITIALIZE.
002520     MOVE 'N'  TO WS-CALCCTL-EOF-SWITCH
002530     MOVE 'N'  TO WS-EDIT-FOUND-SWITCH
002540     MOVE 'N'  TO WS-CALC-FOUND-SWITCH
002550     MOVE 'N'  TO WS-RECN-FOUND-SWITCH
002560     MOVE 'N'  TO WS-FIX-FOUND-SWITCH
002570     MOVE 'N'  TO WS-GLX-FOUND-SWITCH
002580     MOVE 'N'  TO WS-ARCH-FOUND-SWITCH
002590     MOVE 'N'  TO WS-INTG-FOUND-SWITCH
002600     MOVE 'N'  TO WS-SORD-FOUND-SWITCH
002610     MOVE ZERO TO WS-EXCEPTION-COUNT
002620     IF WS-CALLED
002630         MOVE RPT-CALL-PARM-CARD TO WS-PARM-CARD
002640     ELSE
002650         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
002660     END-IF
002670     IF WS-PARM-CARD (1:8) IS NUMERIC AND
002680        WS-PARM-CARD (1:8) NOT = ZEROES
002690         MOVE WS-PARM-CARD (1:8) TO WS-BALANCE-DATE
002700     ELSE
002710         ACCEPT WS-BALANCE-DATE FROM DATE YYYYMMDD
002720     END-IF
002730     OPEN INPUT CALCCTL-FILE
002740     IF WS-CALCCTL-STATUS NOT = "00"
002750         DISPLAY "ERROR: UNABLE TO OPEN CALCCTL - STATUS "
002760             WS-CALCCTL-STATUS
002770         PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
002780         MOVE 16 TO RETURN-CODE
002790         GOBACK
002800     END-IF
002810     OPEN OUTPUT CALCBAL-FILE
002820     IF WS-CALCBAL-STATUS NOT = "00"
002830         DISPLAY "ERROR: UNABLE TO OPEN CALCBALL - STATUS "
002840             WS-CALCBAL-STATUS
002850         CLOSE CALCCTL-FILE
002860         PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
002870         MOVE 16 TO RETURN-CODE
002880         GOBACK
002890     END-IF
002900     MOVE WS-BALANCE-DATE TO RPT-HDG-DATE
002910     WRITE CALCBAL-LINE FROM WS-HEADING-LINE
002920     PERFORM 2100-READ-CALCCTL THRU 2100-EXIT.
002930 1000-EXIT.
002940     EXIT.
002950*-----------------------------------------------------------------
002960* 2000-GATHER-RECORD - HOLDS ONE CONTROL RECORD FOR THE
002970* BALANCING DATE.  A LATER RECORD FOR THE SAME PROGRAM
002980* REPLACES THE EARLIER ONE, SO A RESTART'S CUMULATIVE COUNTS
002990* SUPERSEDE THE DEAD RUN'S.
003000*-----------------------------------------------------------------
003010 2000-GATHER-RECORD.
003020     IF CALCCTL-DATE NOT = WS-BALANCE-DATE
003030         GO TO 2000-NEXT
003040     END-IF
003050     EVALUATE CALCCTL-PROGRAM
003060         WHEN "CALCEDIT"
003070             IF NOT WS-EDIT-FOUND OR
003080                CALCCTL-TIME >= WS-EDIT-TIME
003090                 MOVE 'Y' TO WS-EDIT-FOUND-SWITCH
003100                 MOVE CALCCTL-TIME       TO WS-EDIT-TIME
003110                 MOVE CALCCTL-READ-COUNT TO WS-EDIT-READ
003120                 MOVE CALCCTL-COUNT-1    TO WS-EDIT-ACCEPTED
003130                 MOVE CALCCTL-COUNT-2    TO WS-EDIT-REJECTED
003140             END-IF
003150         WHEN "CALCULAT"
003160             IF NOT WS-CALC-FOUND OR
003170                CALCCTL-TIME >= WS-CALC-TIME
003180                 MOVE 'Y' TO WS-CALC-FOUND-SWITCH
003190                 MOVE CALCCTL-TIME       TO WS-CALC-TIME
003200                 MOVE CALCCTL-RUN-ID     TO WS-CALC-RUN-ID
003210                 MOVE CALCCTL-READ-COUNT TO WS-CALC-TRANS
003220                 MOVE CALCCTL-COUNT-1    TO WS-CALC-OUT-COUNT
003230                 MOVE CALCCTL-COUNT-2    TO WS-CALC-LOG-COUNT
003240                 MOVE CALCCTL-AMOUNT-1   TO WS-CALC-OUT-AMOUNT
003250                 MOVE CALCCTL-AMOUNT-2   TO WS-CALC-LOG-AMOUNT
003260             END-IF
003270         WHEN "CALCRECN"
003280             IF NOT WS-RECN-FOUND OR
003290                CALCCTL-TIME >= WS-RECN-TIME
003300                 MOVE 'Y' TO WS-RECN-FOUND-SWITCH
003310                 MOVE CALCCTL-TIME       TO WS-RECN-TIME
003320                 MOVE CALCCTL-READ-COUNT TO WS-RECN-OUT-COUNT
003330                 MOVE CALCCTL-COUNT-1    TO WS-RECN-LOG-COUNT
003340                 MOVE CALCCTL-COUNT-2    TO WS-RECN-EXCEPTIONS
003350                 MOVE CALCCTL-AMOUNT-1   TO WS-RECN-OUT-AMOUNT
003360                 MOVE CALCCTL-AMOUNT-2   TO WS-RECN-LOG-AMOUNT
003370             END-IF
003380         WHEN "CALCFIX"
003390             IF NOT WS-FIX-FOUND OR
003400                CALCCTL-TIME >= WS-FIX-TIME
003410                 MOVE 'Y' TO WS-FIX-FOUND-SWITCH
003420                 MOVE CALCCTL-TIME       TO WS-FIX-TIME
003430                 MOVE CALCCTL-READ-COUNT TO WS-FIX-READ
003440                 MOVE CALCCTL-COUNT-1    TO WS-FIX-REPAIRED
003450                 MOVE CALCCTL-COUNT-2    TO WS-FIX-CARRIED
003460             END-IF
003470         WHEN "GLEXTRCT"
003480             IF NOT WS-GLX-FOUND OR
003490                CALCCTL-TIME >= WS-GLX-TIME
003500                 MOVE 'Y' TO WS-GLX-FOUND-SWITCH
003510                 MOVE CALCCTL-TIME       TO WS-GLX-TIME
003520                 MOVE CALCCTL-RUN-ID     TO WS-GLX-RUN-ID
003530                 MOVE CALCCTL-READ-COUNT TO WS-GLX-READ
003540                 MOVE CALCCTL-COUNT-1    TO WS-GLX-DETAILS
003550                 MOVE CALCCTL-COUNT-2    TO WS-GLX-SKIPPED
003560                 MOVE CALCCTL-AMOUNT-1   TO WS-GLX-HASH-TOTAL
003570                 MOVE CALCCTL-AMOUNT-2   TO WS-GLX-NO-ACCT-AMOUNT
003580             END-IF
003590         WHEN "CALCARCH"
003600             IF NOT WS-ARCH-FOUND OR
003610                CALCCTL-TIME >= WS-ARCH-TIME
003620                 MOVE 'Y' TO WS-ARCH-FOUND-SWITCH
003630                 MOVE CALCCTL-TIME       TO WS-ARCH-TIME
003640                 MOVE CALCCTL-READ-COUNT TO WS-ARCH-READ
003650                 MOVE CALCCTL-COUNT-1    TO WS-ARCH-ARCHIVED
003660                 MOVE CALCCTL-COUNT-2    TO WS-ARCH-RETAINED
003670                 MOVE CALCCTL-AMOUNT-1   TO WS-ARCH-ARCH-AMOUNT
003680                 MOVE CALCCTL-AMOUNT-2   TO WS-ARCH-RETN-AMOUNT
003690             END-IF
003700         WHEN "CALCINTG"
003710             IF NOT WS-INTG-FOUND OR
003720                CALCCTL-TIME >= WS-INTG-TIME
003730                 MOVE 'Y' TO WS-INTG-FOUND-SWITCH
003740                 MOVE CALCCTL-TIME       TO WS-INTG-TIME
003750                 MOVE CALCCTL-READ-COUNT TO WS-INTG-CHECKED
003760                 MOVE CALCCTL-COUNT-1    TO WS-INTG-ERRORS
003770                 MOVE CALCCTL-COUNT-2    TO WS-INTG-WARNINGS
003780             END-IF
003790         WHEN "STORDGEN"
003800             IF NOT WS-SORD-FOUND OR
003810                CALCCTL-TIME >= WS-SORD-TIME
003820                 MOVE 'Y' TO WS-SORD-FOUND-SWITCH
003830                 MOVE CALCCTL-TIME       TO WS-SORD-TIME
003840                 MOVE CALCCTL-READ-COUNT TO WS-SORD-READ
003850                 MOVE CALCCTL-COUNT-1    TO WS-SORD-GENERATED
003860                 MOVE CALCCTL-COUNT-2    TO WS-SORD-NOT-DUE
003870             END-IF
003880         WHEN OTHER
003890             CONTINUE
003900     END-EVALUATE.
003910 2000-NEXT.
003920     PERFORM 2100-READ-CALCCTL THRU 2100-EXIT.
003930 2000-EXIT.
003940     EXIT.
003950 2100-READ-CALCCTL.
003960     READ CALCCTL-FILE
003970         AT END
003980             MOVE 'Y' TO WS-CALCCTL-EOF-SWITCH
003990     END-READ.
004000 2100-EXIT.
004010     EXIT.
004020*-----------------------------------------------------------------
004030* 3000-PRINT-STEP-COUNTS - ONE SECTION PER STEP THAT RAN,
004040* SHOWING THE COUNTS AND AMOUNTS IT REPORTED.  A STEP WITH NO
004050* RECORD FOR THE DATE IS NOTED AS NOT RUN.
004060*-----------------------------------------------------------------
004070 3000-PRINT-STEP-COUNTS.
004080     MOVE "CALCINTG - REFERENTIAL INTEGRITY" TO RPT-SECTION-TITLE
004090     WRITE CALCBAL-LINE FROM WS-SECTION-LINE
004100     IF WS-INTG-FOUND
004110         MOVE "FILE LINKS CHECKED:       " TO RPT-LABEL
004120         MOVE WS-INTG-CHECKED              TO RPT-COUNT
004130         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
004140         MOVE "INTEGRITY ERRORS:         " TO RPT-LABEL
004150         MOVE WS-INTG-ERRORS               TO RPT-COUNT
004160         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
004170         MOVE "INTEGRITY WARNINGS:       " TO RPT-LABEL
004180         MOVE WS-INTG-WARNINGS             TO RPT-COUNT
004190         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
004200     ELSE
004210         MOVE "  (STEP NOT RUN THIS DATE)" TO RPT-SECTION-TITLE
004220         WRITE CALCBAL-LINE FROM WS-SECTION-LINE
004230     END-IF
004240     MOVE "STORDGEN - STANDING ORDERS" TO RPT-SECTION-TITLE
004250     WRITE CALCBAL-LINE FROM WS-SECTION-LINE
004260     IF WS-SORD-FOUND
004270         MOVE "STANDING ORDERS READ:     " TO RPT-LABEL
004280         MOVE WS-SORD-READ                 TO RPT-COUNT
004290         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
004300         MOVE "TRANSACTIONS GENERATED:   " TO RPT-LABEL
004310         MOVE WS-SORD-GENERATED            TO RPT-COUNT
004320         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
004330         MOVE "ORDERS NOT DUE:           " TO RPT-LABEL
004340         MOVE WS-SORD-NOT-DUE              TO RPT-COUNT
004350         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
004360     ELSE
004370         MOVE "  (STEP NOT RUN THIS DATE)" TO RPT-SECTION-TITLE
004380         WRITE CALCBAL-LINE FROM WS-SECTION-LINE
004390     END-IF
004400     MOVE "CALCEDIT - FRONT-END EDIT" TO RPT-SECTION-TITLE
004410     WRITE CALCBAL-LINE FROM WS-SECTION-LINE
004420     IF WS-EDIT-FOUND
004430         MOVE "RAW RECORDS READ:         " TO RPT-LABEL
004440         MOVE WS-EDIT-READ                 TO RPT-COUNT
004450         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
004460         MOVE "RECORDS ACCEPTED:         " TO RPT-LABEL
004470         MOVE WS-EDIT-ACCEPTED             TO RPT-COUNT
004480         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
004490         MOVE "RECORDS REJECTED:         " TO RPT-LABEL
004500         MOVE WS-EDIT-REJECTED             TO RPT-COUNT
004510         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
004520     ELSE
004530         MOVE "  (STEP NOT RUN THIS DATE)" TO RPT-SECTION-TITLE
004540         WRITE CALCBAL-LINE FROM WS-SECTION-LINE
004550     END-IF
004560     MOVE "CALCULATOR BATCH DRIVER" TO RPT-SECTION-TITLE
004570     WRITE CALCBAL-LINE FROM WS-SECTION-LINE
004580     IF WS-CALC-FOUND
004590         MOVE "TRANSACTIONS POSTED:      " TO RPT-LABEL
004600         MOVE WS-CALC-TRANS                TO RPT-COUNT
004610         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
004620         MOVE "CALCOUT RECORDS WRITTEN:  " TO RPT-LABEL
004630         MOVE WS-CALC-OUT-COUNT            TO RPT-COUNT
004640         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
004650         MOVE "CALCLOG RECORDS WRITTEN:  " TO RPT-LABEL
004660         MOVE WS-CALC-LOG-COUNT            TO RPT-COUNT
004670         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
004680         MOVE "CALCOUT POSTED AMOUNT:    " TO RPT-AMT-LABEL
004690         MOVE WS-CALC-OUT-AMOUNT           TO RPT-AMOUNT
004700         WRITE CALCBAL-LINE FROM WS-AMOUNT-LINE
004710         MOVE "CALCLOG POSTED AMOUNT:    " TO RPT-AMT-LABEL
004720         MOVE WS-CALC-LOG-AMOUNT           TO RPT-AMOUNT
004730         WRITE CALCBAL-LINE FROM WS-AMOUNT-LINE
004740     ELSE
004750         MOVE "  (STEP NOT RUN THIS DATE)" TO RPT-SECTION-TITLE
004760         WRITE CALCBAL-LINE FROM WS-SECTION-LINE
004770     END-IF
004780     MOVE "CALCRECN - RECONCILIATION" TO RPT-SECTION-TITLE
004790     WRITE CALCBAL-LINE FROM WS-SECTION-LINE
004800     IF WS-RECN-FOUND
004810         MOVE "CALCOUT RECORDS READ:     " TO RPT-LABEL
004820         MOVE WS-RECN-OUT-COUNT            TO RPT-COUNT
004830         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
004840         MOVE "CALCLOG RECORDS READ:     " TO RPT-LABEL
004850         MOVE WS-RECN-LOG-COUNT            TO RPT-COUNT
004860         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
004870         MOVE "EXCEPTIONS LISTED:        " TO RPT-LABEL
004880         MOVE WS-RECN-EXCEPTIONS           TO RPT-COUNT
004890         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
004900     ELSE
004910         MOVE "  (STEP NOT RUN THIS DATE)" TO RPT-SECTION-TITLE
004920         WRITE CALCBAL-LINE FROM WS-SECTION-LINE
004930     END-IF
004940     MOVE "CALCFIX - REJECT REPAIR" TO RPT-SECTION-TITLE
004950     WRITE CALCBAL-LINE FROM WS-SECTION-LINE
004960     IF WS-FIX-FOUND
004970         MOVE "REJECTS READ:             " TO RPT-LABEL
004980         MOVE WS-FIX-READ                  TO RPT-COUNT
004990         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
005000         MOVE "REJECTS REPAIRED:         " TO RPT-LABEL
005010         MOVE WS-FIX-REPAIRED              TO RPT-COUNT
005020         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
005030         MOVE "REJECTS CARRIED OVER:     " TO RPT-LABEL
005040         MOVE WS-FIX-CARRIED               TO RPT-COUNT
005050         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
005060     ELSE
005070         MOVE "  (STEP NOT RUN THIS DATE)" TO RPT-SECTION-TITLE
005080         WRITE CALCBAL-LINE FROM WS-SECTION-LINE
005090     END-IF
005100     MOVE "GLEXTRCT - GL INTERFACE EXTRACT" TO RPT-SECTION-TITLE
005110     WRITE CALCBAL-LINE FROM WS-SECTION-LINE
005120     IF WS-GLX-FOUND
005130         MOVE "RUN RESULTS READ:         " TO RPT-LABEL
005140         MOVE WS-GLX-READ                  TO RPT-COUNT
005150         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
005160         MOVE "GL DETAILS WRITTEN:       " TO RPT-LABEL
005170         MOVE WS-GLX-DETAILS               TO RPT-COUNT
005180         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
005190         MOVE "ERROR RESULTS SKIPPED:    " TO RPT-LABEL
005200         MOVE WS-GLX-SKIPPED               TO RPT-COUNT
005210         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
005220         MOVE "GL HASH TOTAL:            " TO RPT-AMT-LABEL
005230         MOVE WS-GLX-HASH-TOTAL            TO RPT-AMOUNT
005240         WRITE CALCBAL-LINE FROM WS-AMOUNT-LINE
005250         MOVE "AMOUNT WITH NO ACCOUNT:   " TO RPT-AMT-LABEL
005260         MOVE WS-GLX-NO-ACCT-AMOUNT        TO RPT-AMOUNT
005270         WRITE CALCBAL-LINE FROM WS-AMOUNT-LINE
005280     ELSE
005290         MOVE "  (STEP NOT RUN THIS DATE)" TO RPT-SECTION-TITLE
005300         WRITE CALCBAL-LINE FROM WS-SECTION-LINE
005310     END-IF
005320     MOVE "CALCARCH - ARCHIVE SPLIT" TO RPT-SECTION-TITLE
005330     WRITE CALCBAL-LINE FROM WS-SECTION-LINE
005340     IF WS-ARCH-FOUND
005350         MOVE "LOG RECORDS READ:         " TO RPT-LABEL
005360         MOVE WS-ARCH-READ                 TO RPT-COUNT
005370         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
005380         MOVE "RECORDS ARCHIVED:         " TO RPT-LABEL
005390         MOVE WS-ARCH-ARCHIVED             TO RPT-COUNT
005400         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
005410         MOVE "RECORDS RETAINED:         " TO RPT-LABEL
005420         MOVE WS-ARCH-RETAINED             TO RPT-COUNT
005430         WRITE CALCBAL-LINE FROM WS-COUNT-LINE
005440     ELSE
005450         MOVE "  (STEP NOT RUN THIS DATE - MONTH-END ONLY)"
005460             TO RPT-SECTION-TITLE
005470         WRITE CALCBAL-LINE FROM WS-SECTION-LINE
005480     END-IF.
005490 3000-EXIT.
005500     EXIT.
005510*-----------------------------------------------------------------
005520* 4000-PROVE-THE-CHAIN - THE BALANCING LEGS.  EACH LEG THAT
005530* DOES NOT TIE PRINTS AN EXCEPTION LINE AND COUNTS TOWARD THE
005540* VERDICT.  LEGS WHOSE STEPS DID NOT RUN ARE SKIPPED, EXCEPT
005550* THAT AN EDIT RUN WITH NO CALCULATOR RUN (OR THE REVERSE) IS
005560* ITSELF AN EXCEPTION - HALF A DAY IS NOT A DAY.
005570*-----------------------------------------------------------------
005580 4000-PROVE-THE-CHAIN.
005590     MOVE "BALANCING" TO RPT-SECTION-TITLE
005600     WRITE CALCBAL-LINE FROM WS-SECTION-LINE
005610     IF WS-INTG-FOUND AND WS-INTG-ERRORS NOT = ZERO
005620         MOVE "BROKEN FILE LINKS - SEE CALCINTL"
005630             TO RPT-EXCEPTION-TEXT
005640         PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
005650     END-IF
005660     IF WS-SORD-FOUND
005670         PERFORM 4050-PROVE-STANDING-ORDERS THRU 4050-EXIT
005680     END-IF
005690     IF WS-EDIT-FOUND
005700         COMPUTE WS-CHECK-COUNT =
005710             WS-EDIT-ACCEPTED + WS-EDIT-REJECTED
005720         IF WS-CHECK-COUNT NOT = WS-EDIT-READ
005730             MOVE "CALCEDIT READ NOT EQUAL ACCEPTED PLUS REJECTED"
005740                 TO RPT-EXCEPTION-TEXT
005750             PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
005760         END-IF
005770     END-IF
005780     IF WS-EDIT-FOUND AND NOT WS-CALC-FOUND
005790         MOVE "EDIT RAN BUT THE CALCULATOR BATCH DID NOT"
005800             TO RPT-EXCEPTION-TEXT
005810         PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
005820     END-IF
005830     IF WS-CALC-FOUND AND NOT WS-EDIT-FOUND
005840         MOVE "CALCULATOR BATCH RAN BUT THE EDIT DID NOT"
005850             TO RPT-EXCEPTION-TEXT
005860         PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
005870     END-IF
005880     IF WS-EDIT-FOUND AND WS-CALC-FOUND
005890         IF WS-EDIT-ACCEPTED NOT = WS-CALC-TRANS
005900             MOVE "CALCIN ACCEPTED NOT EQUAL TRANSACTIONS POSTED"
005910                 TO RPT-EXCEPTION-TEXT
005920             PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
005930         END-IF
005940     END-IF
005950     IF WS-CALC-FOUND
005960         IF WS-CALC-OUT-COUNT NOT = WS-CALC-LOG-COUNT
005970             MOVE "CALCOUT WRITTEN NOT EQUAL CALCLOG LOGGED"
005980                 TO RPT-EXCEPTION-TEXT
005990             PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
006000         END-IF
006010         IF WS-CALC-OUT-AMOUNT NOT = WS-CALC-LOG-AMOUNT
006020             MOVE "CALCOUT AMOUNT NOT EQUAL CALCLOG AMOUNT"
006030                 TO RPT-EXCEPTION-TEXT
006040             PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
006050         END-IF
006060     END-IF
006070     IF WS-RECN-FOUND
006080         IF WS-RECN-EXCEPTIONS NOT = ZERO
006090             MOVE "RECONCILIATION EXCEPTIONS - SEE CALCRECL"
006100                 TO RPT-EXCEPTION-TEXT
006110             PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
006120         END-IF
006130         IF WS-RECN-OUT-AMOUNT NOT = WS-RECN-LOG-AMOUNT
006140             MOVE "RECONCILIATION AMOUNTS DISAGREE ACROSS FILES"
006150                 TO RPT-EXCEPTION-TEXT
006160             PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
006170         END-IF
006180     END-IF
006190     IF WS-FIX-FOUND
006200         COMPUTE WS-CHECK-COUNT =
006210             WS-FIX-REPAIRED + WS-FIX-CARRIED
006220         IF WS-CHECK-COUNT NOT = WS-FIX-READ
006230             MOVE "REJECTS READ NOT REPAIRED PLUS CARRIED"
006240                 TO RPT-EXCEPTION-TEXT
006250             PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
006260         END-IF
006270     END-IF
006280     IF WS-GLX-FOUND
006290         COMPUTE WS-CHECK-COUNT =
006300             WS-GLX-DETAILS + WS-GLX-SKIPPED
006310         IF WS-CHECK-COUNT NOT = WS-GLX-READ
006320             MOVE "GL EXTRACT READ NOT EQUAL DETAILS PLUS SKIPPED"
006330                 TO RPT-EXCEPTION-TEXT
006340             PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
006350         END-IF
006360         IF WS-GLX-NO-ACCT-AMOUNT NOT = ZERO
006370             MOVE "GL DETAILS SENT WITH NO ACCOUNT - SEE GLMAP"
006380                 TO RPT-EXCEPTION-TEXT
006390             PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
006400         END-IF
006410     END-IF
006420     IF WS-CALC-FOUND AND NOT WS-GLX-FOUND
006430         MOVE "CALCULATOR BATCH RAN BUT THE GL EXTRACT DID NOT"
006440             TO RPT-EXCEPTION-TEXT
006450         PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
006460     END-IF
006470     IF WS-CALC-FOUND AND WS-GLX-FOUND
006480         PERFORM 4100-PROVE-GL-EXTRACT THRU 4100-EXIT
006490     END-IF
006500     IF WS-ARCH-FOUND
006510         COMPUTE WS-CHECK-COUNT =
006520             WS-ARCH-ARCHIVED + WS-ARCH-RETAINED
006530         IF WS-CHECK-COUNT NOT = WS-ARCH-READ
006540             MOVE "ARCHIVE SPLIT DOES NOT ADD BACK TO READ"
006550                 TO RPT-EXCEPTION-TEXT
006560             PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
006570         END-IF
006580     END-IF.
006590 4000-EXIT.
006600     EXIT.
006610*-----------------------------------------------------------------
006620* 4050-PROVE-STANDING-ORDERS - EVERY ORDER READ WAS EITHER
006630* GENERATED OR NOT DUE, AND WHATEVER WAS GENERATED WENT ONTO
006640* CALCINR BEFORE CALCEDIT READ IT: THE EDIT MUST HAVE RUN, AFTER
006650* THE GENERATOR, AND READ AT LEAST AS MANY RECORDS AS WERE
006660* GENERATED.  GENERATED WORK THE EDIT NEVER SAW WOULD SIMPLY
006670* NOT BE POSTED.
006680*-----------------------------------------------------------------
006690 4050-PROVE-STANDING-ORDERS.
006700     COMPUTE WS-CHECK-COUNT =
006710         WS-SORD-GENERATED + WS-SORD-NOT-DUE
006720     IF WS-CHECK-COUNT NOT = WS-SORD-READ
006730         MOVE "STANDING ORDERS READ NOT GENERATED PLUS NOT DUE"
006740             TO RPT-EXCEPTION-TEXT
006750         PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
006760     END-IF
006770     IF WS-SORD-GENERATED = ZERO
006780         GO TO 4050-EXIT
006790     END-IF
006800     IF NOT WS-EDIT-FOUND
006810         MOVE "STANDING ORDERS GENERATED BUT THE EDIT DID NOT RUN"
006820             TO RPT-EXCEPTION-TEXT
006830         PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
006840         GO TO 4050-EXIT
006850     END-IF
006860     IF WS-SORD-TIME > WS-EDIT-TIME
006870         MOVE "STANDING ORDERS GENERATED AFTER THE EDIT RAN"
006880             TO RPT-EXCEPTION-TEXT
006890         PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
006900         GO TO 4050-EXIT
006910     END-IF
006920     IF WS-SORD-GENERATED > WS-EDIT-READ
006930         MOVE "MORE STANDING ORDERS GENERATED THAN CALCEDIT READ"
006940             TO RPT-EXCEPTION-TEXT
006950         PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
006960     END-IF.
006970 4050-EXIT.
006980     EXIT.
006990*-----------------------------------------------------------------
007000* 4100-PROVE-GL-EXTRACT - THE INTERFACE FILE AGAINST THE
007010* CALCULATOR STEP.  THE EXTRACT MUST BE OF THE SAME RUN, MUST
007020* HAVE READ EVERY CALCOUT RECORD THE RUN WROTE, AND ITS HASH
007030* TOTAL MUST EQUAL THE RUN'S POSTED CALCOUT AMOUNT.  AN EXTRACT
007040* OF ANOTHER RUN PROVES NOTHING ABOUT THIS ONE, SO THE OTHER
007050* TWO LEGS ARE NOT TRIED.
007060*-----------------------------------------------------------------
007070 4100-PROVE-GL-EXTRACT.
007080     IF WS-GLX-RUN-ID NOT = WS-CALC-RUN-ID
007090         MOVE "GL EXTRACT IS NOT OF THE CALCULATOR'S RUN"
007100             TO RPT-EXCEPTION-TEXT
007110         PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
007120         GO TO 4100-EXIT
007130     END-IF
007140     IF WS-GLX-READ NOT = WS-CALC-OUT-COUNT
007150         MOVE "GL EXTRACT READ NOT EQUAL CALCOUT WRITTEN"
007160             TO RPT-EXCEPTION-TEXT
007170         PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
007180     END-IF
007190     IF WS-GLX-HASH-TOTAL NOT = WS-CALC-OUT-AMOUNT
007200         MOVE "GL HASH TOTAL NOT EQUAL CALCOUT POSTED AMOUNT"
007210             TO RPT-EXCEPTION-TEXT
007220         PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
007230     END-IF.
007240 4100-EXIT.
007250     EXIT.
007260 4900-WRITE-EXCEPTION.
007270     ADD 1 TO WS-EXCEPTION-COUNT
007280     WRITE CALCBAL-LINE FROM WS-EXCEPTION-LINE.
007290 4900-EXIT.
007300     EXIT.
007310*-----------------------------------------------------------------
007320* 8000-PRINT-VERDICT - ONE LINE THE SUPERVISOR SIGNS: THE DAY
007330* TIES OR IT DOES NOT.
007340*-----------------------------------------------------------------
007350 8000-PRINT-VERDICT.
007360     IF WS-EXCEPTION-COUNT = ZERO
007370         MOVE "DAY IS IN BALANCE - EVERY LEG TIES."
007380             TO RPT-VERDICT
007390         MOVE ZERO TO WS-RETURN-CODE
007400     ELSE
007410         MOVE 8 TO WS-RETURN-CODE
007420         MOVE "*** DAY IS OUT OF BALANCE - SEE EXCEPTIONS ***"
007430             TO RPT-VERDICT
007440     END-IF
007450     WRITE CALCBAL-LINE FROM WS-VERDICT-LINE
007460     DISPLAY "CALCBAL COMPLETE - SEE CALCBALL FOR "
007470         WS-BALANCE-DATE
007480     PERFORM 8100-POST-BALANCE-ALERT THRU 8100-EXIT.
007490 8000-EXIT.
007500     EXIT.
007510*-----------------------------------------------------------------
007520* 8100-POST-BALANCE-ALERT - AN OUT-OF-BALANCE DAY GOES UP ON
007530* EVERY USER'S SIGN-ON AS A CRITICAL ALERT NAMED FOR THE
007540* BALANCING DATE, REPLACING ANY EARLIER ONE FOR THAT DATE.  A
007550* DAY THAT TIES WITHDRAWS ITS OWN DATE'S ALERT AND NO OTHER.
007560*-----------------------------------------------------------------
007570 8100-POST-BALANCE-ALERT.
007580     MOVE "CALCBAL"       TO NOTE-SOURCE
007590     MOVE WS-BALANCE-DATE TO NOTE-SUBJECT
007600     IF WS-EXCEPTION-COUNT = ZERO
007610         MOVE "CLEAR" TO NOTE-FUNCTION
007620     ELSE
007630         MOVE "POST"  TO NOTE-FUNCTION
007640         MOVE 'C'     TO NOTE-SEVERITY
007650         MOVE 'O'     TO NOTE-PERM-LEVEL
007660         MOVE SPACES  TO NOTE-TEXT
007670         STRING "DAY " WS-BALANCE-DATE " OUT OF BALANCE - "
007680             WS-EXCEPTION-COUNT " EXCEPTIONS"
007690             DELIMITED BY SIZE INTO NOTE-TEXT
007700     END-IF
007710     CALL "NOTEPOST" USING NOTE-CALL-PARMS
007720     IF NOT NOTE-RC-OK
007730         DISPLAY "WARNING: BALANCING ALERT NOT POSTED - NOTICE "
007740             "FILE ERROR."
007750     END-IF.
007760 8100-EXIT.
007770     EXIT.
007780 9000-TERMINATE.
007790     CLOSE CALCCTL-FILE
007800     CLOSE CALCBAL-FILE.
007810 9000-EXIT.
007820     EXIT.
