000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     STORDGEN.
000030 AUTHOR.         D. MERRICK.
000040 INSTALLATION.   FLOOR OPERATIONS - SHOP CALCULATIONS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*-----------------------------------------------------------------
000080* STORDGEN - STANDING-ORDER GENERATOR.  RUNS AHEAD OF CALCEDIT
000090* AND APPENDS A CALCINR TRANSACTION FOR EVERY STANDING ORDER
000100* DUE ON THE RUN DATE, SO REPEATING CALCULATIONS NO LONGER
000110* DEPEND ON A CLERK REMEMBERING TO KEY THEM.  THE GENERATED
000120* RECORDS ARE THE SAME 25-BYTE IMAGE A CLERK WOULD KEY AND GO
000130* THROUGH CALCEDIT AND THE CALCULATOR WITH THE REST OF THE
000140* DAY'S WORK; A GENERATED TRANSACTION THAT FAILS AN EDIT
000150* REJECTS AND IS REPAIRED THROUGH CALCFIX LIKE ANY OTHER.
000160*
000170* AN ORDER'S OCCURRENCES RUN FROM ITS START DATE: EVERY DAY,
000180* EVERY SEVENTH DAY, OR EVERY ONE OR THREE MONTHS ON THE START
000190* DATE'S DAY OF THE MONTH (THE LAST DAY OF A SHORTER MONTH).
000200* AN ORDER IS DUE WHEN ITS LATEST OCCURRENCE ON OR BEFORE THE
000210* RUN DATE FALLS AFTER THE DATE IT LAST GENERATED AND NOT
000220* AFTER ITS END DATE.  IT GENERATES ONE TRANSACTION AND ITS
000230* LAST-GENERATED DATE IS SET TO THE RUN DATE, SO A RERUN FOR
000240* THE SAME DATE FINDS NOTHING DUE.  AN OCCURRENCE MISSED
000250* BECAUSE THE STREAM DID NOT RUN THAT DAY IS PICKED UP BY THE
000260* NEXT RUN AND FLAGGED LATE ON THE LISTING; SEVERAL MISSED
000270* OCCURRENCES OF ONE ORDER STILL GENERATE ONCE, SO A LONG GAP
000280* IS A MATTER FOR THE SUPERVISOR, NOT A PILE OF CATCH-UP WORK.
000290*
000300* EACH GENERATED TRANSACTION IS LISTED ON STORDGNL AND THE
000310* COUNTS ARE APPENDED TO THE SHARED CALCCTL RUN-CONTROL FILE
000320* SO CALCBAL CAN PROVE THEY REACHED CALCEDIT.
000330*
000340* RUN PARAMETER:  YYYYMMDD RUN DATE (BLANK = TODAY; THE NIGHTLY
000350*                 DRIVER PASSES THE STREAM DATE)
000360* RETURN CODE:    0 = CLEAN, 4 = AN ORDER ON FILE WITH A BAD
000370*                 FREQUENCY OR START DATE WAS SKIPPED, 8 = A
000380*                 LAST-GENERATED DATE COULD NOT BE UPDATED (A
000390*                 RERUN WOULD GENERATE THAT ORDER AGAIN), 16 = A
000400*                 FILE WOULD NOT OPEN
000410*-----------------------------------------------------------------
000420* MODIFICATION HISTORY
000430* DATE       INIT  DESCRIPTION
000440* 2026-10-15 DLM   ORIGINAL - STANDING-ORDER GENERATOR FEEDING
000450*                  CALCINR, WITH LISTING AND CALCCTL COUNTS
000460*                  (CR-2026-147).
000470*-----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-370.
000510 OBJECT-COMPUTER. IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT STORDER-FILE ASSIGN TO "STORDER"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS STORDER-ORDER-ID
000580         FILE STATUS IS WS-STORDER-STATUS.
000590     SELECT CALCINR-FILE ASSIGN TO "CALCINR"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CALCINR-STATUS.
000620     SELECT STORDGN-FILE ASSIGN TO "STORDGNL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-STORDGN-STATUS.
000650     SELECT CALCCTL-FILE ASSIGN TO "CALCCTL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-CALCCTL-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  STORDER-FILE
000710     RECORDING MODE IS F.
000720     COPY STORDER.
000730 FD  CALCINR-FILE
000740     RECORDING MODE IS F.
000750 01  CALCINR-RECORD.
000760     05  CALCINR-NUM1            PIC X(08).
000770     05  CALCINR-OPERATOR        PIC X(01).
000780     05  CALCINR-NUM2            PIC X(08).
000790     05  CALCINR-WORK-ORDER      PIC X(08).
000800 FD  STORDGN-FILE
000810     RECORDING MODE IS F.
000820 01  STORDGN-LINE                PIC X(80).
000830 FD  CALCCTL-FILE
000840     RECORDING MODE IS F.
000850     COPY CALCCTL.
000860 WORKING-STORAGE SECTION.
000870 77  WS-STORDER-STATUS           PIC X(02) VALUE SPACES.
000880 77  WS-CALCINR-STATUS           PIC X(02) VALUE SPACES.
000890 77  WS-STORDGN-STATUS           PIC X(02) VALUE SPACES.
000900 77  WS-CALCCTL-STATUS           PIC X(02) VALUE SPACES.
000910 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000920     88  WS-EOF                      VALUE 'Y'.
000930 77  WS-STORDER-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000940     88  WS-STORDER-OPEN             VALUE 'Y'.
000950 77  WS-PARM-CARD                PIC X(20) VALUE SPACES.
000960 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000970 77  WS-OCCUR-DATE               PIC 9(08) VALUE ZERO.
000980 77  WS-PERIOD-MONTHS            PIC 9(02) COMP VALUE ZERO.
000990 77  WS-RUN-MONTHS               PIC 9(06) COMP VALUE ZERO.
001000 77  WS-START-MONTHS             PIC 9(06) COMP VALUE ZERO.
001010 77  WS-CAND-MONTHS              PIC 9(06) COMP VALUE ZERO.
001020 77  WS-MONTH-DIFF               PIC 9(06) COMP VALUE ZERO.
001030 77  WS-DAY-DIFF                 PIC 9(07) COMP VALUE ZERO.
001040 77  WS-RUN-DAY-NO               PIC 9(07) COMP VALUE ZERO.
001050 77  WS-DIVIDE-QUOTIENT          PIC 9(07) COMP VALUE ZERO.
001060 77  WS-DIVIDE-REMAINDER         PIC 9(04) COMP VALUE ZERO.
001070 77  WS-REM-4                    PIC 9(04) COMP VALUE ZERO.
001080 77  WS-REM-100                  PIC 9(04) COMP VALUE ZERO.
001090 77  WS-REM-400                  PIC 9(04) COMP VALUE ZERO.
001100 77  WS-LAST-DAY                 PIC 9(02) VALUE ZERO.
001110 77  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
001120 77  WS-GENERATED-COUNT          PIC 9(07) VALUE ZERO.
001130 77  WS-NOT-DUE-COUNT            PIC 9(07) VALUE ZERO.
001140 77  WS-LATE-COUNT               PIC 9(07) VALUE ZERO.
001150 77  WS-BAD-ORDER-COUNT          PIC 9(07) VALUE ZERO.
001160 77  WS-NOT-UPDATED-COUNT        PIC 9(07) VALUE ZERO.
001170 77  WS-DSP-COUNT                PIC ZZZ,ZZ9.
001180 77  WS-RETURN-CODE              PIC S9(04) COMP VALUE ZERO.
001190*-----------------------------------------------------------------
001200* DAYS IN EACH MONTH (FEBRUARY IS ADJUSTED FOR LEAP YEARS), AND
001210* BROKEN-OUT VIEWS OF THE RUN DATE, THE ORDER'S START DATE AND
001220* THE OCCURRENCE BEING WORKED OUT.
001230*-----------------------------------------------------------------
001240 01  WS-MONTH-DAYS-DATA          PIC X(24)
001250         VALUE "312831303130313130313031".
001260 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
001270     05  WS-MONTH-DAYS           OCCURS 12 TIMES
001280                                 PIC 9(02).
001290 01  WS-RUN-WORK                 PIC 9(08) VALUE ZERO.
001300 01  WS-RUN-SPLIT REDEFINES WS-RUN-WORK.
001310     05  WS-RUN-YYYY             PIC 9(04).
001320     05  WS-RUN-MM               PIC 9(02).
001330     05  WS-RUN-DD               PIC 9(02).
001340 01  WS-START-WORK               PIC 9(08) VALUE ZERO.
001350 01  WS-START-SPLIT REDEFINES WS-START-WORK.
001360     05  WS-START-YYYY           PIC 9(04).
001370     05  WS-START-MM             PIC 9(02).
001380     05  WS-START-DD             PIC 9(02).
001390 01  WS-DATE-WORK                PIC 9(08) VALUE ZERO.
001400 01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
001410     05  WS-DATE-YYYY            PIC 9(04).
001420     05  WS-DATE-MM              PIC 9(02).
001430     05  WS-DATE-DD              PIC 9(02).
001440 01  WS-HEADING-LINE.
001450     05  FILLER                  PIC X(38)
001460         VALUE "STANDING ORDERS GENERATED INTO CALCINR".
001470     05  FILLER                  PIC X(03) VALUE " - ".
001480     05  RPT-HDG-DATE            PIC 9(08).
001490     05  FILLER                  PIC X(31) VALUE SPACES.
001500 01  WS-COLUMN-LINE.
001510     05  FILLER                  PIC X(40)
001520         VALUE "ORDER ID  DUE DATE  CALCULATION         ".
001530     05  FILLER                  PIC X(40)
001540         VALUE "WORK ORD  FREQ  NOTE".
001550 01  WS-DETAIL-LINE.
001560     05  RPT-ORDER-ID            PIC X(08).
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  RPT-DUE-DATE            PIC 9(08).
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  RPT-NUM1                PIC X(08).
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  RPT-OPERATOR            PIC X(01).
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001640     05  RPT-NUM2                PIC X(08).
001650     05  FILLER                  PIC X(02) VALUE SPACES.
001660     05  RPT-WORK-ORDER          PIC X(08).
001670     05  FILLER                  PIC X(02) VALUE SPACES.
001680     05  RPT-FREQUENCY           PIC X(01).
001690     05  FILLER                  PIC X(05) VALUE SPACES.
001700     05  RPT-NOTE                PIC X(23).
001710 01  WS-TOTAL-LINE.
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  RPT-TOTAL-LABEL         PIC X(28).
001740     05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
001750     05  FILLER                  PIC X(43) VALUE SPACES.
001760 01  WS-TEXT-LINE.
001770     05  RPT-TEXT                PIC X(80).
001780 LINKAGE SECTION.
001790     COPY RPTCALL.
001800 PROCEDURE DIVISION USING RPT-CALL-PARMS.
001810*-----------------------------------------------------------------
001820* 0000-MAINLINE - WORKS EVERY STANDING ORDER, PRINTS THE TOTALS
001830* AND POSTS THEM TO CALCCTL.
001840*-----------------------------------------------------------------
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001870     IF WS-RETURN-CODE = 16
001880         MOVE WS-RETURN-CODE TO RETURN-CODE
001890         GOBACK
001900     END-IF
001910     PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
001920         UNTIL WS-EOF
001930     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
001940     PERFORM 8500-WRITE-RUN-CONTROL THRU 8500-EXIT
001950     PERFORM 9000-TERMINATE THRU 9000-EXIT
001960     MOVE WS-RETURN-CODE TO RETURN-CODE
001970     GOBACK.
001980*-----------------------------------------------------------------
001990* 1000-INITIALIZE - PICKS UP THE RUN DATE AND OPENS THE FILES.
002000* NO STANDING-ORDER FILE YET MEANS NOTHING IS DUE; ANY OTHER
002010* OPEN FAILURE ENDS THE STEP WITH 16 BEFORE ANYTHING IS
002020* WRITTEN TO CALCINR.
002030*-----------------------------------------------------------------
002040 1000-INITIALIZE.
002050     MOVE 'N' TO WS-EOF-SWITCH
002060     MOVE 'N' TO WS-STORDER-OPEN-SWITCH
002070     IF ADDRESS OF RPT-CALL-PARMS = NULL
002080         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
002090     ELSE
002100         MOVE RPT-CALL-PARM-CARD TO WS-PARM-CARD
002110     END-IF
002120     IF WS-PARM-CARD (1:8) IS NUMERIC AND
002130        WS-PARM-CARD (1:8) NOT = ZEROES
002140         MOVE WS-PARM-CARD (1:8) TO WS-RUN-DATE
002150     ELSE
002160         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002170     END-IF
002180     MOVE WS-RUN-DATE TO WS-RUN-WORK
002190     COMPUTE WS-RUN-DAY-NO = FUNCTION INTEGER-OF-DATE
002200         (WS-RUN-DATE)
002210     COMPUTE WS-RUN-MONTHS = WS-RUN-YYYY * 12 + WS-RUN-MM - 1
002220     OPEN OUTPUT STORDGN-FILE
002230     IF WS-STORDGN-STATUS NOT = "00"
002240         DISPLAY "ERROR: UNABLE TO OPEN STORDGNL - STATUS "
002250             WS-STORDGN-STATUS
002260         MOVE 16 TO WS-RETURN-CODE
002270         GO TO 1000-EXIT
002280     END-IF
002290     MOVE WS-RUN-DATE TO RPT-HDG-DATE
002300     WRITE STORDGN-LINE FROM WS-HEADING-LINE
002310     OPEN I-O STORDER-FILE
002320     IF WS-STORDER-STATUS = "35"
002330         MOVE "NO STANDING-ORDER FILE ON HAND - NOTHING DUE."
002340             TO RPT-TEXT
002350         WRITE STORDGN-LINE FROM WS-TEXT-LINE
002360         MOVE 'Y' TO WS-EOF-SWITCH
002370         GO TO 1000-EXIT
002380     END-IF
002390     IF WS-STORDER-STATUS NOT = "00"
002400         DISPLAY "ERROR: UNABLE TO OPEN STORDER - STATUS "
002410             WS-STORDER-STATUS
002420         CLOSE STORDGN-FILE
002430         MOVE 16 TO WS-RETURN-CODE
002440         GO TO 1000-EXIT
002450     END-IF
002460     MOVE 'Y' TO WS-STORDER-OPEN-SWITCH
002470     OPEN EXTEND CALCINR-FILE
002480     IF WS-CALCINR-STATUS = "05" OR WS-CALCINR-STATUS = "35"
002490         OPEN OUTPUT CALCINR-FILE
002500     END-IF
002510     IF WS-CALCINR-STATUS NOT = "00"
002520         DISPLAY "ERROR: UNABLE TO OPEN CALCINR - STATUS "
002530             WS-CALCINR-STATUS
002540         CLOSE STORDER-FILE
002550         CLOSE STORDGN-FILE
002560         MOVE 16 TO WS-RETURN-CODE
002570         GO TO 1000-EXIT
002580     END-IF
002590     WRITE STORDGN-LINE FROM WS-COLUMN-LINE.
002600 1000-EXIT.
002610     EXIT.
002620*-----------------------------------------------------------------
002630* 2000-PROCESS-ORDER - ONE STANDING ORDER: WORKS OUT ITS LATEST
002640* OCCURRENCE ON OR BEFORE THE RUN DATE AND GENERATES IT IF IT
002650* HAS NOT ALREADY BEEN GENERATED AND THE ORDER HAS NOT ENDED.
002660*-----------------------------------------------------------------
002670 2000-PROCESS-ORDER.
002680     READ STORDER-FILE NEXT RECORD
002690         AT END
002700             MOVE 'Y' TO WS-EOF-SWITCH
002710             GO TO 2000-EXIT
002720     END-READ
002730     ADD 1 TO WS-READ-COUNT
002740     MOVE STORDER-START-DATE TO WS-START-WORK
002750     IF NOT STORDER-FREQUENCY-VALID OR
002760        WS-START-MM < 1 OR WS-START-MM > 12 OR
002770        WS-START-DD < 1 OR WS-START-DD > 31
002780         ADD 1 TO WS-BAD-ORDER-COUNT
002790         ADD 1 TO WS-NOT-DUE-COUNT
002800         MOVE ZERO TO WS-OCCUR-DATE
002810         MOVE "BAD ORDER - SKIPPED" TO RPT-NOTE
002820         PERFORM 3900-LIST-ORDER THRU 3900-EXIT
002830         GO TO 2000-EXIT
002840     END-IF
002850     PERFORM 2100-FIND-OCCURRENCE THRU 2100-EXIT
002860     IF WS-OCCUR-DATE = ZERO OR
002870        WS-OCCUR-DATE NOT > STORDER-LAST-GEN-DATE OR
002880        (STORDER-END-DATE NOT = ZERO AND
002890         WS-OCCUR-DATE > STORDER-END-DATE)
002900         ADD 1 TO WS-NOT-DUE-COUNT
002910         GO TO 2000-EXIT
002920     END-IF
002930     PERFORM 3000-GENERATE THRU 3000-EXIT.
002940 2000-EXIT.
002950     EXIT.
002960*-----------------------------------------------------------------
002970* 2100-FIND-OCCURRENCE - THE ORDER'S LATEST OCCURRENCE ON OR
002980* BEFORE THE RUN DATE, OR ZERO WHEN IT HAS NOT STARTED.  A
002990* WEEKLY ORDER FALLS EVERY SEVENTH DAY COUNTED FROM ITS START.
003000*-----------------------------------------------------------------
003010 2100-FIND-OCCURRENCE.
003020     MOVE ZERO TO WS-OCCUR-DATE
003030     IF STORDER-START-DATE > WS-RUN-DATE
003040         GO TO 2100-EXIT
003050     END-IF
003060     EVALUATE TRUE
003070         WHEN STORDER-DAILY
003080             MOVE WS-RUN-DATE TO WS-OCCUR-DATE
003090         WHEN STORDER-WEEKLY
003100             COMPUTE WS-DAY-DIFF = WS-RUN-DAY-NO -
003110                 FUNCTION INTEGER-OF-DATE (STORDER-START-DATE)
003120             DIVIDE WS-DAY-DIFF BY 7 GIVING WS-DIVIDE-QUOTIENT
003130                 REMAINDER WS-DIVIDE-REMAINDER
003140             COMPUTE WS-OCCUR-DATE = FUNCTION DATE-OF-INTEGER
003150                 (WS-RUN-DAY-NO - WS-DIVIDE-REMAINDER)
003160         WHEN STORDER-MONTHLY
003170             MOVE 1 TO WS-PERIOD-MONTHS
003180             PERFORM 2200-MONTHLY-OCCURRENCE THRU 2200-EXIT
003190         WHEN STORDER-QUARTERLY
003200             MOVE 3 TO WS-PERIOD-MONTHS
003210             PERFORM 2200-MONTHLY-OCCURRENCE THRU 2200-EXIT
003220     END-EVALUATE.
003230 2100-EXIT.
003240     EXIT.
003250*-----------------------------------------------------------------
003260* 2200-MONTHLY-OCCURRENCE - MONTHLY AND QUARTERLY ORDERS FALL
003270* EVERY WS-PERIOD-MONTHS MONTHS FROM THE START MONTH.  MONTHS
003280* ARE COUNTED AS YEAR * 12 + MONTH - 1; THE LATEST DUE MONTH
003290* NOT AFTER THE RUN MONTH IS TRIED FIRST, AND IF ITS DAY HAS
003300* NOT COME YET THE ONE BEFORE IT IS TAKEN.
003310*-----------------------------------------------------------------
003320 2200-MONTHLY-OCCURRENCE.
003330     COMPUTE WS-START-MONTHS =
003340         WS-START-YYYY * 12 + WS-START-MM - 1
003350     COMPUTE WS-MONTH-DIFF = WS-RUN-MONTHS - WS-START-MONTHS
003360     DIVIDE WS-MONTH-DIFF BY WS-PERIOD-MONTHS
003370         GIVING WS-DIVIDE-QUOTIENT
003380         REMAINDER WS-DIVIDE-REMAINDER
003390     COMPUTE WS-CAND-MONTHS = WS-RUN-MONTHS - WS-DIVIDE-REMAINDER
003400     PERFORM 2300-DAY-IN-MONTH THRU 2300-EXIT
003410     IF WS-OCCUR-DATE > WS-RUN-DATE
003420         IF WS-CAND-MONTHS < WS-START-MONTHS + WS-PERIOD-MONTHS
003430             MOVE ZERO TO WS-OCCUR-DATE
003440             GO TO 2200-EXIT
003450         END-IF
003460         SUBTRACT WS-PERIOD-MONTHS FROM WS-CAND-MONTHS
003470         PERFORM 2300-DAY-IN-MONTH THRU 2300-EXIT
003480     END-IF.
003490 2200-EXIT.
003500     EXIT.
003510*-----------------------------------------------------------------
003520* 2300-DAY-IN-MONTH - THE OCCURRENCE IN MONTH WS-CAND-MONTHS:
003530* THE START DATE'S DAY, OR THE MONTH'S LAST DAY IF IT IS
003540* SHORTER.
003550*-----------------------------------------------------------------
003560 2300-DAY-IN-MONTH.
003570     DIVIDE WS-CAND-MONTHS BY 12 GIVING WS-DIVIDE-QUOTIENT
003580         REMAINDER WS-DIVIDE-REMAINDER
003590     MOVE WS-DIVIDE-QUOTIENT TO WS-DATE-YYYY
003600     COMPUTE WS-DATE-MM = WS-DIVIDE-REMAINDER + 1
003610     MOVE WS-MONTH-DAYS (WS-DATE-MM) TO WS-LAST-DAY
003620     IF WS-DATE-MM = 2
003630         DIVIDE WS-DATE-YYYY BY 4 GIVING WS-DIVIDE-QUOTIENT
003640             REMAINDER WS-REM-4
003650         DIVIDE WS-DATE-YYYY BY 100 GIVING WS-DIVIDE-QUOTIENT
003660             REMAINDER WS-REM-100
003670         DIVIDE WS-DATE-YYYY BY 400 GIVING WS-DIVIDE-QUOTIENT
003680             REMAINDER WS-REM-400
003690         IF WS-REM-4 = ZERO AND
003700            (WS-REM-100 NOT = ZERO OR WS-REM-400 = ZERO)
003710             MOVE 29 TO WS-LAST-DAY
003720         END-IF
003730     END-IF
003740     IF WS-START-DD > WS-LAST-DAY
003750         MOVE WS-LAST-DAY TO WS-DATE-DD
003760     ELSE
003770         MOVE WS-START-DD TO WS-DATE-DD
003780     END-IF
003790     MOVE WS-DATE-WORK TO WS-OCCUR-DATE.
003800 2300-EXIT.
003810     EXIT.
003820*-----------------------------------------------------------------
003830* 3000-GENERATE - WRITES THE ORDER'S TRANSACTION TO CALCINR,
003840* THEN STAMPS THE ORDER WITH THE RUN DATE.  IF THE STAMP WILL
003850* NOT GO ON, THE TRANSACTION STANDS BUT THE ORDER IS LISTED -
003860* A RERUN WOULD GENERATE IT AGAIN.
003870*-----------------------------------------------------------------
003880 3000-GENERATE.
003890     MOVE STORDER-NUM1       TO CALCINR-NUM1
003900     MOVE STORDER-OPERATOR   TO CALCINR-OPERATOR
003910     MOVE STORDER-NUM2       TO CALCINR-NUM2
003920     MOVE STORDER-WORK-ORDER TO CALCINR-WORK-ORDER
003930     WRITE CALCINR-RECORD
003940     ADD 1 TO WS-GENERATED-COUNT
003950     MOVE SPACES TO RPT-NOTE
003960     IF WS-OCCUR-DATE < WS-RUN-DATE
003970         ADD 1 TO WS-LATE-COUNT
003980         MOVE "LATE" TO RPT-NOTE
003990     END-IF
004000     MOVE WS-RUN-DATE TO STORDER-LAST-GEN-DATE
004010     REWRITE STORDER-RECORD
004020         INVALID KEY
004030             CONTINUE
004040     END-REWRITE
004050     IF WS-STORDER-STATUS NOT = "00"
004060         ADD 1 TO WS-NOT-UPDATED-COUNT
004070         MOVE "NOT STAMPED - STATUS " TO RPT-NOTE
004080         MOVE WS-STORDER-STATUS TO RPT-NOTE (22:2)
004090     END-IF
004100     PERFORM 3900-LIST-ORDER THRU 3900-EXIT.
004110 3000-EXIT.
004120     EXIT.
004130 3900-LIST-ORDER.
004140     MOVE STORDER-ORDER-ID   TO RPT-ORDER-ID
004150     MOVE WS-OCCUR-DATE      TO RPT-DUE-DATE
004160     MOVE STORDER-NUM1       TO RPT-NUM1
004170     MOVE STORDER-OPERATOR   TO RPT-OPERATOR
004180     MOVE STORDER-NUM2       TO RPT-NUM2
004190     MOVE STORDER-WORK-ORDER TO RPT-WORK-ORDER
004200     MOVE STORDER-FREQUENCY  TO RPT-FREQUENCY
004210     WRITE STORDGN-LINE FROM WS-DETAIL-LINE.
004220 3900-EXIT.
004230     EXIT.
004240*-----------------------------------------------------------------
004250* 8000-PRINT-TOTALS - CLOSES THE LISTING WITH THE COUNTS, SETS
004260* THE RETURN CODE AND ECHOES THE COUNTS TO THE CONSOLE.
004270*-----------------------------------------------------------------
004280 8000-PRINT-TOTALS.
004290     MOVE SPACES TO RPT-TEXT
004300     WRITE STORDGN-LINE FROM WS-TEXT-LINE
004310     MOVE "STANDING ORDERS READ:"       TO RPT-TOTAL-LABEL
004320     MOVE WS-READ-COUNT                 TO RPT-TOTAL-COUNT
004330     WRITE STORDGN-LINE FROM WS-TOTAL-LINE
004340     MOVE "TRANSACTIONS GENERATED:"     TO RPT-TOTAL-LABEL
004350     MOVE WS-GENERATED-COUNT            TO RPT-TOTAL-COUNT
004360     WRITE STORDGN-LINE FROM WS-TOTAL-LINE
004370     MOVE "  OF WHICH LATE:"            TO RPT-TOTAL-LABEL
004380     MOVE WS-LATE-COUNT                 TO RPT-TOTAL-COUNT
004390     WRITE STORDGN-LINE FROM WS-TOTAL-LINE
004400     MOVE "ORDERS NOT DUE OR SKIPPED:"  TO RPT-TOTAL-LABEL
004410     MOVE WS-NOT-DUE-COUNT              TO RPT-TOTAL-COUNT
004420     WRITE STORDGN-LINE FROM WS-TOTAL-LINE
004430     MOVE "  OF WHICH BAD ORDERS:"      TO RPT-TOTAL-LABEL
004440     MOVE WS-BAD-ORDER-COUNT            TO RPT-TOTAL-COUNT
004450     WRITE STORDGN-LINE FROM WS-TOTAL-LINE
004460     EVALUATE TRUE
004470         WHEN WS-NOT-UPDATED-COUNT > ZERO
004480             MOVE "*** ORDERS NOT STAMPED - SEE ABOVE ***"
004490                 TO RPT-TEXT
004500             MOVE 8 TO WS-RETURN-CODE
004510         WHEN WS-BAD-ORDER-COUNT > ZERO
004520             MOVE "BAD ORDERS SKIPPED - CORRECT IN STORDMNT."
004530                 TO RPT-TEXT
004540             MOVE 4 TO WS-RETURN-CODE
004550         WHEN OTHER
004560             MOVE "ALL DUE STANDING ORDERS GENERATED."
004570                 TO RPT-TEXT
004580             MOVE ZERO TO WS-RETURN-CODE
004590     END-EVALUATE
004600     WRITE STORDGN-LINE FROM WS-TEXT-LINE
004610     DISPLAY "STORDGEN STANDING-ORDER GENERATOR - " WS-RUN-DATE
004620     MOVE WS-READ-COUNT      TO WS-DSP-COUNT
004630     DISPLAY "  ORDERS READ:            " WS-DSP-COUNT
004640     MOVE WS-GENERATED-COUNT TO WS-DSP-COUNT
004650     DISPLAY "  TRANSACTIONS GENERATED: " WS-DSP-COUNT
004660     MOVE WS-NOT-DUE-COUNT   TO WS-DSP-COUNT
004670     DISPLAY "  NOT DUE OR SKIPPED:     " WS-DSP-COUNT
004680     IF WS-RETURN-CODE > ZERO
004690         DISPLAY "  *** EXCEPTIONS - SEE STORDGNL ***"
004700     END-IF.
004710 8000-EXIT.
004720     EXIT.
004730*-----------------------------------------------------------------
004740* 8500-WRITE-RUN-CONTROL - APPENDS THE GENERATOR'S COUNTS TO THE
004750* SHARED CALCCTL FILE FOR THE CALCBAL CONTROL SHEET.
004760*-----------------------------------------------------------------
004770 8500-WRITE-RUN-CONTROL.
004780     OPEN EXTEND CALCCTL-FILE
004790     IF WS-CALCCTL-STATUS = "05" OR WS-CALCCTL-STATUS = "35"
004800         OPEN OUTPUT CALCCTL-FILE
004810     END-IF
004820     IF WS-CALCCTL-STATUS NOT = "00"
004830         DISPLAY "WARNING: RUN-CONTROL RECORD NOT WRITTEN - "
004840             "STATUS " WS-CALCCTL-STATUS
004850         GO TO 8500-EXIT
004860     END-IF
004870     MOVE "STORDGEN"         TO CALCCTL-PROGRAM
004880     MOVE SPACES             TO CALCCTL-RUN-ID
004890     MOVE WS-RUN-DATE        TO CALCCTL-DATE
004900     ACCEPT CALCCTL-TIME FROM TIME
004910     MOVE WS-READ-COUNT      TO CALCCTL-READ-COUNT
004920     MOVE WS-GENERATED-COUNT TO CALCCTL-COUNT-1
004930     MOVE WS-NOT-DUE-COUNT   TO CALCCTL-COUNT-2
004940     MOVE ZERO               TO CALCCTL-AMOUNT-1
004950     MOVE ZERO               TO CALCCTL-AMOUNT-2
004960     WRITE CALCCTL-RECORD
004970     CLOSE CALCCTL-FILE.
004980 8500-EXIT.
004990     EXIT.
005000 9000-TERMINATE.
005010     IF WS-STORDER-OPEN
005020         CLOSE STORDER-FILE
005030         CLOSE CALCINR-FILE
005040     END-IF
005050     CLOSE STORDGN-FILE.
005060 9000-EXIT.
005070     EXIT.
