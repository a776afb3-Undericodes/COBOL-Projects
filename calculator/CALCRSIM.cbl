000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CALCRSIM.
000030 AUTHOR.         D. MERRICK.
000040 INSTALLATION.   FLOOR OPERATIONS - SHOP CALCULATIONS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*-----------------------------------------------------------------
000080* CALCRSIM - RATE-CHANGE WHAT-IF.  BEFORE A NEW EFFECTIVE-DATED
000090* RATE IS KEYED IN CONSMNT, FINANCE WANTS TO KNOW WHAT IT WOULD
000100* HAVE DONE TO COSTS.  THIS PROGRAM READS THE ARCHIVE (THE
000110* OPERATIONS STEP CONCATENATES THE GENERATIONS WANTED INTO THE
000120* CALCARCH DD) AND THEN THE LIVE CALCLOG, PICKS EVERY ENTRY IN
000130* THE DATE RANGE THAT USED THE NAMED CONSTANT AS EITHER
000140* OPERAND, PUTS THE PROPOSED VALUE IN PLACE OF THAT OPERAND AND
000150* WORKS THE ENTRY AGAIN WITH THE SAME OPERATOR AND THE SAME
000160* ARITHMETIC AS THE CALCULATOR.  EACH ENTRY PRINTS WITH ITS OLD
000170* RESULT, ITS NEW RESULT AND THE DIFFERENCE; A NEW RESULT THAT
000180* OVERFLOWS OR DIVIDES BY ZERO IS FLAGGED AND KEPT OUT OF THE
000190* SUMS.  THE DIFFERENCES ARE TOTALLED BY WORK ORDER AND OVERALL,
000200* OLD SUMS TAKING ONLY POSTED ('O') RESULTS AS CALCWORP DOES.
000210*
000220* NOTHING IS WRITTEN BACK - CALCLOG, CALCARCH AND CALCCONS ARE
000230* OPENED FOR INPUT ONLY (CALCCONS NOT AT ALL), SO THE REPORT
000240* MAY BE RUN AS OFTEN AS FINANCE LIKES.
000250*
000260* EACH ENTRY IS WORKED ON ITS OWN.  A CHAINED ENTRY KEEPS THE
000270* FIRST OPERAND IT WAS LOGGED WITH, SO THE CHANGE IS NOT CARRIED
000280* DOWN A CHAIN; A FORMULA ENTRY (OPERATOR F) AND AN ENTRY THAT
000290* FAILED ON A BAD CONSTANT, FORMULA OR OPERATOR CANNOT BE WORKED
000300* AGAIN FROM THE LOG AND ARE COUNTED, NOT PRINTED.
000310*
000320* RUN PARAMETER:  CCCCCCCC +NNNNNVV FFFFFFFF TTTTTTTT
000330*   COLS  1-8   CONSTANT NAME (REQUIRED)
000340*   COLS 10-17  PROPOSED VALUE, SIGNED WITH TWO IMPLIED
000350*               DECIMALS (+0001250 = 12.50) (REQUIRED)
000360*   COLS 19-26  FROM DATE (YYYYMMDD, BLANK = NO LOWER BOUND)
000370*   COLS 28-35  TO DATE   (YYYYMMDD, BLANK = NO UPPER BOUND)
000380* RETURN CODE:    0 = REPORT PRODUCED, 16 = THE CONSTANT NAME
000390*                 OR PROPOSED VALUE IS MISSING OR BAD, OR THE
000400*                 REPORT FILE WOULD NOT OPEN
000410*-----------------------------------------------------------------
000420* MODIFICATION HISTORY
000430* DATE       INIT  DESCRIPTION
000440* 2026-10-15 DLM   ORIGINAL - RATE-CHANGE WHAT-IF OVER THE
000450*                  ARCHIVED AND LIVE CALCULATION TRAIL
000460*                  (CR-2026-149).
000470*-----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-370.
000510 OBJECT-COMPUTER. IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CALCARCH-FILE ASSIGN TO "CALCARCH"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CALCARCH-STATUS.
000570     SELECT CALCLOG-FILE ASSIGN TO "CALCLOG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CALCLOG-STATUS.
000600     SELECT CALCRSIM-FILE ASSIGN TO "CALCRSIL"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-CALCRSIM-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CALCARCH-FILE
000660     RECORDING MODE IS F.
000670 01  CALCARCH-RECORD             PIC X(85).
000680 FD  CALCLOG-FILE
000690     RECORDING MODE IS F.
000700 01  CALCLOG-INPUT-RECORD        PIC X(85).
000710 FD  CALCRSIM-FILE
000720     RECORDING MODE IS F.
000730 01  CALCRSIM-LINE               PIC X(80).
000740 WORKING-STORAGE SECTION.
000750 77  WS-CALCARCH-STATUS          PIC X(02) VALUE SPACES.
000760 77  WS-CALCLOG-STATUS           PIC X(02) VALUE SPACES.
000770 77  WS-CALCRSIM-STATUS          PIC X(02) VALUE SPACES.
000780 77  WS-INPUT-EOF-SWITCH         PIC X(01) VALUE 'N'.
000790     88  WS-INPUT-EOF                VALUE 'Y'.
000800 77  WS-PARM-CARD                PIC X(40) VALUE SPACES.
000810 77  WS-CONS-NAME                PIC X(08) VALUE SPACES.
000820 77  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
000830 77  WS-TO-DATE                  PIC 9(08) VALUE 99999999.
000840 77  WS-ARCH-SCANNED             PIC 9(07) VALUE ZERO.
000850 77  WS-LIVE-SCANNED             PIC 9(07) VALUE ZERO.
000860 77  WS-ENTRIES-WORKED           PIC 9(07) VALUE ZERO.
000870 77  WS-ENTRIES-SKIPPED          PIC 9(07) VALUE ZERO.
000880 77  WS-ENTRIES-FLAGGED          PIC 9(07) VALUE ZERO.
000890 77  WS-OLD-SUM                  PIC S9(09)V99 VALUE ZERO.
000900 77  WS-NEW-SUM                  PIC S9(09)V99 VALUE ZERO.
000910 77  WS-OLD-AMOUNT               PIC S9(05)V99 VALUE ZERO.
000920 77  WS-NEW-AMOUNT               PIC S9(05)V99 VALUE ZERO.
000930 77  WS-DIFFERENCE               PIC S9(06)V99 VALUE ZERO.
000940 77  WS-SOURCE-SWITCH            PIC X(01) VALUE 'A'.
000950     88  WS-SOURCE-ARCHIVE           VALUE 'A'.
000960     88  WS-SOURCE-LIVE              VALUE 'L'.
000970 77  WS-CALLED-SWITCH            PIC X(01) VALUE 'N'.
000980     88  WS-CALLED                   VALUE 'Y'.
000990 77  WS-ORDER-COUNT              PIC 9(03) COMP VALUE ZERO.
001000 77  WS-ORDER-MAX                PIC 9(03) COMP VALUE 200.
001010 77  WS-ORDER-IX                 PIC 9(03) COMP VALUE ZERO.
001020 77  WS-FOUND-IX                 PIC 9(03) COMP VALUE ZERO.
001030 77  WS-PRINT-IX                 PIC 9(03) COMP VALUE ZERO.
001040     COPY AUDITCLL.
001050*-----------------------------------------------------------------
001060* THE PROPOSED VALUE ARRIVES AS A CALCINR-STYLE SIGNED AMOUNT
001070* (+NNNNNVV) AND IS USED THROUGH THE NUMERIC VIEW ONCE CHECKED.
001080*-----------------------------------------------------------------
001090 01  WS-PROPOSED-AREA.
001100     05  WS-PROPOSED-TEXT        PIC X(08).
001110     05  WS-PROPOSED-VALUE       REDEFINES WS-PROPOSED-TEXT
001120                                 PIC S9(05)V99
001130                                 SIGN LEADING SEPARATE.
001140*-----------------------------------------------------------------
001150* WORK FIELDS FOR THE RECALCULATION, SIZED AS THE CALCULATOR'S
001160* OWN SO THE SAME ENTRY OVERFLOWS HERE WHERE IT WOULD THERE.
001170*-----------------------------------------------------------------
001180 01  WS-CALC-FIELDS.
001190     05  WS-NUM1                 PIC S9(05)V99.
001200     05  WS-NUM2                 PIC S9(05)V99.
001210     05  WS-RESULT               PIC S9(05)V99.
001220     05  WS-TEMP-PRODUCT         PIC S9(10)V9999.
001230     05  WS-TEMP-QUOTIENT        PIC S9(07).
001240     05  WS-CALC-STATUS          PIC X(01).
001250         88  WS-CALC-STAT-OK         VALUE 'O'.
001260         88  WS-CALC-STAT-DIVZERO    VALUE 'Z'.
001270         88  WS-CALC-STAT-OVERFLOW   VALUE 'V'.
001280 01  WS-ORDER-TABLE.
001290     05  WS-ORDER-ENTRY          OCCURS 200 TIMES.
001300         10  WS-TBL-WORK-ORDER   PIC X(08).
001310         10  WS-TBL-ENTRY-COUNT  PIC 9(07).
001320         10  WS-TBL-OLD-SUM      PIC S9(09)V99.
001330         10  WS-TBL-NEW-SUM      PIC S9(09)V99.
001340*-----------------------------------------------------------------
001350* THE ARCHIVE AND THE LIVE LOG BOTH CARRY CALCLOG IMAGES, SO
001360* EACH RECORD READ IS MOVED INTO THIS SHARED LAYOUT AND ONE
001370* SELECT-AND-RECALCULATE PATH SERVES BOTH FILES.
001380*-----------------------------------------------------------------
001390     COPY CALCLOG.
001400 01  WS-HEADING-LINE.
001410     05  FILLER                  PIC X(80)
001420         VALUE "RATE-CHANGE WHAT-IF - ARCHIVE AND LIVE LOG".
001430 01  WS-PARM-LINE.
001440     05  FILLER                  PIC X(10) VALUE "CONSTANT: ".
001450     05  RPT-PARM-NAME           PIC X(08).
001460     05  FILLER                  PIC X(12)
001470         VALUE "  PROPOSED: ".
001480     05  RPT-PARM-VALUE          PIC -ZZZZ9.99.
001490     05  FILLER                  PIC X(09) VALUE "  DATES: ".
001500     05  RPT-PARM-FROM           PIC 9(08).
001510     05  FILLER                  PIC X(04) VALUE " TO ".
001520     05  RPT-PARM-TO             PIC 9(08).
001530     05  FILLER                  PIC X(12) VALUE SPACES.
001540 01  WS-SECTION-LINE.
001550     05  RPT-SECTION-TITLE       PIC X(80).
001560 01  WS-COLUMN-LINE.
001570     05  FILLER                  PIC X(20)
001580         VALUE "DATE     WORK ORD O ".
001590     05  FILLER                  PIC X(13)
001600         VALUE "OLD RESULT S ".
001610     05  FILLER                  PIC X(13)
001620         VALUE "NEW RESULT S ".
001630     05  FILLER                  PIC X(34)
001640         VALUE " DIFFERENCE".
001650 01  WS-DETAIL-LINE.
001660     05  RPT-DATE                PIC 9(08).
001670     05  FILLER                  PIC X(01) VALUE SPACE.
001680     05  RPT-WORK-ORDER          PIC X(08).
001690     05  FILLER                  PIC X(01) VALUE SPACE.
001700     05  RPT-OPERATOR            PIC X(01).
001710     05  FILLER                  PIC X(01) VALUE SPACE.
001720     05  RPT-OLD-RESULT          PIC -ZZ,ZZ9.99.
001730     05  FILLER                  PIC X(01) VALUE SPACE.
001740     05  RPT-OLD-STATUS          PIC X(01).
001750     05  FILLER                  PIC X(01) VALUE SPACE.
001760     05  RPT-NEW-RESULT          PIC -ZZ,ZZ9.99.
001770     05  FILLER                  PIC X(01) VALUE SPACE.
001780     05  RPT-NEW-STATUS          PIC X(01).
001790     05  FILLER                  PIC X(01) VALUE SPACE.
001800     05  RPT-DIFFERENCE          PIC -ZZZ,ZZ9.99.
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001820     05  RPT-FLAG                PIC X(22).
001830 01  WS-ORDER-LINE.
001840     05  RPT-TBL-WORK-ORDER      PIC X(08).
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  RPT-TBL-COUNT           PIC ZZZ,ZZ9.
001870     05  FILLER                  PIC X(06) VALUE " OLD: ".
001880     05  RPT-TBL-OLD-SUM         PIC -ZZZ,ZZZ,ZZ9.99.
001890     05  FILLER                  PIC X(06) VALUE " NEW: ".
001900     05  RPT-TBL-NEW-SUM         PIC -ZZZ,ZZZ,ZZ9.99.
001910     05  FILLER                  PIC X(07) VALUE " DIFF: ".
001920     05  RPT-TBL-DIFFERENCE      PIC -ZZZ,ZZZ,ZZ9.99.
001930 01  WS-COUNT-LINE.
001940     05  RPT-LABEL               PIC X(26).
001950     05  RPT-COUNT               PIC ZZZ,ZZ9.
001960     05  FILLER                  PIC X(47) VALUE SPACES.
001970 01  WS-AMOUNT-LINE.
001980     05  RPT-AMOUNT-LABEL        PIC X(26).
001990     05  RPT-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
002000     05  FILLER                  PIC X(39) VALUE SPACES.
002010 LINKAGE SECTION.
002020     COPY RPTCALL.
002030 PROCEDURE DIVISION USING RPT-CALL-PARMS.
002040*-----------------------------------------------------------------
002050* 0000-MAINLINE - READS THE ARCHIVE AND THEN THE LIVE LOG,
002060* WORKING AGAIN EVERY ENTRY THAT USED THE CONSTANT, THEN PRINTS
002070* THE WORK-ORDER AND OVERALL TOTALS.
002080*-----------------------------------------------------------------
002090 0000-MAINLINE.
002100     PERFORM 0100-PICKUP-CALLER THRU 0100-EXIT
002110     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002120     PERFORM 2000-SCAN-ARCHIVE THRU 2000-EXIT
002130     PERFORM 3000-SCAN-LIVE-LOG THRU 3000-EXIT
002140     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002150     PERFORM 9000-TERMINATE THRU 9000-EXIT
002160     PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
002170     GOBACK.
002180*-----------------------------------------------------------------
002190* 0100-PICKUP-CALLER - WHEN RPTMENU CALLED THIS REPORT, PICKS UP
002200* THE VALIDATED SIGN-ON AND STAMPS THE AUDIT TRAIL WITH THE
002210* CALLING USER; A COMMAND-LINE START SEES A NULL ADDRESS AND RUNS
002220* AS BEFORE.
002230*-----------------------------------------------------------------
002240 0100-PICKUP-CALLER.
002250     MOVE 'N' TO WS-CALLED-SWITCH
002260     IF ADDRESS OF RPT-CALL-PARMS = NULL
002270         GO TO 0100-EXIT
002280     END-IF
002290     MOVE 'Y' TO WS-CALLED-SWITCH
002300     MOVE RPT-CALL-USER-ID TO AUDIT-USER-ID
002310     MOVE "CALCRSIM"  TO AUDIT-PROGRAM-NAME
002320     MOVE "START"     TO AUDIT-FUNCTION
002330     CALL "AUDITLOG" USING AUDIT-CALL-PARMS
002340     IF NOT AUDIT-RC-OK
002350         DISPLAY "WARNING: AUDIT TRAIL SIGN-ON NOT RECORDED."
002360     END-IF.
002370 0100-EXIT.
002380     EXIT.
002390*-----------------------------------------------------------------
002400* 0900-SIGN-OFF-AUDIT - THE MATCHING END EVENT FOR A CALLED RUN,
002410* SO THE SESSION INQUIRY SHOWS WHO PULLED THE REPORT AND WHEN.
002420*-----------------------------------------------------------------
002430 0900-SIGN-OFF-AUDIT.
002440     IF NOT WS-CALLED
002450         GO TO 0900-EXIT
002460     END-IF
002470     MOVE "END" TO AUDIT-FUNCTION
002480     CALL "AUDITLOG" USING AUDIT-CALL-PARMS
002490     IF NOT AUDIT-RC-OK
002500         DISPLAY "WARNING: AUDIT TRAIL SIGN-OFF NOT RECORDED."
002510     END-IF.
002520 0900-EXIT.
002530     EXIT.
002540*-----------------------------------------------------------------
002550* 1000-INITIALIZE - A REPEAT CALL FROM THE REPORTS MENU ARRIVES
002560* WITH LAST RUN'S WORKING STORAGE STILL IN PLACE, SO EVERY
002570* COUNT AND SUM STARTS FROM ZERO HERE.  THE CONSTANT NAME AND
002580* PROPOSED VALUE ARE CHECKED THE WAY CALCEDIT CHECKS A CALCINR
002590* OPERAND; WITHOUT BOTH THERE IS NOTHING TO SIMULATE.
002600*-----------------------------------------------------------------
002610 1000-INITIALIZE.
002620     MOVE 'N'      TO WS-INPUT-EOF-SWITCH
002630     MOVE SPACES   TO WS-CONS-NAME
002640     MOVE ZERO     TO WS-FROM-DATE
002650     MOVE 99999999 TO WS-TO-DATE
002660     MOVE ZERO     TO WS-ARCH-SCANNED
002670     MOVE ZERO     TO WS-LIVE-SCANNED
002680     MOVE ZERO     TO WS-ENTRIES-WORKED
002690     MOVE ZERO     TO WS-ENTRIES-SKIPPED
002700     MOVE ZERO     TO WS-ENTRIES-FLAGGED
002710     MOVE ZERO     TO WS-OLD-SUM
002720     MOVE ZERO     TO WS-NEW-SUM
002730     MOVE ZERO     TO WS-ORDER-COUNT
002740     IF WS-CALLED
002750         MOVE RPT-CALL-PARM-CARD TO WS-PARM-CARD
002760     ELSE
002770         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
002780     END-IF
002790     MOVE WS-PARM-CARD (1:8)  TO WS-CONS-NAME
002800     MOVE WS-PARM-CARD (10:8) TO WS-PROPOSED-TEXT
002810     IF WS-CONS-NAME (1:1) IS NOT ALPHABETIC OR
002820        WS-CONS-NAME (1:1) = SPACE
002830         DISPLAY "ERROR: CONSTANT NAME MISSING OR INVALID - "
002840             "CALCRSIM NOT RUN."
002850         PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
002860         MOVE 16 TO RETURN-CODE
002870         GOBACK
002880     END-IF
002890     IF (WS-PROPOSED-TEXT (1:1) NOT = "+" AND
002900         WS-PROPOSED-TEXT (1:1) NOT = "-")
002910         OR WS-PROPOSED-TEXT (2:7) IS NOT NUMERIC
002920         DISPLAY "ERROR: PROPOSED VALUE MUST BE +NNNNNVV - "
002930             "CALCRSIM NOT RUN."
002940         PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
002950         MOVE 16 TO RETURN-CODE
002960         GOBACK
002970     END-IF
002980     IF WS-PARM-CARD (19:8) IS NUMERIC
002990         MOVE WS-PARM-CARD (19:8) TO WS-FROM-DATE
003000     END-IF
003010     IF WS-PARM-CARD (28:8) IS NUMERIC
003020         MOVE WS-PARM-CARD (28:8) TO WS-TO-DATE
003030     END-IF
003040     OPEN OUTPUT CALCRSIM-FILE
003050     IF WS-CALCRSIM-STATUS NOT = "00"
003060         DISPLAY "ERROR: UNABLE TO OPEN CALCRSIL - STATUS "
003070             WS-CALCRSIM-STATUS
003080         PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
003090         MOVE 16 TO RETURN-CODE
003100         GOBACK
003110     END-IF
003120     WRITE CALCRSIM-LINE FROM WS-HEADING-LINE
003130     MOVE WS-CONS-NAME      TO RPT-PARM-NAME
003140     MOVE WS-PROPOSED-VALUE TO RPT-PARM-VALUE
003150     MOVE WS-FROM-DATE      TO RPT-PARM-FROM
003160     MOVE WS-TO-DATE        TO RPT-PARM-TO
003170     WRITE CALCRSIM-LINE FROM WS-PARM-LINE.
003180 1000-EXIT.
003190     EXIT.
003200*-----------------------------------------------------------------
003210* 2000-SCAN-ARCHIVE - RUNS THE WHAT-IF OVER THE ARCHIVE FILE.
003220* NO ARCHIVE ON HAND IS NOTED ON THE REPORT, NOT AN ERROR - A
003230* YOUNG INSTALLATION HAS NOT PURGED YET.
003240*-----------------------------------------------------------------
003250 2000-SCAN-ARCHIVE.
003260     MOVE 'A' TO WS-SOURCE-SWITCH
003270     MOVE "ARCHIVED ENTRIES" TO RPT-SECTION-TITLE
003280     WRITE CALCRSIM-LINE FROM WS-SECTION-LINE
003290     OPEN INPUT CALCARCH-FILE
003300     IF WS-CALCARCH-STATUS NOT = "00"
003310         MOVE "  (NO ARCHIVE FILE ON HAND)" TO RPT-SECTION-TITLE
003320         WRITE CALCRSIM-LINE FROM WS-SECTION-LINE
003330         GO TO 2000-EXIT
003340     END-IF
003350     WRITE CALCRSIM-LINE FROM WS-COLUMN-LINE
003360     MOVE 'N' TO WS-INPUT-EOF-SWITCH
003370     PERFORM 2100-ARCHIVE-RECORD THRU 2100-EXIT
003380         UNTIL WS-INPUT-EOF
003390     CLOSE CALCARCH-FILE.
003400 2000-EXIT.
003410     EXIT.
003420 2100-ARCHIVE-RECORD.
003430     READ CALCARCH-FILE
003440         AT END
003450             MOVE 'Y' TO WS-INPUT-EOF-SWITCH
003460             GO TO 2100-EXIT
003470     END-READ
003480     ADD 1 TO WS-ARCH-SCANNED
003490     MOVE CALCARCH-RECORD TO CALCLOG-RECORD
003500     PERFORM 5000-SELECT-AND-RECALC THRU 5000-EXIT.
003510 2100-EXIT.
003520     EXIT.
003530*-----------------------------------------------------------------
003540* 3000-SCAN-LIVE-LOG - RUNS THE SAME WHAT-IF OVER THE LIVE
003550* CALCLOG, SO THE FIGURE COVERS THE WHOLE TRAIL NO MATTER WHERE
003560* THE PURGE CUTOFF SITS.
003570*-----------------------------------------------------------------
003580 3000-SCAN-LIVE-LOG.
003590     MOVE 'L' TO WS-SOURCE-SWITCH
003600     MOVE "LIVE LOG ENTRIES" TO RPT-SECTION-TITLE
003610     WRITE CALCRSIM-LINE FROM WS-SECTION-LINE
003620     OPEN INPUT CALCLOG-FILE
003630     IF WS-CALCLOG-STATUS NOT = "00"
003640         MOVE "  (NO LIVE LOG ON HAND)" TO RPT-SECTION-TITLE
003650         WRITE CALCRSIM-LINE FROM WS-SECTION-LINE
003660         GO TO 3000-EXIT
003670     END-IF
003680     WRITE CALCRSIM-LINE FROM WS-COLUMN-LINE
003690     MOVE 'N' TO WS-INPUT-EOF-SWITCH
003700     PERFORM 3100-LIVE-RECORD THRU 3100-EXIT
003710         UNTIL WS-INPUT-EOF
003720     CLOSE CALCLOG-FILE.
003730 3000-EXIT.
003740     EXIT.
003750 3100-LIVE-RECORD.
003760     READ CALCLOG-FILE
003770         AT END
003780             MOVE 'Y' TO WS-INPUT-EOF-SWITCH
003790             GO TO 3100-EXIT
003800     END-READ
003810     ADD 1 TO WS-LIVE-SCANNED
003820     MOVE CALCLOG-INPUT-RECORD TO CALCLOG-RECORD
003830     PERFORM 5000-SELECT-AND-RECALC THRU 5000-EXIT.
003840 3100-EXIT.
003850     EXIT.
003860*-----------------------------------------------------------------
003870* 5000-SELECT-AND-RECALC - KEEPS THE ENTRIES IN THE DATE RANGE
003880* THAT NAMED THE CONSTANT, PUTS THE PROPOSED VALUE IN PLACE OF
003890* EACH OPERAND THAT CAME FROM IT, WORKS THE ENTRY AGAIN AND
003900* PRINTS AND TOTALS THE OUTCOME.  A FORMULA ENTRY CARRIES THE
003910* FORMULA NAME IN CALCLOG-CONS2-NAME, SO ONLY THE FIRST OPERAND
003920* CAN MATCH ONE - AND IT IS SKIPPED ANYWAY.
003930*-----------------------------------------------------------------
003940 5000-SELECT-AND-RECALC.
003950     IF CALCLOG-DATE < WS-FROM-DATE OR
003960        CALCLOG-DATE > WS-TO-DATE
003970         GO TO 5000-EXIT
003980     END-IF
003990     IF CALCLOG-CONS1-NAME NOT = WS-CONS-NAME AND
004000        CALCLOG-CONS2-NAME NOT = WS-CONS-NAME
004010         GO TO 5000-EXIT
004020     END-IF
004030     IF CALCLOG-OPERATOR = "F" OR
004040        CALCLOG-STAT-BADCONS OR
004050        CALCLOG-STAT-BADFORM OR
004060        CALCLOG-STAT-INVALID-OP
004070         ADD 1 TO WS-ENTRIES-SKIPPED
004080         GO TO 5000-EXIT
004090     END-IF
004100     MOVE CALCLOG-NUM1 TO WS-NUM1
004110     MOVE CALCLOG-NUM2 TO WS-NUM2
004120     IF CALCLOG-CONS1-NAME = WS-CONS-NAME
004130         MOVE WS-PROPOSED-VALUE TO WS-NUM1
004140     END-IF
004150     IF CALCLOG-CONS2-NAME = WS-CONS-NAME
004160         MOVE WS-PROPOSED-VALUE TO WS-NUM2
004170     END-IF
004180     PERFORM 5200-RECALCULATE THRU 5200-EXIT
004190     ADD 1 TO WS-ENTRIES-WORKED
004200     MOVE ZERO TO WS-OLD-AMOUNT
004210     MOVE ZERO TO WS-NEW-AMOUNT
004220     IF CALCLOG-STAT-OK
004230         MOVE CALCLOG-RESULT TO WS-OLD-AMOUNT
004240     END-IF
004250     IF WS-CALC-STAT-OK
004260         MOVE WS-RESULT TO WS-NEW-AMOUNT
004270     END-IF
004280     SUBTRACT WS-OLD-AMOUNT FROM WS-NEW-AMOUNT
004290         GIVING WS-DIFFERENCE
004300     ADD WS-OLD-AMOUNT TO WS-OLD-SUM
004310     ADD WS-NEW-AMOUNT TO WS-NEW-SUM
004320     PERFORM 5500-PRINT-DETAIL THRU 5500-EXIT
004330     PERFORM 6000-ROLL-INTO-ORDER THRU 6000-EXIT.
004340 5000-EXIT.
004350     EXIT.
004360*-----------------------------------------------------------------
004370* 5200-RECALCULATE - THE CALCULATOR'S ARITHMETIC, OPERATOR FOR
004380* OPERATOR, SO THE NEW RESULT IS THE ONE THE CALCULATOR WOULD
004390* HAVE POSTED WITH THE PROPOSED RATE ON FILE.
004400*-----------------------------------------------------------------
004410 5200-RECALCULATE.
004420     MOVE 'O' TO WS-CALC-STATUS
004430     MOVE ZERO TO WS-RESULT
004440     EVALUATE CALCLOG-OPERATOR
004450         WHEN "+"
004460             ADD WS-NUM1 TO WS-NUM2 GIVING WS-RESULT
004470                 ON SIZE ERROR
004480                     MOVE 'V' TO WS-CALC-STATUS
004490             END-ADD
004500         WHEN "-"
004510             SUBTRACT WS-NUM2 FROM WS-NUM1 GIVING WS-RESULT
004520                 ON SIZE ERROR
004530                     MOVE 'V' TO WS-CALC-STATUS
004540             END-SUBTRACT
004550         WHEN "*"
004560             MULTIPLY WS-NUM1 BY WS-NUM2 GIVING WS-RESULT
004570                 ON SIZE ERROR
004580                     MOVE 'V' TO WS-CALC-STATUS
004590             END-MULTIPLY
004600         WHEN "/"
004610             IF WS-NUM2 = ZERO
004620                 MOVE 'Z' TO WS-CALC-STATUS
004630             ELSE
004640                 DIVIDE WS-NUM1 BY WS-NUM2 GIVING WS-RESULT
004650                     ON SIZE ERROR
004660                         MOVE 'V' TO WS-CALC-STATUS
004670                 END-DIVIDE
004680             END-IF
004690         WHEN "%"
004700             MULTIPLY WS-NUM1 BY WS-NUM2 GIVING WS-TEMP-PRODUCT
004710             DIVIDE WS-TEMP-PRODUCT BY 100 GIVING WS-RESULT
004720                 ON SIZE ERROR
004730                     MOVE 'V' TO WS-CALC-STATUS
004740             END-DIVIDE
004750         WHEN "^"
004760             COMPUTE WS-RESULT = WS-NUM1 ** WS-NUM2
004770                 ON SIZE ERROR
004780                     MOVE 'V' TO WS-CALC-STATUS
004790             END-COMPUTE
004800         WHEN "M"
004810             IF WS-NUM2 = ZERO
004820                 MOVE 'Z' TO WS-CALC-STATUS
004830             ELSE
004840                 DIVIDE WS-NUM1 BY WS-NUM2 GIVING WS-TEMP-QUOTIENT
004850                     REMAINDER WS-RESULT
004860                     ON SIZE ERROR
004870                         MOVE 'V' TO WS-CALC-STATUS
004880                 END-DIVIDE
004890             END-IF
004900     END-EVALUATE.
004910 5200-EXIT.
004920     EXIT.
004930*-----------------------------------------------------------------
004940* 5500-PRINT-DETAIL - ONE LINE PER ENTRY WORKED.  A NEW RESULT
004950* THE CALCULATOR WOULD HAVE REFUSED TO POST IS FLAGGED SO
004960* FINANCE SEES THE RATE WOULD HAVE BROKEN THE ENTRY, NOT JUST
004970* SHIFTED IT.
004980*-----------------------------------------------------------------
004990 5500-PRINT-DETAIL.
005000     MOVE CALCLOG-DATE     TO RPT-DATE
005010     MOVE CALCLOG-OPERATOR TO RPT-OPERATOR
005020     IF CALCLOG-WORK-ORDER = SPACES
005030         MOVE "(NONE)" TO RPT-WORK-ORDER
005040     ELSE
005050         MOVE CALCLOG-WORK-ORDER TO RPT-WORK-ORDER
005060     END-IF
005070     MOVE CALCLOG-RESULT   TO RPT-OLD-RESULT
005080     MOVE CALCLOG-STATUS   TO RPT-OLD-STATUS
005090     MOVE WS-RESULT        TO RPT-NEW-RESULT
005100     MOVE WS-CALC-STATUS   TO RPT-NEW-STATUS
005110     MOVE WS-DIFFERENCE    TO RPT-DIFFERENCE
005120     MOVE SPACES           TO RPT-FLAG
005130     EVALUATE TRUE
005140         WHEN WS-CALC-STAT-OVERFLOW
005150             MOVE "** OVERFLOWS" TO RPT-FLAG
005160             ADD 1 TO WS-ENTRIES-FLAGGED
005170         WHEN WS-CALC-STAT-DIVZERO
005180             MOVE "** DIVIDES BY ZERO" TO RPT-FLAG
005190             ADD 1 TO WS-ENTRIES-FLAGGED
005200         WHEN NOT CALCLOG-STAT-OK
005210             MOVE "** NOW POSTS" TO RPT-FLAG
005220     END-EVALUATE
005230     WRITE CALCRSIM-LINE FROM WS-DETAIL-LINE.
005240 5500-EXIT.
005250     EXIT.
005260*-----------------------------------------------------------------
005270* 6000-ROLL-INTO-ORDER - ADDS THE ENTRY'S OLD AND NEW AMOUNTS TO
005280* ITS WORK ORDER'S ROW, OPENING A ROW ON FIRST SIGHT.  THE
005290* OVERALL SUMS ARE TAKEN BEFORE THE TABLE IS CONSULTED, SO A
005300* FULL TABLE CAN ONLY LOSE A SUBTOTAL LINE, NEVER THE TOTAL.
005310*-----------------------------------------------------------------
005320 6000-ROLL-INTO-ORDER.
005330     MOVE ZERO TO WS-FOUND-IX
005340     PERFORM 6050-FIND-ORDER-SCAN THRU 6050-EXIT
005350         VARYING WS-ORDER-IX FROM 1 BY 1
005360         UNTIL WS-ORDER-IX > WS-ORDER-COUNT
005370     IF WS-FOUND-IX = ZERO
005380         IF WS-ORDER-COUNT < WS-ORDER-MAX
005390             ADD 1 TO WS-ORDER-COUNT
005400             MOVE WS-ORDER-COUNT TO WS-FOUND-IX
005410             MOVE CALCLOG-WORK-ORDER
005420                 TO WS-TBL-WORK-ORDER (WS-FOUND-IX)
005430             MOVE ZERO TO WS-TBL-ENTRY-COUNT (WS-FOUND-IX)
005440             MOVE ZERO TO WS-TBL-OLD-SUM (WS-FOUND-IX)
005450             MOVE ZERO TO WS-TBL-NEW-SUM (WS-FOUND-IX)
005460         ELSE
005470             DISPLAY "WARNING: WORK-ORDER TABLE FULL - ORDER "
005480                 CALCLOG-WORK-ORDER " NOT SUBTOTALLED."
005490             GO TO 6000-EXIT
005500         END-IF
005510     END-IF
005520     ADD 1             TO WS-TBL-ENTRY-COUNT (WS-FOUND-IX)
005530     ADD WS-OLD-AMOUNT TO WS-TBL-OLD-SUM (WS-FOUND-IX)
005540     ADD WS-NEW-AMOUNT TO WS-TBL-NEW-SUM (WS-FOUND-IX).
005550 6000-EXIT.
005560     EXIT.
005570 6050-FIND-ORDER-SCAN.
005580     IF WS-TBL-WORK-ORDER (WS-ORDER-IX) = CALCLOG-WORK-ORDER
005590         MOVE WS-ORDER-IX TO WS-FOUND-IX
005600     END-IF.
005610 6050-EXIT.
005620     EXIT.
005630*-----------------------------------------------------------------
005640* 8000-PRINT-TOTALS - ONE LINE PER WORK ORDER IN THE ORDER FIRST
005650* SEEN, THEN THE COUNTS AND THE OVERALL OLD, NEW AND DIFFERENCE
005660* FINANCE TAKES TO THE RATE APPROVAL.
005670*-----------------------------------------------------------------
005680 8000-PRINT-TOTALS.
005690     MOVE "TOTALS BY WORK ORDER" TO RPT-SECTION-TITLE
005700     WRITE CALCRSIM-LINE FROM WS-SECTION-LINE
005710     PERFORM 8100-PRINT-ORDER-LINE THRU 8100-EXIT
005720         VARYING WS-PRINT-IX FROM 1 BY 1
005730         UNTIL WS-PRINT-IX > WS-ORDER-COUNT
005740     MOVE "TOTALS" TO RPT-SECTION-TITLE
005750     WRITE CALCRSIM-LINE FROM WS-SECTION-LINE
005760     MOVE "ARCHIVE ENTRIES SCANNED:  " TO RPT-LABEL
005770     MOVE WS-ARCH-SCANNED              TO RPT-COUNT
005780     WRITE CALCRSIM-LINE FROM WS-COUNT-LINE
005790     MOVE "LIVE ENTRIES SCANNED:     " TO RPT-LABEL
005800     MOVE WS-LIVE-SCANNED              TO RPT-COUNT
005810     WRITE CALCRSIM-LINE FROM WS-COUNT-LINE
005820     MOVE "ENTRIES RECALCULATED:     " TO RPT-LABEL
005830     MOVE WS-ENTRIES-WORKED            TO RPT-COUNT
005840     WRITE CALCRSIM-LINE FROM WS-COUNT-LINE
005850     MOVE "ENTRIES FLAGGED:          " TO RPT-LABEL
005860     MOVE WS-ENTRIES-FLAGGED           TO RPT-COUNT
005870     WRITE CALCRSIM-LINE FROM WS-COUNT-LINE
005880     MOVE "NOT RECALCULABLE:         " TO RPT-LABEL
005890     MOVE WS-ENTRIES-SKIPPED           TO RPT-COUNT
005900     WRITE CALCRSIM-LINE FROM WS-COUNT-LINE
005910     MOVE "OLD POSTED TOTAL:         " TO RPT-AMOUNT-LABEL
005920     MOVE WS-OLD-SUM                   TO RPT-AMOUNT
005930     WRITE CALCRSIM-LINE FROM WS-AMOUNT-LINE
005940     MOVE "NEW POSTED TOTAL:         " TO RPT-AMOUNT-LABEL
005950     MOVE WS-NEW-SUM                   TO RPT-AMOUNT
005960     WRITE CALCRSIM-LINE FROM WS-AMOUNT-LINE
005970     MOVE "DIFFERENCE:               " TO RPT-AMOUNT-LABEL
005980     SUBTRACT WS-OLD-SUM FROM WS-NEW-SUM GIVING RPT-AMOUNT
005990     WRITE CALCRSIM-LINE FROM WS-AMOUNT-LINE
006000     DISPLAY "CALCRSIM COMPLETE - SEE CALCRSIL.".
006010 8000-EXIT.
006020     EXIT.
006030 8100-PRINT-ORDER-LINE.
006040     IF WS-TBL-WORK-ORDER (WS-PRINT-IX) = SPACES
006050         MOVE "(NONE)"  TO RPT-TBL-WORK-ORDER
006060     ELSE
006070         MOVE WS-TBL-WORK-ORDER (WS-PRINT-IX)
006080             TO RPT-TBL-WORK-ORDER
006090     END-IF
006100     MOVE WS-TBL-ENTRY-COUNT (WS-PRINT-IX) TO RPT-TBL-COUNT
006110     MOVE WS-TBL-OLD-SUM (WS-PRINT-IX)     TO RPT-TBL-OLD-SUM
006120     MOVE WS-TBL-NEW-SUM (WS-PRINT-IX)     TO RPT-TBL-NEW-SUM
006130     SUBTRACT WS-TBL-OLD-SUM (WS-PRINT-IX)
006140         FROM WS-TBL-NEW-SUM (WS-PRINT-IX)
006150         GIVING RPT-TBL-DIFFERENCE
006160     WRITE CALCRSIM-LINE FROM WS-ORDER-LINE.
006170 8100-EXIT.
006180     EXIT.
006190 9000-TERMINATE.
006200     CLOSE CALCRSIM-FILE.
006210 9000-EXIT.
006220     EXIT.
