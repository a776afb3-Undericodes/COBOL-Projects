000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CALCWOVR.
000030 AUTHOR.         D. MERRICK.
000040 INSTALLATION.   FLOOR OPERATIONS - SHOP CALCULATIONS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*-----------------------------------------------------------------
000080* CALCWOVR - WORK-ORDER BUDGET VARIANCE REPORT.  ROLLS THE POSTED
000090* ('O') RESULTS ON THE CALCULATION TRAIL UP BY WORK ORDER THE
000100* WAY CALCWORP DOES - THE ARCHIVE FIRST (THE OPERATIONS STEP
000110* CONCATENATES THE GENERATIONS WANTED INTO THE CALCARCH DD),
000120* THEN THE LIVE CALCLOG, SO A JOB'S SPEND DOES NOT DROP WHEN
000130* MONTH END ARCHIVES ITS OLDER ENTRIES - AND THEN WALKS THE
000140* WORKORD MASTER IN KEY ORDER PRINTING EACH ORDER'S BUDGET,
000150* SPEND, VARIANCE AND PERCENT OF BUDGET USED.  AN ORDER WHOSE
000160* SPEND HAS PASSED THE THRESHOLD PERCENT OF ITS BUDGET IS
000170* FLAGGED OVER; AN ORDER WITH SPEND BUT NO BUDGET IS FLAGGED
000180* NOBUD.  SPEND BOOKED AGAINST A WORK ORDER THAT IS NOT ON THE
000190* MASTER (OLD ENTRIES FROM BEFORE THE MASTER, INTERACTIVE
000200* ENTRIES WITH NO WORK ORDER) IS LISTED SEPARATELY SO THE
000210* GRAND TOTAL STILL TIES TO THE CALCWORP SUM OF POSTED RESULTS
000220* FOR THE SAME LOG.
000230*
000240* RUN PARAMETER:  PPP
000250*   COLS  1-3   FLAG THRESHOLD, PERCENT OF BUDGET USED
000260*               (BLANK = 100, I.E. FLAG ANYTHING OVER BUDGET)
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290* DATE       INIT  DESCRIPTION
000300* 2026-10-15 DLM   ORIGINAL - WORK-ORDER BUDGET VARIANCE REPORT
000310*                  (CR-2026-140).
000320*-----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CALCARCH-FILE ASSIGN TO "CALCARCH"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CALCARCH-STATUS.
000420     SELECT CALCLOG-FILE ASSIGN TO "CALCLOG"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CALCLOG-STATUS.
000450     SELECT WORKORD-FILE ASSIGN TO "WORKORD"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS WORKORD-WORK-ORDER
000490         FILE STATUS IS WS-WORKORD-STATUS.
000500     SELECT CALCWOVR-FILE ASSIGN TO "CALCWOVL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CALCWOVR-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  CALCARCH-FILE
000560     RECORDING MODE IS F.
000570 01  CALCARCH-RECORD             PIC X(85).
000580 FD  CALCLOG-FILE
000590     RECORDING MODE IS F.
000600 01  CALCLOG-INPUT-RECORD        PIC X(85).
000610 FD  WORKORD-FILE
000620     RECORDING MODE IS F.
000630     COPY WORKORD.
000640 FD  CALCWOVR-FILE
000650     RECORDING MODE IS F.
000660 01  CALCWOVR-LINE               PIC X(80).
000670 WORKING-STORAGE SECTION.
000680 77  WS-CALCARCH-STATUS          PIC X(02) VALUE SPACES.
000690 77  WS-CALCLOG-STATUS           PIC X(02) VALUE SPACES.
000700 77  WS-WORKORD-STATUS           PIC X(02) VALUE SPACES.
000710 77  WS-CALCWOVR-STATUS          PIC X(02) VALUE SPACES.
000720 77  WS-INPUT-EOF-SWITCH         PIC X(01) VALUE 'N'.
000730     88  WS-INPUT-EOF                VALUE 'Y'.
000740 77  WS-WORKORD-EOF-SWITCH       PIC X(01) VALUE 'N'.
000750     88  WS-WORKORD-EOF              VALUE 'Y'.
000760 77  WS-PARM-CARD                PIC X(40) VALUE SPACES.
000770 77  WS-THRESHOLD-PCT            PIC 9(03) VALUE 100.
000780 77  WS-ORDER-COUNT              PIC 9(03) COMP VALUE ZERO.
000790 77  WS-ORDER-MAX                PIC 9(03) COMP VALUE 200.
000800 77  WS-ORDER-IX                 PIC 9(03) COMP VALUE ZERO.
000810 77  WS-FOUND-IX                 PIC 9(03) COMP VALUE ZERO.
000820 77  WS-PRINT-IX                 PIC 9(03) COMP VALUE ZERO.
000830 77  WS-LOOKUP-ORDER             PIC X(08) VALUE SPACES.
000840 77  WS-ORDER-SPEND              PIC S9(09)V99 VALUE ZERO.
000850 77  WS-ORDER-VARIANCE           PIC S9(09)V99 VALUE ZERO.
000860 77  WS-PCT-USED                 PIC 9(05) VALUE ZERO.
000870 77  WS-MASTER-COUNT             PIC 9(07) VALUE ZERO.
000880 77  WS-FLAGGED-COUNT            PIC 9(07) VALUE ZERO.
000890 77  WS-UNMATCHED-COUNT          PIC 9(07) VALUE ZERO.
000900 77  WS-ENTRY-COUNT              PIC 9(07) VALUE ZERO.
000910 77  WS-TOTAL-BUDGET             PIC S9(11)V99 VALUE ZERO.
000920 77  WS-MASTER-SPEND             PIC S9(11)V99 VALUE ZERO.
000930 77  WS-UNMATCHED-SPEND          PIC S9(11)V99 VALUE ZERO.
000940 77  WS-GRAND-SUM                PIC S9(11)V99 VALUE ZERO.
000950 77  WS-CALLED-SWITCH            PIC X(01) VALUE 'N'.
000960     88  WS-CALLED                   VALUE 'Y'.
000970     COPY AUDITCLL.
000980*-----------------------------------------------------------------
000990* THE ARCHIVE AND THE LIVE LOG BOTH CARRY CALCLOG IMAGES, SO
001000* EACH RECORD READ IS MOVED INTO THIS SHARED LAYOUT AND ONE
001010* ROLL-UP PATH SERVES BOTH FILES, AS IN CALCAINQ.
001020*-----------------------------------------------------------------
001030     COPY CALCLOG.
001040 01  WS-ORDER-TABLE.
001050     05  WS-ORDER-ENTRY          OCCURS 200 TIMES.
001060         10  WS-TBL-WORK-ORDER   PIC X(08).
001070         10  WS-TBL-ENTRY-COUNT  PIC 9(07).
001080         10  WS-TBL-POSTED-SUM   PIC S9(09)V99.
001090         10  WS-TBL-MATCHED      PIC X(01).
001100 01  WS-HEADING-LINE.
001110     05  FILLER                  PIC X(80)
001120         VALUE "WORK-ORDER BUDGET VARIANCE - ARCHIVE + LIVE LOG".
001130 01  WS-THRESHOLD-LINE.
001140     05  FILLER                  PIC X(30)
001150         VALUE "FLAGGED WHEN SPEND PASSES     ".
001160     05  RPT-THRESHOLD           PIC ZZ9.
001170     05  FILLER                  PIC X(47)
001180         VALUE "% OF BUDGET".
001190 01  WS-COLUMN-LINE.
001200     05  FILLER                  PIC X(25)
001210         VALUE "ORDER    DESCRIPTION    S".
001220     05  FILLER                  PIC X(28)
001230         VALUE "        BUDGET         SPENT".
001240     05  FILLER                  PIC X(27)
001250         VALUE "      VARIANCE   PCT FLAG  ".
001260 01  WS-ORDER-LINE.
001270     05  RPT-WORK-ORDER          PIC X(08).
001280     05  FILLER                  PIC X(01) VALUE SPACE.
001290     05  RPT-DESCRIPTION         PIC X(14).
001300     05  FILLER                  PIC X(01) VALUE SPACE.
001310     05  RPT-STATUS              PIC X(01).
001320     05  FILLER                  PIC X(01) VALUE SPACE.
001330     05  RPT-BUDGET              PIC -ZZZZZZZZ9.99.
001340     05  FILLER                  PIC X(01) VALUE SPACE.
001350     05  RPT-SPENT               PIC -ZZZZZZZZ9.99.
001360     05  FILLER                  PIC X(01) VALUE SPACE.
001370     05  RPT-VARIANCE            PIC -ZZZZZZZZ9.99.
001380     05  FILLER                  PIC X(01) VALUE SPACE.
001390     05  RPT-PCT-USED            PIC ZZZZ9.
001400     05  FILLER                  PIC X(01) VALUE SPACE.
001410     05  RPT-FLAG                PIC X(05).
001420     05  FILLER                  PIC X(01) VALUE SPACE.
001430 01  WS-SECTION-LINE.
001440     05  RPT-SECTION-TITLE       PIC X(80).
001450 01  WS-UNMATCHED-LINE.
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001470     05  RPT-UNM-WORK-ORDER      PIC X(08).
001480     05  FILLER                  PIC X(11)
001490         VALUE "  ENTRIES: ".
001500     05  RPT-UNM-ENTRY-COUNT     PIC ZZZ,ZZ9.
001510     05  FILLER                  PIC X(10)
001520         VALUE "  POSTED: ".
001530     05  RPT-UNM-POSTED-SUM      PIC -ZZZ,ZZZ,ZZ9.99.
001540     05  FILLER                  PIC X(27) VALUE SPACES.
001550 01  WS-COUNT-LINE.
001560     05  RPT-LABEL               PIC X(28).
001570     05  RPT-COUNT               PIC ZZZ,ZZ9.
001580     05  FILLER                  PIC X(45) VALUE SPACES.
001590 01  WS-AMOUNT-LINE.
001600     05  RPT-AMOUNT-LABEL        PIC X(28).
001610     05  RPT-AMOUNT              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001620     05  FILLER                  PIC X(34) VALUE SPACES.
001630 LINKAGE SECTION.
001640     COPY RPTCALL.
001650 PROCEDURE DIVISION USING RPT-CALL-PARMS.
001660*-----------------------------------------------------------------
001670* 0000-MAINLINE - ROLLS THE ARCHIVE AND THE LIVE LOG UP BY WORK
001680* ORDER, WALKS THE MASTER PRINTING ONE VARIANCE LINE PER ORDER,
001690* LISTS SPEND AGAINST ORDERS NOT ON THE MASTER, THEN PRINTS THE
001700* TOTALS.
001710*-----------------------------------------------------------------
001720 0000-MAINLINE.
001730     PERFORM 0100-PICKUP-CALLER THRU 0100-EXIT
001740     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001750     PERFORM 2000-ROLL-ARCHIVE THRU 2000-EXIT
001760     PERFORM 3000-ROLL-LIVE-LOG THRU 3000-EXIT
001770     PERFORM 5000-PRINT-MASTER THRU 5000-EXIT
001780     PERFORM 6000-PRINT-UNMATCHED THRU 6000-EXIT
001790     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
001800     PERFORM 9000-TERMINATE THRU 9000-EXIT
001810     PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
001820     GOBACK.
001830*-----------------------------------------------------------------
001840* 0100-PICKUP-CALLER - WHEN RPTMENU CALLED THIS REPORT, PICKS UP
001850* THE VALIDATED SIGN-ON AND STAMPS THE AUDIT TRAIL WITH THE
001860* CALLING USER; A COMMAND-LINE START SEES A NULL ADDRESS AND RUNS
001870* UNDER ITS OWN RUN PARAMETER.
001880*-----------------------------------------------------------------
001890 0100-PICKUP-CALLER.
001900     MOVE 'N' TO WS-CALLED-SWITCH
001910     IF ADDRESS OF RPT-CALL-PARMS = NULL
001920         GO TO 0100-EXIT
001930     END-IF
001940     MOVE 'Y' TO WS-CALLED-SWITCH
001950     MOVE RPT-CALL-USER-ID TO AUDIT-USER-ID
001960     MOVE "CALCWOVR"  TO AUDIT-PROGRAM-NAME
001970     MOVE "START"     TO AUDIT-FUNCTION
001980     CALL "AUDITLOG" USING AUDIT-CALL-PARMS
001990     IF NOT AUDIT-RC-OK
002000         DISPLAY "WARNING: AUDIT TRAIL SIGN-ON NOT RECORDED."
002010     END-IF.
002020 0100-EXIT.
002030     EXIT.
002040*-----------------------------------------------------------------
002050* 0900-SIGN-OFF-AUDIT - THE MATCHING END EVENT FOR A CALLED RUN,
002060* SO THE SESSION INQUIRY SHOWS WHO PULLED THE REPORT AND WHEN.
002070*-----------------------------------------------------------------
002080 0900-SIGN-OFF-AUDIT.
002090     IF NOT WS-CALLED
002100         GO TO 0900-EXIT
002110     END-IF
002120     MOVE "END" TO AUDIT-FUNCTION
002130     CALL "AUDITLOG" USING AUDIT-CALL-PARMS
002140     IF NOT AUDIT-RC-OK
002150         DISPLAY "WARNING: AUDIT TRAIL SIGN-OFF NOT RECORDED."
002160     END-IF.
002170 0900-EXIT.
002180     EXIT.
002190*-----------------------------------------------------------------
002200* 1000-INITIALIZE - A REPEAT CALL FROM THE REPORTS MENU ARRIVES
002210* WITH LAST RUN'S WORKING STORAGE STILL IN PLACE, SO EVERY
002220* SWITCH, COUNT AND TOTAL STARTS FROM ITS DEFAULT HERE.  PICKS
002230* THE THRESHOLD OFF THE RUN PARAMETER AND OPENS THE MASTER AND
002240* THE REPORT FILE - WITH NO MASTER THERE ARE NO BUDGETS TO
002250* MEASURE AGAINST.
002260*-----------------------------------------------------------------
002270 1000-INITIALIZE.
002280     MOVE ZERO TO WS-ORDER-COUNT
002290     MOVE ZERO TO WS-MASTER-COUNT
002300     MOVE ZERO TO WS-FLAGGED-COUNT
002310     MOVE ZERO TO WS-UNMATCHED-COUNT
002320     MOVE ZERO TO WS-ENTRY-COUNT
002330     MOVE ZERO TO WS-TOTAL-BUDGET
002340     MOVE ZERO TO WS-MASTER-SPEND
002350     MOVE ZERO TO WS-UNMATCHED-SPEND
002360     MOVE ZERO TO WS-GRAND-SUM
002370     MOVE 100  TO WS-THRESHOLD-PCT
002380     IF WS-CALLED
002390         MOVE RPT-CALL-PARM-CARD TO WS-PARM-CARD
002400     ELSE
002410         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
002420     END-IF
002430     IF WS-PARM-CARD (1:3) IS NUMERIC AND
002440        WS-PARM-CARD (1:3) NOT = "000"
002450         MOVE WS-PARM-CARD (1:3) TO WS-THRESHOLD-PCT
002460     END-IF
002470     OPEN INPUT WORKORD-FILE
002480     IF WS-WORKORD-STATUS NOT = "00"
002490         DISPLAY "ERROR: UNABLE TO OPEN WORKORD - STATUS "
002500             WS-WORKORD-STATUS
002510         PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
002520         GOBACK
002530     END-IF
002540     OPEN OUTPUT CALCWOVR-FILE
002550     IF WS-CALCWOVR-STATUS NOT = "00"
002560         DISPLAY "ERROR: UNABLE TO OPEN CALCWOVL - STATUS "
002570             WS-CALCWOVR-STATUS
002580         CLOSE WORKORD-FILE
002590         PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
002600         GOBACK
002610     END-IF
002620     WRITE CALCWOVR-LINE FROM WS-HEADING-LINE
002630     MOVE WS-THRESHOLD-PCT TO RPT-THRESHOLD
002640     WRITE CALCWOVR-LINE FROM WS-THRESHOLD-LINE.
002650 1000-EXIT.
002660     EXIT.
002670*-----------------------------------------------------------------
002680* 2000-ROLL-ARCHIVE - ROLLS THE ARCHIVE INTO THE SPEND TABLE.
002690* NO ARCHIVE ON HAND IS NOT AN ERROR - A YOUNG INSTALLATION HAS
002700* NOT PURGED YET.
002710*-----------------------------------------------------------------
002720 2000-ROLL-ARCHIVE.
002730     OPEN INPUT CALCARCH-FILE
002740     IF WS-CALCARCH-STATUS NOT = "00"
002750         MOVE "(NO ARCHIVE FILE ON HAND - LIVE LOG SPEND ONLY)"
002760             TO RPT-SECTION-TITLE
002770         WRITE CALCWOVR-LINE FROM WS-SECTION-LINE
002780         GO TO 2000-EXIT
002790     END-IF
002800     MOVE 'N' TO WS-INPUT-EOF-SWITCH
002810     PERFORM 2100-ARCHIVE-RECORD THRU 2100-EXIT
002820         UNTIL WS-INPUT-EOF
002830     CLOSE CALCARCH-FILE.
002840 2000-EXIT.
002850     EXIT.
002860 2100-ARCHIVE-RECORD.
002870     READ CALCARCH-FILE
002880         AT END
002890             MOVE 'Y' TO WS-INPUT-EOF-SWITCH
002900             GO TO 2100-EXIT
002910     END-READ
002920     MOVE CALCARCH-RECORD TO CALCLOG-RECORD
002930     PERFORM 4000-ROLL-ENTRY THRU 4000-EXIT.
002940 2100-EXIT.
002950     EXIT.
002960*-----------------------------------------------------------------
002970* 3000-ROLL-LIVE-LOG - ROLLS THE LIVE LOG INTO THE SPEND TABLE.
002980*-----------------------------------------------------------------
002990 3000-ROLL-LIVE-LOG.
003000     OPEN INPUT CALCLOG-FILE
003010     IF WS-CALCLOG-STATUS NOT = "00"
003020         DISPLAY "WARNING: NO CALCLOG ON HAND - STATUS "
003030             WS-CALCLOG-STATUS
003040         GO TO 3000-EXIT
003050     END-IF
003060     MOVE 'N' TO WS-INPUT-EOF-SWITCH
003070     PERFORM 3100-LIVE-RECORD THRU 3100-EXIT
003080         UNTIL WS-INPUT-EOF
003090     CLOSE CALCLOG-FILE.
003100 3000-EXIT.
003110     EXIT.
003120 3100-LIVE-RECORD.
003130     READ CALCLOG-FILE
003140         AT END
003150             MOVE 'Y' TO WS-INPUT-EOF-SWITCH
003160             GO TO 3100-EXIT
003170     END-READ
003180     MOVE CALCLOG-INPUT-RECORD TO CALCLOG-RECORD
003190     PERFORM 4000-ROLL-ENTRY THRU 4000-EXIT.
003200 3100-EXIT.
003210     EXIT.
003220*-----------------------------------------------------------------
003230* 4000-ROLL-ENTRY - ROLLS ONE TRAIL ENTRY INTO THE GRAND TOTAL
003240* AND THEN INTO ITS WORK ORDER'S ROW (OPENING A NEW ROW ON FIRST
003250* SIGHT).  ONLY POSTED ('O') RESULTS ARE SPEND, MATCHING
003260* CALCWORP; THE GRAND TOTAL IS TAKEN BEFORE THE TABLE IS
003270* CONSULTED SO A FULL TABLE CAN NEVER LOSE THE TIE.
003280*-----------------------------------------------------------------
003290 4000-ROLL-ENTRY.
003300     ADD 1 TO WS-ENTRY-COUNT
003310     IF NOT CALCLOG-STAT-OK
003320         GO TO 4000-EXIT
003330     END-IF
003340     ADD CALCLOG-RESULT TO WS-GRAND-SUM
003350     MOVE CALCLOG-WORK-ORDER TO WS-LOOKUP-ORDER
003360     PERFORM 4200-FIND-ORDER-ROW THRU 4200-EXIT
003370     IF WS-FOUND-IX = ZERO
003380         IF WS-ORDER-COUNT < WS-ORDER-MAX
003390             ADD 1 TO WS-ORDER-COUNT
003400             MOVE WS-ORDER-COUNT TO WS-FOUND-IX
003410             MOVE CALCLOG-WORK-ORDER
003420                 TO WS-TBL-WORK-ORDER (WS-FOUND-IX)
003430             MOVE ZERO TO WS-TBL-ENTRY-COUNT (WS-FOUND-IX)
003440             MOVE ZERO TO WS-TBL-POSTED-SUM (WS-FOUND-IX)
003450             MOVE 'N'  TO WS-TBL-MATCHED (WS-FOUND-IX)
003460         ELSE
003470             DISPLAY "WARNING: WORK-ORDER TABLE FULL - ORDER "
003480                 CALCLOG-WORK-ORDER " NOT SUBTOTALLED."
003490             GO TO 4000-EXIT
003500         END-IF
003510     END-IF
003520     ADD 1 TO WS-TBL-ENTRY-COUNT (WS-FOUND-IX)
003530     ADD CALCLOG-RESULT TO WS-TBL-POSTED-SUM (WS-FOUND-IX).
003540 4000-EXIT.
003550     EXIT.
003560*-----------------------------------------------------------------
003570* 4200-FIND-ORDER-ROW - LOOKS FOR WS-LOOKUP-ORDER IN THE SPEND
003580* TABLE.  WS-FOUND-IX IS ZERO WHEN THE ORDER HAS NO ROW.
003590*-----------------------------------------------------------------
003600 4200-FIND-ORDER-ROW.
003610     MOVE ZERO TO WS-FOUND-IX
003620     PERFORM 4250-FIND-ORDER-SCAN THRU 4250-EXIT
003630         VARYING WS-ORDER-IX FROM 1 BY 1
003640         UNTIL WS-ORDER-IX > WS-ORDER-COUNT.
003650 4200-EXIT.
003660     EXIT.
003670 4250-FIND-ORDER-SCAN.
003680     IF WS-TBL-WORK-ORDER (WS-ORDER-IX) = WS-LOOKUP-ORDER
003690         MOVE WS-ORDER-IX TO WS-FOUND-IX
003700     END-IF.
003710 4250-EXIT.
003720     EXIT.
003730*-----------------------------------------------------------------
003740* 5000-PRINT-MASTER - WALKS THE WORK-ORDER MASTER IN KEY ORDER,
003750* ONE VARIANCE LINE PER ORDER.
003760*-----------------------------------------------------------------
003770 5000-PRINT-MASTER.
003780     WRITE CALCWOVR-LINE FROM WS-COLUMN-LINE
003790     MOVE 'N' TO WS-WORKORD-EOF-SWITCH
003800     PERFORM 5100-MASTER-RECORD THRU 5100-EXIT
003810         UNTIL WS-WORKORD-EOF.
003820 5000-EXIT.
003830     EXIT.
003840*-----------------------------------------------------------------
003850* 5100-MASTER-RECORD - ONE MASTER ORDER.  THE ORDER'S ROW IN
003860* THE SPEND TABLE (IF ANY) IS MARKED MATCHED SO IT IS NOT
003870* LISTED AGAIN AS UNMATCHED SPEND.  PERCENT USED IS CAPPED AT
003880* THE PRINT WIDTH.
003890*-----------------------------------------------------------------
003900 5100-MASTER-RECORD.
003910     READ WORKORD-FILE NEXT RECORD
003920         AT END
003930             MOVE 'Y' TO WS-WORKORD-EOF-SWITCH
003940             GO TO 5100-EXIT
003950     END-READ
003960     ADD 1 TO WS-MASTER-COUNT
003970     MOVE ZERO TO WS-ORDER-SPEND
003980     MOVE WORKORD-WORK-ORDER TO WS-LOOKUP-ORDER
003990     PERFORM 4200-FIND-ORDER-ROW THRU 4200-EXIT
004000     IF WS-FOUND-IX NOT = ZERO
004010         MOVE WS-TBL-POSTED-SUM (WS-FOUND-IX) TO WS-ORDER-SPEND
004020         MOVE 'Y' TO WS-TBL-MATCHED (WS-FOUND-IX)
004030     END-IF
004040     ADD WORKORD-BUDGET TO WS-TOTAL-BUDGET
004050     ADD WS-ORDER-SPEND TO WS-MASTER-SPEND
004060     SUBTRACT WORKORD-BUDGET FROM WS-ORDER-SPEND
004070         GIVING WS-ORDER-VARIANCE
004080     MOVE SPACES TO RPT-FLAG
004090     MOVE ZERO   TO WS-PCT-USED
004100     IF WORKORD-BUDGET > ZERO
004110         COMPUTE WS-PCT-USED =
004120             WS-ORDER-SPEND * 100 / WORKORD-BUDGET
004130             ON SIZE ERROR
004140                 MOVE 99999 TO WS-PCT-USED
004150         END-COMPUTE
004160         IF WS-ORDER-SPEND * 100 >
004170            WORKORD-BUDGET * WS-THRESHOLD-PCT
004180             MOVE "OVER" TO RPT-FLAG
004190         END-IF
004200     ELSE
004210         IF WS-ORDER-SPEND > ZERO
004220             MOVE "NOBUD" TO RPT-FLAG
004230         END-IF
004240     END-IF
004250     IF RPT-FLAG NOT = SPACES
004260         ADD 1 TO WS-FLAGGED-COUNT
004270     END-IF
004280     MOVE WORKORD-WORK-ORDER  TO RPT-WORK-ORDER
004290     MOVE WORKORD-DESCRIPTION TO RPT-DESCRIPTION
004300     MOVE WORKORD-STATUS      TO RPT-STATUS
004310     MOVE WORKORD-BUDGET      TO RPT-BUDGET
004320     MOVE WS-ORDER-SPEND      TO RPT-SPENT
004330     MOVE WS-ORDER-VARIANCE   TO RPT-VARIANCE
004340     MOVE WS-PCT-USED         TO RPT-PCT-USED
004350     WRITE CALCWOVR-LINE FROM WS-ORDER-LINE.
004360 5100-EXIT.
004370     EXIT.
004380*-----------------------------------------------------------------
004390* 6000-PRINT-UNMATCHED - SPEND AGAINST WORK ORDERS THE MASTER
004400* DOES NOT KNOW, IN THE ORDER FIRST SEEN.  A BLANK WORK ORDER
004410* PRINTS AS (NONE), AS ON CALCWORP.
004420*-----------------------------------------------------------------
004430 6000-PRINT-UNMATCHED.
004440     MOVE "SPEND AGAINST WORK ORDERS NOT ON THE MASTER"
004450         TO RPT-SECTION-TITLE
004460     WRITE CALCWOVR-LINE FROM WS-SECTION-LINE
004470     PERFORM 6100-UNMATCHED-LINE THRU 6100-EXIT
004480         VARYING WS-PRINT-IX FROM 1 BY 1
004490         UNTIL WS-PRINT-IX > WS-ORDER-COUNT
004500     IF WS-UNMATCHED-COUNT = ZERO
004510         MOVE "  (NONE)" TO RPT-SECTION-TITLE
004520         WRITE CALCWOVR-LINE FROM WS-SECTION-LINE
004530     END-IF.
004540 6000-EXIT.
004550     EXIT.
004560 6100-UNMATCHED-LINE.
004570     IF WS-TBL-MATCHED (WS-PRINT-IX) = 'Y'
004580         GO TO 6100-EXIT
004590     END-IF
004600     ADD 1 TO WS-UNMATCHED-COUNT
004610     ADD WS-TBL-POSTED-SUM (WS-PRINT-IX) TO WS-UNMATCHED-SPEND
004620     IF WS-TBL-WORK-ORDER (WS-PRINT-IX) = SPACES
004630         MOVE "(NONE)" TO RPT-UNM-WORK-ORDER
004640     ELSE
004650         MOVE WS-TBL-WORK-ORDER (WS-PRINT-IX)
004660             TO RPT-UNM-WORK-ORDER
004670     END-IF
004680     MOVE WS-TBL-ENTRY-COUNT (WS-PRINT-IX) TO RPT-UNM-ENTRY-COUNT
004690     MOVE WS-TBL-POSTED-SUM (WS-PRINT-IX)  TO RPT-UNM-POSTED-SUM
004700     WRITE CALCWOVR-LINE FROM WS-UNMATCHED-LINE.
004710 6100-EXIT.
004720     EXIT.
004730*-----------------------------------------------------------------
004740* 8000-PRINT-TOTALS - THE COUNTS, THE BUDGET AND SPEND TOTALS,
004750* AND THE GRAND TOTAL OF POSTED RESULTS THE CLERKS TIE TO
004760* CALCWORP.
004770*-----------------------------------------------------------------
004780 8000-PRINT-TOTALS.
004790     MOVE "WORK ORDERS ON MASTER:      " TO RPT-LABEL
004800     MOVE WS-MASTER-COUNT                TO RPT-COUNT
004810     WRITE CALCWOVR-LINE FROM WS-COUNT-LINE
004820     MOVE "WORK ORDERS FLAGGED:        " TO RPT-LABEL
004830     MOVE WS-FLAGGED-COUNT               TO RPT-COUNT
004840     WRITE CALCWOVR-LINE FROM WS-COUNT-LINE
004850     MOVE "TRAIL ENTRIES READ:         " TO RPT-LABEL
004860     MOVE WS-ENTRY-COUNT                 TO RPT-COUNT
004870     WRITE CALCWOVR-LINE FROM WS-COUNT-LINE
004880     MOVE "TOTAL BUDGET ON MASTER:     " TO RPT-AMOUNT-LABEL
004890     MOVE WS-TOTAL-BUDGET                TO RPT-AMOUNT
004900     WRITE CALCWOVR-LINE FROM WS-AMOUNT-LINE
004910     MOVE "SPEND ON MASTER ORDERS:     " TO RPT-AMOUNT-LABEL
004920     MOVE WS-MASTER-SPEND                TO RPT-AMOUNT
004930     WRITE CALCWOVR-LINE FROM WS-AMOUNT-LINE
004940     MOVE "SPEND NOT ON MASTER:        " TO RPT-AMOUNT-LABEL
004950     MOVE WS-UNMATCHED-SPEND             TO RPT-AMOUNT
004960     WRITE CALCWOVR-LINE FROM WS-AMOUNT-LINE
004970     MOVE "SUM OF POSTED RESULTS:      " TO RPT-AMOUNT-LABEL
004980     MOVE WS-GRAND-SUM                   TO RPT-AMOUNT
004990     WRITE CALCWOVR-LINE FROM WS-AMOUNT-LINE.
005000 8000-EXIT.
005010     EXIT.
005020 9000-TERMINATE.
005030     CLOSE WORKORD-FILE
005040     CLOSE CALCWOVR-FILE.
005050 9000-EXIT.
005060     EXIT.
