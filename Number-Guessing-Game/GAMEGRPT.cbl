000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     GAMEGRPT.
000030 AUTHOR.         D. MERRICK.
000040 INSTALLATION.   FLOOR OPERATIONS - BREAK ROOM DIVERSIONS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*-----------------------------------------------------------------
000080* GAMEGRPT - GUESS ANALYSIS REPORT.  REPLAYS EVERY COMPLETED
000090* ROUND ON GAMEHIST AGAINST ITS GUESS-BY-GUESS DETAIL ON
000100* GAMEGUES (MATCHED ON PLAYER ID AND ROUND ID) AND PRINTS ONE
000110* LINE PER ROUND: THE RANGE IN FORCE, THE ATTEMPTS TAKEN, THE
000120* MOST A BINARY SEARCH OF THAT RANGE CAN EVER NEED, AND HOW
000130* MANY GUESSES IGNORED AN EARLIER HINT.  THREE FLAGS:
000140*   IGN-HINT  A GUESS AT OR BEYOND A NUMBER ALREADY CALLED TOO
000150*             HIGH OR TOO LOW IN THE SAME ROUND.
000160*   TOO-FAST  SOLVED IN UNDER HALF THE BINARY-SEARCH ATTEMPTS
000170*             THE RANGE ALLOWS - FEW ENOUGH TO NEED A SECOND
000180*             LOOK BEFORE A PRIZE IS AWARDED.
000190*   PART/NONE THE GUESS DETAIL HOLDS FEWER (OR NO) GUESSES
000200*             THAN THE ROUND'S ATTEMPT COUNT, SO THE OTHER
000210*             FLAGS RELY ON WHAT WAS LOGGED.
000220* A PER-PLAYER SECTION FOLLOWS FOR THE COACHING SESSIONS:
000230* AVERAGE ATTEMPTS AGAINST THE AVERAGE BINARY-SEARCH BEST,
000240* AND HOW MANY OF THE PLAYER'S ROUNDS CARRIED EACH FLAG.
000250* ROUNDS WON BEFORE GUESSES WERE LOGGED CARRY NO ROUND ID AND
000260* ARE COUNTED BUT NOT ANALYSED; GUESSES FROM ROUNDS NOT YET
000270* WON HAVE NO GAMEHIST RECORD AND ARE COUNTED AS UNMATCHED.
000280*
000290* RUN PARAMETER:  TTTTTTTT PPPPPPPPPP
000300*   COLS  1-8   TOURNAMENT ID (BLANK = ALL ROUNDS)
000310*   COLS 10-19  PLAYER ID     (BLANK = ALL PLAYERS)
000320*-----------------------------------------------------------------
000330* MODIFICATION HISTORY
000340* DATE       INIT  DESCRIPTION
000350* 2026-10-15 DLM   ORIGINAL - GUESS ANALYSIS REPORT
000360*                  (CR-2026-143).
000370*-----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT GAMEHIST-FILE ASSIGN TO "GAMEHIST"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-GAMEHIST-STATUS.
000470     SELECT GAMEGUES-FILE ASSIGN TO "GAMEGUES"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-GAMEGUES-STATUS.
000500     SELECT GAMEGRPT-FILE ASSIGN TO "GAMEGRPL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-GAMEGRPT-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  GAMEHIST-FILE
000560     RECORDING MODE IS F.
000570     COPY GAMEHIST.
000580 FD  GAMEGUES-FILE
000590     RECORDING MODE IS F.
000600     COPY GAMEGUES.
000610 FD  GAMEGRPT-FILE
000620     RECORDING MODE IS F.
000630 01  GAMEGRPT-LINE               PIC X(80).
000640 WORKING-STORAGE SECTION.
000650 77  WS-GAMEHIST-STATUS          PIC X(02) VALUE SPACES.
000660 77  WS-GAMEGUES-STATUS          PIC X(02) VALUE SPACES.
000670 77  WS-GAMEGRPT-STATUS          PIC X(02) VALUE SPACES.
000680 77  WS-GAMEHIST-EOF-SWITCH      PIC X(01) VALUE 'N'.
000690     88  WS-GAMEHIST-EOF             VALUE 'Y'.
000700 77  WS-GAMEGUES-EOF-SWITCH      PIC X(01) VALUE 'N'.
000710     88  WS-GAMEGUES-EOF             VALUE 'Y'.
000720 77  WS-ROUND-COUNT              PIC 9(03) COMP VALUE ZERO.
000730 77  WS-ROUND-MAX                PIC 9(03) COMP VALUE 500.
000740 77  WS-ROUND-IX                 PIC 9(03) COMP VALUE ZERO.
000750 77  WS-PLAYER-COUNT             PIC 9(03) COMP VALUE ZERO.
000760 77  WS-PLAYER-MAX               PIC 9(03) COMP VALUE 200.
000770 77  WS-PLAYER-IX                PIC 9(03) COMP VALUE ZERO.
000780 77  WS-FOUND-IX                 PIC 9(03) COMP VALUE ZERO.
000790 77  WS-PRINT-IX                 PIC 9(03) COMP VALUE ZERO.
000800 77  WS-RANGE-WIDTH              PIC 9(06) VALUE ZERO.
000810 77  WS-SEARCH-POWER             PIC 9(07) COMP VALUE ZERO.
000820 77  WS-SEARCH-BEST              PIC 9(03) VALUE ZERO.
000830 77  WS-DOUBLE-ATTEMPTS          PIC 9(06) VALUE ZERO.
000840 77  WS-WORK-AVG                 PIC 9(05)V99 VALUE ZERO.
000850 77  WS-HINT-SWITCH              PIC X(01) VALUE 'N'.
000860     88  WS-HINT-IGNORED             VALUE 'Y'.
000870 77  WS-FAST-SWITCH              PIC X(01) VALUE 'N'.
000880     88  WS-SOLVED-FAST              VALUE 'Y'.
000890 77  WS-TOTAL-ROUNDS             PIC 9(07) VALUE ZERO.
000900 77  WS-HINT-ROUNDS              PIC 9(07) VALUE ZERO.
000910 77  WS-FAST-ROUNDS              PIC 9(07) VALUE ZERO.
000920 77  WS-PART-ROUNDS              PIC 9(07) VALUE ZERO.
000930 77  WS-UNLOGGED-ROUNDS          PIC 9(07) VALUE ZERO.
000940 77  WS-DROPPED-ROUNDS           PIC 9(07) VALUE ZERO.
000950 77  WS-UNMATCHED-GUESSES        PIC 9(07) VALUE ZERO.
000960 77  WS-PARM-CARD                PIC X(40) VALUE SPACES.
000970 77  WS-TOURN-FILTER             PIC X(08) VALUE SPACES.
000980 77  WS-PLAYER-FILTER            PIC X(10) VALUE SPACES.
000990 77  WS-CALLED-SWITCH            PIC X(01) VALUE 'N'.
001000     88  WS-CALLED                   VALUE 'Y'.
001010     COPY AUDITCLL.
001020 01  WS-ROUND-TABLE.
001030     05  WS-ROUND-ENTRY          OCCURS 500 TIMES.
001040         10  WS-TBL-PLAYER-ID    PIC X(10).
001050         10  WS-TBL-ROUND-ID     PIC X(16).
001060         10  WS-TBL-TOURN-ID     PIC X(08).
001070         10  WS-TBL-LOW-BOUND    PIC 9(05).
001080         10  WS-TBL-HIGH-BOUND   PIC 9(05).
001090         10  WS-TBL-ATTEMPTS     PIC 9(05).
001100         10  WS-TBL-SEARCH-BEST  PIC 9(03).
001110         10  WS-TBL-LOGGED       PIC 9(05).
001120         10  WS-TBL-IGNORED      PIC 9(05).
001130         10  WS-TBL-FLOOR        PIC S9(06).
001140         10  WS-TBL-CEILING      PIC S9(06).
001150 01  WS-PLAYER-TABLE.
001160     05  WS-PLAYER-ENTRY         OCCURS 200 TIMES.
001170         10  WS-PLY-PLAYER-ID    PIC X(10).
001180         10  WS-PLY-ROUNDS       PIC 9(05).
001190         10  WS-PLY-ATT-SUM      PIC 9(09).
001200         10  WS-PLY-BEST-SUM     PIC 9(07).
001210         10  WS-PLY-HINT-ROUNDS  PIC 9(05).
001220         10  WS-PLY-FAST-ROUNDS  PIC 9(05).
001230 01  WS-HEADING-LINE.
001240     05  FILLER                  PIC X(80)
001250         VALUE "GAMEGUES GUESS ANALYSIS REPORT".
001260 01  WS-FILTER-LINE.
001270     05  FILLER                  PIC X(12)
001280         VALUE "TOURNAMENT: ".
001290     05  RPT-TOURN-FILTER        PIC X(08).
001300     05  FILLER                  PIC X(10)
001310         VALUE "  PLAYER: ".
001320     05  RPT-PLAYER-FILTER       PIC X(10).
001330     05  FILLER                  PIC X(40) VALUE SPACES.
001340 01  WS-SECTION-LINE.
001350     05  RPT-SECTION-TITLE       PIC X(80).
001360 01  WS-COLUMN-LINE.
001370     05  FILLER                  PIC X(11) VALUE "PLAYER".
001380     05  FILLER                  PIC X(09) VALUE "ROUND".
001390     05  FILLER                  PIC X(09) VALUE "TOURN".
001400     05  FILLER                  PIC X(12) VALUE "RANGE".
001410     05  FILLER                  PIC X(06) VALUE "TRIES".
001420     05  FILLER                  PIC X(04) VALUE "BST".
001430     05  FILLER                  PIC X(06) VALUE "IGNRD".
001440     05  FILLER                  PIC X(23) VALUE "FLAGS".
001450 01  WS-ROUND-LINE.
001460     05  RPT-PLAYER-ID           PIC X(10).
001470     05  FILLER                  PIC X(01) VALUE SPACE.
001480     05  RPT-ROUND-DATE          PIC X(08).
001490     05  FILLER                  PIC X(01) VALUE SPACE.
001500     05  RPT-TOURN-ID            PIC X(08).
001510     05  FILLER                  PIC X(01) VALUE SPACE.
001520     05  RPT-LOW-BOUND           PIC ZZZZ9.
001530     05  FILLER                  PIC X(01) VALUE "-".
001540     05  RPT-HIGH-BOUND          PIC ZZZZ9.
001550     05  FILLER                  PIC X(01) VALUE SPACE.
001560     05  RPT-ATTEMPTS            PIC ZZZZ9.
001570     05  FILLER                  PIC X(01) VALUE SPACE.
001580     05  RPT-SEARCH-BEST         PIC ZZ9.
001590     05  FILLER                  PIC X(01) VALUE SPACE.
001600     05  RPT-IGNORED             PIC ZZZZ9.
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  RPT-FLAG-HINT           PIC X(08).
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001640     05  RPT-FLAG-FAST           PIC X(08).
001650     05  FILLER                  PIC X(01) VALUE SPACE.
001660     05  RPT-FLAG-LOG            PIC X(05).
001670 01  WS-PLAYER-LINE.
001680     05  RPT-PLY-PLAYER-ID       PIC X(10).
001690     05  FILLER                  PIC X(06) VALUE " RNDS:".
001700     05  RPT-PLY-ROUNDS          PIC ZZZZ9.
001710     05  FILLER                  PIC X(05) VALUE " AVG:".
001720     05  RPT-PLY-AVG             PIC ZZZ9.99.
001730     05  FILLER                  PIC X(06) VALUE " BEST:".
001740     05  RPT-PLY-BEST-AVG        PIC ZZ9.99.
001750     05  FILLER                  PIC X(10) VALUE " IGN-HINT:".
001760     05  RPT-PLY-HINT-ROUNDS     PIC ZZZZ9.
001770     05  FILLER                  PIC X(10) VALUE " TOO-FAST:".
001780     05  RPT-PLY-FAST-ROUNDS     PIC ZZZZ9.
001790     05  FILLER                  PIC X(05) VALUE SPACES.
001800 01  WS-COUNT-LINE.
001810     05  RPT-LABEL               PIC X(36).
001820     05  RPT-COUNT               PIC ZZZ,ZZ9.
001830     05  FILLER                  PIC X(37) VALUE SPACES.
001840 LINKAGE SECTION.
001850     COPY RPTCALL.
001860 PROCEDURE DIVISION USING RPT-CALL-PARMS.
001870*-----------------------------------------------------------------
001880* 0000-MAINLINE - LOADS THE COMPLETED ROUNDS OFF GAMEHIST,
001890* REPLAYS THE GUESS DETAIL INTO THEM, THEN PRINTS THE ROUND,
001900* PLAYER AND TOTALS SECTIONS.
001910*-----------------------------------------------------------------
001920 0000-MAINLINE.
001930     PERFORM 0100-PICKUP-CALLER THRU 0100-EXIT
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001950     PERFORM 2000-LOAD-ROUND THRU 2000-EXIT
001960         UNTIL WS-GAMEHIST-EOF
001970     PERFORM 3000-REPLAY-GUESSES THRU 3000-EXIT
001980     PERFORM 5000-PRINT-ROUNDS THRU 5000-EXIT
001990     PERFORM 6000-PRINT-PLAYERS THRU 6000-EXIT
002000     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
002010     PERFORM 9000-TERMINATE THRU 9000-EXIT
002020     PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
002030     GOBACK.
002040*-----------------------------------------------------------------
002050* 0100-PICKUP-CALLER - WHEN RPTMENU CALLED THIS REPORT, PICKS UP
002060* THE VALIDATED SIGN-ON AND STAMPS THE AUDIT TRAIL WITH THE
002070* CALLING USER; A COMMAND-LINE START SEES A NULL ADDRESS.
002080*-----------------------------------------------------------------
002090 0100-PICKUP-CALLER.
002100     MOVE 'N' TO WS-CALLED-SWITCH
002110     IF ADDRESS OF RPT-CALL-PARMS = NULL
002120         GO TO 0100-EXIT
002130     END-IF
002140     MOVE 'Y' TO WS-CALLED-SWITCH
002150     MOVE RPT-CALL-USER-ID TO AUDIT-USER-ID
002160     MOVE "GAMEGRPT"  TO AUDIT-PROGRAM-NAME
002170     MOVE "START"     TO AUDIT-FUNCTION
002180     CALL "AUDITLOG" USING AUDIT-CALL-PARMS
002190     IF NOT AUDIT-RC-OK
002200         DISPLAY "WARNING: AUDIT TRAIL SIGN-ON NOT RECORDED."
002210     END-IF.
002220 0100-EXIT.
002230     EXIT.
002240*-----------------------------------------------------------------
002250* 0900-SIGN-OFF-AUDIT - THE MATCHING END EVENT FOR A CALLED RUN.
002260*-----------------------------------------------------------------
002270 0900-SIGN-OFF-AUDIT.
002280     IF NOT WS-CALLED
002290         GO TO 0900-EXIT
002300     END-IF
002310     MOVE "END" TO AUDIT-FUNCTION
002320     CALL "AUDITLOG" USING AUDIT-CALL-PARMS
002330     IF NOT AUDIT-RC-OK
002340         DISPLAY "WARNING: AUDIT TRAIL SIGN-OFF NOT RECORDED."
002350     END-IF.
002360 0900-EXIT.
002370     EXIT.
002380*-----------------------------------------------------------------
002390* 1000-INITIALIZE - RESETS EVERY COUNT AND SWITCH FOR A REPEAT
002400* CALL, PICKS UP THE TOURNAMENT AND PLAYER FILTERS, AND OPENS
002410* GAMEHIST AND THE REPORT.
002420*-----------------------------------------------------------------
002430 1000-INITIALIZE.
002440     MOVE 'N'  TO WS-GAMEHIST-EOF-SWITCH
002450     MOVE 'N'  TO WS-GAMEGUES-EOF-SWITCH
002460     MOVE ZERO TO WS-ROUND-COUNT
002470     MOVE ZERO TO WS-PLAYER-COUNT
002480     MOVE ZERO TO WS-TOTAL-ROUNDS
002490     MOVE ZERO TO WS-HINT-ROUNDS
002500     MOVE ZERO TO WS-FAST-ROUNDS
002510     MOVE ZERO TO WS-PART-ROUNDS
002520     MOVE ZERO TO WS-UNLOGGED-ROUNDS
002530     MOVE ZERO TO WS-DROPPED-ROUNDS
002540     MOVE ZERO TO WS-UNMATCHED-GUESSES
002550     MOVE SPACES TO WS-PARM-CARD
002560     IF WS-CALLED
002570         MOVE RPT-CALL-PARM-CARD TO WS-PARM-CARD
002580     ELSE
002590         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
002600     END-IF
002610     MOVE WS-PARM-CARD (1:8)   TO WS-TOURN-FILTER
002620     MOVE WS-PARM-CARD (10:10) TO WS-PLAYER-FILTER
002630     OPEN INPUT GAMEHIST-FILE
002640     IF WS-GAMEHIST-STATUS NOT = "00"
002650         DISPLAY "ERROR: UNABLE TO OPEN GAMEHIST - STATUS "
002660             WS-GAMEHIST-STATUS
002670         PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
002680         GOBACK
002690     END-IF
002700     OPEN OUTPUT GAMEGRPT-FILE
002710     IF WS-GAMEGRPT-STATUS NOT = "00"
002720         DISPLAY "ERROR: UNABLE TO OPEN GAMEGRPL - STATUS "
002730             WS-GAMEGRPT-STATUS
002740         CLOSE GAMEHIST-FILE
002750         PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
002760         GOBACK
002770     END-IF
002780     WRITE GAMEGRPT-LINE FROM WS-HEADING-LINE
002790     IF WS-TOURN-FILTER = SPACES
002800         MOVE "ALL"           TO RPT-TOURN-FILTER
002810     ELSE
002820         MOVE WS-TOURN-FILTER TO RPT-TOURN-FILTER
002830     END-IF
002840     IF WS-PLAYER-FILTER = SPACES
002850         MOVE "ALL"            TO RPT-PLAYER-FILTER
002860     ELSE
002870         MOVE WS-PLAYER-FILTER TO RPT-PLAYER-FILTER
002880     END-IF
002890     WRITE GAMEGRPT-LINE FROM WS-FILTER-LINE
002900     PERFORM 2100-READ-GAMEHIST THRU 2100-EXIT.
002910 1000-EXIT.
002920     EXIT.
002930*-----------------------------------------------------------------
002940* 2000-LOAD-ROUND - TAKES ONE COMPLETED ROUND THAT PASSES THE
002950* FILTERS INTO THE ROUND TABLE WITH ITS BINARY-SEARCH BEST.
002960* THE HINT WINDOW STARTS AS THE WHOLE RANGE: THE FLOOR ONE
002970* BELOW THE LOW BOUND, THE CEILING ONE ABOVE THE HIGH BOUND.
002980*-----------------------------------------------------------------
002990 2000-LOAD-ROUND.
003000     IF WS-TOURN-FILTER NOT = SPACES AND
003010        GAMEHIST-TOURN-ID NOT = WS-TOURN-FILTER
003020         GO TO 2000-NEXT
003030     END-IF
003040     IF WS-PLAYER-FILTER NOT = SPACES AND
003050        GAMEHIST-PLAYER-ID NOT = WS-PLAYER-FILTER
003060         GO TO 2000-NEXT
003070     END-IF
003080     IF GAMEHIST-ROUND-DATE IS NOT NUMERIC OR
003090        GAMEHIST-ROUND-DATE = ZERO
003100         ADD 1 TO WS-UNLOGGED-ROUNDS
003110         GO TO 2000-NEXT
003120     END-IF
003130     IF WS-ROUND-COUNT NOT < WS-ROUND-MAX
003140         ADD 1 TO WS-DROPPED-ROUNDS
003150         GO TO 2000-NEXT
003160     END-IF
003170     ADD 1 TO WS-ROUND-COUNT
003180     MOVE WS-ROUND-COUNT TO WS-ROUND-IX
003190     MOVE GAMEHIST-PLAYER-ID  TO WS-TBL-PLAYER-ID (WS-ROUND-IX)
003200     MOVE GAMEHIST-ROUND-ID   TO WS-TBL-ROUND-ID (WS-ROUND-IX)
003210     MOVE GAMEHIST-TOURN-ID   TO WS-TBL-TOURN-ID (WS-ROUND-IX)
003220     MOVE GAMEHIST-LOW-BOUND  TO WS-TBL-LOW-BOUND (WS-ROUND-IX)
003230     MOVE GAMEHIST-HIGH-BOUND TO WS-TBL-HIGH-BOUND (WS-ROUND-IX)
003240     MOVE GAMEHIST-ATTEMPTS   TO WS-TBL-ATTEMPTS (WS-ROUND-IX)
003250     MOVE ZERO TO WS-TBL-LOGGED (WS-ROUND-IX)
003260     MOVE ZERO TO WS-TBL-IGNORED (WS-ROUND-IX)
003270     COMPUTE WS-TBL-FLOOR (WS-ROUND-IX) =
003280         GAMEHIST-LOW-BOUND - 1
003290     COMPUTE WS-TBL-CEILING (WS-ROUND-IX) =
003300         GAMEHIST-HIGH-BOUND + 1
003310     COMPUTE WS-RANGE-WIDTH =
003320         GAMEHIST-HIGH-BOUND - GAMEHIST-LOW-BOUND + 1
003330     PERFORM 2200-COMPUTE-SEARCH-BEST THRU 2200-EXIT
003340     MOVE WS-SEARCH-BEST TO WS-TBL-SEARCH-BEST (WS-ROUND-IX).
003350 2000-NEXT.
003360     PERFORM 2100-READ-GAMEHIST THRU 2100-EXIT.
003370 2000-EXIT.
003380     EXIT.
003390 2100-READ-GAMEHIST.
003400     READ GAMEHIST-FILE
003410         AT END
003420             MOVE 'Y' TO WS-GAMEHIST-EOF-SWITCH
003430     END-READ.
003440 2100-EXIT.
003450     EXIT.
003460*-----------------------------------------------------------------
003470* 2200-COMPUTE-SEARCH-BEST - THE MOST GUESSES A BINARY SEARCH
003480* EVER NEEDS FOR A RANGE OF WS-RANGE-WIDTH NUMBERS: THE NUMBER
003490* OF TIMES 1 MUST BE DOUBLED TO PASS THE WIDTH (1-100 GIVES 7).
003500*-----------------------------------------------------------------
003510 2200-COMPUTE-SEARCH-BEST.
003520     MOVE 1    TO WS-SEARCH-POWER
003530     MOVE ZERO TO WS-SEARCH-BEST
003540     PERFORM 2250-DOUBLE-POWER THRU 2250-EXIT
003550         UNTIL WS-SEARCH-POWER > WS-RANGE-WIDTH.
003560 2200-EXIT.
003570     EXIT.
003580 2250-DOUBLE-POWER.
003590     MULTIPLY 2 BY WS-SEARCH-POWER
003600     ADD 1 TO WS-SEARCH-BEST.
003610 2250-EXIT.
003620     EXIT.
003630*-----------------------------------------------------------------
003640* 3000-REPLAY-GUESSES - READS THE GUESS DETAIL IN THE ORDER IT
003650* WAS WRITTEN (WHICH IS GUESS ORDER WITHIN EACH ROUND) AND
003660* APPLIES EACH GUESS TO ITS ROUND.  NO DETAIL FILE MEANS EVERY
003670* ROUND PRINTS WITH THE NONE FLAG.
003680*-----------------------------------------------------------------
003690 3000-REPLAY-GUESSES.
003700     CLOSE GAMEHIST-FILE
003710     OPEN INPUT GAMEGUES-FILE
003720     IF WS-GAMEGUES-STATUS NOT = "00"
003730         DISPLAY "WARNING: NO GAMEGUES GUESS DETAIL - STATUS "
003740             WS-GAMEGUES-STATUS
003750         GO TO 3000-EXIT
003760     END-IF
003770     PERFORM 3100-READ-GAMEGUES THRU 3100-EXIT
003780     PERFORM 3200-APPLY-GUESS THRU 3200-EXIT
003790         UNTIL WS-GAMEGUES-EOF
003800     CLOSE GAMEGUES-FILE.
003810 3000-EXIT.
003820     EXIT.
003830 3100-READ-GAMEGUES.
003840     READ GAMEGUES-FILE
003850         AT END
003860             MOVE 'Y' TO WS-GAMEGUES-EOF-SWITCH
003870     END-READ.
003880 3100-EXIT.
003890     EXIT.
003900*-----------------------------------------------------------------
003910* 3200-APPLY-GUESS - A GUESS AT OR BELOW THE HIGHEST NUMBER
003920* ALREADY CALLED TOO LOW, OR AT OR ABOVE THE LOWEST ALREADY
003930* CALLED TOO HIGH, IGNORED A HINT.  THE ANSWER GIVEN THEN
003940* NARROWS THE WINDOW FOR THE NEXT GUESS.
003950*-----------------------------------------------------------------
003960 3200-APPLY-GUESS.
003970     MOVE ZERO TO WS-FOUND-IX
003980     PERFORM 3250-ROUND-SCAN THRU 3250-EXIT
003990         VARYING WS-ROUND-IX FROM 1 BY 1
004000         UNTIL WS-ROUND-IX > WS-ROUND-COUNT
004010            OR WS-FOUND-IX NOT = ZERO
004020     IF WS-FOUND-IX = ZERO
004030         ADD 1 TO WS-UNMATCHED-GUESSES
004040         GO TO 3200-NEXT
004050     END-IF
004060     ADD 1 TO WS-TBL-LOGGED (WS-FOUND-IX)
004070     IF GAMEGUES-GUESS-VALUE NOT > WS-TBL-FLOOR (WS-FOUND-IX) OR
004080        GAMEGUES-GUESS-VALUE NOT < WS-TBL-CEILING (WS-FOUND-IX)
004090         ADD 1 TO WS-TBL-IGNORED (WS-FOUND-IX)
004100         GO TO 3200-NEXT
004110     END-IF
004120     IF GAMEGUES-TOO-LOW
004130         MOVE GAMEGUES-GUESS-VALUE TO WS-TBL-FLOOR (WS-FOUND-IX)
004140     END-IF
004150     IF GAMEGUES-TOO-HIGH
004160         MOVE GAMEGUES-GUESS-VALUE
004170             TO WS-TBL-CEILING (WS-FOUND-IX)
004180     END-IF.
004190 3200-NEXT.
004200     PERFORM 3100-READ-GAMEGUES THRU 3100-EXIT.
004210 3200-EXIT.
004220     EXIT.
004230 3250-ROUND-SCAN.
004240     IF WS-TBL-PLAYER-ID (WS-ROUND-IX) = GAMEGUES-PLAYER-ID AND
004250        WS-TBL-ROUND-ID (WS-ROUND-IX) = GAMEGUES-ROUND-ID
004260         MOVE WS-ROUND-IX TO WS-FOUND-IX
004270     END-IF.
004280 3250-EXIT.
004290     EXIT.
004300*-----------------------------------------------------------------
004310* 5000-PRINT-ROUNDS - ONE LINE PER ROUND IN GAMEHIST ORDER WITH
004320* ITS FLAGS, ROLLING EACH ROUND INTO ITS PLAYER'S ROW AS IT
004330* GOES.
004340*-----------------------------------------------------------------
004350 5000-PRINT-ROUNDS.
004360     MOVE "ROUNDS AGAINST BINARY-SEARCH BEST" TO RPT-SECTION-TITLE
004370     WRITE GAMEGRPT-LINE FROM WS-SECTION-LINE
004380     WRITE GAMEGRPT-LINE FROM WS-COLUMN-LINE
004390     PERFORM 5100-PRINT-ONE-ROUND THRU 5100-EXIT
004400         VARYING WS-PRINT-IX FROM 1 BY 1
004410         UNTIL WS-PRINT-IX > WS-ROUND-COUNT.
004420 5000-EXIT.
004430     EXIT.
004440 5100-PRINT-ONE-ROUND.
004450     ADD 1 TO WS-TOTAL-ROUNDS
004460     MOVE WS-TBL-PLAYER-ID (WS-PRINT-IX)   TO RPT-PLAYER-ID
004470     MOVE WS-TBL-ROUND-ID (WS-PRINT-IX) (1:8)
004480                                           TO RPT-ROUND-DATE
004490     MOVE WS-TBL-TOURN-ID (WS-PRINT-IX)    TO RPT-TOURN-ID
004500     MOVE WS-TBL-LOW-BOUND (WS-PRINT-IX)   TO RPT-LOW-BOUND
004510     MOVE WS-TBL-HIGH-BOUND (WS-PRINT-IX)  TO RPT-HIGH-BOUND
004520     MOVE WS-TBL-ATTEMPTS (WS-PRINT-IX)    TO RPT-ATTEMPTS
004530     MOVE WS-TBL-SEARCH-BEST (WS-PRINT-IX) TO RPT-SEARCH-BEST
004540     MOVE WS-TBL-IGNORED (WS-PRINT-IX)     TO RPT-IGNORED
004550     MOVE SPACES TO RPT-FLAG-HINT
004560     MOVE SPACES TO RPT-FLAG-FAST
004570     MOVE SPACES TO RPT-FLAG-LOG
004580     MOVE 'N' TO WS-HINT-SWITCH
004590     MOVE 'N' TO WS-FAST-SWITCH
004600     IF WS-TBL-IGNORED (WS-PRINT-IX) > ZERO
004610         MOVE 'Y' TO WS-HINT-SWITCH
004620         MOVE "IGN-HINT" TO RPT-FLAG-HINT
004630         ADD 1 TO WS-HINT-ROUNDS
004640     END-IF
004650     COMPUTE WS-DOUBLE-ATTEMPTS =
004660         WS-TBL-ATTEMPTS (WS-PRINT-IX) * 2
004670     IF WS-DOUBLE-ATTEMPTS < WS-TBL-SEARCH-BEST (WS-PRINT-IX)
004680         MOVE 'Y' TO WS-FAST-SWITCH
004690         MOVE "TOO-FAST" TO RPT-FLAG-FAST
004700         ADD 1 TO WS-FAST-ROUNDS
004710     END-IF
004720     IF WS-TBL-LOGGED (WS-PRINT-IX) = ZERO
004730         MOVE "NONE" TO RPT-FLAG-LOG
004740         ADD 1 TO WS-PART-ROUNDS
004750     ELSE
004760         IF WS-TBL-LOGGED (WS-PRINT-IX) <
004770            WS-TBL-ATTEMPTS (WS-PRINT-IX)
004780             MOVE "PART" TO RPT-FLAG-LOG
004790             ADD 1 TO WS-PART-ROUNDS
004800         END-IF
004810     END-IF
004820     WRITE GAMEGRPT-LINE FROM WS-ROUND-LINE
004830     PERFORM 5200-ROLL-INTO-PLAYER THRU 5200-EXIT.
004840 5100-EXIT.
004850     EXIT.
004860*-----------------------------------------------------------------
004870* 5200-ROLL-INTO-PLAYER - ADDS THE ROUND JUST PRINTED TO ITS
004880* PLAYER'S ROW, OPENING A NEW ROW ON FIRST SIGHT.
004890*-----------------------------------------------------------------
004900 5200-ROLL-INTO-PLAYER.
004910     MOVE ZERO TO WS-FOUND-IX
004920     PERFORM 5250-PLAYER-SCAN THRU 5250-EXIT
004930         VARYING WS-PLAYER-IX FROM 1 BY 1
004940         UNTIL WS-PLAYER-IX > WS-PLAYER-COUNT
004950            OR WS-FOUND-IX NOT = ZERO
004960     IF WS-FOUND-IX = ZERO
004970         IF WS-PLAYER-COUNT < WS-PLAYER-MAX
004980             ADD 1 TO WS-PLAYER-COUNT
004990             MOVE WS-PLAYER-COUNT TO WS-FOUND-IX
005000             INITIALIZE WS-PLAYER-ENTRY (WS-FOUND-IX)
005010             MOVE WS-TBL-PLAYER-ID (WS-PRINT-IX)
005020                 TO WS-PLY-PLAYER-ID (WS-FOUND-IX)
005030         ELSE
005040             DISPLAY "WARNING: PLAYER TABLE FULL - PLAYER "
005050                 WS-TBL-PLAYER-ID (WS-PRINT-IX)
005060                 " NOT SUMMARISED."
005070             GO TO 5200-EXIT
005080         END-IF
005090     END-IF
005100     ADD 1 TO WS-PLY-ROUNDS (WS-FOUND-IX)
005110     ADD WS-TBL-ATTEMPTS (WS-PRINT-IX)
005120         TO WS-PLY-ATT-SUM (WS-FOUND-IX)
005130     ADD WS-TBL-SEARCH-BEST (WS-PRINT-IX)
005140         TO WS-PLY-BEST-SUM (WS-FOUND-IX)
005150     IF WS-HINT-IGNORED
005160         ADD 1 TO WS-PLY-HINT-ROUNDS (WS-FOUND-IX)
005170     END-IF
005180     IF WS-SOLVED-FAST
005190         ADD 1 TO WS-PLY-FAST-ROUNDS (WS-FOUND-IX)
005200     END-IF.
005210 5200-EXIT.
005220     EXIT.
005230 5250-PLAYER-SCAN.
005240     IF WS-PLY-PLAYER-ID (WS-PLAYER-IX) =
005250        WS-TBL-PLAYER-ID (WS-PRINT-IX)
005260         MOVE WS-PLAYER-IX TO WS-FOUND-IX
005270     END-IF.
005280 5250-EXIT.
005290     EXIT.
005300*-----------------------------------------------------------------
005310* 6000-PRINT-PLAYERS - ONE LINE PER PLAYER FOR COACHING: THE
005320* AVERAGE ATTEMPTS TAKEN AGAINST THE AVERAGE BINARY-SEARCH BEST
005330* FOR THE SAME ROUNDS, AND THE ROUNDS CARRYING EACH FLAG.
005340*-----------------------------------------------------------------
005350 6000-PRINT-PLAYERS.
005360     MOVE "PLAYER SUMMARY" TO RPT-SECTION-TITLE
005370     WRITE GAMEGRPT-LINE FROM WS-SECTION-LINE
005380     PERFORM 6100-PRINT-ONE-PLAYER THRU 6100-EXIT
005390         VARYING WS-PRINT-IX FROM 1 BY 1
005400         UNTIL WS-PRINT-IX > WS-PLAYER-COUNT.
005410 6000-EXIT.
005420     EXIT.
005430 6100-PRINT-ONE-PLAYER.
005440     MOVE WS-PLY-PLAYER-ID (WS-PRINT-IX) TO RPT-PLY-PLAYER-ID
005450     MOVE WS-PLY-ROUNDS (WS-PRINT-IX)    TO RPT-PLY-ROUNDS
005460     COMPUTE WS-WORK-AVG ROUNDED =
005470         WS-PLY-ATT-SUM (WS-PRINT-IX)
005480         / WS-PLY-ROUNDS (WS-PRINT-IX)
005490     MOVE WS-WORK-AVG TO RPT-PLY-AVG
005500     COMPUTE WS-WORK-AVG ROUNDED =
005510         WS-PLY-BEST-SUM (WS-PRINT-IX)
005520         / WS-PLY-ROUNDS (WS-PRINT-IX)
005530     MOVE WS-WORK-AVG TO RPT-PLY-BEST-AVG
005540     MOVE WS-PLY-HINT-ROUNDS (WS-PRINT-IX)
005550         TO RPT-PLY-HINT-ROUNDS
005560     MOVE WS-PLY-FAST-ROUNDS (WS-PRINT-IX)
005570         TO RPT-PLY-FAST-ROUNDS
005580     WRITE GAMEGRPT-LINE FROM WS-PLAYER-LINE.
005590 6100-EXIT.
005600     EXIT.
005610*-----------------------------------------------------------------
005620* 7000-PRINT-TOTALS - ROUND AND FLAG COUNTS, AND WHAT COULD
005630* NOT BE ANALYSED, SO NOTHING DROPS OUT OF SIGHT.
005640*-----------------------------------------------------------------
005650 7000-PRINT-TOTALS.
005660     MOVE "TOTALS" TO RPT-SECTION-TITLE
005670     WRITE GAMEGRPT-LINE FROM WS-SECTION-LINE
005680     MOVE "ROUNDS ANALYSED:"                TO RPT-LABEL
005690     MOVE WS-TOTAL-ROUNDS                   TO RPT-COUNT
005700     WRITE GAMEGRPT-LINE FROM WS-COUNT-LINE
005710     MOVE "ROUNDS FLAGGED IGN-HINT:"        TO RPT-LABEL
005720     MOVE WS-HINT-ROUNDS                    TO RPT-COUNT
005730     WRITE GAMEGRPT-LINE FROM WS-COUNT-LINE
005740     MOVE "ROUNDS FLAGGED TOO-FAST:"        TO RPT-LABEL
005750     MOVE WS-FAST-ROUNDS                    TO RPT-COUNT
005760     WRITE GAMEGRPT-LINE FROM WS-COUNT-LINE
005770     MOVE "ROUNDS WITH PART OR NO DETAIL:"  TO RPT-LABEL
005780     MOVE WS-PART-ROUNDS                    TO RPT-COUNT
005790     WRITE GAMEGRPT-LINE FROM WS-COUNT-LINE
005800     MOVE "ROUNDS WON BEFORE GUESS LOGGING:" TO RPT-LABEL
005810     MOVE WS-UNLOGGED-ROUNDS                TO RPT-COUNT
005820     WRITE GAMEGRPT-LINE FROM WS-COUNT-LINE
005830     MOVE "ROUNDS NOT ANALYSED - TABLE FULL:" TO RPT-LABEL
005840     MOVE WS-DROPPED-ROUNDS                 TO RPT-COUNT
005850     WRITE GAMEGRPT-LINE FROM WS-COUNT-LINE
005860     MOVE "GUESSES WITH NO WON ROUND:"      TO RPT-LABEL
005870     MOVE WS-UNMATCHED-GUESSES              TO RPT-COUNT
005880     WRITE GAMEGRPT-LINE FROM WS-COUNT-LINE.
005890 7000-EXIT.
005900     EXIT.
005910 9000-TERMINATE.
005920     CLOSE GAMEGRPT-FILE.
005930 9000-EXIT.
005940     EXIT.
