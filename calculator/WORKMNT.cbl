000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     WORKMNT.
000030 AUTHOR.         D. MERRICK.
000040 INSTALLATION.   FLOOR OPERATIONS - SHOP CALCULATIONS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*-----------------------------------------------------------------
000080* WORKMNT - WORK-ORDER MASTER MAINTENANCE.  CALLED FROM MAINMENU
000090* WITH THE VALIDATED SIGN-ON; ONLY A SUPERVISOR GETS PAST THE
000100* DOOR (MAINMENU CHECKS TOO, BUT THIS PROGRAM DOES NOT TRUST ITS
000110* CALLER).  OPENS NEW WORK ORDERS WITH A DESCRIPTION AND BUDGET,
000120* CORRECTS THE DESCRIPTION OR BUDGET, PUTS AN ORDER ON HOLD,
000130* REOPENS A HELD OR CLOSED ORDER AND CLOSES A FINISHED ONE.
000140* ONLY AN OPEN ORDER TAKES NEW CALCULATIONS.  WORK ORDERS ARE
000150* NEVER DELETED, SO OLD SPEND ALWAYS HAS A MASTER RECORD BEHIND
000160* IT - THE SAME PRINCIPLE USERMNT APPLIES TO USERS.  EVERY
000170* CHANGE IS WRITTEN TO THE SHARED MAINTENANCE JOURNAL THROUGH
000180* JRNLLOG WITH THE RECORD BEFORE AND AFTER.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* DATE       INIT  DESCRIPTION
000220* 2026-10-15 DLM   ORIGINAL - WORK-ORDER MASTER MAINTENANCE
000230*                  (CR-2026-140).
000240*-----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT WORKORD-FILE ASSIGN TO "WORKORD"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS WORKORD-WORK-ORDER
000350         FILE STATUS IS WS-WORKORD-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  WORKORD-FILE
000390     RECORDING MODE IS F.
000400     COPY WORKORD.
000410 WORKING-STORAGE SECTION.
000420 77  WS-WORKORD-STATUS           PIC X(02) VALUE SPACES.
000430 77  WS-FUNCTION-CHOICE          PIC 9(01) VALUE ZERO.
000440 77  WS-DONE-SWITCH              PIC X(01) VALUE 'N'.
000450     88  WS-DONE                     VALUE 'Y'.
000460 77  WS-WORK-ORDER-IN            PIC X(08) VALUE SPACES.
000470 77  WS-WORK-DESCRIPTION         PIC X(30) VALUE SPACES.
000480 77  WS-WORK-BUDGET              PIC S9(09)V99 VALUE ZERO.
000490 77  WS-WORK-OPEN-DATE           PIC 9(08) VALUE ZERO.
000500 77  WS-BUDGET-ENTRY             PIC X(14) VALUE SPACES.
000510 77  WS-BUDGET-EDITED            PIC +ZZZ,ZZZ,ZZ9.99.
000520 77  WS-STATUS-TEXT              PIC X(07) VALUE SPACES.
000530     COPY JRNLCLL.
000540 LINKAGE SECTION.
000550     COPY SIGNON.
000560 PROCEDURE DIVISION USING SIGNON-PARMS.
000570*-----------------------------------------------------------------
000580* 0000-MAINLINE - CHECKS THE CALLER'S PERMISSION, OPENS THE
000590* WORK-ORDER MASTER (CREATING IT ON FIRST USE) AND LOOPS OVER
000600* THE MAINTENANCE MENU.
000610*-----------------------------------------------------------------
000620 0000-MAINLINE.
000630     MOVE 'N' TO WS-DONE-SWITCH
000640     IF NOT SIGNON-PERM-SUPERVISOR
000650         DISPLAY "WORK-ORDER MAINTENANCE IS SUPERVISOR ONLY."
000660         GOBACK
000670     END-IF
000680     OPEN I-O WORKORD-FILE
000690     IF WS-WORKORD-STATUS = "35"
000700         OPEN OUTPUT WORKORD-FILE
000710         CLOSE WORKORD-FILE
000720         OPEN I-O WORKORD-FILE
000730     END-IF
000740     IF WS-WORKORD-STATUS NOT = "00"
000750         DISPLAY "ERROR: UNABLE TO OPEN WORKORD - STATUS "
000760             WS-WORKORD-STATUS
000770         GOBACK
000780     END-IF
000790     PERFORM 1000-MAINTENANCE-ROUND THRU 1000-EXIT
000800         UNTIL WS-DONE
000810     CLOSE WORKORD-FILE
000820     GOBACK.
000830*-----------------------------------------------------------------
000840* 1000-MAINTENANCE-ROUND - ONE PASS THROUGH THE MAINTENANCE
000850* MENU.
000860*-----------------------------------------------------------------
000870 1000-MAINTENANCE-ROUND.
000880     DISPLAY " "
000890     DISPLAY "WORK-ORDER MAINTENANCE"
000900     DISPLAY "  1. OPEN NEW WORK ORDER"
000910     DISPLAY "  2. CHANGE DESCRIPTION OR BUDGET"
000920     DISPLAY "  3. PUT WORK ORDER ON HOLD"
000930     DISPLAY "  4. REOPEN HELD OR CLOSED WORK ORDER"
000940     DISPLAY "  5. CLOSE WORK ORDER"
000950     DISPLAY "  6. DISPLAY WORK ORDER"
000960     DISPLAY "  7. RETURN TO MAIN MENU"
000970     DISPLAY "ENTER SELECTION: "
000980     ACCEPT WS-FUNCTION-CHOICE
000990     EVALUATE WS-FUNCTION-CHOICE
001000         WHEN 1
001010             PERFORM 2000-ADD-WORK-ORDER THRU 2000-EXIT
001020         WHEN 2
001030             PERFORM 3000-CHANGE-WORK-ORDER THRU 3000-EXIT
001040         WHEN 3
001050             PERFORM 4000-HOLD-WORK-ORDER THRU 4000-EXIT
001060         WHEN 4
001070             PERFORM 5000-REOPEN-WORK-ORDER THRU 5000-EXIT
001080         WHEN 5
001090             PERFORM 6000-CLOSE-WORK-ORDER THRU 6000-EXIT
001100         WHEN 6
001110             PERFORM 7000-DISPLAY-WORK-ORDER THRU 7000-EXIT
001120         WHEN 7
001130             MOVE 'Y' TO WS-DONE-SWITCH
001140         WHEN OTHER
001150             DISPLAY "INVALID SELECTION - PLEASE TRY AGAIN."
001160     END-EVALUATE.
001170 1000-EXIT.
001180     EXIT.
001190*-----------------------------------------------------------------
001200* 2000-ADD-WORK-ORDER - OPENS A NEW WORK ORDER.  THE OPEN DATE
001210* DEFAULTS TO TODAY; THE KEYED WRITE REJECTS A DUPLICATE.
001220*-----------------------------------------------------------------
001230 2000-ADD-WORK-ORDER.
001240     DISPLAY "ENTER NEW WORK ORDER: "
001250     ACCEPT WS-WORK-ORDER-IN
001260     IF WS-WORK-ORDER-IN = SPACES
001270         DISPLAY "WORK ORDER MAY NOT BE BLANK."
001280         GO TO 2000-EXIT
001290     END-IF
001300     DISPLAY "ENTER DESCRIPTION: "
001310     ACCEPT WS-WORK-DESCRIPTION
001320     IF WS-WORK-DESCRIPTION = SPACES
001330         DISPLAY "DESCRIPTION MAY NOT BE BLANK."
001340         GO TO 2000-EXIT
001350     END-IF
001360     DISPLAY "ENTER BUDGET (E.G. 12500.00): "
001370     ACCEPT WS-WORK-BUDGET
001380     IF WS-WORK-BUDGET < ZERO
001390         DISPLAY "BUDGET MAY NOT BE NEGATIVE."
001400         GO TO 2000-EXIT
001410     END-IF
001420     DISPLAY "ENTER OPEN DATE (YYYYMMDD, BLANK = TODAY): "
001430     ACCEPT WS-WORK-OPEN-DATE
001440     IF WS-WORK-OPEN-DATE = ZERO
001450         ACCEPT WS-WORK-OPEN-DATE FROM DATE YYYYMMDD
001460     END-IF
001470     MOVE WS-WORK-ORDER-IN    TO WORKORD-WORK-ORDER
001480     MOVE WS-WORK-DESCRIPTION TO WORKORD-DESCRIPTION
001490     MOVE 'O'                 TO WORKORD-STATUS
001500     MOVE WS-WORK-OPEN-DATE   TO WORKORD-OPEN-DATE
001510     MOVE ZERO                TO WORKORD-CLOSE-DATE
001520     MOVE WS-WORK-BUDGET      TO WORKORD-BUDGET
001530     WRITE WORKORD-RECORD
001540         INVALID KEY
001550             DISPLAY "WORK ORDER " WS-WORK-ORDER-IN " IS ALREADY "
001560                 "ON FILE."
001570         NOT INVALID KEY
001580             DISPLAY "WORK ORDER " WS-WORK-ORDER-IN " OPENED."
001590             MOVE SPACES TO JRNL-BEFORE-IMAGE
001600             MOVE "AD"   TO JRNL-ACTION
001610             PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
001620     END-WRITE.
001630 2000-EXIT.
001640     EXIT.
001650*-----------------------------------------------------------------
001660* 3000-CHANGE-WORK-ORDER - CORRECTS THE DESCRIPTION AND/OR THE
001670* BUDGET.  A BLANK ENTRY LEAVES THAT FIELD AS IT WAS.  THE
001680* STATUS AND DATES ARE CHANGED ONLY THROUGH THE HOLD, REOPEN
001690* AND CLOSE FUNCTIONS.
001700*-----------------------------------------------------------------
001710 3000-CHANGE-WORK-ORDER.
001720     PERFORM 7500-READ-WORK-ORDER THRU 7500-EXIT
001730     IF WS-WORKORD-STATUS NOT = "00"
001740         GO TO 3000-EXIT
001750     END-IF
001760     DISPLAY "ENTER NEW DESCRIPTION (BLANK = NO CHANGE): "
001770     ACCEPT WS-WORK-DESCRIPTION
001780     DISPLAY "ENTER NEW BUDGET (BLANK = NO CHANGE): "
001790     ACCEPT WS-BUDGET-ENTRY
001800     IF WS-WORK-DESCRIPTION = SPACES AND
001810        WS-BUDGET-ENTRY = SPACES
001820         DISPLAY "NOTHING CHANGED."
001830         GO TO 3000-EXIT
001840     END-IF
001850     IF WS-BUDGET-ENTRY NOT = SPACES
001860         COMPUTE WS-WORK-BUDGET =
001870             FUNCTION NUMVAL (WS-BUDGET-ENTRY)
001880         IF WS-WORK-BUDGET < ZERO
001890             DISPLAY "BUDGET MAY NOT BE NEGATIVE."
001900             GO TO 3000-EXIT
001910         END-IF
001920         MOVE WS-WORK-BUDGET TO WORKORD-BUDGET
001930     END-IF
001940     IF WS-WORK-DESCRIPTION NOT = SPACES
001950         MOVE WS-WORK-DESCRIPTION TO WORKORD-DESCRIPTION
001960     END-IF
001970     REWRITE WORKORD-RECORD
001980     DISPLAY "WORK ORDER " WS-WORK-ORDER-IN " CHANGED."
001990     MOVE "CH" TO JRNL-ACTION
002000     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
002010 3000-EXIT.
002020     EXIT.
002030*-----------------------------------------------------------------
002040* 4000-HOLD-WORK-ORDER - STOPS NEW CALCULATIONS AGAINST AN OPEN
002050* ORDER WITHOUT CLOSING IT.
002060*-----------------------------------------------------------------
002070 4000-HOLD-WORK-ORDER.
002080     PERFORM 7500-READ-WORK-ORDER THRU 7500-EXIT
002090     IF WS-WORKORD-STATUS NOT = "00"
002100         GO TO 4000-EXIT
002110     END-IF
002120     IF NOT WORKORD-OPEN
002130         DISPLAY "ONLY AN OPEN WORK ORDER CAN BE PUT ON HOLD."
002140         GO TO 4000-EXIT
002150     END-IF
002160     MOVE 'H' TO WORKORD-STATUS
002170     REWRITE WORKORD-RECORD
002180     DISPLAY "WORK ORDER " WS-WORK-ORDER-IN " IS ON HOLD."
002190     MOVE "HO" TO JRNL-ACTION
002200     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
002210 4000-EXIT.
002220     EXIT.
002230*-----------------------------------------------------------------
002240* 5000-REOPEN-WORK-ORDER - RETURNS A HELD OR CLOSED ORDER TO
002250* OPEN.  REOPENING A CLOSED ORDER CLEARS ITS CLOSE DATE.
002260*-----------------------------------------------------------------
002270 5000-REOPEN-WORK-ORDER.
002280     PERFORM 7500-READ-WORK-ORDER THRU 7500-EXIT
002290     IF WS-WORKORD-STATUS NOT = "00"
002300         GO TO 5000-EXIT
002310     END-IF
002320     IF WORKORD-OPEN
002330         DISPLAY "WORK ORDER " WS-WORK-ORDER-IN " IS ALREADY "
002340             "OPEN."
002350         GO TO 5000-EXIT
002360     END-IF
002370     MOVE 'O'  TO WORKORD-STATUS
002380     MOVE ZERO TO WORKORD-CLOSE-DATE
002390     REWRITE WORKORD-RECORD
002400     DISPLAY "WORK ORDER " WS-WORK-ORDER-IN " REOPENED."
002410     MOVE "RO" TO JRNL-ACTION
002420     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
002430 5000-EXIT.
002440     EXIT.
002450*-----------------------------------------------------------------
002460* 6000-CLOSE-WORK-ORDER - CLOSES AN OPEN OR HELD ORDER AND
002470* STAMPS TODAY AS ITS CLOSE DATE.  THE RECORD STAYS ON FILE.
002480*-----------------------------------------------------------------
002490 6000-CLOSE-WORK-ORDER.
002500     PERFORM 7500-READ-WORK-ORDER THRU 7500-EXIT
002510     IF WS-WORKORD-STATUS NOT = "00"
002520         GO TO 6000-EXIT
002530     END-IF
002540     IF WORKORD-CLOSED
002550         DISPLAY "WORK ORDER " WS-WORK-ORDER-IN " IS ALREADY "
002560             "CLOSED."
002570         GO TO 6000-EXIT
002580     END-IF
002590     MOVE 'C' TO WORKORD-STATUS
002600     ACCEPT WORKORD-CLOSE-DATE FROM DATE YYYYMMDD
002610     REWRITE WORKORD-RECORD
002620     DISPLAY "WORK ORDER " WS-WORK-ORDER-IN " CLOSED "
002630         WORKORD-CLOSE-DATE "."
002640     MOVE "CL" TO JRNL-ACTION
002650     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
002660 6000-EXIT.
002670     EXIT.
002680*-----------------------------------------------------------------
002690* 7000-DISPLAY-WORK-ORDER - SHOWS ONE MASTER RECORD.
002700*-----------------------------------------------------------------
002710 7000-DISPLAY-WORK-ORDER.
002720     PERFORM 7500-READ-WORK-ORDER THRU 7500-EXIT
002730     IF WS-WORKORD-STATUS NOT = "00"
002740         GO TO 7000-EXIT
002750     END-IF
002760     EVALUATE TRUE
002770         WHEN WORKORD-OPEN
002780             MOVE "OPEN"    TO WS-STATUS-TEXT
002790         WHEN WORKORD-ON-HOLD
002800             MOVE "ON HOLD" TO WS-STATUS-TEXT
002810         WHEN WORKORD-CLOSED
002820             MOVE "CLOSED"  TO WS-STATUS-TEXT
002830         WHEN OTHER
002840             MOVE WORKORD-STATUS TO WS-STATUS-TEXT
002850     END-EVALUATE
002860     MOVE WORKORD-BUDGET TO WS-BUDGET-EDITED
002870     DISPLAY "WORK ORDER:  " WORKORD-WORK-ORDER
002880     DISPLAY "DESCRIPTION: " WORKORD-DESCRIPTION
002890     DISPLAY "STATUS:      " WS-STATUS-TEXT
002900     DISPLAY "OPENED:      " WORKORD-OPEN-DATE
002910     IF WORKORD-CLOSE-DATE NOT = ZERO
002920         DISPLAY "CLOSED:      " WORKORD-CLOSE-DATE
002930     END-IF
002940     DISPLAY "BUDGET:      " WS-BUDGET-EDITED.
002950 7000-EXIT.
002960     EXIT.
002970*-----------------------------------------------------------------
002980* 7500-READ-WORK-ORDER - PROMPTS FOR A WORK ORDER AND READS IT.
002990* LEAVES THE FILE STATUS FOR THE CALLER TO TEST, AND THE RECORD
003000* AS READ IN THE JOURNAL BEFORE IMAGE.
003010*-----------------------------------------------------------------
003020 7500-READ-WORK-ORDER.
003030     DISPLAY "ENTER WORK ORDER: "
003040     ACCEPT WS-WORK-ORDER-IN
003050     MOVE WS-WORK-ORDER-IN TO WORKORD-WORK-ORDER
003060     READ WORKORD-FILE
003070         INVALID KEY
003080             DISPLAY "WORK ORDER " WS-WORK-ORDER-IN " IS NOT ON "
003090                 "FILE."
003100             GO TO 7500-EXIT
003110     END-READ
003120     MOVE WORKORD-RECORD TO JRNL-BEFORE-IMAGE.
003130 7500-EXIT.
003140     EXIT.
003150*-----------------------------------------------------------------
003160* 8000-WRITE-JOURNAL - JOURNALS THE RECORD JUST WRITTEN.  THE
003170* CALLER HAS SET THE ACTION AND THE BEFORE IMAGE (SPACES FOR AN
003180* ADD); THE AFTER IMAGE IS THE RECORD AS WRITTEN.
003190*-----------------------------------------------------------------
003200 8000-WRITE-JOURNAL.
003210     MOVE SIGNON-USER-ID     TO JRNL-USER-ID
003220     MOVE "WORKORD"          TO JRNL-FILE-NAME
003230     MOVE WORKORD-WORK-ORDER TO JRNL-RECORD-KEY
003240     MOVE WORKORD-RECORD     TO JRNL-AFTER-IMAGE
003250     CALL "JRNLLOG" USING JRNL-CALL-PARMS
003260     IF NOT JRNL-RC-OK
003270         DISPLAY "WARNING: MAINTENANCE JOURNAL ENTRY NOT "
003280             "RECORDED."
003290     END-IF.
003300 8000-EXIT.
003310     EXIT.
