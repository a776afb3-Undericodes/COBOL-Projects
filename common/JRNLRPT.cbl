000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     JRNLRPT.
000030 AUTHOR.         D. MERRICK.
000040 INSTALLATION.   FLOOR OPERATIONS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*-----------------------------------------------------------------
000080* JRNLRPT - MAINTENANCE JOURNAL INQUIRY OFF THE SHARED MAINTJRN
000090* FILE WRITTEN BY JRNLLOG.  PRINTS ONE ENTRY PER CHANGE - WHEN,
000100* WHO, WHICH FILE AND KEY, AND WHAT WAS DONE - FOLLOWED BY THE
000110* RECORD IMAGE BEFORE AND AFTER THE CHANGE, SO A DISPUTED RATE
000120* OR FORMULA CAN BE TRACED TO THE PERSON WHO KEYED IT.  A DATE
000130* RANGE, AN OPTIONAL USER ID AND AN OPTIONAL FILE NAME ON THE
000140* RUN PARAMETER NARROW THE INQUIRY.  SUPERVISOR ONLY, LIKE THE
000150* AUDITRPT SESSION INQUIRY: A COMMAND-LINE START IS TURNED
000160* AWAY AND A CALLED RUN CHECKS THE PERMISSION ITSELF.
000170*
000180* RUN PARAMETER:  FFFFFFFF TTTTTTTT UUUUUUUUUU NNNNNNNN
000190*   COLS  1-8   FROM DATE (YYYYMMDD, BLANK = NO LOWER BOUND)
000200*   COLS 10-17  TO DATE   (YYYYMMDD, BLANK = NO UPPER BOUND)
000210*   COLS 19-28  USER ID   (BLANK = ALL USERS)
000220*   COLS 30-37  FILE NAME (BLANK = ALL FILES)
000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY
000250* DATE       INIT  DESCRIPTION
000260* 2026-10-15 DLM   ORIGINAL - MAINTENANCE JOURNAL INQUIRY
000270*                  (CR-2026-139).
000280* 2026-10-15 DLM   SPELLS OUT THE WORK-ORDER HOLD, REOPEN AND
000290*                  CLOSE ACTIONS (CR-2026-140).
000300* 2026-10-15 DLM   SPELLS OUT THE DELETE ACTION USED BY THE GL
000310*                  ACCOUNT MAPPING MAINTENANCE (CR-2026-141).
000320*-----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT MAINTJRN-FILE ASSIGN TO "MAINTJRN"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-MAINTJRN-STATUS.
000420     SELECT JRNLRPT-FILE ASSIGN TO "MAINTJRL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-JRNLRPT-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  MAINTJRN-FILE
000480     RECORDING MODE IS F.
000490     COPY MAINTJRN.
000500 FD  JRNLRPT-FILE
000510     RECORDING MODE IS F.
000520 01  JRNLRPT-LINE                PIC X(80).
000530 WORKING-STORAGE SECTION.
000540 77  WS-MAINTJRN-STATUS          PIC X(02) VALUE SPACES.
000550 77  WS-JRNLRPT-STATUS           PIC X(02) VALUE SPACES.
000560 77  WS-MAINTJRN-EOF-SWITCH      PIC X(01) VALUE 'N'.
000570     88  WS-MAINTJRN-EOF             VALUE 'Y'.
000580 77  WS-PARM-CARD                PIC X(40) VALUE SPACES.
000590 77  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
000600 77  WS-TO-DATE                  PIC 9(08) VALUE 99999999.
000610 77  WS-USER-FILTER              PIC X(10) VALUE SPACES.
000620 77  WS-FILE-FILTER              PIC X(08) VALUE SPACES.
000630 77  WS-SCANNED-COUNT            PIC 9(07) VALUE ZERO.
000640 77  WS-PRINTED-COUNT            PIC 9(07) VALUE ZERO.
000650 77  WS-CALLED-SWITCH            PIC X(01) VALUE 'N'.
000660     88  WS-CALLED                   VALUE 'Y'.
000670     COPY AUDITCLL.
000680 01  WS-HEADING-LINE.
000690     05  FILLER                  PIC X(80)
000700         VALUE "MAINTENANCE JOURNAL INQUIRY REPORT".
000710 01  WS-COLUMN-LINE.
000720     05  FILLER                  PIC X(16) VALUE "DATE     TIME".
000730     05  FILLER                  PIC X(11) VALUE "USER".
000740     05  FILLER                  PIC X(09) VALUE "FILE".
000750     05  FILLER                  PIC X(15) VALUE "ACTION".
000760     05  FILLER                  PIC X(29) VALUE "KEY".
000770 01  WS-ENTRY-LINE.
000780     05  RPT-DATE                PIC 9(08).
000790     05  FILLER                  PIC X(01) VALUE SPACE.
000800     05  RPT-TIME                PIC 9(06).
000810     05  FILLER                  PIC X(01) VALUE SPACE.
000820     05  RPT-USER-ID             PIC X(10).
000830     05  FILLER                  PIC X(01) VALUE SPACE.
000840     05  RPT-FILE-NAME           PIC X(08).
000850     05  FILLER                  PIC X(01) VALUE SPACE.
000860     05  RPT-ACTION              PIC X(14).
000870     05  FILLER                  PIC X(01) VALUE SPACE.
000880     05  RPT-KEY                 PIC X(20).
000890     05  FILLER                  PIC X(09) VALUE SPACES.
000900 01  WS-IMAGE-LINE.
000910     05  FILLER                  PIC X(04) VALUE SPACES.
000920     05  RPT-IMAGE-LABEL         PIC X(07).
000930     05  FILLER                  PIC X(01) VALUE SPACE.
000940     05  RPT-IMAGE-TEXT          PIC X(68).
000950 01  WS-COUNT-LINE.
000960     05  RPT-LABEL               PIC X(26).
000970     05  RPT-COUNT               PIC ZZZ,ZZ9.
000980     05  FILLER                  PIC X(47) VALUE SPACES.
000990 01  WS-SECTION-LINE.
001000     05  RPT-SECTION-TITLE       PIC X(80).
001010 LINKAGE SECTION.
001020     COPY RPTCALL.
001030 PROCEDURE DIVISION USING RPT-CALL-PARMS.
001040*-----------------------------------------------------------------
001050* 0000-MAINLINE - READS THE JOURNAL TO END OF FILE PRINTING
001060* EVERY ENTRY THE FILTERS SELECT, THEN THE SCANNED AND PRINTED
001070* COUNTS.
001080*-----------------------------------------------------------------
001090 0000-MAINLINE.
001100     PERFORM 0100-PICKUP-CALLER THRU 0100-EXIT
001110     IF NOT WS-CALLED
001120         DISPLAY "SIGN ON THROUGH MAINMENU TO RUN THE "
001130             "MAINTENANCE JOURNAL INQUIRY."
001140         GOBACK
001150     END-IF
001160     IF NOT RPT-CALL-PERM-SUPER
001170         DISPLAY "THE MAINTENANCE JOURNAL INQUIRY IS "
001180             "SUPERVISOR ONLY."
001190         PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
001200         GOBACK
001210     END-IF
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001230     PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
001240         UNTIL WS-MAINTJRN-EOF
001250     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
001260     PERFORM 9000-TERMINATE THRU 9000-EXIT
001270     PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
001280     GOBACK.
001290*-----------------------------------------------------------------
001300* 0100-PICKUP-CALLER - WHEN RPTMENU CALLED THIS REPORT, PICKS UP
001310* THE VALIDATED SIGN-ON AND STAMPS THE AUDIT TRAIL WITH THE
001320* CALLING USER; A COMMAND-LINE START SEES A NULL ADDRESS.
001330*-----------------------------------------------------------------
001340 0100-PICKUP-CALLER.
001350     MOVE 'N' TO WS-CALLED-SWITCH
001360     IF ADDRESS OF RPT-CALL-PARMS = NULL
001370         GO TO 0100-EXIT
001380     END-IF
001390     MOVE 'Y' TO WS-CALLED-SWITCH
001400     MOVE RPT-CALL-USER-ID TO AUDIT-USER-ID
001410     MOVE "JRNLRPT"   TO AUDIT-PROGRAM-NAME
001420     MOVE "START"     TO AUDIT-FUNCTION
001430     CALL "AUDITLOG" USING AUDIT-CALL-PARMS
001440     IF NOT AUDIT-RC-OK
001450         DISPLAY "WARNING: AUDIT TRAIL SIGN-ON NOT RECORDED."
001460     END-IF.
001470 0100-EXIT.
001480     EXIT.
001490*-----------------------------------------------------------------
001500* 0900-SIGN-OFF-AUDIT - THE MATCHING END EVENT FOR A CALLED RUN,
001510* SO THE SESSION INQUIRY SHOWS WHO PULLED THE REPORT AND WHEN.
001520*-----------------------------------------------------------------
001530 0900-SIGN-OFF-AUDIT.
001540     IF NOT WS-CALLED
001550         GO TO 0900-EXIT
001560     END-IF
001570     MOVE "END" TO AUDIT-FUNCTION
001580     CALL "AUDITLOG" USING AUDIT-CALL-PARMS
001590     IF NOT AUDIT-RC-OK
001600         DISPLAY "WARNING: AUDIT TRAIL SIGN-OFF NOT RECORDED."
001610     END-IF.
001620 0900-EXIT.
001630     EXIT.
001640*-----------------------------------------------------------------
001650* 1000-INITIALIZE - PICKS THE DATE RANGE, USER AND FILE FILTERS
001660* OFF THE RUN PARAMETER AND OPENS THE FILES.  NO JOURNAL ON
001670* HAND MEANS NOTHING HAS BEEN MAINTAINED YET.
001680*-----------------------------------------------------------------
001690 1000-INITIALIZE.
001700     MOVE 'N'      TO WS-MAINTJRN-EOF-SWITCH
001710     MOVE ZERO     TO WS-FROM-DATE
001720     MOVE 99999999 TO WS-TO-DATE
001730     MOVE SPACES   TO WS-USER-FILTER
001740     MOVE SPACES   TO WS-FILE-FILTER
001750     MOVE ZERO     TO WS-SCANNED-COUNT
001760     MOVE ZERO     TO WS-PRINTED-COUNT
001770     MOVE RPT-CALL-PARM-CARD TO WS-PARM-CARD
001780     IF WS-PARM-CARD (1:8) IS NUMERIC
001790         MOVE WS-PARM-CARD (1:8) TO WS-FROM-DATE
001800     END-IF
001810     IF WS-PARM-CARD (10:8) IS NUMERIC
001820         MOVE WS-PARM-CARD (10:8) TO WS-TO-DATE
001830     END-IF
001840     IF WS-PARM-CARD (19:10) NOT = SPACES
001850         MOVE WS-PARM-CARD (19:10) TO WS-USER-FILTER
001860     END-IF
001870     IF WS-PARM-CARD (30:8) NOT = SPACES
001880         MOVE WS-PARM-CARD (30:8) TO WS-FILE-FILTER
001890     END-IF
001900     OPEN INPUT MAINTJRN-FILE
001910     IF WS-MAINTJRN-STATUS NOT = "00"
001920         DISPLAY "NO MAINTENANCE JOURNAL ON HAND - STATUS "
001930             WS-MAINTJRN-STATUS
001940         PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
001950         GOBACK
001960     END-IF
001970     OPEN OUTPUT JRNLRPT-FILE
001980     IF WS-JRNLRPT-STATUS NOT = "00"
001990         DISPLAY "ERROR: UNABLE TO OPEN MAINTJRL - STATUS "
002000             WS-JRNLRPT-STATUS
002010         CLOSE MAINTJRN-FILE
002020         PERFORM 0900-SIGN-OFF-AUDIT THRU 0900-EXIT
002030         GOBACK
002040     END-IF
002050     WRITE JRNLRPT-LINE FROM WS-HEADING-LINE
002060     WRITE JRNLRPT-LINE FROM WS-COLUMN-LINE
002070     PERFORM 2100-READ-MAINTJRN THRU 2100-EXIT.
002080 1000-EXIT.
002090     EXIT.
002100*-----------------------------------------------------------------
002110* 2000-PROCESS-ENTRY - ONE JOURNAL RECORD.  ENTRIES OUTSIDE THE
002120* DATE RANGE, FOR ANOTHER USER OR FOR ANOTHER FILE ARE PASSED
002130* OVER; THE REST ARE PRINTED WITH THEIR BEFORE AND AFTER IMAGES.
002140*-----------------------------------------------------------------
002150 2000-PROCESS-ENTRY.
002160     ADD 1 TO WS-SCANNED-COUNT
002170     IF MAINTJRN-DATE < WS-FROM-DATE OR
002180        MAINTJRN-DATE > WS-TO-DATE
002190         GO TO 2000-NEXT
002200     END-IF
002210     IF WS-USER-FILTER NOT = SPACES AND
002220        MAINTJRN-USER-ID NOT = WS-USER-FILTER
002230         GO TO 2000-NEXT
002240     END-IF
002250     IF WS-FILE-FILTER NOT = SPACES AND
002260        MAINTJRN-FILE-NAME NOT = WS-FILE-FILTER
002270         GO TO 2000-NEXT
002280     END-IF
002290     PERFORM 3000-PRINT-ENTRY THRU 3000-EXIT.
002300 2000-NEXT.
002310     PERFORM 2100-READ-MAINTJRN THRU 2100-EXIT.
002320 2000-EXIT.
002330     EXIT.
002340 2100-READ-MAINTJRN.
002350     READ MAINTJRN-FILE
002360         AT END
002370             MOVE 'Y' TO WS-MAINTJRN-EOF-SWITCH
002380     END-READ.
002390 2100-EXIT.
002400     EXIT.
002410*-----------------------------------------------------------------
002420* 3000-PRINT-ENTRY - THE ENTRY LINE WITH THE ACTION SPELLED
002430* OUT, THEN THE BEFORE AND AFTER IMAGES.  AN IMAGE LONGER THAN
002440* ONE PRINT LINE RUNS ON TO A SECOND; A BLANK BEFORE IMAGE (AN
002450* ADD) PRINTS AS NONE.
002460*-----------------------------------------------------------------
002470 3000-PRINT-ENTRY.
002480     ADD 1 TO WS-PRINTED-COUNT
002490     MOVE MAINTJRN-DATE        TO RPT-DATE
002500     MOVE MAINTJRN-TIME (1:6)  TO RPT-TIME
002510     MOVE MAINTJRN-USER-ID     TO RPT-USER-ID
002520     MOVE MAINTJRN-FILE-NAME   TO RPT-FILE-NAME
002530     MOVE MAINTJRN-RECORD-KEY  TO RPT-KEY
002540     EVALUATE TRUE
002550         WHEN MAINTJRN-ACT-ADD
002560             MOVE "ADD"            TO RPT-ACTION
002570         WHEN MAINTJRN-ACT-CHANGE
002580             MOVE "CHANGE"         TO RPT-ACTION
002590         WHEN MAINTJRN-ACT-DISABLE
002600             MOVE "DISABLE"        TO RPT-ACTION
002610         WHEN MAINTJRN-ACT-ENABLE
002620             MOVE "ENABLE"         TO RPT-ACTION
002630         WHEN MAINTJRN-ACT-PASSWORD
002640             MOVE "PASSWORD RESET" TO RPT-ACTION
002650         WHEN MAINTJRN-ACT-REPAIR
002660             MOVE "REJECT REPAIR"  TO RPT-ACTION
002670         WHEN MAINTJRN-ACT-HOLD
002680             MOVE "HOLD"           TO RPT-ACTION
002690         WHEN MAINTJRN-ACT-REOPEN
002700             MOVE "REOPEN"         TO RPT-ACTION
002710         WHEN MAINTJRN-ACT-CLOSE
002720             MOVE "CLOSE"          TO RPT-ACTION
002730         WHEN MAINTJRN-ACT-DELETE
002740             MOVE "DELETE"         TO RPT-ACTION
002750         WHEN OTHER
002760             MOVE MAINTJRN-ACTION  TO RPT-ACTION
002770     END-EVALUATE
002780     WRITE JRNLRPT-LINE FROM WS-ENTRY-LINE
002790     MOVE "BEFORE:" TO RPT-IMAGE-LABEL
002800     IF MAINTJRN-BEFORE-IMAGE = SPACES
002810         MOVE "(NONE)" TO RPT-IMAGE-TEXT
002820         WRITE JRNLRPT-LINE FROM WS-IMAGE-LINE
002830     ELSE
002840         MOVE MAINTJRN-BEFORE-IMAGE (1:68) TO RPT-IMAGE-TEXT
002850         WRITE JRNLRPT-LINE FROM WS-IMAGE-LINE
002860         IF MAINTJRN-BEFORE-IMAGE (69:32) NOT = SPACES
002870             MOVE SPACES TO RPT-IMAGE-LABEL
002880             MOVE MAINTJRN-BEFORE-IMAGE (69:32)
002890                 TO RPT-IMAGE-TEXT
002900             WRITE JRNLRPT-LINE FROM WS-IMAGE-LINE
002910         END-IF
002920     END-IF
002930     MOVE "AFTER:" TO RPT-IMAGE-LABEL
002940     MOVE MAINTJRN-AFTER-IMAGE (1:68) TO RPT-IMAGE-TEXT
002950     WRITE JRNLRPT-LINE FROM WS-IMAGE-LINE
002960     IF MAINTJRN-AFTER-IMAGE (69:32) NOT = SPACES
002970         MOVE SPACES TO RPT-IMAGE-LABEL
002980         MOVE MAINTJRN-AFTER-IMAGE (69:32) TO RPT-IMAGE-TEXT
002990         WRITE JRNLRPT-LINE FROM WS-IMAGE-LINE
003000     END-IF.
003010 3000-EXIT.
003020     EXIT.
003030*-----------------------------------------------------------------
003040* 8000-PRINT-TOTALS - SCANNED AND PRINTED COUNTS SO THE READER
003050* KNOWS HOW MUCH OF THE JOURNAL THE INQUIRY COVERED.
003060*-----------------------------------------------------------------
003070 8000-PRINT-TOTALS.
003080     MOVE "TOTALS" TO RPT-SECTION-TITLE
003090     WRITE JRNLRPT-LINE FROM WS-SECTION-LINE
003100     MOVE "JOURNAL ENTRIES SCANNED:  " TO RPT-LABEL
003110     MOVE WS-SCANNED-COUNT             TO RPT-COUNT
003120     WRITE JRNLRPT-LINE FROM WS-COUNT-LINE
003130     MOVE "JOURNAL ENTRIES PRINTED:  " TO RPT-LABEL
003140     MOVE WS-PRINTED-COUNT             TO RPT-COUNT
003150     WRITE JRNLRPT-LINE FROM WS-COUNT-LINE
003160     DISPLAY "JRNLRPT COMPLETE - SEE MAINTJRL.".
003170 8000-EXIT.
003180     EXIT.
003190 9000-TERMINATE.
003200     CLOSE MAINTJRN-FILE
003210     CLOSE JRNLRPT-FILE.
003220 9000-EXIT.
003230     EXIT.
