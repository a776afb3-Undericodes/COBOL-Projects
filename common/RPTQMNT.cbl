000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RPTQMNT.
000030 AUTHOR.         D. MERRICK.
000040 INSTALLATION.   FLOOR OPERATIONS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*-----------------------------------------------------------------
000080* RPTQMNT - OVERNIGHT REPORT REQUESTS.  CALLED FROM RPTMENU WITH
000090* THE VALIDATED SIGN-ON.  LISTS THE REQUESTS ON THE RPTQUE
000100* QUEUE - WHAT WAS ASKED FOR, AT WHAT PRIORITY, HOW OFTEN, AND
000110* WHETHER IT IS STILL WAITING, RAN OR FAILED - AND CANCELS ONE
000120* BY ITS LINE NUMBER ON THE LIST.  AN OPERATOR SEES AND
000130* CANCELS ONLY THEIR OWN REQUESTS; A SUPERVISOR SEES EVERY
000140* REQUEST AND MAY CANCEL ANY, WHICH IS HOW A STANDING REQUEST
000150* IS STOPPED.  A CANCELLED REQUEST IS STAMPED WITH WHO
000160* CANCELLED IT AND WHEN, AND STAYS ON THE LIST UNTIL THE NEXT
000170* NIGHT'S RUN CLEARS IT.
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000210* 2026-10-15 DLM   ORIGINAL - OVERNIGHT REPORT REQUEST LIST AND
000220*                  CANCEL (CR-2026-146).
000230*-----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-370.
000270 OBJECT-COMPUTER. IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT RPTQUE-FILE ASSIGN TO "RPTQUE"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS RPTQUE-KEY
000340         FILE STATUS IS WS-RPTQUE-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  RPTQUE-FILE
000380     RECORDING MODE IS F.
000390     COPY RPTQUE.
000400 WORKING-STORAGE SECTION.
000410 77  WS-RPTQUE-STATUS            PIC X(02) VALUE SPACES.
000420 77  WS-DONE-SWITCH              PIC X(01) VALUE 'N'.
000430     88  WS-DONE                     VALUE 'Y'.
000440 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000450     88  WS-EOF                      VALUE 'Y'.
000460 77  WS-LINE-CHOICE              PIC 9(02) VALUE ZERO.
000470 77  WS-CONFIRM                  PIC X(01) VALUE SPACE.
000480 77  WS-LIST-COUNT               PIC 9(02) COMP VALUE ZERO.
000490 77  WS-LIST-MAX                 PIC 9(02) COMP VALUE 50.
000500 77  WS-LIST-OVERFLOW            PIC 9(05) COMP VALUE ZERO.
000510*-----------------------------------------------------------------
000520* THE KEYS OF THE REQUESTS ON THE SCREEN, IN LINE NUMBER ORDER,
000530* SO A CANCEL GOES BACK TO THE RECORD THE OPERATOR PICKED.
000540*-----------------------------------------------------------------
000550 01  WS-LIST-TABLE.
000560     05  WS-LIST-KEY             OCCURS 50 TIMES
000570                                 PIC X(26).
000580 01  WS-LIST-HEADING.
000590     05  FILLER                  PIC X(34)
000600         VALUE "NO REPORT   P REPEAT    STATUS    ".
000610     05  FILLER                  PIC X(25)
000620         VALUE "SUBMITTED     BY         ".
000630     05  FILLER                  PIC X(21) VALUE "RESULT".
000640 01  WS-LIST-LINE.
000650     05  DSP-LINE-NO             PIC Z9.
000660     05  FILLER                  PIC X(01) VALUE SPACE.
000670     05  DSP-REPORT-NAME         PIC X(08).
000680     05  FILLER                  PIC X(01) VALUE SPACE.
000690     05  DSP-PRIORITY            PIC 9(01).
000700     05  FILLER                  PIC X(01) VALUE SPACE.
000710     05  DSP-SCHEDULE            PIC X(09).
000720     05  FILLER                  PIC X(01) VALUE SPACE.
000730     05  DSP-STATUS              PIC X(09).
000740     05  FILLER                  PIC X(01) VALUE SPACE.
000750     05  DSP-REQ-DATE            PIC 9(08).
000760     05  FILLER                  PIC X(01) VALUE SPACE.
000770     05  DSP-REQ-TIME            PIC 9(04).
000780     05  FILLER                  PIC X(01) VALUE SPACE.
000790     05  DSP-REQ-USER            PIC X(10).
000800     05  FILLER                  PIC X(01) VALUE SPACE.
000810     05  DSP-RESULT              PIC X(20).
000820 LINKAGE SECTION.
000830     COPY SIGNON.
000840 PROCEDURE DIVISION USING SIGNON-PARMS.
000850*-----------------------------------------------------------------
000860* 0000-MAINLINE - CHECKS THE SIGN-ON, OPENS THE QUEUE AND LOOPS
000870* OVER THE LIST UNTIL THE OPERATOR RETURNS.
000880*-----------------------------------------------------------------
000890 0000-MAINLINE.
000900     MOVE 'N' TO WS-DONE-SWITCH
000910     IF ADDRESS OF SIGNON-PARMS = NULL
000920         DISPLAY "ERROR: SIGN ON THROUGH MAINMENU TO SEE "
000930             "REPORT REQUESTS."
000940         GOBACK
000950     END-IF
000960     IF SIGNON-USER-ID = SPACES OR
000970         (NOT SIGNON-PERM-OPERATOR AND
000980          NOT SIGNON-PERM-SUPERVISOR)
000990         DISPLAY "ERROR: SIGN ON THROUGH MAINMENU TO SEE "
001000             "REPORT REQUESTS."
001010         GOBACK
001020     END-IF
001030     OPEN I-O RPTQUE-FILE
001040     IF WS-RPTQUE-STATUS = "35"
001050         DISPLAY "NO REPORTS HAVE BEEN SUBMITTED FOR OVERNIGHT."
001060         GOBACK
001070     END-IF
001080     IF WS-RPTQUE-STATUS NOT = "00"
001090         DISPLAY "ERROR: UNABLE TO OPEN RPTQUE - STATUS "
001100             WS-RPTQUE-STATUS
001110         GOBACK
001120     END-IF
001130     PERFORM 1000-SCREEN-ROUND THRU 1000-EXIT
001140         UNTIL WS-DONE
001150     CLOSE RPTQUE-FILE
001160     GOBACK.
001170*-----------------------------------------------------------------
001180* 1000-SCREEN-ROUND - LISTS THE REQUESTS AND TAKES ONE CANCEL.
001190* THE LIST IS READ AFRESH EACH ROUND SO IT SHOWS THE CANCEL
001200* JUST MADE.
001210*-----------------------------------------------------------------
001220 1000-SCREEN-ROUND.
001230     PERFORM 2000-LIST-REQUESTS THRU 2000-EXIT
001240     IF WS-LIST-COUNT = ZERO
001250         IF SIGNON-PERM-SUPERVISOR
001260             DISPLAY "THERE ARE NO REPORT REQUESTS ON THE QUEUE."
001270         ELSE
001280             DISPLAY "YOU HAVE NO REPORT REQUESTS ON THE QUEUE."
001290         END-IF
001300         MOVE 'Y' TO WS-DONE-SWITCH
001310         GO TO 1000-EXIT
001320     END-IF
001330     MOVE ZERO TO WS-LINE-CHOICE
001340     DISPLAY "ENTER LINE NUMBER TO CANCEL (0 = RETURN): "
001350     ACCEPT WS-LINE-CHOICE
001360     IF WS-LINE-CHOICE = ZERO
001370         MOVE 'Y' TO WS-DONE-SWITCH
001380         GO TO 1000-EXIT
001390     END-IF
001400     IF WS-LINE-CHOICE > WS-LIST-COUNT
001410         DISPLAY "INVALID LINE NUMBER - PLEASE TRY AGAIN."
001420         GO TO 1000-EXIT
001430     END-IF
001440     PERFORM 3000-CANCEL-REQUEST THRU 3000-EXIT.
001450 1000-EXIT.
001460     EXIT.
001470*-----------------------------------------------------------------
001480* 2000-LIST-REQUESTS - READS THE QUEUE IN SUBMISSION ORDER AND
001490* NUMBERS EACH REQUEST THE OPERATOR MAY SEE.  REQUESTS PAST THE
001500* FIFTIETH ARE COUNTED BUT NOT LISTED.
001510*-----------------------------------------------------------------
001520 2000-LIST-REQUESTS.
001530     MOVE ZERO TO WS-LIST-COUNT
001540     MOVE ZERO TO WS-LIST-OVERFLOW
001550     MOVE 'N'  TO WS-EOF-SWITCH
001560     MOVE LOW-VALUES TO RPTQUE-KEY
001570     START RPTQUE-FILE KEY IS NOT LESS THAN RPTQUE-KEY
001580         INVALID KEY
001590             GO TO 2000-EXIT
001600     END-START
001610     DISPLAY " "
001620     DISPLAY "OVERNIGHT REPORT REQUESTS"
001630     DISPLAY WS-LIST-HEADING
001640     PERFORM 2100-LIST-ONE-REQUEST THRU 2100-EXIT
001650         UNTIL WS-EOF
001660     IF WS-LIST-OVERFLOW NOT = ZERO
001670         DISPLAY WS-LIST-OVERFLOW " MORE REQUESTS ON THE QUEUE "
001680             "ARE NOT LISTED."
001690     END-IF.
001700 2000-EXIT.
001710     EXIT.
001720 2100-LIST-ONE-REQUEST.
001730     READ RPTQUE-FILE NEXT RECORD
001740         AT END
001750             MOVE 'Y' TO WS-EOF-SWITCH
001760             GO TO 2100-EXIT
001770     END-READ
001780     IF NOT SIGNON-PERM-SUPERVISOR AND
001790        RPTQUE-REQ-USER NOT = SIGNON-USER-ID
001800         GO TO 2100-EXIT
001810     END-IF
001820     IF WS-LIST-COUNT NOT < WS-LIST-MAX
001830         ADD 1 TO WS-LIST-OVERFLOW
001840         GO TO 2100-EXIT
001850     END-IF
001860     ADD 1 TO WS-LIST-COUNT
001870     MOVE RPTQUE-KEY         TO WS-LIST-KEY (WS-LIST-COUNT)
001880     MOVE WS-LIST-COUNT      TO DSP-LINE-NO
001890     MOVE RPTQUE-REPORT-NAME TO DSP-REPORT-NAME
001900     MOVE RPTQUE-PRIORITY    TO DSP-PRIORITY
001910     EVALUATE TRUE
001920         WHEN RPTQUE-DAILY
001930             MOVE "NIGHTLY"   TO DSP-SCHEDULE
001940         WHEN RPTQUE-MONTH-END
001950             MOVE "MONTH END" TO DSP-SCHEDULE
001960         WHEN OTHER
001970             MOVE "ONCE"      TO DSP-SCHEDULE
001980     END-EVALUATE
001990     EVALUATE TRUE
002000         WHEN RPTQUE-QUEUED
002010             MOVE "WAITING"   TO DSP-STATUS
002020         WHEN RPTQUE-DONE
002030             MOVE "DONE"      TO DSP-STATUS
002040         WHEN RPTQUE-FAILED
002050             MOVE "FAILED"    TO DSP-STATUS
002060         WHEN RPTQUE-CANCELLED
002070             MOVE "CANCELLED" TO DSP-STATUS
002080         WHEN OTHER
002090             MOVE RPTQUE-STATUS TO DSP-STATUS
002100     END-EVALUATE
002110     MOVE RPTQUE-REQ-DATE    TO DSP-REQ-DATE
002120     MOVE RPTQUE-REQ-TIME (1:4) TO DSP-REQ-TIME
002130     MOVE RPTQUE-REQ-USER    TO DSP-REQ-USER
002140     MOVE RPTQUE-RESULT-TEXT TO DSP-RESULT
002150     DISPLAY WS-LIST-LINE.
002160 2100-EXIT.
002170     EXIT.
002180*-----------------------------------------------------------------
002190* 3000-CANCEL-REQUEST - CANCELS THE REQUEST ON THE LINE PICKED,
002200* AFTER A Y/N CONFIRM.  A ONE-TIME REQUEST CAN BE CANCELLED ONLY
002210* WHILE IT IS STILL WAITING; A STANDING REQUEST CAN BE
002220* CANCELLED AT ANY TIME, WHICH STOPS IT REPEATING.  THE RECORD
002230* IS READ AGAIN FIRST, AS THE NIGHT'S RUN MAY HAVE TAKEN IT
002240* SINCE THE LIST WAS SHOWN.
002250*-----------------------------------------------------------------
002260 3000-CANCEL-REQUEST.
002270     MOVE WS-LIST-KEY (WS-LINE-CHOICE) TO RPTQUE-KEY
002280     READ RPTQUE-FILE
002290         INVALID KEY
002300             DISPLAY "THAT REQUEST IS NO LONGER ON THE QUEUE."
002310             GO TO 3000-EXIT
002320     END-READ
002330     IF RPTQUE-CANCELLED
002340         DISPLAY "THAT REQUEST IS ALREADY CANCELLED."
002350         GO TO 3000-EXIT
002360     END-IF
002370     IF NOT RPTQUE-STANDING AND NOT RPTQUE-QUEUED
002380         DISPLAY "THAT REQUEST HAS ALREADY RUN - NOTHING TO "
002390             "CANCEL."
002400         GO TO 3000-EXIT
002410     END-IF
002420     DISPLAY "CANCEL " RPTQUE-REPORT-NAME " SUBMITTED "
002430         RPTQUE-REQ-DATE " BY " RPTQUE-REQ-USER "? (Y/N): "
002440     MOVE SPACE TO WS-CONFIRM
002450     ACCEPT WS-CONFIRM
002460     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
002470         DISPLAY "REQUEST NOT CANCELLED."
002480         GO TO 3000-EXIT
002490     END-IF
002500     MOVE 'X'            TO RPTQUE-STATUS
002510     MOVE SIGNON-USER-ID TO RPTQUE-CANCEL-USER
002520     ACCEPT RPTQUE-DONE-DATE FROM DATE YYYYMMDD
002530     ACCEPT RPTQUE-DONE-TIME FROM TIME
002540     MOVE SPACES TO RPTQUE-RESULT-TEXT
002550     STRING "BY " SIGNON-USER-ID
002560         DELIMITED BY SIZE INTO RPTQUE-RESULT-TEXT
002570     REWRITE RPTQUE-RECORD
002580         INVALID KEY
002590             DISPLAY "ERROR: REQUEST NOT CANCELLED - STATUS "
002600                 WS-RPTQUE-STATUS
002610             GO TO 3000-EXIT
002620     END-REWRITE
002630     DISPLAY "REQUEST CANCELLED.".
002640 3000-EXIT.
002650     EXIT.
