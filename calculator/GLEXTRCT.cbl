000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     GLEXTRCT.
000030 AUTHOR.         D. MERRICK.
000040 INSTALLATION.   FLOOR OPERATIONS - SHOP CALCULATIONS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*-----------------------------------------------------------------
000080* GLEXTRCT - GENERAL-LEDGER INTERFACE EXTRACT.  RUNS AFTER THE
000090* CALCULATOR'S BATCH STEP AND TURNS THE RUN'S GOOD RESULTS ON
000100* CALCOUT INTO THE FIXED-FORMAT GLINTFC FILE THE ACCOUNTING
000110* SYSTEM LOADS, SO NOBODY REKEYS THEM BY HAND.  A HEADER
000120* CARRIES THE RUN ID, DATE AND SOURCE SYSTEM; EACH RESULT WHOSE
000130* CALCOUT-MESSAGE IS "OK" BECOMES ONE DETAIL WITH ITS WORK
000140* ORDER AND THE GL ACCOUNT FROM THE GLMAP FILE (THE WORK ORDER'S
000150* OWN ENTRY, ELSE THE OPERATOR'S, ELSE THE DEFAULT); ERROR
000160* RESULTS ARE COUNTED AND LEFT OUT; A TRAILER CARRIES THE DETAIL
000170* COUNT AND THE HASH TOTAL OF THE AMOUNTS.
000180*
000190* EVERY SEND IS RECORDED ON THE GLXREG REGISTER.  AN ORIGINAL
000200* EXTRACT OF A RUN ALREADY ON THE REGISTER IS REFUSED BEFORE
000210* THE INTERFACE FILE IS TOUCHED, SO THE LEDGER NEVER SEES THE
000220* SAME RUN TWICE.  RESEND MODE REBUILDS THE EXTRACT FOR A RUN
000230* ALREADY SENT (A LOST OR DAMAGED TRANSFER) WITH THE HEADER
000240* MARKED AS A RESEND THAT REPLACES THE ORIGINAL.  THE RUN IS
000250* TAKEN FROM CALCOUT WHILE CALCOUT STILL HOLDS IT, ELSE FROM THE
000260* CALCLOG TRAIL, WHICH CALCRECN HAS PROVED AGREES WITH CALCOUT
000270* RECORD FOR RECORD.
000280*
000290* AN ORIGINAL EXTRACT APPENDS ITS COUNTS TO THE SHARED CALCCTL
000300* RUN-CONTROL FILE SO CALCBAL CAN PROVE THE INTERFACE FILE
000310* AGAINST THE CALCULATOR STEP.  A RESEND DOES NOT - THE RUN WAS
000320* BALANCED ON THE DAY IT WAS FIRST SENT.
000330*
000340* RUN PARAMETER:  RRRRRRRR M
000350*   COLS  1-8   RUN ID (BLANK = THE RUN ON CALCOUT; REQUIRED
000360*               FOR A RESEND)
000370*   COL  10     R = RESEND, BLANK = ORIGINAL EXTRACT
000380*
000390* RETURN CODE:  0 = EXTRACT WRITTEN, 4 = WRITTEN WITH DETAILS
000400*               THAT HAVE NO GL ACCOUNT, 8 = RUN REFUSED OR NOT
000410*               FOUND, 16 = BAD PARAMETER OR A FILE WOULD NOT
000420*               OPEN
000430*-----------------------------------------------------------------
000440* MODIFICATION HISTORY
000450* DATE       INIT  DESCRIPTION
000460* 2026-10-15 DLM   ORIGINAL - GL INTERFACE EXTRACT WITH HEADER,
000470*                  TRAILER, HASH TOTAL AND RESEND (CR-2026-141).
000480* 2026-10-15 DLM   CALLABLE AS A STEP OF THE CALCNITE NIGHTLY
000490*                  DRIVER: TAKES THE RUN PARAMETER THROUGH THE
000500*                  RPTCALL AREA WHEN CALLED, SETS THE RETURN
000510*                  CODE AND GOES BACK TO THE CALLER INSTEAD OF
000520*                  STOPPING THE RUN UNIT (CR-2026-142).
000530*-----------------------------------------------------------------
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. IBM-370.
000570 OBJECT-COMPUTER. IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT CALCOUT-FILE ASSIGN TO "CALCOUT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-CALCOUT-STATUS.
000630     SELECT CALCLOG-FILE ASSIGN TO "CALCLOG"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-CALCLOG-STATUS.
000660     SELECT GLMAP-FILE ASSIGN TO "GLMAP"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS GLMAP-KEY
000700         FILE STATUS IS WS-GLMAP-STATUS.
000710     SELECT GLINTFC-FILE ASSIGN TO "GLINTFC"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-GLINTFC-STATUS.
000740     SELECT GLXREG-FILE ASSIGN TO "GLXREG"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-GLXREG-STATUS.
000770     SELECT CALCCTL-FILE ASSIGN TO "CALCCTL"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-CALCCTL-STATUS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  CALCOUT-FILE
000830     RECORDING MODE IS F.
000840     COPY CALCOUT.
000850 FD  CALCLOG-FILE
000860     RECORDING MODE IS F.
000870     COPY CALCLOG.
000880 FD  GLMAP-FILE
000890     RECORDING MODE IS F.
000900     COPY GLMAP.
000910 FD  GLINTFC-FILE
000920     RECORDING MODE IS F.
000930     COPY GLINTFC.
000940 FD  GLXREG-FILE
000950     RECORDING MODE IS F.
000960     COPY GLXREG.
000970 FD  CALCCTL-FILE
000980     RECORDING MODE IS F.
000990     COPY CALCCTL.
001000 WORKING-STORAGE SECTION.
001010 77  WS-CALCOUT-STATUS           PIC X(02) VALUE SPACES.
001020 77  WS-CALCLOG-STATUS           PIC X(02) VALUE SPACES.
001030 77  WS-GLMAP-STATUS             PIC X(02) VALUE SPACES.
001040 77  WS-GLINTFC-STATUS           PIC X(02) VALUE SPACES.
001050 77  WS-GLXREG-STATUS            PIC X(02) VALUE SPACES.
001060 77  WS-CALCCTL-STATUS           PIC X(02) VALUE SPACES.
001070 77  WS-SOURCE-EOF-SWITCH        PIC X(01) VALUE 'N'.
001080     88  WS-SOURCE-EOF               VALUE 'Y'.
001090 77  WS-GLXREG-EOF-SWITCH        PIC X(01) VALUE 'N'.
001100     88  WS-GLXREG-EOF               VALUE 'Y'.
001110 77  WS-SOURCE-SWITCH            PIC X(01) VALUE 'O'.
001120     88  WS-SOURCE-CALCOUT           VALUE 'O'.
001130     88  WS-SOURCE-CALCLOG           VALUE 'L'.
001140 77  WS-SEND-TYPE                PIC X(01) VALUE 'O'.
001150     88  WS-ORIGINAL-SEND            VALUE 'O'.
001160     88  WS-RESEND                   VALUE 'R'.
001170 77  WS-SENT-SWITCH              PIC X(01) VALUE 'N'.
001180     88  WS-ALREADY-SENT             VALUE 'Y'.
001190 77  WS-GLMAP-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001200     88  WS-GLMAP-OPEN               VALUE 'Y'.
001210     88  WS-GLMAP-FAILED             VALUE 'F'.
001220 77  WS-ACCOUNT-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001230     88  WS-ACCOUNT-FOUND            VALUE 'Y'.
001240 77  WS-PARM-CARD                PIC X(20) VALUE SPACES.
001250 77  WS-RUN-ID                   PIC X(08) VALUE SPACES.
001260 77  WS-SOURCE-NAME              PIC X(08) VALUE SPACES.
001270 77  WS-SENT-DATE                PIC 9(08) VALUE ZERO.
001280 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001290 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
001300 77  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
001310 77  WS-DETAIL-COUNT             PIC 9(07) VALUE ZERO.
001320 77  WS-SKIP-COUNT               PIC 9(07) VALUE ZERO.
001330 77  WS-UNMAPPED-COUNT           PIC 9(07) VALUE ZERO.
001340 77  WS-HASH-TOTAL               PIC S9(11)V99 VALUE ZERO.
001350 77  WS-UNMAPPED-AMOUNT          PIC S9(09)V99 VALUE ZERO.
001360 77  WS-GL-ACCOUNT               PIC X(10) VALUE SPACES.
001370 77  WS-DSP-COUNT                PIC ZZZ,ZZ9.
001380 77  WS-DSP-SUM                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001390*-----------------------------------------------------------------
001400* THE CURRENT SOURCE RECORD, FROM WHICHEVER FILE THE RUN IS
001410* BEING TAKEN.  CALCOUT AND CALCLOG CARRY THE SAME FIELDS UNDER
001420* DIFFERENT NAMES AND SHOW A GOOD RESULT DIFFERENTLY ("OK" IN
001430* THE MESSAGE VERSUS STATUS 'O').
001440*-----------------------------------------------------------------
001450 01  WS-SOURCE-RECORD.
001460     05  WS-SRC-RUN-ID           PIC X(08).
001470     05  WS-SRC-OPERATOR         PIC X(01).
001480     05  WS-SRC-RESULT           PIC S9(05)V99.
001490     05  WS-SRC-WORK-ORDER       PIC X(08).
001500     05  WS-SRC-GOOD-SWITCH      PIC X(01).
001510         88  WS-SRC-GOOD             VALUE 'Y'.
001520 LINKAGE SECTION.
001530     COPY RPTCALL.
001540 PROCEDURE DIVISION USING RPT-CALL-PARMS.
001550*-----------------------------------------------------------------
001560* 0000-MAINLINE - CHECKS THE REGISTER, WRITES THE HEADER, ONE
001570* DETAIL PER GOOD RESULT AND THE TRAILER, THEN REGISTERS THE
001580* SEND AND POSTS THE CONTROL TOTALS.
001590*-----------------------------------------------------------------
001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001620     PERFORM 2000-EXTRACT-RECORD THRU 2000-EXIT
001630         UNTIL WS-SOURCE-EOF
001640     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT
001650     PERFORM 7500-WRITE-REGISTER THRU 7500-EXIT
001660     PERFORM 8000-DISPLAY-TOTALS THRU 8000-EXIT
001670     IF WS-ORIGINAL-SEND
001680         PERFORM 8500-WRITE-RUN-CONTROL THRU 8500-EXIT
001690     END-IF
001700     PERFORM 9000-TERMINATE THRU 9000-EXIT
001710     IF WS-UNMAPPED-COUNT > ZERO
001720         MOVE 4 TO RETURN-CODE
001730     ELSE
001740         MOVE ZERO TO RETURN-CODE
001750     END-IF
001760     GOBACK.
001770*-----------------------------------------------------------------
001780* 1000-INITIALIZE - PICKS UP THE RUN PARAMETER, POSITIONS THE
001790* SOURCE ON THE RUN'S FIRST RECORD, CHECKS THE REGISTER AND ONLY
001800* THEN OPENS THE INTERFACE FILE AND WRITES THE HEADER - A
001810* REFUSED RUN LEAVES THE LAST EXTRACT UNTOUCHED.
001820*-----------------------------------------------------------------
001830 1000-INITIALIZE.
001840     IF ADDRESS OF RPT-CALL-PARMS = NULL
001850         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
001860     ELSE
001870         MOVE RPT-CALL-PARM-CARD TO WS-PARM-CARD
001880     END-IF
001890     MOVE WS-PARM-CARD (1:8) TO WS-RUN-ID
001900     IF WS-PARM-CARD (10:1) = 'R'
001910         MOVE 'R' TO WS-SEND-TYPE
001920     ELSE
001930         MOVE 'O' TO WS-SEND-TYPE
001940     END-IF
001950     IF WS-RESEND AND WS-RUN-ID = SPACES
001960         DISPLAY "ERROR: A RESEND NEEDS THE RUN ID IN COLUMNS "
001970             "1-8."
001980         MOVE 16 TO RETURN-CODE
001990         GOBACK
002000     END-IF
002010     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002020     ACCEPT WS-RUN-TIME FROM TIME
002030     PERFORM 1100-POSITION-SOURCE THRU 1100-EXIT
002040     PERFORM 1500-CHECK-REGISTER THRU 1500-EXIT
002050     IF WS-ORIGINAL-SEND AND WS-ALREADY-SENT
002060         DISPLAY "ERROR: RUN " WS-RUN-ID " WAS ALREADY SENT TO "
002070             "THE LEDGER ON " WS-SENT-DATE "."
002080         DISPLAY "       TO SEND IT AGAIN RUN WITH R IN "
002090             "COLUMN 10 (RESEND)."
002100         PERFORM 9100-CLOSE-SOURCE THRU 9100-EXIT
002110         MOVE 8 TO RETURN-CODE
002120         GOBACK
002130     END-IF
002140     IF WS-RESEND AND NOT WS-ALREADY-SENT
002150         DISPLAY "ERROR: RUN " WS-RUN-ID " HAS NOT BEEN SENT - "
002160             "RUN WITHOUT R FOR THE ORIGINAL EXTRACT."
002170         PERFORM 9100-CLOSE-SOURCE THRU 9100-EXIT
002180         MOVE 8 TO RETURN-CODE
002190         GOBACK
002200     END-IF
002210     OPEN OUTPUT GLINTFC-FILE
002220     IF WS-GLINTFC-STATUS NOT = "00"
002230         DISPLAY "ERROR: UNABLE TO OPEN GLINTFC - STATUS "
002240             WS-GLINTFC-STATUS
002250         PERFORM 9100-CLOSE-SOURCE THRU 9100-EXIT
002260         MOVE 16 TO RETURN-CODE
002270         GOBACK
002280     END-IF
002290     MOVE SPACES           TO GLINTFC-RECORD
002300     MOVE 'H'              TO GLINTFC-REC-TYPE
002310     MOVE WS-RUN-ID        TO GLINTFC-RUN-ID
002320     MOVE WS-RUN-DATE      TO GLINTFC-HDR-DATE
002330     MOVE WS-RUN-TIME      TO GLINTFC-HDR-TIME
002340     MOVE "CALCULAT"       TO GLINTFC-HDR-SOURCE
002350     MOVE WS-SEND-TYPE     TO GLINTFC-HDR-SEND-TYPE
002360     WRITE GLINTFC-RECORD.
002370 1000-EXIT.
002380     EXIT.
002390*-----------------------------------------------------------------
002400* 1100-POSITION-SOURCE - OPENS CALCOUT AND READS TO THE RUN'S
002410* FIRST RECORD.  WITH NO RUN ID GIVEN THE RUN IS THE ONE ON THE
002420* FIRST CALCOUT RECORD - THE BATCH STEP REWRITES CALCOUT EVERY
002430* RUN.  A RESEND OF A RUN CALCOUT NO LONGER HOLDS FALLS BACK TO
002440* THE CALCLOG TRAIL.
002450*-----------------------------------------------------------------
002460 1100-POSITION-SOURCE.
002470     MOVE 'O'       TO WS-SOURCE-SWITCH
002480     MOVE "CALCOUT" TO WS-SOURCE-NAME
002490     OPEN INPUT CALCOUT-FILE
002500     IF WS-CALCOUT-STATUS NOT = "00"
002510         IF WS-RESEND
002520             GO TO 1150-TRY-CALCLOG
002530         END-IF
002540         DISPLAY "ERROR: UNABLE TO OPEN CALCOUT - STATUS "
002550             WS-CALCOUT-STATUS
002560         MOVE 16 TO RETURN-CODE
002570         GOBACK
002580     END-IF
002590     MOVE 'N' TO WS-SOURCE-EOF-SWITCH
002600     PERFORM 2100-READ-SOURCE THRU 2100-EXIT
002610     IF WS-RUN-ID = SPACES
002620         IF WS-SOURCE-EOF
002630             DISPLAY "ERROR: CALCOUT IS EMPTY - NO RUN TO "
002640                 "EXTRACT."
002650             CLOSE CALCOUT-FILE
002660             MOVE 8 TO RETURN-CODE
002670             GOBACK
002680         END-IF
002690         MOVE WS-SRC-RUN-ID TO WS-RUN-ID
002700     END-IF
002710     PERFORM 2100-READ-SOURCE THRU 2100-EXIT
002720         UNTIL WS-SOURCE-EOF OR WS-SRC-RUN-ID = WS-RUN-ID
002730     IF NOT WS-SOURCE-EOF
002740         GO TO 1100-EXIT
002750     END-IF
002760     CLOSE CALCOUT-FILE
002770     IF WS-ORIGINAL-SEND
002780         DISPLAY "ERROR: RUN " WS-RUN-ID " IS NOT ON CALCOUT."
002790         MOVE 8 TO RETURN-CODE
002800         GOBACK
002810     END-IF.
002820 1150-TRY-CALCLOG.
002830     MOVE 'L'       TO WS-SOURCE-SWITCH
002840     MOVE "CALCLOG" TO WS-SOURCE-NAME
002850     OPEN INPUT CALCLOG-FILE
002860     IF WS-CALCLOG-STATUS NOT = "00"
002870         DISPLAY "ERROR: RUN " WS-RUN-ID " IS NOT ON CALCOUT "
002880             "AND CALCLOG WILL NOT OPEN - STATUS "
002890             WS-CALCLOG-STATUS
002900         MOVE 16 TO RETURN-CODE
002910         GOBACK
002920     END-IF
002930     MOVE 'N' TO WS-SOURCE-EOF-SWITCH
002940     PERFORM 2100-READ-SOURCE THRU 2100-EXIT
002950     PERFORM 2100-READ-SOURCE THRU 2100-EXIT
002960         UNTIL WS-SOURCE-EOF OR WS-SRC-RUN-ID = WS-RUN-ID
002970     IF WS-SOURCE-EOF
002980         DISPLAY "ERROR: RUN " WS-RUN-ID " IS ON NEITHER "
002990             "CALCOUT NOR CALCLOG."
003000         CLOSE CALCLOG-FILE
003010         MOVE 8 TO RETURN-CODE
003020         GOBACK
003030     END-IF
003040     DISPLAY "RUN " WS-RUN-ID " NO LONGER ON CALCOUT - "
003050         "REBUILDING FROM CALCLOG.".
003060 1100-EXIT.
003070     EXIT.
003080*-----------------------------------------------------------------
003090* 1500-CHECK-REGISTER - LOOKS FOR THE RUN ON THE EXTRACT
003100* REGISTER.  NO REGISTER YET MEANS NOTHING HAS BEEN SENT.
003110*-----------------------------------------------------------------
003120 1500-CHECK-REGISTER.
003130     MOVE 'N'  TO WS-SENT-SWITCH
003140     MOVE ZERO TO WS-SENT-DATE
003150     OPEN INPUT GLXREG-FILE
003160     IF WS-GLXREG-STATUS NOT = "00"
003170         GO TO 1500-EXIT
003180     END-IF
003190     MOVE 'N' TO WS-GLXREG-EOF-SWITCH
003200     PERFORM 1550-REGISTER-RECORD THRU 1550-EXIT
003210         UNTIL WS-GLXREG-EOF
003220     CLOSE GLXREG-FILE.
003230 1500-EXIT.
003240     EXIT.
003250 1550-REGISTER-RECORD.
003260     READ GLXREG-FILE
003270         AT END
003280             MOVE 'Y' TO WS-GLXREG-EOF-SWITCH
003290             GO TO 1550-EXIT
003300     END-READ
003310     IF GLXREG-RUN-ID = WS-RUN-ID AND GLXREG-ORIGINAL
003320         MOVE 'Y'         TO WS-SENT-SWITCH
003330         MOVE GLXREG-DATE TO WS-SENT-DATE
003340     END-IF.
003350 1550-EXIT.
003360     EXIT.
003370*-----------------------------------------------------------------
003380* 2000-EXTRACT-RECORD - ONE SOURCE RECORD OF THE RUN.  A GOOD
003390* RESULT BECOMES A DETAIL; AN ERROR RESULT IS COUNTED AND LEFT
003400* OUT.  RECORDS OF OTHER RUNS ARE PASSED OVER.
003410*-----------------------------------------------------------------
003420 2000-EXTRACT-RECORD.
003430     IF WS-SRC-RUN-ID NOT = WS-RUN-ID
003440         GO TO 2000-NEXT
003450     END-IF
003460     ADD 1 TO WS-READ-COUNT
003470     IF NOT WS-SRC-GOOD
003480         ADD 1 TO WS-SKIP-COUNT
003490         GO TO 2000-NEXT
003500     END-IF
003510     PERFORM 3000-FIND-ACCOUNT THRU 3000-EXIT
003520     ADD 1 TO WS-DETAIL-COUNT
003530     ADD WS-SRC-RESULT TO WS-HASH-TOTAL
003540     MOVE SPACES            TO GLINTFC-RECORD
003550     MOVE 'D'               TO GLINTFC-REC-TYPE
003560     MOVE WS-RUN-ID         TO GLINTFC-RUN-ID
003570     MOVE WS-DETAIL-COUNT   TO GLINTFC-DTL-SEQUENCE
003580     MOVE WS-SRC-WORK-ORDER TO GLINTFC-DTL-WORK-ORDER
003590     MOVE WS-GL-ACCOUNT     TO GLINTFC-DTL-GL-ACCOUNT
003600     MOVE WS-SRC-OPERATOR   TO GLINTFC-DTL-OPERATOR
003610     MOVE WS-SRC-RESULT     TO GLINTFC-DTL-AMOUNT
003620     WRITE GLINTFC-RECORD.
003630 2000-NEXT.
003640     PERFORM 2100-READ-SOURCE THRU 2100-EXIT.
003650 2000-EXIT.
003660     EXIT.
003670*-----------------------------------------------------------------
003680* 2100-READ-SOURCE - READS THE NEXT RECORD FROM THE SOURCE FILE
003690* INTO THE COMMON SOURCE LAYOUT.
003700*-----------------------------------------------------------------
003710 2100-READ-SOURCE.
003720     IF WS-SOURCE-CALCLOG
003730         GO TO 2150-READ-CALCLOG
003740     END-IF
003750     READ CALCOUT-FILE
003760         AT END
003770             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
003780             GO TO 2100-EXIT
003790     END-READ
003800     MOVE CALCOUT-RUN-ID     TO WS-SRC-RUN-ID
003810     MOVE CALCOUT-OPERATOR   TO WS-SRC-OPERATOR
003820     MOVE CALCOUT-RESULT     TO WS-SRC-RESULT
003830     MOVE CALCOUT-WORK-ORDER TO WS-SRC-WORK-ORDER
003840     IF CALCOUT-MESSAGE (1:2) = "OK"
003850         MOVE 'Y' TO WS-SRC-GOOD-SWITCH
003860     ELSE
003870         MOVE 'N' TO WS-SRC-GOOD-SWITCH
003880     END-IF
003890     GO TO 2100-EXIT.
003900 2150-READ-CALCLOG.
003910     READ CALCLOG-FILE
003920         AT END
003930             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
003940             GO TO 2100-EXIT
003950     END-READ
003960     MOVE CALCLOG-RUN-ID     TO WS-SRC-RUN-ID
003970     MOVE CALCLOG-OPERATOR   TO WS-SRC-OPERATOR
003980     MOVE CALCLOG-RESULT     TO WS-SRC-RESULT
003990     MOVE CALCLOG-WORK-ORDER TO WS-SRC-WORK-ORDER
004000     IF CALCLOG-STAT-OK
004010         MOVE 'Y' TO WS-SRC-GOOD-SWITCH
004020     ELSE
004030         MOVE 'N' TO WS-SRC-GOOD-SWITCH
004040     END-IF.
004050 2100-EXIT.
004060     EXIT.
004070*-----------------------------------------------------------------
004080* 3000-FIND-ACCOUNT - THE GL ACCOUNT FOR THE CURRENT RESULT:
004090* THE WORK ORDER'S OWN MAPPING, ELSE THE OPERATOR'S, ELSE THE
004100* DEFAULT ENTRY.  GLMAP IS OPENED ON THE FIRST LOOKUP AND HELD
004110* OPEN FOR THE RUN.  A RESULT WITH NO ACCOUNT AT ALL IS STILL
004120* WRITTEN, WITH A BLANK ACCOUNT, SO THE FILE STAYS IN BALANCE
004130* WITH CALCOUT - IT IS COUNTED AND REPORTED FOR CORRECTION.
004140*-----------------------------------------------------------------
004150 3000-FIND-ACCOUNT.
004160     MOVE SPACES TO WS-GL-ACCOUNT
004170     MOVE 'N'    TO WS-ACCOUNT-FOUND-SWITCH
004180     IF NOT WS-GLMAP-OPEN AND NOT WS-GLMAP-FAILED
004190         OPEN INPUT GLMAP-FILE
004200         IF WS-GLMAP-STATUS = "00"
004210             MOVE 'Y' TO WS-GLMAP-OPEN-SWITCH
004220         ELSE
004230             MOVE 'F' TO WS-GLMAP-OPEN-SWITCH
004240             DISPLAY "WARNING: UNABLE TO OPEN GLMAP - STATUS "
004250                 WS-GLMAP-STATUS " - NO ACCOUNTS ASSIGNED."
004260         END-IF
004270     END-IF
004280     IF WS-GLMAP-FAILED
004290         GO TO 3000-UNMAPPED
004300     END-IF
004310     IF WS-SRC-WORK-ORDER NOT = SPACES
004320         MOVE 'W'               TO GLMAP-KEY-TYPE
004330         MOVE WS-SRC-WORK-ORDER TO GLMAP-KEY-VALUE
004340         PERFORM 3100-READ-GLMAP THRU 3100-EXIT
004350     END-IF
004360     IF NOT WS-ACCOUNT-FOUND
004370         MOVE 'O'             TO GLMAP-KEY-TYPE
004380         MOVE SPACES          TO GLMAP-KEY-VALUE
004390         MOVE WS-SRC-OPERATOR TO GLMAP-KEY-VALUE (1:1)
004400         PERFORM 3100-READ-GLMAP THRU 3100-EXIT
004410     END-IF
004420     IF NOT WS-ACCOUNT-FOUND
004430         MOVE 'D'    TO GLMAP-KEY-TYPE
004440         MOVE SPACES TO GLMAP-KEY-VALUE
004450         PERFORM 3100-READ-GLMAP THRU 3100-EXIT
004460     END-IF
004470     IF WS-ACCOUNT-FOUND
004480         GO TO 3000-EXIT
004490     END-IF.
004500 3000-UNMAPPED.
004510     ADD 1 TO WS-UNMAPPED-COUNT
004520     ADD WS-SRC-RESULT TO WS-UNMAPPED-AMOUNT.
004530 3000-EXIT.
004540     EXIT.
004550 3100-READ-GLMAP.
004560     READ GLMAP-FILE
004570         INVALID KEY
004580             GO TO 3100-EXIT
004590     END-READ
004600     MOVE GLMAP-GL-ACCOUNT TO WS-GL-ACCOUNT
004610     MOVE 'Y' TO WS-ACCOUNT-FOUND-SWITCH.
004620 3100-EXIT.
004630     EXIT.
004640*-----------------------------------------------------------------
004650* 7000-WRITE-TRAILER - THE DETAIL COUNT AND THE HASH TOTAL THE
004660* LEDGER CHECKS THE FILE AGAINST BEFORE POSTING IT.
004670*-----------------------------------------------------------------
004680 7000-WRITE-TRAILER.
004690     MOVE SPACES          TO GLINTFC-RECORD
004700     MOVE 'T'             TO GLINTFC-REC-TYPE
004710     MOVE WS-RUN-ID       TO GLINTFC-RUN-ID
004720     MOVE WS-DETAIL-COUNT TO GLINTFC-TRL-RECORD-COUNT
004730     MOVE WS-HASH-TOTAL   TO GLINTFC-TRL-HASH-TOTAL
004740     WRITE GLINTFC-RECORD.
004750 7000-EXIT.
004760     EXIT.
004770*-----------------------------------------------------------------
004780* 7500-WRITE-REGISTER - RECORDS THE SEND ON THE EXTRACT
004790* REGISTER, CREATING THE REGISTER ON FIRST USE.
004800*-----------------------------------------------------------------
004810 7500-WRITE-REGISTER.
004820     OPEN EXTEND GLXREG-FILE
004830     IF WS-GLXREG-STATUS = "05" OR WS-GLXREG-STATUS = "35"
004840         OPEN OUTPUT GLXREG-FILE
004850     END-IF
004860     IF WS-GLXREG-STATUS NOT = "00"
004870         DISPLAY "WARNING: EXTRACT NOT RECORDED ON GLXREG - "
004880             "STATUS " WS-GLXREG-STATUS
004890         GO TO 7500-EXIT
004900     END-IF
004910     MOVE WS-RUN-ID       TO GLXREG-RUN-ID
004920     MOVE WS-SEND-TYPE    TO GLXREG-SEND-TYPE
004930     MOVE WS-RUN-DATE     TO GLXREG-DATE
004940     MOVE WS-RUN-TIME     TO GLXREG-TIME
004950     MOVE WS-SOURCE-NAME  TO GLXREG-SOURCE
004960     MOVE WS-DETAIL-COUNT TO GLXREG-DETAIL-COUNT
004970     MOVE WS-HASH-TOTAL   TO GLXREG-HASH-TOTAL
004980     WRITE GLXREG-RECORD
004990     CLOSE GLXREG-FILE.
005000 7500-EXIT.
005010     EXIT.
005020*-----------------------------------------------------------------
005030* 8000-DISPLAY-TOTALS - THE EXTRACT'S CONTROL TOTALS FOR THE
005040* OPERATOR, WITH A LOUD WARNING FOR ANY DETAIL WITHOUT AN
005050* ACCOUNT.
005060*-----------------------------------------------------------------
005070 8000-DISPLAY-TOTALS.
005080     IF WS-RESEND
005090         DISPLAY "GLEXTRCT RESEND - RUN " WS-RUN-ID " FROM "
005100             WS-SOURCE-NAME
005110     ELSE
005120         DISPLAY "GLEXTRCT EXTRACT - RUN " WS-RUN-ID " FROM "
005130             WS-SOURCE-NAME
005140     END-IF
005150     MOVE WS-READ-COUNT   TO WS-DSP-COUNT
005160     DISPLAY "  RESULTS READ FOR RUN:  " WS-DSP-COUNT
005170     MOVE WS-DETAIL-COUNT TO WS-DSP-COUNT
005180     DISPLAY "  DETAILS WRITTEN:       " WS-DSP-COUNT
005190     MOVE WS-SKIP-COUNT   TO WS-DSP-COUNT
005200     DISPLAY "  ERROR RESULTS SKIPPED: " WS-DSP-COUNT
005210     MOVE WS-HASH-TOTAL   TO WS-DSP-SUM
005220     DISPLAY "  HASH TOTAL:         " WS-DSP-SUM
005230     IF WS-UNMAPPED-COUNT > ZERO
005240         MOVE WS-UNMAPPED-COUNT TO WS-DSP-COUNT
005250         DISPLAY "  *** " WS-DSP-COUNT " DETAILS HAVE NO GL "
005260             "ACCOUNT - ADD A MAPPING ON GLMAPMNT ***"
005270     END-IF.
005280 8000-EXIT.
005290     EXIT.
005300*-----------------------------------------------------------------
005310* 8500-WRITE-RUN-CONTROL - APPENDS THE EXTRACT'S COUNTS AND
005320* AMOUNTS TO THE SHARED CALCCTL FILE FOR THE CALCBAL BALANCING
005330* STEP.
005340*-----------------------------------------------------------------
005350 8500-WRITE-RUN-CONTROL.
005360     OPEN EXTEND CALCCTL-FILE
005370     IF WS-CALCCTL-STATUS = "05" OR WS-CALCCTL-STATUS = "35"
005380         OPEN OUTPUT CALCCTL-FILE
005390     END-IF
005400     IF WS-CALCCTL-STATUS NOT = "00"
005410         DISPLAY "WARNING: RUN-CONTROL RECORD NOT WRITTEN - "
005420             "STATUS " WS-CALCCTL-STATUS
005430         GO TO 8500-EXIT
005440     END-IF
005450     MOVE "GLEXTRCT"         TO CALCCTL-PROGRAM
005460     MOVE WS-RUN-ID          TO CALCCTL-RUN-ID
005470     MOVE WS-RUN-DATE        TO CALCCTL-DATE
005480     ACCEPT CALCCTL-TIME FROM TIME
005490     MOVE WS-READ-COUNT      TO CALCCTL-READ-COUNT
005500     MOVE WS-DETAIL-COUNT    TO CALCCTL-COUNT-1
005510     MOVE WS-SKIP-COUNT      TO CALCCTL-COUNT-2
005520     MOVE WS-HASH-TOTAL      TO CALCCTL-AMOUNT-1
005530     MOVE WS-UNMAPPED-AMOUNT TO CALCCTL-AMOUNT-2
005540     WRITE CALCCTL-RECORD
005550     CLOSE CALCCTL-FILE.
005560 8500-EXIT.
005570     EXIT.
005580 9000-TERMINATE.
005590     PERFORM 9100-CLOSE-SOURCE THRU 9100-EXIT
005600     IF WS-GLMAP-OPEN
005610         CLOSE GLMAP-FILE
005620     END-IF
005630     CLOSE GLINTFC-FILE.
005640 9000-EXIT.
005650     EXIT.
005660 9100-CLOSE-SOURCE.
005670     IF WS-SOURCE-CALCLOG
005680         CLOSE CALCLOG-FILE
005690     ELSE
005700         CLOSE CALCOUT-FILE
005710     END-IF.
005720 9100-EXIT.
005730     EXIT.
