000120* REJECT FILE WITH A REASON CODE AND THE RECORD'S SEQUENCE
000130* NUMBER.  CONTROL COUNTS (READ / ACCEPTED / REJECTED) ARE
000140* DISPLAYED AT END OF JOB FOR THE DAY'S CONTROL SHEET.
000150* EVERY WORK ORDER MUST BE OPEN ON THE WORKORD MASTER.
000160* RETURN CODE: 0 = EVERY RECORD ACCEPTED, 4 = REJECTS WRITTEN,
000170* 16 = A FILE WOULD NOT OPEN.
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000210* 2026-08-22 DLM   ORIGINAL - BATCH INPUT EDIT AND REJECT FILE
000220*                  (CR-2026-115).
000230* 2026-08-22 DLM   SIGNED AMOUNTS: THE RAW LAYOUT NOW CARRIES A
000240*                  LEADING SIGN ON EACH AMOUNT AND THE EDITS
000250*                  REQUIRE IT, MATCHING THE SIGNED CALCIN FILE
000260*                  (CR-2026-120).
000270* 2026-08-22 DLM   AN AMOUNT STARTING WITH A LETTER IS EDITED
000280*                  AS A CALCCONS CONSTANT NAME: IT MUST BE ON
000290*                  FILE AND IN EFFECT, AND A ZERO-VALUED
000300*                  CONSTANT BEHIND A DIVIDE OR MODULUS IS
000310*                  REJECTED LIKE A ZERO LITERAL (CR-2026-125).
000320* 2026-08-22 DLM   CALCCONS IS NOW OPENED ON THE FIRST CHECK
000330*                  AND HELD OPEN TO END OF JOB INSTEAD OF
000340*                  BEING OPENED AND CLOSED PER AMOUNT
000350*                  (CR-2026-127).
000360* 2026-09-03 DLM   ADDED THE WORK-ORDER REFERENCE TO THE RAW
000370*                  LAYOUT AND THE WO EDIT - A TRANSACTION WITH
000380*                  NO WORK ORDER CANNOT BE SPLIT BACK OUT BY
000390*                  JOB AT END OF DAY (CR-2026-128).
000400* 2026-09-03 DLM   ACCEPTS THE 'F' FORMULA-INVOCATION OPERATOR:
000410*                  THE SECOND-NUMBER FIELD THEN CARRIES A
000420*                  FORMULA NAME THAT MUST BE ON THE CALCFORM
000430*                  FILE, REJECTED WITH THE FN REASON CODE WHEN
000440*                  IT IS NOT (CR-2026-129).
000450* 2026-09-03 DLM   EFFECTIVE-DATED CONSTANTS: A CONSTANT-NAMED
000460*                  AMOUNT IS NOW CHECKED AGAINST THE NAME'S
000470*                  RATE HISTORY, GOOD WHEN ANY VALUE IS IN
000480*                  EFFECT ON THE RUN'S AS-OF DATE (YYYYMMDD IN
000490*                  COLS 1-8 OF THE RUN PARAMETER, DEFAULTING
000500*                  TO TODAY, MATCHING THE CALCULATOR'S AS-OF
000510*                  RERUN OPTION) (CR-2026-130).
000520* 2026-09-03 DLM   APPENDS ITS CONTROL COUNTS TO THE SHARED
000530*                  CALCCTL RUN-CONTROL FILE AT END OF JOB,
000540*                  STAMPED WITH A RUN ID AND DATE, SO CALCBAL
000550*                  CAN PROVE THE DAY WITHOUT ANYONE COPYING
000560*                  THE CONSOLE DISPLAYS (CR-2026-132).
000570* 2026-10-15 DLM   THE WORK ORDER IS CHECKED AGAINST THE NEW
000580*                  WORKORD MASTER - ONE NOT ON FILE, ON HOLD
000590*                  OR CLOSED IS REJECTED WITH THE NEW WS
000600*                  REASON CODE (CR-2026-140).
000610* 2026-10-15 DLM   CALLABLE AS A STEP OF THE CALCNITE NIGHTLY
000620*                  DRIVER: TAKES THE RUN PARAMETER THROUGH THE
000630*                  RPTCALL AREA WHEN CALLED, SETS THE RETURN
000640*                  CODE AND GOES BACK TO THE CALLER INSTEAD OF
000650*                  STOPPING THE RUN UNIT (CR-2026-142).
000660* 2026-10-15 DLM   A RUN THAT WRITES REJECTS POSTS A SIGN-ON
000670*                  ALERT THROUGH NOTEPOST SAYING HOW MANY ARE
000680*                  WAITING ON CALCREJ FOR CALCFIX; A RUN WITH
000690*                  NONE WITHDRAWS IT (CR-2026-148).
000700*-----------------------------------------------------------------
000710 ENVIRONMENT DIVISION.
000720 CONFIGURATION SECTION.
000730 SOURCE-COMPUTER. IBM-370.
000740 OBJECT-COMPUTER. IBM-370.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT CALCINR-FILE ASSIGN TO "CALCINR"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-CALCINR-STATUS.
000800     SELECT CALCIN-FILE ASSIGN TO "CALCIN"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-CALCIN-STATUS.
000830     SELECT CALCREJ-FILE ASSIGN TO "CALCREJ"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-CALCREJ-STATUS.
000860     SELECT CALCCTL-FILE ASSIGN TO "CALCCTL"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-CALCCTL-STATUS.
000890     SELECT CALCCONS-FILE ASSIGN TO "CALCCONS"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS CALCCONS-KEY
000930         FILE STATUS IS WS-CALCCONS-STATUS.
000940     SELECT CALCFORM-FILE ASSIGN TO "CALCFORM"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS CALCFORM-NAME
000980         FILE STATUS IS WS-CALCFORM-STATUS.
000990     SELECT WORKORD-FILE ASSIGN TO "WORKORD"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS WORKORD-WORK-ORDER
001030         FILE STATUS IS WS-WORKORD-STATUS.
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  CALCINR-FILE
001070     RECORDING MODE IS F.
001080 01  CALCINR-RECORD.
001090     05  CALCINR-NUM1            PIC X(08).
001100     05  CALCINR-OPERATOR        PIC X(01).
001110     05  CALCINR-NUM2            PIC X(08).
001120     05  CALCINR-WORK-ORDER      PIC X(08).
001130 FD  CALCIN-FILE
001140     RECORDING MODE IS F.
001150     COPY CALCIN.
001160 FD  CALCREJ-FILE
001170     RECORDING MODE IS F.
001180     COPY CALCREJ.
001190 FD  CALCCONS-FILE
001200     RECORDING MODE IS F.
001210     COPY CALCCONS.
001220 FD  CALCFORM-FILE
001230     RECORDING MODE IS F.
001240     COPY CALCFORM.
001250 FD  CALCCTL-FILE
001260     RECORDING MODE IS F.
001270     COPY CALCCTL.
001280 FD  WORKORD-FILE
001290     RECORDING MODE IS F.
001300     COPY WORKORD.
001310 WORKING-STORAGE SECTION.
001320 77  WS-CALCINR-STATUS           PIC X(02) VALUE SPACES.
001330 77  WS-CALCIN-STATUS            PIC X(02) VALUE SPACES.
001340 77  WS-CALCREJ-STATUS           PIC X(02) VALUE SPACES.
001350 77  WS-CALCINR-EOF-SWITCH       PIC X(01) VALUE 'N'.
001360     88  WS-CALCINR-EOF              VALUE 'Y'.
001370 77  WS-RECORD-GOOD-SWITCH       PIC X(01) VALUE 'Y'.
001380     88  WS-RECORD-GOOD              VALUE 'Y'.
001390 77  WS-REASON-CODE              PIC X(02) VALUE SPACES.
001400 77  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
001410 77  WS-ACCEPT-COUNT             PIC 9(07) VALUE ZERO.
001420 77  WS-REJECT-COUNT             PIC 9(07) VALUE ZERO.
001430 77  WS-CALCCONS-STATUS          PIC X(02) VALUE SPACES.
001440 77  WS-CALCCONS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001450     88  WS-CALCCONS-OPEN            VALUE 'Y'.
001460     88  WS-CALCCONS-FAILED          VALUE 'F'.
001470 77  WS-CONS-NAME-IN             PIC X(08) VALUE SPACES.
001480 77  WS-CONS-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001490     88  WS-CONS-FOUND               VALUE 'Y'.
001500 77  WS-CONS-VALUE               PIC S9(05)V99 VALUE ZERO.
001510 77  WS-NUM2-ZERO-SWITCH         PIC X(01) VALUE 'N'.
001520     88  WS-NUM2-ZERO                VALUE 'Y'.
001530 77  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001540 77  WS-PARM-CARD                PIC X(08) VALUE SPACES.
001550 77  WS-CONS-ON-FILE-SWITCH      PIC X(01) VALUE 'N'.
001560     88  WS-CONS-ON-FILE             VALUE 'Y'.
001570 77  WS-CONS-SCAN-SWITCH         PIC X(01) VALUE 'N'.
001580     88  WS-CONS-SCAN-DONE           VALUE 'Y'.
001590 77  WS-CONS-BEST-DATE           PIC 9(08) VALUE ZERO.
001600 77  WS-CALCFORM-STATUS          PIC X(02) VALUE SPACES.
001610 77  WS-CALCFORM-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001620     88  WS-CALCFORM-OPEN            VALUE 'Y'.
001630     88  WS-CALCFORM-FAILED          VALUE 'F'.
001640 77  WS-FORM-NAME-IN             PIC X(08) VALUE SPACES.
001650 77  WS-FORM-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001660     88  WS-FORM-FOUND               VALUE 'Y'.
001670 77  WS-CALCCTL-STATUS           PIC X(02) VALUE SPACES.
001680 77  WS-RUN-ID                   PIC X(08) VALUE SPACES.
001690 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001700 77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001710 77  WS-WORKORD-STATUS           PIC X(02) VALUE SPACES.
001720 77  WS-WORKORD-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001730     88  WS-WORKORD-OPEN             VALUE 'Y'.
001740     88  WS-WORKORD-FAILED           VALUE 'F'.
001750 77  WS-WO-GOOD-SWITCH           PIC X(01) VALUE 'N'.
001760     88  WS-WO-GOOD                  VALUE 'Y'.
001770     COPY NOTECLL.
001780 LINKAGE SECTION.
001790     COPY RPTCALL.
001800 PROCEDURE DIVISION USING RPT-CALL-PARMS.
001810*-----------------------------------------------------------------
001820* 0000-MAINLINE - READS THE RAW INPUT TO END OF FILE, EDITING
001830* EACH RECORD TO THE CLEAN OR REJECT FILE, THEN DISPLAYS THE
001840* CONTROL COUNTS.
001850*-----------------------------------------------------------------
001860 0000-MAINLINE.
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001880     PERFORM 2000-EDIT-RECORD THRU 2000-EXIT
001890         UNTIL WS-CALCINR-EOF
001900     PERFORM 9000-TERMINATE THRU 9000-EXIT
001910     IF WS-REJECT-COUNT > ZERO
001920         MOVE 4 TO RETURN-CODE
001930     ELSE
001940         MOVE ZERO TO RETURN-CODE
001950     END-IF
001960     GOBACK.
001970 1000-INITIALIZE.
001980     OPEN INPUT CALCINR-FILE
001990     IF WS-CALCINR-STATUS NOT = "00"
002000         DISPLAY "ERROR: UNABLE TO OPEN CALCINR - STATUS "
002010             WS-CALCINR-STATUS
002020         MOVE 16 TO RETURN-CODE
002030         GOBACK
002040     END-IF
002050     OPEN OUTPUT CALCIN-FILE
002060     IF WS-CALCIN-STATUS NOT = "00"
002070         DISPLAY "ERROR: UNABLE TO OPEN CALCIN - STATUS "
002080             WS-CALCIN-STATUS
002090         CLOSE CALCINR-FILE
002100         MOVE 16 TO RETURN-CODE
002110         GOBACK
002120     END-IF
002130     OPEN OUTPUT CALCREJ-FILE
002140     IF WS-CALCREJ-STATUS NOT = "00"
002150         DISPLAY "ERROR: UNABLE TO OPEN CALCREJ - STATUS "
002160             WS-CALCREJ-STATUS
002170         CLOSE CALCINR-FILE
002180         CLOSE CALCIN-FILE
002190         MOVE 16 TO RETURN-CODE
002200         GOBACK
002210     END-IF
002220     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002230     MOVE WS-TODAY-DATE TO WS-RUN-DATE
002240     ACCEPT WS-CURRENT-TIME FROM TIME
002250     MOVE WS-RUN-DATE (7:2)     TO WS-RUN-ID (1:2)
002260     MOVE WS-CURRENT-TIME (1:6) TO WS-RUN-ID (3:6)
002270     IF ADDRESS OF RPT-CALL-PARMS = NULL
002280         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
002290     ELSE
002300         MOVE RPT-CALL-PARM-CARD TO WS-PARM-CARD
002310     END-IF
002320     IF WS-PARM-CARD (1:8) IS NUMERIC AND
002330        WS-PARM-CARD (1:8) NOT = ZEROES
002340         MOVE WS-PARM-CARD (1:8) TO WS-TODAY-DATE
002350         DISPLAY "CONSTANTS EDITED AS OF " WS-TODAY-DATE "."
002360     END-IF
002370     PERFORM 2100-READ-CALCINR THRU 2100-EXIT.
002380 1000-EXIT.
002390     EXIT.
002400*-----------------------------------------------------------------
002410* 2000-EDIT-RECORD - APPLIES THE FIELD EDITS TO ONE RAW RECORD
002420* AND ROUTES IT TO THE CLEAN FILE OR THE REJECT FILE, THEN READS
002430* THE NEXT RECORD.
002440*-----------------------------------------------------------------
002450 2000-EDIT-RECORD.
002460     PERFORM 2200-VALIDATE-RECORD THRU 2200-EXIT
002470     IF WS-RECORD-GOOD
002480         PERFORM 2300-WRITE-CALCIN THRU 2300-EXIT
002490     ELSE
002500         PERFORM 2400-WRITE-CALCREJ THRU 2400-EXIT
002510     END-IF
002520     PERFORM 2100-READ-CALCINR THRU 2100-EXIT.
002530 2000-EXIT.
002540     EXIT.
002550 2100-READ-CALCINR.
002560     READ CALCINR-FILE
002570         AT END
002580             MOVE 'Y' TO WS-CALCINR-EOF-SWITCH
002590             GO TO 2100-EXIT
002600     END-READ
002610     ADD 1 TO WS-READ-COUNT.
002620 2100-EXIT.
002630     EXIT.
002640*-----------------------------------------------------------------
002650* 2200-VALIDATE-RECORD - THE FIELD EDITS.  BOTH AMOUNTS MUST BE
002660* NUMERIC, THE OPERATOR MUST BE ONE THE CALCULATOR SUPPORTS, A
002670* DIVIDE OR MODULUS MUST NOT CARRY A ZERO SECOND NUMBER, AND THE
002680* WORK-ORDER REFERENCE MUST BE PRESENT SO THE END-OF-DAY COST
002690* SUMMARY CAN TIE THE TRANSACTION TO ITS JOB, AND OPEN ON THE
002700* WORK-ORDER MASTER SO NO SPEND LANDS ON A HELD OR CLOSED JOB.
002710* THE FIRST EDIT THAT FAILS SETS THE REASON CODE.
002720*-----------------------------------------------------------------
002730 2200-VALIDATE-RECORD.
002740     MOVE 'Y'    TO WS-RECORD-GOOD-SWITCH
002750     MOVE SPACES TO WS-REASON-CODE
002760     MOVE 'N'    TO WS-NUM2-ZERO-SWITCH
002770     IF CALCINR-NUM1 (1:1) IS ALPHABETIC AND
002780        CALCINR-NUM1 (1:1) NOT = SPACE
002790         MOVE CALCINR-NUM1 (1:8) TO WS-CONS-NAME-IN
002800         PERFORM 2250-CHECK-CONSTANT THRU 2250-EXIT
002810         IF NOT WS-CONS-FOUND
002820             MOVE 'N' TO WS-RECORD-GOOD-SWITCH
002830             MOVE "C1" TO WS-REASON-CODE
002840             GO TO 2200-EXIT
002850         END-IF
002860     ELSE
002870     IF (CALCINR-NUM1 (1:1) NOT = "+" AND
002880         CALCINR-NUM1 (1:1) NOT = "-")
002890         OR CALCINR-NUM1 (2:7) IS NOT NUMERIC
002900         MOVE 'N' TO WS-RECORD-GOOD-SWITCH
002910         MOVE "N1" TO WS-REASON-CODE
002920         GO TO 2200-EXIT
002930     END-IF
002940     END-IF
002950     IF CALCINR-OPERATOR = "F"
002960         MOVE CALCINR-NUM2 (1:8) TO WS-FORM-NAME-IN
002970         PERFORM 2260-CHECK-FORMULA THRU 2260-EXIT
002980         IF NOT WS-FORM-FOUND
002990             MOVE 'N' TO WS-RECORD-GOOD-SWITCH
003000             MOVE "FN" TO WS-REASON-CODE
003010             GO TO 2200-EXIT
003020         END-IF
003030         GO TO 2200-WORK-ORDER
003040     END-IF
003050     IF CALCINR-NUM2 (1:1) IS ALPHABETIC AND
003060        CALCINR-NUM2 (1:1) NOT = SPACE
003070         MOVE CALCINR-NUM2 (1:8) TO WS-CONS-NAME-IN
003080         PERFORM 2250-CHECK-CONSTANT THRU 2250-EXIT
003090         IF NOT WS-CONS-FOUND
003100             MOVE 'N' TO WS-RECORD-GOOD-SWITCH
003110             MOVE "C2" TO WS-REASON-CODE
003120             GO TO 2200-EXIT
003130         END-IF
003140         IF WS-CONS-VALUE = ZERO
003150             MOVE 'Y' TO WS-NUM2-ZERO-SWITCH
003160         END-IF
003170     ELSE
003180     IF (CALCINR-NUM2 (1:1) NOT = "+" AND
003190         CALCINR-NUM2 (1:1) NOT = "-")
003200         OR CALCINR-NUM2 (2:7) IS NOT NUMERIC
003210         MOVE 'N' TO WS-RECORD-GOOD-SWITCH
003220         MOVE "N2" TO WS-REASON-CODE
003230         GO TO 2200-EXIT
003240     END-IF
003250     IF CALCINR-NUM2 (2:7) = "0000000"
003260         MOVE 'Y' TO WS-NUM2-ZERO-SWITCH
003270     END-IF
003280     END-IF
003290     IF CALCINR-OPERATOR NOT = "+" AND
003300        CALCINR-OPERATOR NOT = "-" AND
003310        CALCINR-OPERATOR NOT = "*" AND
003320        CALCINR-OPERATOR NOT = "/" AND
003330        CALCINR-OPERATOR NOT = "%" AND
003340        CALCINR-OPERATOR NOT = "^" AND
003350        CALCINR-OPERATOR NOT = "M"
003360         MOVE 'N' TO WS-RECORD-GOOD-SWITCH
003370         MOVE "OP" TO WS-REASON-CODE
003380         GO TO 2200-EXIT
003390     END-IF
003400     IF (CALCINR-OPERATOR = "/" OR CALCINR-OPERATOR = "M") AND
003410         WS-NUM2-ZERO
003420         MOVE 'N' TO WS-RECORD-GOOD-SWITCH
003430         MOVE "DZ" TO WS-REASON-CODE
003440         GO TO 2200-EXIT
003450     END-IF.
003460 2200-WORK-ORDER.
003470     IF CALCINR-WORK-ORDER = SPACES
003480         MOVE 'N' TO WS-RECORD-GOOD-SWITCH
003490         MOVE "WO" TO WS-REASON-CODE
003500         GO TO 2200-EXIT
003510     END-IF
003520     PERFORM 2270-CHECK-WORK-ORDER THRU 2270-EXIT
003530     IF NOT WS-WO-GOOD
003540         MOVE 'N' TO WS-RECORD-GOOD-SWITCH
003550         MOVE "WS" TO WS-REASON-CODE
003560     END-IF.
003570 2200-EXIT.
003580     EXIT.
003590*-----------------------------------------------------------------
003600* 2250-CHECK-CONSTANT - OPENS CALCCONS ON THE FIRST CHECK AND
003610* HOLDS IT OPEN TO END OF JOB.  THE FILE KEEPS ONE RECORD PER
003620* NAME PER EFFECTIVE DATE, SO THE NAME'S HISTORY IS SCANNED IN
003630* KEY ORDER AND A CONSTANT-NAMED AMOUNT IS GOOD ONLY IF SOME
003640* VALUE IS IN EFFECT ON THE RUN'S AS-OF DATE.  THE RESOLVED
003650* VALUE IS KEPT SO A ZERO-VALUED DIVISOR CAN BE REJECTED.
003660*-----------------------------------------------------------------
003670 2250-CHECK-CONSTANT.
003680     MOVE 'N' TO WS-CONS-FOUND-SWITCH
003690     MOVE ZERO TO WS-CONS-VALUE
003700     IF WS-CALCCONS-FAILED
003710         GO TO 2250-EXIT
003720     END-IF
003730     IF NOT WS-CALCCONS-OPEN
003740         OPEN INPUT CALCCONS-FILE
003750         IF WS-CALCCONS-STATUS NOT = "00"
003760             MOVE 'F' TO WS-CALCCONS-OPEN-SWITCH
003770             GO TO 2250-EXIT
003780         END-IF
003790         MOVE 'Y' TO WS-CALCCONS-OPEN-SWITCH
003800     END-IF
003810     MOVE 'N'  TO WS-CONS-ON-FILE-SWITCH
003820     MOVE 'N'  TO WS-CONS-SCAN-SWITCH
003830     MOVE ZERO TO WS-CONS-BEST-DATE
003840     MOVE WS-CONS-NAME-IN TO CALCCONS-NAME
003850     MOVE ZERO            TO CALCCONS-EFF-DATE
003860     START CALCCONS-FILE KEY IS NOT LESS THAN CALCCONS-KEY
003870         INVALID KEY
003880             MOVE 'Y' TO WS-CONS-SCAN-SWITCH
003890     END-START
003900     PERFORM 2255-SCAN-CONS-HISTORY THRU 2255-EXIT
003910         UNTIL WS-CONS-SCAN-DONE
003920     IF WS-CONS-BEST-DATE NOT = ZERO
003930         MOVE 'Y' TO WS-CONS-FOUND-SWITCH
003940     END-IF.
003950 2250-EXIT.
003960     EXIT.
003970*-----------------------------------------------------------------
003980* 2255-SCAN-CONS-HISTORY - ONE RECORD OF THE NAME'S HISTORY.
003990* RECORDS ARRIVE IN EFFECTIVE-DATE ORDER, SO EACH ONE DATED ON
004000* OR BEFORE THE AS-OF DATE SUPERSEDES THE LAST AND THE FIRST
004010* ONE DATED AFTER IT ENDS THE SCAN.
004020*-----------------------------------------------------------------
004030 2255-SCAN-CONS-HISTORY.
004040     READ CALCCONS-FILE NEXT RECORD
004050         AT END
004060             MOVE 'Y' TO WS-CONS-SCAN-SWITCH
004070             GO TO 2255-EXIT
004080     END-READ
004090     IF CALCCONS-NAME NOT = WS-CONS-NAME-IN
004100         MOVE 'Y' TO WS-CONS-SCAN-SWITCH
004110         GO TO 2255-EXIT
004120     END-IF
004130     MOVE 'Y' TO WS-CONS-ON-FILE-SWITCH
004140     IF CALCCONS-EFF-DATE > WS-TODAY-DATE
004150         MOVE 'Y' TO WS-CONS-SCAN-SWITCH
004160     ELSE
004170         MOVE CALCCONS-VALUE    TO WS-CONS-VALUE
004180         MOVE CALCCONS-EFF-DATE TO WS-CONS-BEST-DATE
004190     END-IF.
004200 2255-EXIT.
004210     EXIT.
004220*-----------------------------------------------------------------
004230* 2260-CHECK-FORMULA - OPENS CALCFORM ON THE FIRST CHECK AND
004240* HOLDS IT OPEN TO END OF JOB, THE WAY CALCCONS IS HELD.  A
004250* FORMULA-NAMED SECOND NUMBER IS GOOD ONLY IF THE NAME IS ON
004260* THE CALCFORM FILE.
004270*-----------------------------------------------------------------
004280 2260-CHECK-FORMULA.
004290     MOVE 'N' TO WS-FORM-FOUND-SWITCH
004300     IF WS-CALCFORM-FAILED
004310         GO TO 2260-EXIT
004320     END-IF
004330     IF NOT WS-CALCFORM-OPEN
004340         OPEN INPUT CALCFORM-FILE
004350         IF WS-CALCFORM-STATUS NOT = "00"
004360             MOVE 'F' TO WS-CALCFORM-OPEN-SWITCH
004370             GO TO 2260-EXIT
004380         END-IF
004390         MOVE 'Y' TO WS-CALCFORM-OPEN-SWITCH
004400     END-IF
004410     MOVE WS-FORM-NAME-IN TO CALCFORM-NAME
004420     READ CALCFORM-FILE
004430         INVALID KEY
004440             GO TO 2260-EXIT
004450     END-READ
004460     MOVE 'Y' TO WS-FORM-FOUND-SWITCH.
004470 2260-EXIT.
004480     EXIT.
004490*-----------------------------------------------------------------
004500* 2270-CHECK-WORK-ORDER - OPENS THE WORK-ORDER MASTER ON THE
004510* FIRST CHECK AND HOLDS IT OPEN TO END OF JOB, THE WAY CALCCONS
004520* IS HELD.  THE WORK ORDER IS GOOD ONLY IF IT IS ON FILE AND
004530* OPEN - A HELD OR CLOSED JOB TAKES NO NEW SPEND.  WITH NO
004540* MASTER ON HAND NOTHING CAN BE PROVED OPEN, SO EVERY RECORD
004550* IS REJECTED RATHER THAN WAVED THROUGH.
004560*-----------------------------------------------------------------
004570 2270-CHECK-WORK-ORDER.
004580     MOVE 'N' TO WS-WO-GOOD-SWITCH
004590     IF WS-WORKORD-FAILED
004600         GO TO 2270-EXIT
004610     END-IF
004620     IF NOT WS-WORKORD-OPEN
004630         OPEN INPUT WORKORD-FILE
004640         IF WS-WORKORD-STATUS NOT = "00"
004650             DISPLAY "WARNING: NO WORK-ORDER MASTER ON HAND - "
004660                 "STATUS " WS-WORKORD-STATUS
004670             MOVE 'F' TO WS-WORKORD-OPEN-SWITCH
004680             GO TO 2270-EXIT
004690         END-IF
004700         MOVE 'Y' TO WS-WORKORD-OPEN-SWITCH
004710     END-IF
004720     MOVE CALCINR-WORK-ORDER TO WORKORD-WORK-ORDER
004730     READ WORKORD-FILE
004740         INVALID KEY
004750             GO TO 2270-EXIT
004760     END-READ
004770     IF WORKORD-OPEN
004780         MOVE 'Y' TO WS-WO-GOOD-SWITCH
004790     END-IF.
004800 2270-EXIT.
004810     EXIT.
004820 2300-WRITE-CALCIN.
004830     MOVE CALCINR-RECORD TO CALCIN-RECORD
004840     WRITE CALCIN-RECORD
004850     ADD 1 TO WS-ACCEPT-COUNT.
004860 2300-EXIT.
004870     EXIT.
004880 2400-WRITE-CALCREJ.
004890     MOVE WS-READ-COUNT   TO CALCREJ-SEQ-NO
004900     MOVE WS-REASON-CODE  TO CALCREJ-REASON-CODE
004910     MOVE CALCINR-RECORD  TO CALCREJ-INPUT-IMAGE
004920     WRITE CALCREJ-RECORD
004930     ADD 1 TO WS-REJECT-COUNT.
004940 2400-EXIT.
004950     EXIT.
004960*-----------------------------------------------------------------
004970* 8000-WRITE-RUN-CONTROL - APPENDS THIS RUN'S CONTROL COUNTS
004980* TO THE SHARED CALCCTL FILE FOR THE CALCBAL BALANCING STEP.
004990* A MISSING FILE IS CREATED ON THE FIRST RUN OF THE DAY, THE
005000* WAY AUDITLOG CREATES THE AUDIT TRAIL.
005010*-----------------------------------------------------------------
005020 8000-WRITE-RUN-CONTROL.
005030     OPEN EXTEND CALCCTL-FILE
005040     IF WS-CALCCTL-STATUS = "05" OR WS-CALCCTL-STATUS = "35"
005050         OPEN OUTPUT CALCCTL-FILE
005060     END-IF
005070     IF WS-CALCCTL-STATUS NOT = "00"
005080         DISPLAY "WARNING: RUN-CONTROL RECORD NOT WRITTEN - "
005090             "STATUS " WS-CALCCTL-STATUS
005100         GO TO 8000-EXIT
005110     END-IF
005120     MOVE "CALCEDIT"        TO CALCCTL-PROGRAM
005130     MOVE WS-RUN-ID         TO CALCCTL-RUN-ID
005140     MOVE WS-RUN-DATE       TO CALCCTL-DATE
005150     ACCEPT CALCCTL-TIME FROM TIME
005160     MOVE WS-READ-COUNT     TO CALCCTL-READ-COUNT
005170     MOVE WS-ACCEPT-COUNT   TO CALCCTL-COUNT-1
005180     MOVE WS-REJECT-COUNT   TO CALCCTL-COUNT-2
005190     MOVE ZERO              TO CALCCTL-AMOUNT-1
005200     MOVE ZERO              TO CALCCTL-AMOUNT-2
005210     WRITE CALCCTL-RECORD
005220     CLOSE CALCCTL-FILE.
005230 8000-EXIT.
005240     EXIT.
005250*-----------------------------------------------------------------
005260* 8100-POST-REJECT-ALERT - CALCREJ IS REWRITTEN EVERY RUN, SO
005270* THIS RUN'S REJECT COUNT IS WHAT IS WAITING FOR CALCFIX.  ANY
005280* REJECTS PUT UP A SIGN-ON WARNING FOR EVERY USER, REPLACING
005290* THE LAST RUN'S; NONE WITHDRAWS IT.
005300*-----------------------------------------------------------------
005310 8100-POST-REJECT-ALERT.
005320     MOVE "CALCEDIT" TO NOTE-SOURCE
005330     MOVE "REJECTS"  TO NOTE-SUBJECT
005340     IF WS-REJECT-COUNT = ZERO
005350         MOVE "CLEAR" TO NOTE-FUNCTION
005360     ELSE
005370         MOVE "POST"  TO NOTE-FUNCTION
005380         MOVE 'W'     TO NOTE-SEVERITY
005390         MOVE 'O'     TO NOTE-PERM-LEVEL
005400         MOVE SPACES  TO NOTE-TEXT
005410         STRING WS-REJECT-COUNT " REJECTS ON CALCREJ - REPAIR IN "
005420             "CALCFIX" DELIMITED BY SIZE INTO NOTE-TEXT
005430     END-IF
005440     CALL "NOTEPOST" USING NOTE-CALL-PARMS
005450     IF NOT NOTE-RC-OK
005460         DISPLAY "WARNING: REJECT ALERT NOT POSTED - NOTICE "
005470             "FILE ERROR."
005480     END-IF.
005490 8100-EXIT.
005500     EXIT.
005510*-----------------------------------------------------------------
005520* 9000-TERMINATE - CLOSES THE FILES, DISPLAYS THE CONTROL
005530* COUNTS FOR THE DAY'S CONTROL SHEET AND APPENDS THEM TO THE
005540* SHARED RUN-CONTROL FILE FOR THE BALANCING STEP, THEN POSTS OR
005550* WITHDRAWS THE REJECT ALERT.
005560*-----------------------------------------------------------------
005570 9000-TERMINATE.
005580     IF WS-CALCCONS-OPEN
005590         CLOSE CALCCONS-FILE
005600     END-IF
005610     IF WS-CALCFORM-OPEN
005620         CLOSE CALCFORM-FILE
005630     END-IF
005640     IF WS-WORKORD-OPEN
005650         CLOSE WORKORD-FILE
005660     END-IF
005670     CLOSE CALCINR-FILE
005680     CLOSE CALCIN-FILE
005690     CLOSE CALCREJ-FILE
005700     DISPLAY "CALCEDIT CONTROL COUNTS"
005710     DISPLAY "  RECORDS READ:     " WS-READ-COUNT
005720     DISPLAY "  RECORDS ACCEPTED: " WS-ACCEPT-COUNT
005730     DISPLAY "  RECORDS REJECTED: " WS-REJECT-COUNT
005740     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT
005750     PERFORM 8100-POST-REJECT-ALERT THRU 8100-EXIT.
005760 9000-EXIT.
005770     EXIT.
