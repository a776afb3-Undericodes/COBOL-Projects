000170* (CALCREJN) THE WAY CALCARCH CARRIES THE RETAINED LOG, AND
000180* REPAIRED AND CARRIED COUNTS GO TO THE SHARED CALCCTL
000190* RUN-CONTROL FILE SO THE DAY'S CONTROL SHEET SHOWS REJECTS
000200* CARRIED OVER, NOT JUST REJECTS CREATED.  EVERY REPAIR IS
000210* WRITTEN TO THE SHARED MAINTENANCE JOURNAL THROUGH JRNLLOG
000220* WITH THE ORIGINAL AND THE REPAIRED IMAGE.
000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY
000250* DATE       INIT  DESCRIPTION
000260* 2026-09-03 DLM   ORIGINAL - REJECT REPAIR AND RESUBMISSION
000270*                  (CR-2026-133).
000280* 2026-10-15 DLM   EVERY REPAIR IS JOURNALLED TO MAINTJRN UNDER
000290*                  THE REJECT SEQUENCE NUMBER WITH THE ORIGINAL
000300*                  AND REPAIRED IMAGES (CR-2026-139).
000310* 2026-10-15 DLM   THE REPAIRED WORK ORDER MUST BE OPEN ON THE
000320*                  NEW WORKORD MASTER, THE SAME EDIT CALCEDIT
000330*                  NOW APPLIES; A WS REJECT (WORK ORDER NOT ON
000340*                  FILE, ON HOLD OR CLOSED) PROMPTS FOR A NEW
000350*                  WORK ORDER (CR-2026-140).
000360*-----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CALCREJ-FILE ASSIGN TO "CALCREJ"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CALCREJ-STATUS.
000460     SELECT CALCRSUB-FILE ASSIGN TO "CALCRSUB"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CALCRSUB-STATUS.
000490     SELECT CALCREJN-FILE ASSIGN TO "CALCREJN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CALCREJN-STATUS.
000520     SELECT CALCCTL-FILE ASSIGN TO "CALCCTL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CALCCTL-STATUS.
000550     SELECT CALCCONS-FILE ASSIGN TO "CALCCONS"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CALCCONS-KEY
000590         FILE STATUS IS WS-CALCCONS-STATUS.
000600     SELECT CALCFORM-FILE ASSIGN TO "CALCFORM"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS CALCFORM-NAME
000640         FILE STATUS IS WS-CALCFORM-STATUS.
000650     SELECT WORKORD-FILE ASSIGN TO "WORKORD"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS WORKORD-WORK-ORDER
000690         FILE STATUS IS WS-WORKORD-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CALCREJ-FILE
000730     RECORDING MODE IS F.
000740     COPY CALCREJ.
000750 FD  CALCRSUB-FILE
000760     RECORDING MODE IS F.
000770 01  CALCRSUB-RECORD             PIC X(25).
000780 FD  CALCREJN-FILE
000790     RECORDING MODE IS F.
000800 01  CALCREJN-RECORD             PIC X(34).
000810 FD  CALCCTL-FILE
000820     RECORDING MODE IS F.
000830     COPY CALCCTL.
000840 FD  CALCCONS-FILE
000850     RECORDING MODE IS F.
000860     COPY CALCCONS.
000870 FD  CALCFORM-FILE
000880     RECORDING MODE IS F.
000890     COPY CALCFORM.
000900 FD  WORKORD-FILE
000910     RECORDING MODE IS F.
000920     COPY WORKORD.
000930 WORKING-STORAGE SECTION.
000940 77  WS-CALCREJ-STATUS           PIC X(02) VALUE SPACES.
000950 77  WS-CALCRSUB-STATUS          PIC X(02) VALUE SPACES.
000960 77  WS-CALCREJN-STATUS          PIC X(02) VALUE SPACES.
000970 77  WS-CALCCTL-STATUS           PIC X(02) VALUE SPACES.
000980 77  WS-CALCREJ-EOF-SWITCH       PIC X(01) VALUE 'N'.
000990     88  WS-CALCREJ-EOF              VALUE 'Y'.
001000 77  WS-QUIT-SWITCH              PIC X(01) VALUE 'N'.
001010     88  WS-QUIT                     VALUE 'Y'.
001020 77  WS-RECORD-DONE-SWITCH       PIC X(01) VALUE 'N'.
001030     88  WS-RECORD-DONE              VALUE 'Y'.
001040 77  WS-ACTION-RESPONSE          PIC X(01) VALUE SPACE.
001050 77  WS-REASON-TEXT              PIC X(40) VALUE SPACES.
001060 77  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
001070 77  WS-REPAIR-COUNT             PIC 9(07) VALUE ZERO.
001080 77  WS-CARRY-COUNT              PIC 9(07) VALUE ZERO.
001090 77  WS-ENTRY-FIELD              PIC X(08) VALUE SPACES.
001100 77  WS-RECORD-GOOD-SWITCH       PIC X(01) VALUE 'Y'.
001110     88  WS-RECORD-GOOD              VALUE 'Y'.
001120 77  WS-REASON-CODE              PIC X(02) VALUE SPACES.
001130 77  WS-CURR-REASON              PIC X(02) VALUE SPACES.
001140     88  WS-CURR-RSN-NUM1            VALUE 'N1'.
001150     88  WS-CURR-RSN-NUM2            VALUE 'N2'.
001160     88  WS-CURR-RSN-OPERATOR        VALUE 'OP'.
001170     88  WS-CURR-RSN-ZERO-DIVIDE     VALUE 'DZ'.
001180     88  WS-CURR-RSN-CONS1           VALUE 'C1'.
001190     88  WS-CURR-RSN-CONS2           VALUE 'C2'.
001200     88  WS-CURR-RSN-WORKORDER       VALUE 'WO'.
001210     88  WS-CURR-RSN-FORMULA         VALUE 'FN'.
001220     88  WS-CURR-RSN-WO-STATUS       VALUE 'WS'.
001230 77  WS-NUM2-ZERO-SWITCH         PIC X(01) VALUE 'N'.
001240     88  WS-NUM2-ZERO                VALUE 'Y'.
001250 77  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001260 77  WS-RUN-ID                   PIC X(08) VALUE SPACES.
001270 77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001280 77  WS-CALCCONS-STATUS          PIC X(02) VALUE SPACES.
001290 77  WS-CALCCONS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001300     88  WS-CALCCONS-OPEN            VALUE 'Y'.
001310     88  WS-CALCCONS-FAILED          VALUE 'F'.
001320 77  WS-CONS-NAME-IN             PIC X(08) VALUE SPACES.
001330 77  WS-CONS-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001340     88  WS-CONS-FOUND               VALUE 'Y'.
001350 77  WS-CONS-VALUE               PIC S9(05)V99 VALUE ZERO.
001360 77  WS-CONS-ON-FILE-SWITCH      PIC X(01) VALUE 'N'.
001370     88  WS-CONS-ON-FILE             VALUE 'Y'.
001380 77  WS-CONS-SCAN-SWITCH         PIC X(01) VALUE 'N'.
001390     88  WS-CONS-SCAN-DONE           VALUE 'Y'.
001400 77  WS-CONS-BEST-DATE           PIC 9(08) VALUE ZERO.
001410 77  WS-CALCFORM-STATUS          PIC X(02) VALUE SPACES.
001420 77  WS-CALCFORM-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001430     88  WS-CALCFORM-OPEN            VALUE 'Y'.
001440     88  WS-CALCFORM-FAILED          VALUE 'F'.
001450 77  WS-FORM-NAME-IN             PIC X(08) VALUE SPACES.
001460 77  WS-FORM-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001470     88  WS-FORM-FOUND               VALUE 'Y'.
001480 77  WS-WORKORD-STATUS           PIC X(02) VALUE SPACES.
001490 77  WS-WORKORD-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001500     88  WS-WORKORD-OPEN             VALUE 'Y'.
001510     88  WS-WORKORD-FAILED           VALUE 'F'.
001520 77  WS-WO-GOOD-SWITCH           PIC X(01) VALUE 'N'.
001530     88  WS-WO-GOOD                  VALUE 'Y'.
001540 01  WS-FIX-IMAGE.
001550     05  WS-FIX-NUM1             PIC X(08).
001560     05  WS-FIX-OPERATOR         PIC X(01).
001570     05  WS-FIX-NUM2             PIC X(08).
001580     05  WS-FIX-WORK-ORDER       PIC X(08).
001590     COPY JRNLCLL.
001600 LINKAGE SECTION.
001610     COPY SIGNON.
001620 PROCEDURE DIVISION USING SIGNON-PARMS.
001630*-----------------------------------------------------------------
001640* 0000-MAINLINE - CHECKS THE SIGN-ON, OPENS THE FILES AND
001650* WALKS THE REJECT FILE TO END OF FILE OR UNTIL THE CLERK
001660* QUITS, THEN WRITES THE COUNTS FOR THE CONTROL SHEET.
001670*-----------------------------------------------------------------
001680 0000-MAINLINE.
001690     IF ADDRESS OF SIGNON-PARMS = NULL
001700         DISPLAY "ERROR: SIGN ON THROUGH MAINMENU TO REPAIR "
001710             "REJECTS."
001720         GOBACK
001730     END-IF
001740     IF SIGNON-USER-ID = SPACES OR
001750         (NOT SIGNON-PERM-OPERATOR AND
001760          NOT SIGNON-PERM-SUPERVISOR)
001770         DISPLAY "ERROR: SIGN ON THROUGH MAINMENU TO REPAIR "
001780             "REJECTS."
001790         GOBACK
001800     END-IF
001810     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001820     IF WS-QUIT
001830         GOBACK
001840     END-IF
001850     PERFORM 2000-WORK-ONE-REJECT THRU 2000-EXIT
001860         UNTIL WS-CALCREJ-EOF OR WS-QUIT
001870     IF WS-QUIT
001880         PERFORM 7000-CARRY-REMAINDER THRU 7000-EXIT
001890     END-IF
001900     PERFORM 9000-TERMINATE THRU 9000-EXIT
001910     GOBACK.
001920*-----------------------------------------------------------------
001930* 1000-INITIALIZE - OPENS THE REJECT, RESUBMISSION AND
001940* CARRY-OVER FILES AND READS THE FIRST REJECT.  NO REJECT FILE
001950* MEANS NOTHING TO REPAIR.
001960*-----------------------------------------------------------------
001970 1000-INITIALIZE.
001980     MOVE 'N' TO WS-QUIT-SWITCH
001990     MOVE 'N' TO WS-CALCREJ-EOF-SWITCH
002000     MOVE ZERO TO WS-READ-COUNT
002010     MOVE ZERO TO WS-REPAIR-COUNT
002020     MOVE ZERO TO WS-CARRY-COUNT
002030     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002040     ACCEPT WS-CURRENT-TIME FROM TIME
002050     MOVE WS-TODAY-DATE (7:2)   TO WS-RUN-ID (1:2)
002060     MOVE WS-CURRENT-TIME (1:6) TO WS-RUN-ID (3:6)
002070     OPEN INPUT CALCREJ-FILE
002080     IF WS-CALCREJ-STATUS NOT = "00"
002090         DISPLAY "NO REJECT FILE ON HAND - NOTHING TO REPAIR."
002100         MOVE 'Y' TO WS-QUIT-SWITCH
002110         GO TO 1000-EXIT
002120     END-IF
002130     OPEN OUTPUT CALCRSUB-FILE
002140     IF WS-CALCRSUB-STATUS NOT = "00"
002150         DISPLAY "ERROR: UNABLE TO OPEN CALCRSUB - STATUS "
002160             WS-CALCRSUB-STATUS
002170         CLOSE CALCREJ-FILE
002180         MOVE 'Y' TO WS-QUIT-SWITCH
002190         GO TO 1000-EXIT
002200     END-IF
002210     OPEN OUTPUT CALCREJN-FILE
002220     IF WS-CALCREJN-STATUS NOT = "00"
002230         DISPLAY "ERROR: UNABLE TO OPEN CALCREJN - STATUS "
002240             WS-CALCREJN-STATUS
002250         CLOSE CALCREJ-FILE
002260         CLOSE CALCRSUB-FILE
002270         MOVE 'Y' TO WS-QUIT-SWITCH
002280         GO TO 1000-EXIT
002290     END-IF
002300     PERFORM 2100-READ-CALCREJ THRU 2100-EXIT.
002310 1000-EXIT.
002320     EXIT.
002330*-----------------------------------------------------------------
002340* 2000-WORK-ONE-REJECT - ONE REJECT.  SHOWS THE IMAGE AND THE
002350* DECODED REASON, THEN LOOPS ON THE CLERK'S ACTION UNTIL THE
002360* RECORD IS REPAIRED, SKIPPED, OR THE SESSION IS QUIT.
002370*-----------------------------------------------------------------
002380 2000-WORK-ONE-REJECT.
002390     MOVE CALCREJ-INPUT-IMAGE TO WS-FIX-IMAGE
002400     MOVE CALCREJ-REASON-CODE TO WS-CURR-REASON
002410     PERFORM 2200-DECODE-REASON THRU 2200-EXIT
002420     DISPLAY " "
002430     DISPLAY "REJECT SEQ " CALCREJ-SEQ-NO " - "
002440         WS-CURR-REASON " - " WS-REASON-TEXT
002450     DISPLAY "  IMAGE: [" WS-FIX-IMAGE "]"
002460     MOVE 'N' TO WS-RECORD-DONE-SWITCH
002470     PERFORM 3000-ACTION-ROUND THRU 3000-EXIT
002480         UNTIL WS-RECORD-DONE OR WS-QUIT
002490     IF NOT WS-QUIT
002500         PERFORM 2100-READ-CALCREJ THRU 2100-EXIT
002510     END-IF.
002520 2000-EXIT.
002530     EXIT.
002540 2100-READ-CALCREJ.
002550     READ CALCREJ-FILE
002560         AT END
002570             MOVE 'Y' TO WS-CALCREJ-EOF-SWITCH
002580             GO TO 2100-EXIT
002590     END-READ
002600     ADD 1 TO WS-READ-COUNT.
002610 2100-EXIT.
002620     EXIT.
002630*-----------------------------------------------------------------
002640* 2200-DECODE-REASON - TURNS THE TWO-BYTE REASON CODE HELD IN
002650* WS-CURR-REASON (THE RECORD'S OWN CODE, OR THE ONE A FAILED
002660* REPAIR JUST SET) INTO THE WORDS ON THE REJECT LISTING.  THE
002670* FILE RECORD ITSELF IS NEVER TOUCHED, SO A SKIP OR QUIT
002680* ALWAYS CARRIES THE REJECT OVER EXACTLY AS CALCEDIT WROTE IT.
002690*-----------------------------------------------------------------
002700 2200-DECODE-REASON.
002710     EVALUATE TRUE
002720         WHEN WS-CURR-RSN-NUM1
002730             MOVE "FIRST NUMBER NOT A SIGNED AMOUNT"
002740                 TO WS-REASON-TEXT
002750         WHEN WS-CURR-RSN-NUM2
002760             MOVE "SECOND NUMBER NOT A SIGNED AMOUNT"
002770                 TO WS-REASON-TEXT
002780         WHEN WS-CURR-RSN-OPERATOR
002790             MOVE "OPERATOR NOT SUPPORTED" TO WS-REASON-TEXT
002800         WHEN WS-CURR-RSN-ZERO-DIVIDE
002810             MOVE "DIVIDE OR MODULUS BY ZERO" TO WS-REASON-TEXT
002820         WHEN WS-CURR-RSN-CONS1
002830             MOVE "FIRST CONSTANT NAME NOT RESOLVED"
002840                 TO WS-REASON-TEXT
002850         WHEN WS-CURR-RSN-CONS2
002860             MOVE "SECOND CONSTANT NAME NOT RESOLVED"
002870                 TO WS-REASON-TEXT
002880         WHEN WS-CURR-RSN-WORKORDER
002890             MOVE "WORK ORDER MISSING" TO WS-REASON-TEXT
002900         WHEN WS-CURR-RSN-FORMULA
002910             MOVE "FORMULA NAME NOT ON FILE" TO WS-REASON-TEXT
002920         WHEN WS-CURR-RSN-WO-STATUS
002930             MOVE "WORK ORDER NOT OPEN ON THE MASTER"
002940                 TO WS-REASON-TEXT
002950         WHEN OTHER
002960             MOVE "UNKNOWN REASON CODE" TO WS-REASON-TEXT
002970     END-EVALUATE.
002980 2200-EXIT.
002990     EXIT.
003000*-----------------------------------------------------------------
003010* 3000-ACTION-ROUND - ONE PASS AT THE CURRENT REJECT: REPAIR
003020* THE OFFENDING FIELD, SKIP IT TO THE CARRY-OVER FILE, OR QUIT
003030* (THE REST OF THE FILE IS THEN CARRIED OVER UNTOUCHED).
003040*-----------------------------------------------------------------
003050 3000-ACTION-ROUND.
003060     DISPLAY "REPAIR, SKIP OR QUIT? (R/S/Q): "
003070     ACCEPT WS-ACTION-RESPONSE
003080     EVALUATE WS-ACTION-RESPONSE
003090         WHEN 'R'
003100         WHEN 'r'
003110             PERFORM 4000-REPAIR-FIELD THRU 4000-EXIT
003120         WHEN 'S'
003130         WHEN 's'
003140             PERFORM 5000-CARRY-OVER THRU 5000-EXIT
003150             MOVE 'Y' TO WS-RECORD-DONE-SWITCH
003160         WHEN 'Q'
003170         WHEN 'q'
003180             MOVE 'Y' TO WS-QUIT-SWITCH
003190         WHEN OTHER
003200             DISPLAY "PLEASE ANSWER R, S OR Q."
003210     END-EVALUATE.
003220 3000-EXIT.
003230     EXIT.
003240*-----------------------------------------------------------------
003250* 4000-REPAIR-FIELD - PROMPTS FOR JUST THE FIELD THE CURRENT
003260* REASON CODE POINTS AT (THE RECORD'S OWN CODE ON THE FIRST
003270* TRY, THE LATEST FAILING EDIT AFTER THAT), RE-APPLIES THE
003280* FULL CALCEDIT EDIT SET TO THE PATCHED IMAGE, AND EITHER
003290* QUEUES IT FOR RESUBMISSION OR SHOWS THE NEW REASON AND
003300* COMES BACK FOR ANOTHER TRY.
003310*-----------------------------------------------------------------
003320 4000-REPAIR-FIELD.
003330     EVALUATE TRUE
003340         WHEN WS-CURR-RSN-NUM1 OR WS-CURR-RSN-CONS1
003350             DISPLAY "ENTER FIRST NUMBER (+NNNNNVV OR "
003360                 "CONSTANT NAME): "
003370             ACCEPT WS-ENTRY-FIELD
003380             MOVE WS-ENTRY-FIELD TO WS-FIX-NUM1
003390         WHEN WS-CURR-RSN-NUM2 OR WS-CURR-RSN-CONS2 OR
003400              WS-CURR-RSN-ZERO-DIVIDE OR WS-CURR-RSN-FORMULA
003410             DISPLAY "ENTER SECOND NUMBER (+NNNNNVV, CONSTANT "
003420                 "OR FORMULA NAME): "
003430             ACCEPT WS-ENTRY-FIELD
003440             MOVE WS-ENTRY-FIELD TO WS-FIX-NUM2
003450         WHEN WS-CURR-RSN-OPERATOR
003460             DISPLAY "ENTER OPERATOR (+, -, *, /, %, ^, M, F): "
003470             ACCEPT WS-ENTRY-FIELD
003480             MOVE WS-ENTRY-FIELD (1:1) TO WS-FIX-OPERATOR
003490         WHEN WS-CURR-RSN-WORKORDER OR WS-CURR-RSN-WO-STATUS
003500             DISPLAY "ENTER WORK ORDER: "
003510             ACCEPT WS-ENTRY-FIELD
003520             MOVE WS-ENTRY-FIELD TO WS-FIX-WORK-ORDER
003530         WHEN OTHER
003540             DISPLAY "ENTER FULL RECORD IMAGE (25 CHARACTERS): "
003550             ACCEPT WS-FIX-IMAGE
003560     END-EVALUATE
003570     PERFORM 4500-VALIDATE-IMAGE THRU 4500-EXIT
003580     IF WS-RECORD-GOOD
003590         MOVE WS-FIX-IMAGE TO CALCRSUB-RECORD
003600         WRITE CALCRSUB-RECORD
003610         ADD 1 TO WS-REPAIR-COUNT
003620         MOVE 'Y' TO WS-RECORD-DONE-SWITCH
003630         DISPLAY "REPAIRED AND QUEUED FOR THE NEXT RUN."
003640         PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT
003650     ELSE
003660         MOVE WS-REASON-CODE TO WS-CURR-REASON
003670         PERFORM 2200-DECODE-REASON THRU 2200-EXIT
003680         DISPLAY "STILL REJECTED - " WS-CURR-REASON " - "
003690             WS-REASON-TEXT
003700         DISPLAY "  IMAGE: [" WS-FIX-IMAGE "]"
003710     END-IF.
003720 4000-EXIT.
003730     EXIT.
003740*-----------------------------------------------------------------
003750* 4500-VALIDATE-IMAGE - THE SAME FIELD EDITS CALCEDIT APPLIES,
003760* RUN AGAINST THE PATCHED IMAGE, SO NOTHING REACHES THE
003770* RESUBMISSION FILE THAT THE NEXT EDIT RUN WOULD ONLY REJECT
003780* AGAIN.  THE FIRST EDIT THAT FAILS SETS THE REASON CODE.
003790*-----------------------------------------------------------------
003800 4500-VALIDATE-IMAGE.
003810     MOVE 'Y'    TO WS-RECORD-GOOD-SWITCH
003820     MOVE SPACES TO WS-REASON-CODE
003830     MOVE 'N'    TO WS-NUM2-ZERO-SWITCH
003840     IF WS-FIX-NUM1 (1:1) IS ALPHABETIC AND
003850        WS-FIX-NUM1 (1:1) NOT = SPACE
003860         MOVE WS-FIX-NUM1 TO WS-CONS-NAME-IN
003870         PERFORM 6000-CHECK-CONSTANT THRU 6000-EXIT
003880         IF NOT WS-CONS-FOUND
003890             MOVE 'N' TO WS-RECORD-GOOD-SWITCH
003900             MOVE "C1" TO WS-REASON-CODE
003910             GO TO 4500-EXIT
003920         END-IF
003930     ELSE
003940     IF (WS-FIX-NUM1 (1:1) NOT = "+" AND
003950         WS-FIX-NUM1 (1:1) NOT = "-")
003960         OR WS-FIX-NUM1 (2:7) IS NOT NUMERIC
003970         MOVE 'N' TO WS-RECORD-GOOD-SWITCH
003980         MOVE "N1" TO WS-REASON-CODE
003990         GO TO 4500-EXIT
004000     END-IF
004010     END-IF
004020     IF WS-FIX-OPERATOR = "F"
004030         MOVE WS-FIX-NUM2 TO WS-FORM-NAME-IN
004040         PERFORM 6500-CHECK-FORMULA THRU 6500-EXIT
004050         IF NOT WS-FORM-FOUND
004060             MOVE 'N' TO WS-RECORD-GOOD-SWITCH
004070             MOVE "FN" TO WS-REASON-CODE
004080             GO TO 4500-EXIT
004090         END-IF
004100         GO TO 4500-WORK-ORDER
004110     END-IF
004120     IF WS-FIX-NUM2 (1:1) IS ALPHABETIC AND
004130        WS-FIX-NUM2 (1:1) NOT = SPACE
004140         MOVE WS-FIX-NUM2 TO WS-CONS-NAME-IN
004150         PERFORM 6000-CHECK-CONSTANT THRU 6000-EXIT
004160         IF NOT WS-CONS-FOUND
004170             MOVE 'N' TO WS-RECORD-GOOD-SWITCH
004180             MOVE "C2" TO WS-REASON-CODE
004190             GO TO 4500-EXIT
004200         END-IF
004210         IF WS-CONS-VALUE = ZERO
004220             MOVE 'Y' TO WS-NUM2-ZERO-SWITCH
004230         END-IF
004240     ELSE
004250     IF (WS-FIX-NUM2 (1:1) NOT = "+" AND
004260         WS-FIX-NUM2 (1:1) NOT = "-")
004270         OR WS-FIX-NUM2 (2:7) IS NOT NUMERIC
004280         MOVE 'N' TO WS-RECORD-GOOD-SWITCH
004290         MOVE "N2" TO WS-REASON-CODE
004300         GO TO 4500-EXIT
004310     END-IF
004320     IF WS-FIX-NUM2 (2:7) = "0000000"
004330         MOVE 'Y' TO WS-NUM2-ZERO-SWITCH
004340     END-IF
004350     END-IF
004360     IF WS-FIX-OPERATOR NOT = "+" AND
004370        WS-FIX-OPERATOR NOT = "-" AND
004380        WS-FIX-OPERATOR NOT = "*" AND
004390        WS-FIX-OPERATOR NOT = "/" AND
004400        WS-FIX-OPERATOR NOT = "%" AND
004410        WS-FIX-OPERATOR NOT = "^" AND
004420        WS-FIX-OPERATOR NOT = "M"
004430         MOVE 'N' TO WS-RECORD-GOOD-SWITCH
004440         MOVE "OP" TO WS-REASON-CODE
004450         GO TO 4500-EXIT
004460     END-IF
004470     IF (WS-FIX-OPERATOR = "/" OR WS-FIX-OPERATOR = "M") AND
004480         WS-NUM2-ZERO
004490         MOVE 'N' TO WS-RECORD-GOOD-SWITCH
004500         MOVE "DZ" TO WS-REASON-CODE
004510         GO TO 4500-EXIT
004520     END-IF.
004530 4500-WORK-ORDER.
004540     IF WS-FIX-WORK-ORDER = SPACES
004550         MOVE 'N' TO WS-RECORD-GOOD-SWITCH
004560         MOVE "WO" TO WS-REASON-CODE
004570         GO TO 4500-EXIT
004580     END-IF
004590     PERFORM 6700-CHECK-WORK-ORDER THRU 6700-EXIT
004600     IF NOT WS-WO-GOOD
004610         MOVE 'N' TO WS-RECORD-GOOD-SWITCH
004620         MOVE "WS" TO WS-REASON-CODE
004630     END-IF.
004640 4500-EXIT.
004650     EXIT.
004660*-----------------------------------------------------------------
004670* 5000-CARRY-OVER - WRITES THE REJECT, UNTOUCHED, TO THE
004680* REPLACEMENT REJECT FILE SO IT STAYS OPEN FOR TOMORROW'S
004690* LISTING AND THE CONTROL SHEET COUNTS IT AS CARRIED OVER.
004700*-----------------------------------------------------------------
004710 5000-CARRY-OVER.
004720     MOVE CALCREJ-RECORD TO CALCREJN-RECORD
004730     WRITE CALCREJN-RECORD
004740     ADD 1 TO WS-CARRY-COUNT.
004750 5000-EXIT.
004760     EXIT.
004770*-----------------------------------------------------------------
004780* 6000-CHECK-CONSTANT - THE SAME EFFECTIVE-DATED LOOKUP
004790* CALCEDIT APPLIES: THE NAME'S HISTORY IS SCANNED IN KEY ORDER
004800* AND THE AMOUNT IS GOOD ONLY IF SOME VALUE IS IN EFFECT
004810* TODAY.  CALCCONS IS OPENED ON THE FIRST CHECK AND HELD OPEN
004820* TO END OF JOB.
004830*-----------------------------------------------------------------
004840 6000-CHECK-CONSTANT.
004850     MOVE 'N' TO WS-CONS-FOUND-SWITCH
004860     MOVE ZERO TO WS-CONS-VALUE
004870     IF WS-CALCCONS-FAILED
004880         GO TO 6000-EXIT
004890     END-IF
004900     IF NOT WS-CALCCONS-OPEN
004910         OPEN INPUT CALCCONS-FILE
004920         IF WS-CALCCONS-STATUS NOT = "00"
004930             MOVE 'F' TO WS-CALCCONS-OPEN-SWITCH
004940             GO TO 6000-EXIT
004950         END-IF
004960         MOVE 'Y' TO WS-CALCCONS-OPEN-SWITCH
004970     END-IF
004980     MOVE 'N'  TO WS-CONS-ON-FILE-SWITCH
004990     MOVE 'N'  TO WS-CONS-SCAN-SWITCH
005000     MOVE ZERO TO WS-CONS-BEST-DATE
005010     MOVE WS-CONS-NAME-IN TO CALCCONS-NAME
005020     MOVE ZERO            TO CALCCONS-EFF-DATE
005030     START CALCCONS-FILE KEY IS NOT LESS THAN CALCCONS-KEY
005040         INVALID KEY
005050             MOVE 'Y' TO WS-CONS-SCAN-SWITCH
005060     END-START
005070     PERFORM 6100-SCAN-CONS-HISTORY THRU 6100-EXIT
005080         UNTIL WS-CONS-SCAN-DONE
005090     IF WS-CONS-BEST-DATE NOT = ZERO
005100         MOVE 'Y' TO WS-CONS-FOUND-SWITCH
005110     END-IF.
005120 6000-EXIT.
005130     EXIT.
005140 6100-SCAN-CONS-HISTORY.
005150     READ CALCCONS-FILE NEXT RECORD
005160         AT END
005170             MOVE 'Y' TO WS-CONS-SCAN-SWITCH
005180             GO TO 6100-EXIT
005190     END-READ
005200     IF CALCCONS-NAME NOT = WS-CONS-NAME-IN
005210         MOVE 'Y' TO WS-CONS-SCAN-SWITCH
005220         GO TO 6100-EXIT
005230     END-IF
005240     MOVE 'Y' TO WS-CONS-ON-FILE-SWITCH
005250     IF CALCCONS-EFF-DATE > WS-TODAY-DATE
005260         MOVE 'Y' TO WS-CONS-SCAN-SWITCH
005270     ELSE
005280         MOVE CALCCONS-VALUE    TO WS-CONS-VALUE
005290         MOVE CALCCONS-EFF-DATE TO WS-CONS-BEST-DATE
005300     END-IF.
005310 6100-EXIT.
005320     EXIT.
005330*-----------------------------------------------------------------
005340* 6500-CHECK-FORMULA - THE SAME CALCFORM LOOKUP CALCEDIT
005350* APPLIES, OPENED ON THE FIRST CHECK AND HELD OPEN.
005360*-----------------------------------------------------------------
005370 6500-CHECK-FORMULA.
005380     MOVE 'N' TO WS-FORM-FOUND-SWITCH
005390     IF WS-CALCFORM-FAILED
005400         GO TO 6500-EXIT
005410     END-IF
005420     IF NOT WS-CALCFORM-OPEN
005430         OPEN INPUT CALCFORM-FILE
005440         IF WS-CALCFORM-STATUS NOT = "00"
005450             MOVE 'F' TO WS-CALCFORM-OPEN-SWITCH
005460             GO TO 6500-EXIT
005470         END-IF
005480         MOVE 'Y' TO WS-CALCFORM-OPEN-SWITCH
005490     END-IF
005500     MOVE WS-FORM-NAME-IN TO CALCFORM-NAME
005510     READ CALCFORM-FILE
005520         INVALID KEY
005530             GO TO 6500-EXIT
005540     END-READ
005550     MOVE 'Y' TO WS-FORM-FOUND-SWITCH.
005560 6500-EXIT.
005570     EXIT.
005580*-----------------------------------------------------------------
005590* 6700-CHECK-WORK-ORDER - THE SAME WORK-ORDER MASTER LOOKUP
005600* CALCEDIT APPLIES: THE ORDER MUST BE ON FILE AND OPEN.  THE
005610* MASTER IS OPENED ON THE FIRST CHECK AND HELD OPEN.
005620*-----------------------------------------------------------------
005630 6700-CHECK-WORK-ORDER.
005640     MOVE 'N' TO WS-WO-GOOD-SWITCH
005650     IF WS-WORKORD-FAILED
005660         GO TO 6700-EXIT
005670     END-IF
005680     IF NOT WS-WORKORD-OPEN
005690         OPEN INPUT WORKORD-FILE
005700         IF WS-WORKORD-STATUS NOT = "00"
005710             DISPLAY "NO WORK-ORDER MASTER ON HAND - STATUS "
005720                 WS-WORKORD-STATUS
005730             MOVE 'F' TO WS-WORKORD-OPEN-SWITCH
005740             GO TO 6700-EXIT
005750         END-IF
005760         MOVE 'Y' TO WS-WORKORD-OPEN-SWITCH
005770     END-IF
005780     MOVE WS-FIX-WORK-ORDER TO WORKORD-WORK-ORDER
005790     READ WORKORD-FILE
005800         INVALID KEY
005810             GO TO 6700-EXIT
005820     END-READ
005830     IF WORKORD-OPEN
005840         MOVE 'Y' TO WS-WO-GOOD-SWITCH
005850     END-IF.
005860 6700-EXIT.
005870     EXIT.
005880*-----------------------------------------------------------------
005890* 7000-CARRY-REMAINDER - AFTER A QUIT, EVERYTHING LEFT ON THE
005900* REJECT FILE (INCLUDING THE RECORD ON DISPLAY) IS CARRIED
005910* OVER UNTOUCHED SO NO REJECT IS EVER SILENTLY DROPPED.
005920*-----------------------------------------------------------------
005930 7000-CARRY-REMAINDER.
005940     PERFORM 5000-CARRY-OVER THRU 5000-EXIT
005950     PERFORM 7100-CARRY-NEXT THRU 7100-EXIT
005960         UNTIL WS-CALCREJ-EOF.
005970 7000-EXIT.
005980     EXIT.
005990 7100-CARRY-NEXT.
006000     PERFORM 2100-READ-CALCREJ THRU 2100-EXIT
006010     IF NOT WS-CALCREJ-EOF
006020         PERFORM 5000-CARRY-OVER THRU 5000-EXIT
006030     END-IF.
006040 7100-EXIT.
006050     EXIT.
006060*-----------------------------------------------------------------
006070* 8000-WRITE-RUN-CONTROL - APPENDS THE REPAIR SESSION'S COUNTS
006080* TO THE SHARED CALCCTL FILE SO THE DAY'S CONTROL SHEET SHOWS
006090* REJECTS REPAIRED AND REJECTS CARRIED OVER.
006100*-----------------------------------------------------------------
006110 8000-WRITE-RUN-CONTROL.
006120     OPEN EXTEND CALCCTL-FILE
006130     IF WS-CALCCTL-STATUS = "05" OR WS-CALCCTL-STATUS = "35"
006140         OPEN OUTPUT CALCCTL-FILE
006150     END-IF
006160     IF WS-CALCCTL-STATUS NOT = "00"
006170         DISPLAY "WARNING: RUN-CONTROL RECORD NOT WRITTEN - "
006180             "STATUS " WS-CALCCTL-STATUS
006190         GO TO 8000-EXIT
006200     END-IF
006210     MOVE "CALCFIX"         TO CALCCTL-PROGRAM
006220     MOVE WS-RUN-ID         TO CALCCTL-RUN-ID
006230     MOVE WS-TODAY-DATE     TO CALCCTL-DATE
006240     ACCEPT CALCCTL-TIME FROM TIME
006250     MOVE WS-READ-COUNT     TO CALCCTL-READ-COUNT
006260     MOVE WS-REPAIR-COUNT   TO CALCCTL-COUNT-1
006270     MOVE WS-CARRY-COUNT    TO CALCCTL-COUNT-2
006280     MOVE ZERO              TO CALCCTL-AMOUNT-1
006290     MOVE ZERO              TO CALCCTL-AMOUNT-2
006300     WRITE CALCCTL-RECORD
006310     CLOSE CALCCTL-FILE.
006320 8000-EXIT.
006330     EXIT.
006340*-----------------------------------------------------------------
006350* 8500-WRITE-JOURNAL - JOURNALS A REPAIR UNDER THE REJECT'S
006360* SEQUENCE NUMBER: THE BEFORE IMAGE IS THE INPUT IMAGE CALCEDIT
006370* REJECTED, THE AFTER IMAGE IS WHAT WENT TO CALCRSUB.
006380*-----------------------------------------------------------------
006390 8500-WRITE-JOURNAL.
006400     MOVE SIGNON-USER-ID      TO JRNL-USER-ID
006410     MOVE "CALCREJ"           TO JRNL-FILE-NAME
006420     MOVE CALCREJ-SEQ-NO      TO JRNL-RECORD-KEY
006430     MOVE "RR"                TO JRNL-ACTION
006440     MOVE CALCREJ-INPUT-IMAGE TO JRNL-BEFORE-IMAGE
006450     MOVE WS-FIX-IMAGE        TO JRNL-AFTER-IMAGE
006460     CALL "JRNLLOG" USING JRNL-CALL-PARMS
006470     IF NOT JRNL-RC-OK
006480         DISPLAY "WARNING: MAINTENANCE JOURNAL ENTRY NOT "
006490             "RECORDED."
006500     END-IF.
006510 8500-EXIT.
006520     EXIT.
006530*-----------------------------------------------------------------
006540* 9000-TERMINATE - CLOSES THE FILES, SHOWS THE SESSION COUNTS
006550* AND WRITES THEM TO THE RUN-CONTROL FILE.
006560*-----------------------------------------------------------------
006570 9000-TERMINATE.
006580     IF WS-CALCCONS-OPEN
006590         CLOSE CALCCONS-FILE
006600     END-IF
006610     IF WS-CALCFORM-OPEN
006620         CLOSE CALCFORM-FILE
006630     END-IF
006640     IF WS-WORKORD-OPEN
006650         CLOSE WORKORD-FILE
006660     END-IF
006670     MOVE 'N' TO WS-WORKORD-OPEN-SWITCH
006680     CLOSE CALCREJ-FILE
006690     CLOSE CALCRSUB-FILE
006700     CLOSE CALCREJN-FILE
006710     DISPLAY "CALCFIX SESSION COUNTS"
006720     DISPLAY "  REJECTS READ:         " WS-READ-COUNT
006730     DISPLAY "  REJECTS REPAIRED:     " WS-REPAIR-COUNT
006740     DISPLAY "  REJECTS CARRIED OVER: " WS-CARRY-COUNT
006750     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
006760 9000-EXIT.
006770     EXIT.
