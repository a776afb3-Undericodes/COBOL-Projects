000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     STORDMNT.
000030 AUTHOR.         D. MERRICK.
000040 INSTALLATION.   FLOOR OPERATIONS - SHOP CALCULATIONS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*-----------------------------------------------------------------
000080* STORDMNT - STANDING-ORDER MAINTENANCE.  CALLED FROM MAINMENU
000090* WITH THE VALIDATED SIGN-ON; ONLY A SUPERVISOR GETS PAST THE
000100* DOOR.  ADDS, CHANGES, DELETES, DISPLAYS AND LISTS THE
000110* STANDING ORDERS STORDGEN TURNS INTO CALCINR TRANSACTIONS ON
000120* THEIR DUE DATES.  AN ORDER IS ENTERED THE WAY A CLERK KEYS A
000130* CALCINR RECORD - TWO OPERANDS (+NNNNNVV OR A CONSTANT NAME),
000140* THE OPERATOR (F WITH A FORMULA NAME AS THE SECOND OPERAND)
000150* AND THE WORK ORDER - PLUS ITS FREQUENCY, START DATE AND END
000160* DATE.  THE FORMAT EDITS HERE ARE CALCEDIT'S; WHETHER THE
000170* CONSTANT, FORMULA AND WORK ORDER ARE ON FILE AND OPEN IS LEFT
000180* TO CALCEDIT ON THE NIGHT, SO AN ORDER WHOSE WORK ORDER IS
000190* CLOSED LATER REJECTS LIKE A KEYED TRANSACTION WOULD.  AN
000200* ORDER THAT HAS RUN ITS COURSE IS BEST ENDED WITH AN END DATE;
000210* DELETING IT LOSES THE DATE IT LAST GENERATED.  EVERY CHANGE
000220* IS WRITTEN TO THE SHARED MAINTENANCE JOURNAL THROUGH JRNLLOG
000230* WITH THE RECORD BEFORE AND AFTER.
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260* DATE       INIT  DESCRIPTION
000270* 2026-10-15 DLM   ORIGINAL - STANDING-ORDER MAINTENANCE
000280*                  (CR-2026-147).
000290*-----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT STORDER-FILE ASSIGN TO "STORDER"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS STORDER-ORDER-ID
000400         FILE STATUS IS WS-STORDER-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  STORDER-FILE
000440     RECORDING MODE IS F.
000450     COPY STORDER.
000460 WORKING-STORAGE SECTION.
000470 77  WS-STORDER-STATUS           PIC X(02) VALUE SPACES.
000480 77  WS-FUNCTION-CHOICE          PIC 9(01) VALUE ZERO.
000490 77  WS-DONE-SWITCH              PIC X(01) VALUE 'N'.
000500     88  WS-DONE                     VALUE 'Y'.
000510 77  WS-ORDER-GOOD-SWITCH        PIC X(01) VALUE 'N'.
000520     88  WS-ORDER-GOOD               VALUE 'Y'.
000530 77  WS-OPERAND-GOOD-SWITCH      PIC X(01) VALUE 'N'.
000540     88  WS-OPERAND-GOOD             VALUE 'Y'.
000550 77  WS-DATE-GOOD-SWITCH         PIC X(01) VALUE 'N'.
000560     88  WS-DATE-GOOD                VALUE 'Y'.
000570 77  WS-LIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
000580     88  WS-LIST-EOF                 VALUE 'Y'.
000590 77  WS-ORDER-ID-IN              PIC X(08) VALUE SPACES.
000600 77  WS-ENTRY-FIELD              PIC X(30) VALUE SPACES.
000610 77  WS-OPERAND-IN               PIC X(08) VALUE SPACES.
000620 77  WS-FREQUENCY-TEXT           PIC X(09) VALUE SPACES.
000630 77  WS-CONFIRM                  PIC X(01) VALUE SPACE.
000640 77  WS-LAST-DAY                 PIC 9(02) VALUE ZERO.
000650 77  WS-DIVIDE-QUOTIENT          PIC 9(04) COMP VALUE ZERO.
000660 77  WS-REM-4                    PIC 9(04) COMP VALUE ZERO.
000670 77  WS-REM-100                  PIC 9(04) COMP VALUE ZERO.
000680 77  WS-REM-400                  PIC 9(04) COMP VALUE ZERO.
000690 77  WS-LIST-COUNT               PIC 9(05) VALUE ZERO.
000700     COPY JRNLCLL.
000710*-----------------------------------------------------------------
000720* THE ORDER BEING ADDED OR CHANGED IS BUILT HERE AND EDITED AS
000730* A WHOLE BEFORE IT IS MOVED TO THE FILE RECORD, SO A CHANGE
000740* THAT FAILS AN EDIT LEAVES THE RECORD ON FILE UNTOUCHED.
000750*-----------------------------------------------------------------
000760     COPY STORDER REPLACING LEADING ==STORDER== BY ==WS-SO==.
000770*-----------------------------------------------------------------
000780* DAYS IN EACH MONTH FOR THE DATE EDITS (FEBRUARY IS ADJUSTED
000790* FOR LEAP YEARS), AND A BROKEN-OUT VIEW OF THE DATE EDITED.
000800*-----------------------------------------------------------------
000810 01  WS-MONTH-DAYS-DATA          PIC X(24)
000820         VALUE "312831303130313130313031".
000830 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
000840     05  WS-MONTH-DAYS           OCCURS 12 TIMES
000850                                 PIC 9(02).
000860 01  WS-DATE-WORK                PIC 9(08) VALUE ZERO.
000870 01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
000880     05  WS-DATE-YYYY            PIC 9(04).
000890     05  WS-DATE-MM              PIC 9(02).
000900     05  WS-DATE-DD              PIC 9(02).
000910 LINKAGE SECTION.
000920     COPY SIGNON.
000930 PROCEDURE DIVISION USING SIGNON-PARMS.
000940*-----------------------------------------------------------------
000950* 0000-MAINLINE - CHECKS THE CALLER'S PERMISSION, OPENS THE
000960* STANDING-ORDER FILE (CREATING IT ON FIRST USE) AND LOOPS OVER
000970* THE MAINTENANCE MENU.
000980*-----------------------------------------------------------------
000990 0000-MAINLINE.
001000     MOVE 'N' TO WS-DONE-SWITCH
001010     IF NOT SIGNON-PERM-SUPERVISOR
001020         DISPLAY "STANDING-ORDER MAINTENANCE IS SUPERVISOR ONLY."
001030         GOBACK
001040     END-IF
001050     OPEN I-O STORDER-FILE
001060     IF WS-STORDER-STATUS = "35"
001070         OPEN OUTPUT STORDER-FILE
001080         CLOSE STORDER-FILE
001090         OPEN I-O STORDER-FILE
001100     END-IF
001110     IF WS-STORDER-STATUS NOT = "00"
001120         DISPLAY "ERROR: UNABLE TO OPEN STORDER - STATUS "
001130             WS-STORDER-STATUS
001140         GOBACK
001150     END-IF
001160     PERFORM 1000-MAINTENANCE-ROUND THRU 1000-EXIT
001170         UNTIL WS-DONE
001180     CLOSE STORDER-FILE
001190     GOBACK.
001200*-----------------------------------------------------------------
001210* 1000-MAINTENANCE-ROUND - ONE PASS THROUGH THE MAINTENANCE
001220* MENU.
001230*-----------------------------------------------------------------
001240 1000-MAINTENANCE-ROUND.
001250     DISPLAY " "
001260     DISPLAY "STANDING-ORDER MAINTENANCE"
001270     DISPLAY "  1. ADD STANDING ORDER"
001280     DISPLAY "  2. CHANGE STANDING ORDER"
001290     DISPLAY "  3. DELETE STANDING ORDER"
001300     DISPLAY "  4. DISPLAY STANDING ORDER"
001310     DISPLAY "  5. LIST ALL STANDING ORDERS"
001320     DISPLAY "  6. RETURN TO MAIN MENU"
001330     DISPLAY "ENTER SELECTION: "
001340     ACCEPT WS-FUNCTION-CHOICE
001350     EVALUATE WS-FUNCTION-CHOICE
001360         WHEN 1
001370             PERFORM 2000-ADD-ORDER THRU 2000-EXIT
001380         WHEN 2
001390             PERFORM 3000-CHANGE-ORDER THRU 3000-EXIT
001400         WHEN 3
001410             PERFORM 4000-DELETE-ORDER THRU 4000-EXIT
001420         WHEN 4
001430             PERFORM 5000-DISPLAY-ORDER THRU 5000-EXIT
001440         WHEN 5
001450             PERFORM 6000-LIST-ORDERS THRU 6000-EXIT
001460         WHEN 6
001470             MOVE 'Y' TO WS-DONE-SWITCH
001480         WHEN OTHER
001490             DISPLAY "INVALID SELECTION - PLEASE TRY AGAIN."
001500     END-EVALUATE.
001510 1000-EXIT.
001520     EXIT.
001530*-----------------------------------------------------------------
001540* 2000-ADD-ORDER - SETS UP A NEW STANDING ORDER.  THE START
001550* DATE DEFAULTS TO TODAY AND A BLANK END DATE LEAVES IT OPEN;
001560* IT HAS NEVER GENERATED, SO ITS LAST-GENERATED DATE IS ZERO.
001570* THE KEYED WRITE REJECTS A DUPLICATE ORDER ID.
001580*-----------------------------------------------------------------
001590 2000-ADD-ORDER.
001600     DISPLAY "ENTER NEW STANDING ORDER ID: "
001610     ACCEPT WS-ORDER-ID-IN
001620     IF WS-ORDER-ID-IN = SPACES
001630         DISPLAY "ORDER ID MAY NOT BE BLANK."
001640         GO TO 2000-EXIT
001650     END-IF
001660     MOVE SPACES          TO WS-SO-RECORD
001670     MOVE WS-ORDER-ID-IN  TO WS-SO-ORDER-ID
001680     MOVE ZERO            TO WS-SO-START-DATE
001690     MOVE ZERO            TO WS-SO-END-DATE
001700     MOVE ZERO            TO WS-SO-LAST-GEN-DATE
001710     DISPLAY "ENTER DESCRIPTION: "
001720     ACCEPT WS-SO-DESCRIPTION
001730     DISPLAY "ENTER FIRST NUMBER (+NNNNNVV OR CONSTANT NAME): "
001740     ACCEPT WS-SO-NUM1
001750     DISPLAY "ENTER OPERATOR (+, -, *, /, %, ^, M, F): "
001760     ACCEPT WS-ENTRY-FIELD
001770     MOVE WS-ENTRY-FIELD (1:1) TO WS-SO-OPERATOR
001780     DISPLAY "ENTER SECOND NUMBER (+NNNNNVV, CONSTANT OR "
001790         "FORMULA NAME): "
001800     ACCEPT WS-SO-NUM2
001810     DISPLAY "ENTER WORK ORDER: "
001820     ACCEPT WS-SO-WORK-ORDER
001830     DISPLAY "ENTER FREQUENCY (D = DAILY, W = WEEKLY, "
001840         "M = MONTHLY, Q = QUARTERLY): "
001850     ACCEPT WS-ENTRY-FIELD
001860     MOVE WS-ENTRY-FIELD (1:1) TO WS-SO-FREQUENCY
001870     DISPLAY "ENTER START DATE (YYYYMMDD, BLANK = TODAY): "
001880     ACCEPT WS-ENTRY-FIELD
001890     IF WS-ENTRY-FIELD = SPACES
001900         ACCEPT WS-SO-START-DATE FROM DATE YYYYMMDD
001910     ELSE
001920         IF WS-ENTRY-FIELD (1:8) IS NUMERIC
001930             MOVE WS-ENTRY-FIELD (1:8) TO WS-SO-START-DATE
001940         END-IF
001950     END-IF
001960     DISPLAY "ENTER END DATE (YYYYMMDD, BLANK = NO END): "
001970     ACCEPT WS-ENTRY-FIELD
001980     IF WS-ENTRY-FIELD NOT = SPACES
001990         IF WS-ENTRY-FIELD (1:8) IS NUMERIC
002000             MOVE WS-ENTRY-FIELD (1:8) TO WS-SO-END-DATE
002010         ELSE
002020             MOVE 99999999 TO WS-SO-END-DATE
002030         END-IF
002040     END-IF
002050     PERFORM 7200-EDIT-ORDER THRU 7200-EXIT
002060     IF NOT WS-ORDER-GOOD
002070         DISPLAY "STANDING ORDER NOT ADDED."
002080         GO TO 2000-EXIT
002090     END-IF
002100     MOVE WS-SO-RECORD TO STORDER-RECORD
002110     WRITE STORDER-RECORD
002120         INVALID KEY
002130             DISPLAY "STANDING ORDER " WS-ORDER-ID-IN " IS "
002140                 "ALREADY ON FILE."
002150         NOT INVALID KEY
002160             DISPLAY "STANDING ORDER " WS-ORDER-ID-IN " ADDED."
002170             MOVE SPACES TO JRNL-BEFORE-IMAGE
002180             MOVE "AD"   TO JRNL-ACTION
002190             PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
002200     END-WRITE.
002210 2000-EXIT.
002220     EXIT.
002230*-----------------------------------------------------------------
002240* 3000-CHANGE-ORDER - CHANGES ANY OF THE ORDER'S FIELDS.  A
002250* BLANK ENTRY LEAVES THAT FIELD AS IT WAS; AN END DATE OF ZERO
002260* REOPENS AN ENDED ORDER.  THE CHANGED ORDER IS EDITED AS A
002270* WHOLE.  THE LAST-GENERATED DATE IS NOT TOUCHED, SO A CHANGE
002280* NEVER MAKES AN ORDER GENERATE TWICE FOR THE SAME DAY.
002290*-----------------------------------------------------------------
002300 3000-CHANGE-ORDER.
002310     PERFORM 7500-READ-ORDER THRU 7500-EXIT
002320     IF WS-STORDER-STATUS NOT = "00"
002330         GO TO 3000-EXIT
002340     END-IF
002350     PERFORM 5100-SHOW-ORDER THRU 5100-EXIT
002360     MOVE STORDER-RECORD TO WS-SO-RECORD
002370     DISPLAY "ENTER NEW DESCRIPTION (BLANK = NO CHANGE): "
002380     ACCEPT WS-ENTRY-FIELD
002390     IF WS-ENTRY-FIELD NOT = SPACES
002400         MOVE WS-ENTRY-FIELD TO WS-SO-DESCRIPTION
002410     END-IF
002420     DISPLAY "ENTER NEW FIRST NUMBER (BLANK = NO CHANGE): "
002430     ACCEPT WS-ENTRY-FIELD
002440     IF WS-ENTRY-FIELD NOT = SPACES
002450         MOVE WS-ENTRY-FIELD (1:8) TO WS-SO-NUM1
002460     END-IF
002470     DISPLAY "ENTER NEW OPERATOR (BLANK = NO CHANGE): "
002480     ACCEPT WS-ENTRY-FIELD
002490     IF WS-ENTRY-FIELD NOT = SPACES
002500         MOVE WS-ENTRY-FIELD (1:1) TO WS-SO-OPERATOR
002510     END-IF
002520     DISPLAY "ENTER NEW SECOND NUMBER (BLANK = NO CHANGE): "
002530     ACCEPT WS-ENTRY-FIELD
002540     IF WS-ENTRY-FIELD NOT = SPACES
002550         MOVE WS-ENTRY-FIELD (1:8) TO WS-SO-NUM2
002560     END-IF
002570     DISPLAY "ENTER NEW WORK ORDER (BLANK = NO CHANGE): "
002580     ACCEPT WS-ENTRY-FIELD
002590     IF WS-ENTRY-FIELD NOT = SPACES
002600         MOVE WS-ENTRY-FIELD (1:8) TO WS-SO-WORK-ORDER
002610     END-IF
002620     DISPLAY "ENTER NEW FREQUENCY (BLANK = NO CHANGE): "
002630     ACCEPT WS-ENTRY-FIELD
002640     IF WS-ENTRY-FIELD NOT = SPACES
002650         MOVE WS-ENTRY-FIELD (1:1) TO WS-SO-FREQUENCY
002660     END-IF
002670     DISPLAY "ENTER NEW START DATE (BLANK = NO CHANGE): "
002680     ACCEPT WS-ENTRY-FIELD
002690     IF WS-ENTRY-FIELD NOT = SPACES
002700         IF WS-ENTRY-FIELD (1:8) IS NUMERIC
002710             MOVE WS-ENTRY-FIELD (1:8) TO WS-SO-START-DATE
002720         ELSE
002730             MOVE ZERO TO WS-SO-START-DATE
002740         END-IF
002750     END-IF
002760     DISPLAY "ENTER NEW END DATE (0 = NO END, BLANK = NO "
002770         "CHANGE): "
002780     ACCEPT WS-ENTRY-FIELD
002790     IF WS-ENTRY-FIELD NOT = SPACES
002800         IF WS-ENTRY-FIELD (1:1) = "0" AND
002810            WS-ENTRY-FIELD (2:7) = SPACES
002820             MOVE ZERO TO WS-SO-END-DATE
002830         ELSE
002840         IF WS-ENTRY-FIELD (1:8) IS NUMERIC
002850             MOVE WS-ENTRY-FIELD (1:8) TO WS-SO-END-DATE
002860         ELSE
002870             MOVE 99999999 TO WS-SO-END-DATE
002880         END-IF
002890         END-IF
002900     END-IF
002910     IF WS-SO-RECORD = STORDER-RECORD
002920         DISPLAY "NOTHING CHANGED."
002930         GO TO 3000-EXIT
002940     END-IF
002950     PERFORM 7200-EDIT-ORDER THRU 7200-EXIT
002960     IF NOT WS-ORDER-GOOD
002970         DISPLAY "STANDING ORDER NOT CHANGED."
002980         GO TO 3000-EXIT
002990     END-IF
003000     MOVE WS-SO-RECORD TO STORDER-RECORD
003010     REWRITE STORDER-RECORD
003020     DISPLAY "STANDING ORDER " WS-ORDER-ID-IN " CHANGED."
003030     MOVE "CH" TO JRNL-ACTION
003040     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
003050 3000-EXIT.
003060     EXIT.
003070*-----------------------------------------------------------------
003080* 4000-DELETE-ORDER - REMOVES A STANDING ORDER AFTER
003090* CONFIRMATION.  TRANSACTIONS IT HAS ALREADY GENERATED ARE NOT
003100* AFFECTED.  THE JOURNAL AFTER IMAGE IS LEFT BLANK.
003110*-----------------------------------------------------------------
003120 4000-DELETE-ORDER.
003130     PERFORM 7500-READ-ORDER THRU 7500-EXIT
003140     IF WS-STORDER-STATUS NOT = "00"
003150         GO TO 4000-EXIT
003160     END-IF
003170     PERFORM 5100-SHOW-ORDER THRU 5100-EXIT
003180     DISPLAY "DELETE STANDING ORDER " WS-ORDER-ID-IN
003190         "? (Y/N): "
003200     ACCEPT WS-CONFIRM
003210     IF WS-CONFIRM NOT = 'Y' AND
003220        WS-CONFIRM NOT = 'y'
003230         DISPLAY "NOTHING DELETED."
003240         GO TO 4000-EXIT
003250     END-IF
003260     DELETE STORDER-FILE
003270     DISPLAY "STANDING ORDER " WS-ORDER-ID-IN " DELETED."
003280     MOVE SPACES TO STORDER-RECORD
003290     MOVE WS-ORDER-ID-IN TO STORDER-ORDER-ID
003300     MOVE "DL" TO JRNL-ACTION
003310     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
003320 4000-EXIT.
003330     EXIT.
003340*-----------------------------------------------------------------
003350* 5000-DISPLAY-ORDER - SHOWS ONE STANDING ORDER.
003360*-----------------------------------------------------------------
003370 5000-DISPLAY-ORDER.
003380     PERFORM 7500-READ-ORDER THRU 7500-EXIT
003390     IF WS-STORDER-STATUS NOT = "00"
003400         GO TO 5000-EXIT
003410     END-IF
003420     PERFORM 5100-SHOW-ORDER THRU 5100-EXIT.
003430 5000-EXIT.
003440     EXIT.
003450 5100-SHOW-ORDER.
003460     EVALUATE TRUE
003470         WHEN STORDER-DAILY
003480             MOVE "DAILY"     TO WS-FREQUENCY-TEXT
003490         WHEN STORDER-WEEKLY
003500             MOVE "WEEKLY"    TO WS-FREQUENCY-TEXT
003510         WHEN STORDER-MONTHLY
003520             MOVE "MONTHLY"   TO WS-FREQUENCY-TEXT
003530         WHEN STORDER-QUARTERLY
003540             MOVE "QUARTERLY" TO WS-FREQUENCY-TEXT
003550         WHEN OTHER
003560             MOVE STORDER-FREQUENCY TO WS-FREQUENCY-TEXT
003570     END-EVALUATE
003580     DISPLAY "STANDING ORDER: " STORDER-ORDER-ID
003590     DISPLAY "DESCRIPTION:    " STORDER-DESCRIPTION
003600     DISPLAY "CALCULATION:    " STORDER-NUM1 " "
003610         STORDER-OPERATOR " " STORDER-NUM2
003620     DISPLAY "WORK ORDER:     " STORDER-WORK-ORDER
003630     DISPLAY "FREQUENCY:      " WS-FREQUENCY-TEXT
003640     DISPLAY "STARTS:         " STORDER-START-DATE
003650     IF STORDER-END-DATE = ZERO
003660         DISPLAY "ENDS:           (NO END DATE)"
003670     ELSE
003680         DISPLAY "ENDS:           " STORDER-END-DATE
003690     END-IF
003700     IF STORDER-LAST-GEN-DATE = ZERO
003710         DISPLAY "LAST GENERATED: (NEVER)"
003720     ELSE
003730         DISPLAY "LAST GENERATED: " STORDER-LAST-GEN-DATE
003740     END-IF.
003750 5100-EXIT.
003760     EXIT.
003770*-----------------------------------------------------------------
003780* 6000-LIST-ORDERS - ONE LINE PER STANDING ORDER, IN ORDER ID
003790* SEQUENCE: THE CALCULATION, WORK ORDER, FREQUENCY, START AND
003800* END DATES AND THE DATE IT LAST GENERATED.
003810*-----------------------------------------------------------------
003820 6000-LIST-ORDERS.
003830     MOVE 'N'        TO WS-LIST-EOF-SWITCH
003840     MOVE ZERO       TO WS-LIST-COUNT
003850     MOVE LOW-VALUES TO STORDER-ORDER-ID
003860     START STORDER-FILE KEY IS NOT LESS THAN STORDER-ORDER-ID
003870         INVALID KEY
003880             MOVE 'Y' TO WS-LIST-EOF-SWITCH
003890     END-START
003900     DISPLAY "ORDER ID CALCULATION          WORK ORD F START    "
003910         "END      LAST GEN"
003920     PERFORM 6100-LIST-ONE-ORDER THRU 6100-EXIT
003930         UNTIL WS-LIST-EOF
003940     IF WS-LIST-COUNT = ZERO
003950         DISPLAY "NO STANDING ORDERS ON FILE."
003960     ELSE
003970         DISPLAY WS-LIST-COUNT " STANDING ORDERS ON FILE."
003980     END-IF.
003990 6000-EXIT.
004000     EXIT.
004010 6100-LIST-ONE-ORDER.
004020     READ STORDER-FILE NEXT RECORD
004030         AT END
004040             MOVE 'Y' TO WS-LIST-EOF-SWITCH
004050             GO TO 6100-EXIT
004060     END-READ
004070     ADD 1 TO WS-LIST-COUNT
004080     DISPLAY STORDER-ORDER-ID " " STORDER-NUM1 " "
004090         STORDER-OPERATOR " " STORDER-NUM2 " "
004100         STORDER-WORK-ORDER " " STORDER-FREQUENCY " "
004110         STORDER-START-DATE " " STORDER-END-DATE " "
004120         STORDER-LAST-GEN-DATE.
004130 6100-EXIT.
004140     EXIT.
004150*-----------------------------------------------------------------
004160* 7200-EDIT-ORDER - THE EDITS FOR AN ORDER BUILT IN WS-SO-RECORD.
004170* THE OPERANDS, OPERATOR AND WORK ORDER MUST PASS CALCEDIT'S
004180* FORMAT EDITS, THE FREQUENCY MUST BE D, W, M OR Q, THE START
004190* DATE MUST BE A REAL DATE, AND AN END DATE MUST BE A REAL
004200* DATE NO EARLIER THAN THE START.  THE FIRST EDIT THAT FAILS
004210* IS SHOWN.
004220*-----------------------------------------------------------------
004230 7200-EDIT-ORDER.
004240     MOVE 'N' TO WS-ORDER-GOOD-SWITCH
004250     IF WS-SO-DESCRIPTION = SPACES
004260         DISPLAY "DESCRIPTION MAY NOT BE BLANK."
004270         GO TO 7200-EXIT
004280     END-IF
004290     MOVE WS-SO-NUM1 TO WS-OPERAND-IN
004300     PERFORM 7300-CHECK-OPERAND THRU 7300-EXIT
004310     IF NOT WS-OPERAND-GOOD
004320         DISPLAY "FIRST NUMBER MUST BE +NNNNNVV, -NNNNNVV OR A "
004330             "CONSTANT NAME."
004340         GO TO 7200-EXIT
004350     END-IF
004360     IF WS-SO-OPERATOR NOT = "+" AND
004370        WS-SO-OPERATOR NOT = "-" AND
004380        WS-SO-OPERATOR NOT = "*" AND
004390        WS-SO-OPERATOR NOT = "/" AND
004400        WS-SO-OPERATOR NOT = "%" AND
004410        WS-SO-OPERATOR NOT = "^" AND
004420        WS-SO-OPERATOR NOT = "M" AND
004430        WS-SO-OPERATOR NOT = "F"
004440         DISPLAY "OPERATOR MUST BE +, -, *, /, %, ^, M OR F."
004450         GO TO 7200-EXIT
004460     END-IF
004470     IF WS-SO-FORMULA
004480         IF WS-SO-NUM2 (1:1) IS NOT ALPHABETIC OR
004490            WS-SO-NUM2 (1:1) = SPACE
004500             DISPLAY "A FORMULA ORDER NEEDS THE FORMULA NAME AS "
004510                 "ITS SECOND NUMBER."
004520             GO TO 7200-EXIT
004530         END-IF
004540     ELSE
004550         MOVE WS-SO-NUM2 TO WS-OPERAND-IN
004560         PERFORM 7300-CHECK-OPERAND THRU 7300-EXIT
004570         IF NOT WS-OPERAND-GOOD
004580             DISPLAY "SECOND NUMBER MUST BE +NNNNNVV, -NNNNNVV "
004590                 "OR A CONSTANT NAME."
004600             GO TO 7200-EXIT
004610         END-IF
004620         IF (WS-SO-OPERATOR = "/" OR WS-SO-OPERATOR = "M") AND
004630             WS-SO-NUM2 (1:1) NOT ALPHABETIC AND
004640             WS-SO-NUM2 (2:7) = "0000000"
004650             DISPLAY "A DIVIDE MAY NOT HAVE A ZERO SECOND NUMBER."
004660             GO TO 7200-EXIT
004670         END-IF
004680     END-IF
004690     IF WS-SO-WORK-ORDER = SPACES
004700         DISPLAY "WORK ORDER MAY NOT BE BLANK."
004710         GO TO 7200-EXIT
004720     END-IF
004730     IF NOT WS-SO-FREQUENCY-VALID
004740         DISPLAY "FREQUENCY MUST BE D, W, M OR Q."
004750         GO TO 7200-EXIT
004760     END-IF
004770     MOVE WS-SO-START-DATE TO WS-DATE-WORK
004780     PERFORM 7400-CHECK-DATE THRU 7400-EXIT
004790     IF NOT WS-DATE-GOOD
004800         DISPLAY "START DATE IS NOT A VALID YYYYMMDD DATE."
004810         GO TO 7200-EXIT
004820     END-IF
004830     IF WS-SO-END-DATE NOT = ZERO
004840         MOVE WS-SO-END-DATE TO WS-DATE-WORK
004850         PERFORM 7400-CHECK-DATE THRU 7400-EXIT
004860         IF NOT WS-DATE-GOOD
004870             DISPLAY "END DATE IS NOT A VALID YYYYMMDD DATE."
004880             GO TO 7200-EXIT
004890         END-IF
004900         IF WS-SO-END-DATE < WS-SO-START-DATE
004910             DISPLAY "END DATE MAY NOT BE BEFORE THE START DATE."
004920             GO TO 7200-EXIT
004930         END-IF
004940     END-IF
004950     MOVE 'Y' TO WS-ORDER-GOOD-SWITCH.
004960 7200-EXIT.
004970     EXIT.
004980*-----------------------------------------------------------------
004990* 7300-CHECK-OPERAND - AN OPERAND IS A CONSTANT NAME (STARTS
005000* WITH A LETTER) OR A SIGN FOLLOWED BY SEVEN DIGITS, AS ON
005010* CALCINR.
005020*-----------------------------------------------------------------
005030 7300-CHECK-OPERAND.
005040     MOVE 'Y' TO WS-OPERAND-GOOD-SWITCH
005050     IF WS-OPERAND-IN (1:1) IS ALPHABETIC AND
005060        WS-OPERAND-IN (1:1) NOT = SPACE
005070         GO TO 7300-EXIT
005080     END-IF
005090     IF (WS-OPERAND-IN (1:1) NOT = "+" AND
005100         WS-OPERAND-IN (1:1) NOT = "-")
005110         OR WS-OPERAND-IN (2:7) IS NOT NUMERIC
005120         MOVE 'N' TO WS-OPERAND-GOOD-SWITCH
005130     END-IF.
005140 7300-EXIT.
005150     EXIT.
005160*-----------------------------------------------------------------
005170* 7400-CHECK-DATE - WS-DATE-WORK MUST BE A REAL CALENDAR DATE.
005180*-----------------------------------------------------------------
005190 7400-CHECK-DATE.
005200     MOVE 'N' TO WS-DATE-GOOD-SWITCH
005210     IF WS-DATE-YYYY < 1900 OR
005220        WS-DATE-MM < 1 OR WS-DATE-MM > 12 OR
005230        WS-DATE-DD < 1
005240         GO TO 7400-EXIT
005250     END-IF
005260     MOVE WS-MONTH-DAYS (WS-DATE-MM) TO WS-LAST-DAY
005270     IF WS-DATE-MM = 2
005280         DIVIDE WS-DATE-YYYY BY 4 GIVING WS-DIVIDE-QUOTIENT
005290             REMAINDER WS-REM-4
005300         DIVIDE WS-DATE-YYYY BY 100 GIVING WS-DIVIDE-QUOTIENT
005310             REMAINDER WS-REM-100
005320         DIVIDE WS-DATE-YYYY BY 400 GIVING WS-DIVIDE-QUOTIENT
005330             REMAINDER WS-REM-400
005340         IF WS-REM-4 = ZERO AND
005350            (WS-REM-100 NOT = ZERO OR WS-REM-400 = ZERO)
005360             MOVE 29 TO WS-LAST-DAY
005370         END-IF
005380     END-IF
005390     IF WS-DATE-DD > WS-LAST-DAY
005400         GO TO 7400-EXIT
005410     END-IF
005420     MOVE 'Y' TO WS-DATE-GOOD-SWITCH.
005430 7400-EXIT.
005440     EXIT.
005450*-----------------------------------------------------------------
005460* 7500-READ-ORDER - PROMPTS FOR AN ORDER ID AND READS IT.
005470* LEAVES THE FILE STATUS FOR THE CALLER TO TEST, AND THE RECORD
005480* AS READ IN THE JOURNAL BEFORE IMAGE.
005490*-----------------------------------------------------------------
005500 7500-READ-ORDER.
005510     DISPLAY "ENTER STANDING ORDER ID: "
005520     ACCEPT WS-ORDER-ID-IN
005530     MOVE WS-ORDER-ID-IN TO STORDER-ORDER-ID
005540     READ STORDER-FILE
005550         INVALID KEY
005560             DISPLAY "STANDING ORDER " WS-ORDER-ID-IN " IS NOT "
005570                 "ON FILE."
005580             GO TO 7500-EXIT
005590     END-READ
005600     MOVE STORDER-RECORD TO JRNL-BEFORE-IMAGE.
005610 7500-EXIT.
005620     EXIT.
005630*-----------------------------------------------------------------
005640* 8000-WRITE-JOURNAL - JOURNALS THE RECORD JUST WRITTEN.  THE
005650* CALLER HAS SET THE ACTION AND THE BEFORE IMAGE (SPACES FOR AN
005660* ADD); THE AFTER IMAGE IS THE RECORD AS WRITTEN, OR SPACES
005670* FOR A DELETE.
005680*-----------------------------------------------------------------
005690 8000-WRITE-JOURNAL.
005700     MOVE SIGNON-USER-ID     TO JRNL-USER-ID
005710     MOVE "STORDER"          TO JRNL-FILE-NAME
005720     MOVE STORDER-ORDER-ID   TO JRNL-RECORD-KEY
005730     IF JRNL-ACTION = "DL"
005740         MOVE SPACES         TO JRNL-AFTER-IMAGE
005750     ELSE
005760         MOVE STORDER-RECORD TO JRNL-AFTER-IMAGE
005770     END-IF
005780     CALL "JRNLLOG" USING JRNL-CALL-PARMS
005790     IF NOT JRNL-RC-OK
005800         DISPLAY "WARNING: MAINTENANCE JOURNAL ENTRY NOT "
005810             "RECORDED."
005820     END-IF.
005830 8000-EXIT.
005840     EXIT.
