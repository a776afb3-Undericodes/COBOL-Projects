000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     NOTEMNT.
000030 AUTHOR.         D. MERRICK.
000040 INSTALLATION.   FLOOR OPERATIONS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*-----------------------------------------------------------------
000080* NOTEMNT - SIGN-ON NOTICE MAINTENANCE.  CALLED FROM MAINMENU
000090* WITH THE VALIDATED SIGN-ON; ONLY A SUPERVISOR GETS PAST THE
000100* DOOR.  ADDS AND CHANGES BROADCAST NOTICES - A LINE OF TEXT,
000110* A SEVERITY, WHO IS TO SEE IT (EVERY USER OR SUPERVISORS
000120* ONLY) AND THE DATES IT RUNS FROM AND EXPIRES AFTER - AND
000130* WITHDRAWS ANY NOTICE, A BATCH ALERT INCLUDED ONCE THE TROUBLE
000140* BEHIND IT HAS BEEN DEALT WITH.  DISPLAY SHOWS A NOTICE WITH
000150* EVERY ACKNOWLEDGEMENT TAKEN FOR IT; LIST SHOWS THE NOTICES
000160* STILL ACTIVE.  A NOTICE IS NEVER DELETED.  EVERY CHANGE IS
000170* WRITTEN TO THE SHARED MAINTENANCE JOURNAL THROUGH JRNLLOG
000180* WITH THE RECORD BEFORE AND AFTER; A WITHDRAWAL IS JOURNALLED
000190* AS A CLOSE.
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220* DATE       INIT  DESCRIPTION
000230* 2026-10-15 DLM   ORIGINAL - SIGN-ON NOTICE MAINTENANCE
000240*                  (CR-2026-148).
000250*-----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT NOTICE-FILE ASSIGN TO "NOTICE"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS NOTICE-KEY
000360         FILE STATUS IS WS-NOTICE-STATUS.
000370     SELECT NOTEACK-FILE ASSIGN TO "NOTEACK"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS NOTEACK-KEY
000410         FILE STATUS IS WS-NOTEACK-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  NOTICE-FILE
000450     RECORDING MODE IS F.
000460     COPY NOTICE.
000470 FD  NOTEACK-FILE
000480     RECORDING MODE IS F.
000490     COPY NOTEACK.
000500 WORKING-STORAGE SECTION.
000510 77  WS-NOTICE-STATUS            PIC X(02) VALUE SPACES.
000520 77  WS-NOTEACK-STATUS           PIC X(02) VALUE SPACES.
000530 77  WS-FUNCTION-CHOICE          PIC 9(01) VALUE ZERO.
000540 77  WS-DONE-SWITCH              PIC X(01) VALUE 'N'.
000550     88  WS-DONE                     VALUE 'Y'.
000560 77  WS-NOTICE-GOOD-SWITCH       PIC X(01) VALUE 'N'.
000570     88  WS-NOTICE-GOOD              VALUE 'Y'.
000580 77  WS-DATE-GOOD-SWITCH         PIC X(01) VALUE 'N'.
000590     88  WS-DATE-GOOD                VALUE 'Y'.
000600 77  WS-LIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
000610     88  WS-LIST-EOF                 VALUE 'Y'.
000620 77  WS-WRITTEN-SWITCH           PIC X(01) VALUE 'N'.
000630     88  WS-WRITTEN                  VALUE 'Y'.
000640 77  WS-NOTICE-ID-IN             PIC X(16) VALUE SPACES.
000650 77  WS-ENTRY-FIELD              PIC X(46) VALUE SPACES.
000660 77  WS-CONFIRM                  PIC X(01) VALUE SPACE.
000670 77  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
000680 77  WS-TYPE-TEXT                PIC X(09) VALUE SPACES.
000690 77  WS-SEVERITY-TEXT            PIC X(11) VALUE SPACES.
000700 77  WS-PERM-TEXT                PIC X(16) VALUE SPACES.
000710 77  WS-STATE-TEXT               PIC X(11) VALUE SPACES.
000720 77  WS-LAST-DAY                 PIC 9(02) VALUE ZERO.
000730 77  WS-DIVIDE-QUOTIENT          PIC 9(04) COMP VALUE ZERO.
000740 77  WS-REM-4                    PIC 9(04) COMP VALUE ZERO.
000750 77  WS-REM-100                  PIC 9(04) COMP VALUE ZERO.
000760 77  WS-REM-400                  PIC 9(04) COMP VALUE ZERO.
000770 77  WS-TRY-COUNT                PIC 9(02) VALUE ZERO.
000780 77  WS-TRY-LIMIT                PIC 9(02) VALUE 50.
000790 77  WS-LIST-COUNT               PIC 9(05) VALUE ZERO.
000800 77  WS-ACK-COUNT                PIC 9(05) VALUE ZERO.
000810     COPY JRNLCLL.
000820*-----------------------------------------------------------------
000830* THE NOTICE BEING ADDED OR CHANGED IS BUILT HERE AND EDITED AS
000840* A WHOLE BEFORE IT IS MOVED TO THE FILE RECORD, SO A CHANGE
000850* THAT FAILS AN EDIT LEAVES THE RECORD ON FILE UNTOUCHED.
000860*-----------------------------------------------------------------
000870     COPY NOTICE REPLACING LEADING ==NOTICE== BY ==WS-NT==.
000880*-----------------------------------------------------------------
000890* DAYS IN EACH MONTH FOR THE DATE EDITS (FEBRUARY IS ADJUSTED
000900* FOR LEAP YEARS), AND A BROKEN-OUT VIEW OF THE DATE EDITED.
000910*-----------------------------------------------------------------
000920 01  WS-MONTH-DAYS-DATA          PIC X(24)
000930         VALUE "312831303130313130313031".
000940 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
000950     05  WS-MONTH-DAYS           OCCURS 12 TIMES
000960                                 PIC 9(02).
000970 01  WS-DATE-WORK                PIC 9(08) VALUE ZERO.
000980 01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
000990     05  WS-DATE-YYYY            PIC 9(04).
001000     05  WS-DATE-MM              PIC 9(02).
001010     05  WS-DATE-DD              PIC 9(02).
001020 LINKAGE SECTION.
001030     COPY SIGNON.
001040 PROCEDURE DIVISION USING SIGNON-PARMS.
001050*-----------------------------------------------------------------
001060* 0000-MAINLINE - CHECKS THE CALLER'S PERMISSION, OPENS THE
001070* NOTICE FILE (CREATING IT ON FIRST USE) AND LOOPS OVER THE
001080* MAINTENANCE MENU.
001090*-----------------------------------------------------------------
001100 0000-MAINLINE.
001110     MOVE 'N' TO WS-DONE-SWITCH
001120     IF NOT SIGNON-PERM-SUPERVISOR
001130         DISPLAY "NOTICE MAINTENANCE IS SUPERVISOR ONLY."
001140         GOBACK
001150     END-IF
001160     OPEN I-O NOTICE-FILE
001170     IF WS-NOTICE-STATUS = "35"
001180         OPEN OUTPUT NOTICE-FILE
001190         CLOSE NOTICE-FILE
001200         OPEN I-O NOTICE-FILE
001210     END-IF
001220     IF WS-NOTICE-STATUS NOT = "00"
001230         DISPLAY "ERROR: UNABLE TO OPEN NOTICE - STATUS "
001240             WS-NOTICE-STATUS
001250         GOBACK
001260     END-IF
001270     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001280     PERFORM 1000-MAINTENANCE-ROUND THRU 1000-EXIT
001290         UNTIL WS-DONE
001300     CLOSE NOTICE-FILE
001310     GOBACK.
001320*-----------------------------------------------------------------
001330* 1000-MAINTENANCE-ROUND - ONE PASS THROUGH THE MAINTENANCE
001340* MENU.
001350*-----------------------------------------------------------------
001360 1000-MAINTENANCE-ROUND.
001370     DISPLAY " "
001380     DISPLAY "SIGN-ON NOTICE MAINTENANCE"
001390     DISPLAY "  1. ADD BROADCAST NOTICE"
001400     DISPLAY "  2. CHANGE BROADCAST NOTICE"
001410     DISPLAY "  3. WITHDRAW NOTICE"
001420     DISPLAY "  4. DISPLAY NOTICE AND ACKNOWLEDGEMENTS"
001430     DISPLAY "  5. LIST ACTIVE NOTICES"
001440     DISPLAY "  6. RETURN TO MAIN MENU"
001450     DISPLAY "ENTER SELECTION: "
001460     ACCEPT WS-FUNCTION-CHOICE
001470     EVALUATE WS-FUNCTION-CHOICE
001480         WHEN 1
001490             PERFORM 2000-ADD-NOTICE THRU 2000-EXIT
001500         WHEN 2
001510             PERFORM 3000-CHANGE-NOTICE THRU 3000-EXIT
001520         WHEN 3
001530             PERFORM 4000-WITHDRAW-NOTICE THRU 4000-EXIT
001540         WHEN 4
001550             PERFORM 5000-DISPLAY-NOTICE THRU 5000-EXIT
001560         WHEN 5
001570             PERFORM 6000-LIST-NOTICES THRU 6000-EXIT
001580         WHEN 6
001590             MOVE 'Y' TO WS-DONE-SWITCH
001600         WHEN OTHER
001610             DISPLAY "INVALID SELECTION - PLEASE TRY AGAIN."
001620     END-EVALUATE.
001630 1000-EXIT.
001640     EXIT.
001650*-----------------------------------------------------------------
001660* 2000-ADD-NOTICE - POSTS A NEW BROADCAST.  THE START DATE
001670* DEFAULTS TO TODAY; THE EXPIRY DATE MUST BE GIVEN, SO NO
001680* BROADCAST STAYS ON THE SIGN-ON SCREEN FOR EVER.  THE KEY IS
001690* THE DATE AND TIME OF THE ADD, STEPPED ON BY ONE WHEN ANOTHER
001700* NOTICE ALREADY HOLDS IT, AS NOTEPOST DOES FOR AN ALERT.
001710*-----------------------------------------------------------------
001720 2000-ADD-NOTICE.
001730     MOVE SPACES          TO WS-NT-RECORD
001740     MOVE 'B'             TO WS-NT-TYPE
001750     MOVE 'A'             TO WS-NT-STATUS
001760     MOVE SIGNON-USER-ID  TO WS-NT-SOURCE
001770     MOVE ZERO            TO WS-NT-START-DATE
001780     MOVE ZERO            TO WS-NT-EXPIRY-DATE
001790     DISPLAY "ENTER NOTICE TEXT (UP TO 46 CHARACTERS): "
001800     ACCEPT WS-NT-TEXT
001810     DISPLAY "ENTER SEVERITY (I = INFORMATION, W = WARNING, "
001820         "C = CRITICAL): "
001830     ACCEPT WS-ENTRY-FIELD
001840     MOVE WS-ENTRY-FIELD (1:1) TO WS-NT-SEVERITY
001850     DISPLAY "ENTER WHO SEES IT (O = EVERY USER, "
001860         "S = SUPERVISORS ONLY): "
001870     ACCEPT WS-ENTRY-FIELD
001880     MOVE WS-ENTRY-FIELD (1:1) TO WS-NT-PERM-LEVEL
001890     DISPLAY "ENTER START DATE (YYYYMMDD, BLANK = TODAY): "
001900     ACCEPT WS-ENTRY-FIELD
001910     IF WS-ENTRY-FIELD = SPACES
001920         MOVE WS-TODAY-DATE TO WS-NT-START-DATE
001930     ELSE
001940         IF WS-ENTRY-FIELD (1:8) IS NUMERIC
001950             MOVE WS-ENTRY-FIELD (1:8) TO WS-NT-START-DATE
001960         END-IF
001970     END-IF
001980     DISPLAY "ENTER EXPIRY DATE (YYYYMMDD): "
001990     ACCEPT WS-ENTRY-FIELD
002000     IF WS-ENTRY-FIELD (1:8) IS NUMERIC
002010         MOVE WS-ENTRY-FIELD (1:8) TO WS-NT-EXPIRY-DATE
002020     END-IF
002030     PERFORM 7200-EDIT-NOTICE THRU 7200-EXIT
002040     IF NOT WS-NOTICE-GOOD
002050         DISPLAY "NOTICE NOT ADDED."
002060         GO TO 2000-EXIT
002070     END-IF
002080     ACCEPT WS-NT-POST-DATE FROM DATE YYYYMMDD
002090     ACCEPT WS-NT-POST-TIME FROM TIME
002100     MOVE WS-NT-RECORD TO NOTICE-RECORD
002110     MOVE 'N'  TO WS-WRITTEN-SWITCH
002120     MOVE ZERO TO WS-TRY-COUNT
002130     PERFORM 2100-WRITE-NOTICE THRU 2100-EXIT
002140         UNTIL WS-WRITTEN OR WS-TRY-COUNT >= WS-TRY-LIMIT
002150     IF NOT WS-WRITTEN
002160         DISPLAY "ERROR: NOTICE NOT ADDED - STATUS "
002170             WS-NOTICE-STATUS
002180         GO TO 2000-EXIT
002190     END-IF
002200     DISPLAY "NOTICE " NOTICE-KEY " ADDED."
002210     MOVE SPACES TO JRNL-BEFORE-IMAGE
002220     MOVE "AD"   TO JRNL-ACTION
002230     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
002240 2000-EXIT.
002250     EXIT.
002260 2100-WRITE-NOTICE.
002270     ADD 1 TO WS-TRY-COUNT
002280     WRITE NOTICE-RECORD
002290         INVALID KEY
002300             ADD 1 TO NOTICE-POST-TIME
002310         NOT INVALID KEY
002320             MOVE 'Y' TO WS-WRITTEN-SWITCH
002330     END-WRITE.
002340 2100-EXIT.
002350     EXIT.
002360*-----------------------------------------------------------------
002370* 3000-CHANGE-NOTICE - CHANGES AN ACTIVE BROADCAST'S TEXT,
002380* SEVERITY, AUDIENCE OR DATES.  A BLANK ENTRY LEAVES THAT FIELD
002390* AS IT WAS.  AN ALERT BELONGS TO THE PROGRAM THAT POSTED IT
002400* AND CAN ONLY BE WITHDRAWN.  ACKNOWLEDGEMENTS ALREADY TAKEN
002410* STAND, SO A CHANGE THAT NEEDS EVERYONE TO READ IT AGAIN IS
002420* BETTER MADE BY WITHDRAWING THE NOTICE AND ADDING A NEW ONE.
002430*-----------------------------------------------------------------
002440 3000-CHANGE-NOTICE.
002450     PERFORM 7500-READ-NOTICE THRU 7500-EXIT
002460     IF WS-NOTICE-STATUS NOT = "00"
002470         GO TO 3000-EXIT
002480     END-IF
002490     PERFORM 5100-SHOW-NOTICE THRU 5100-EXIT
002500     IF NOT NOTICE-BROADCAST
002510         DISPLAY "AN ALERT CANNOT BE CHANGED - WITHDRAW IT "
002520             "INSTEAD."
002530         GO TO 3000-EXIT
002540     END-IF
002550     IF NOT NOTICE-ACTIVE
002560         DISPLAY "A WITHDRAWN NOTICE CANNOT BE CHANGED."
002570         GO TO 3000-EXIT
002580     END-IF
002590     MOVE NOTICE-RECORD TO WS-NT-RECORD
002600     DISPLAY "ENTER NEW TEXT (BLANK = NO CHANGE): "
002610     ACCEPT WS-ENTRY-FIELD
002620     IF WS-ENTRY-FIELD NOT = SPACES
002630         MOVE WS-ENTRY-FIELD TO WS-NT-TEXT
002640     END-IF
002650     DISPLAY "ENTER NEW SEVERITY (BLANK = NO CHANGE): "
002660     ACCEPT WS-ENTRY-FIELD
002670     IF WS-ENTRY-FIELD NOT = SPACES
002680         MOVE WS-ENTRY-FIELD (1:1) TO WS-NT-SEVERITY
002690     END-IF
002700     DISPLAY "ENTER NEW WHO SEES IT (BLANK = NO CHANGE): "
002710     ACCEPT WS-ENTRY-FIELD
002720     IF WS-ENTRY-FIELD NOT = SPACES
002730         MOVE WS-ENTRY-FIELD (1:1) TO WS-NT-PERM-LEVEL
002740     END-IF
002750     DISPLAY "ENTER NEW START DATE (BLANK = NO CHANGE): "
002760     ACCEPT WS-ENTRY-FIELD
002770     IF WS-ENTRY-FIELD NOT = SPACES
002780         IF WS-ENTRY-FIELD (1:8) IS NUMERIC
002790             MOVE WS-ENTRY-FIELD (1:8) TO WS-NT-START-DATE
002800         ELSE
002810             MOVE ZERO TO WS-NT-START-DATE
002820         END-IF
002830     END-IF
002840     DISPLAY "ENTER NEW EXPIRY DATE (BLANK = NO CHANGE): "
002850     ACCEPT WS-ENTRY-FIELD
002860     IF WS-ENTRY-FIELD NOT = SPACES
002870         IF WS-ENTRY-FIELD (1:8) IS NUMERIC
002880             MOVE WS-ENTRY-FIELD (1:8) TO WS-NT-EXPIRY-DATE
002890         ELSE
002900             MOVE ZERO TO WS-NT-EXPIRY-DATE
002910         END-IF
002920     END-IF
002930     IF WS-NT-RECORD = NOTICE-RECORD
002940         DISPLAY "NOTHING CHANGED."
002950         GO TO 3000-EXIT
002960     END-IF
002970     PERFORM 7200-EDIT-NOTICE THRU 7200-EXIT
002980     IF NOT WS-NOTICE-GOOD
002990         DISPLAY "NOTICE NOT CHANGED."
003000         GO TO 3000-EXIT
003010     END-IF
003020     MOVE WS-NT-RECORD TO NOTICE-RECORD
003030     REWRITE NOTICE-RECORD
003040     DISPLAY "NOTICE " WS-NOTICE-ID-IN " CHANGED."
003050     MOVE "CH" TO JRNL-ACTION
003060     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
003070 3000-EXIT.
003080     EXIT.
003090*-----------------------------------------------------------------
003100* 4000-WITHDRAW-NOTICE - TAKES A BROADCAST OR AN ALERT OFF THE
003110* SIGN-ON SCREEN AFTER CONFIRMATION.  THE RECORD AND ITS
003120* ACKNOWLEDGEMENTS STAY ON FILE.  A BATCH PROGRAM THAT HITS THE
003130* SAME TROUBLE AGAIN POSTS A FRESH ALERT.
003140*-----------------------------------------------------------------
003150 4000-WITHDRAW-NOTICE.
003160     PERFORM 7500-READ-NOTICE THRU 7500-EXIT
003170     IF WS-NOTICE-STATUS NOT = "00"
003180         GO TO 4000-EXIT
003190     END-IF
003200     PERFORM 5100-SHOW-NOTICE THRU 5100-EXIT
003210     IF NOT NOTICE-ACTIVE
003220         DISPLAY "NOTICE " WS-NOTICE-ID-IN " IS ALREADY "
003230             "WITHDRAWN."
003240         GO TO 4000-EXIT
003250     END-IF
003260     DISPLAY "WITHDRAW NOTICE " WS-NOTICE-ID-IN "? (Y/N): "
003270     ACCEPT WS-CONFIRM
003280     IF WS-CONFIRM NOT = 'Y' AND
003290        WS-CONFIRM NOT = 'y'
003300         DISPLAY "NOTHING WITHDRAWN."
003310         GO TO 4000-EXIT
003320     END-IF
003330     MOVE 'W' TO NOTICE-STATUS
003340     REWRITE NOTICE-RECORD
003350     DISPLAY "NOTICE " WS-NOTICE-ID-IN " WITHDRAWN."
003360     MOVE "CL" TO JRNL-ACTION
003370     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
003380 4000-EXIT.
003390     EXIT.
003400*-----------------------------------------------------------------
003410* 5000-DISPLAY-NOTICE - SHOWS ONE NOTICE, THEN EVERY USER WHO
003420* HAS ACKNOWLEDGED IT AND WHEN.
003430*-----------------------------------------------------------------
003440 5000-DISPLAY-NOTICE.
003450     PERFORM 7500-READ-NOTICE THRU 7500-EXIT
003460     IF WS-NOTICE-STATUS NOT = "00"
003470         GO TO 5000-EXIT
003480     END-IF
003490     PERFORM 5100-SHOW-NOTICE THRU 5100-EXIT
003500     PERFORM 5200-SHOW-ACKNOWLEDGEMENTS THRU 5200-EXIT.
003510 5000-EXIT.
003520     EXIT.
003530 5100-SHOW-NOTICE.
003540     PERFORM 7100-DESCRIBE-NOTICE THRU 7100-EXIT
003550     DISPLAY "NOTICE:      " NOTICE-KEY
003560     DISPLAY "TYPE:        " WS-TYPE-TEXT
003570     DISPLAY "SEVERITY:    " WS-SEVERITY-TEXT
003580     DISPLAY "SHOWN TO:    " WS-PERM-TEXT
003590     DISPLAY "STATUS:      " WS-STATE-TEXT
003600     DISPLAY "FROM:        " NOTICE-SOURCE " " NOTICE-SUBJECT
003610     DISPLAY "STARTS:      " NOTICE-START-DATE
003620     IF NOTICE-EXPIRY-DATE = ZERO
003630         DISPLAY "EXPIRES:     (UNTIL WITHDRAWN)"
003640     ELSE
003650         DISPLAY "EXPIRES:     " NOTICE-EXPIRY-DATE
003660     END-IF
003670     DISPLAY "TEXT:        " NOTICE-TEXT.
003680 5100-EXIT.
003690     EXIT.
003700*-----------------------------------------------------------------
003710* 5200-SHOW-ACKNOWLEDGEMENTS - READS NOTEACK FROM THE FIRST
003720* RECORD FOR THE NOTICE ON THE SCREEN UNTIL THE NOTICE KEY
003730* CHANGES.  NO ACKNOWLEDGEMENT FILE YET MEANS NONE TAKEN.
003740*-----------------------------------------------------------------
003750 5200-SHOW-ACKNOWLEDGEMENTS.
003760     MOVE ZERO TO WS-ACK-COUNT
003770     OPEN INPUT NOTEACK-FILE
003780     IF WS-NOTEACK-STATUS NOT = "00"
003790         DISPLAY "NO ACKNOWLEDGEMENTS TAKEN."
003800         GO TO 5200-EXIT
003810     END-IF
003820     MOVE 'N'        TO WS-LIST-EOF-SWITCH
003830     MOVE NOTICE-KEY TO NOTEACK-NOTICE-KEY
003840     MOVE LOW-VALUES TO NOTEACK-USER-ID
003850     START NOTEACK-FILE KEY IS NOT LESS THAN NOTEACK-KEY
003860         INVALID KEY
003870             MOVE 'Y' TO WS-LIST-EOF-SWITCH
003880     END-START
003890     PERFORM 5210-SHOW-ONE-ACK THRU 5210-EXIT
003900         UNTIL WS-LIST-EOF
003910     CLOSE NOTEACK-FILE
003920     IF WS-ACK-COUNT = ZERO
003930         DISPLAY "NO ACKNOWLEDGEMENTS TAKEN."
003940     ELSE
003950         DISPLAY WS-ACK-COUNT " ACKNOWLEDGEMENTS TAKEN."
003960     END-IF.
003970 5200-EXIT.
003980     EXIT.
003990 5210-SHOW-ONE-ACK.
004000     READ NOTEACK-FILE NEXT RECORD
004010         AT END
004020             MOVE 'Y' TO WS-LIST-EOF-SWITCH
004030             GO TO 5210-EXIT
004040     END-READ
004050     IF NOTEACK-NOTICE-KEY NOT = NOTICE-KEY
004060         MOVE 'Y' TO WS-LIST-EOF-SWITCH
004070         GO TO 5210-EXIT
004080     END-IF
004090     ADD 1 TO WS-ACK-COUNT
004100     IF WS-ACK-COUNT = 1
004110         DISPLAY "ACKNOWLEDGED BY  DATE     TIME"
004120     END-IF
004130     DISPLAY NOTEACK-USER-ID "       " NOTEACK-DATE " "
004140         NOTEACK-TIME.
004150 5210-EXIT.
004160     EXIT.
004170*-----------------------------------------------------------------
004180* 6000-LIST-NOTICES - ONE LINE PER ACTIVE NOTICE IN THE ORDER
004190* THEY WERE POSTED: KEY, TYPE, SEVERITY, WHO SEES IT, WHETHER
004200* IT IS ON THE SIGN-ON SCREEN TODAY, AND THE TEXT.  WITHDRAWN
004210* NOTICES ARE LEFT OFF; DISPLAY STILL FINDS ONE BY ITS KEY.
004220*-----------------------------------------------------------------
004230 6000-LIST-NOTICES.
004240     MOVE 'N'        TO WS-LIST-EOF-SWITCH
004250     MOVE ZERO       TO WS-LIST-COUNT
004260     MOVE LOW-VALUES TO NOTICE-KEY
004270     START NOTICE-FILE KEY IS NOT LESS THAN NOTICE-KEY
004280         INVALID KEY
004290             MOVE 'Y' TO WS-LIST-EOF-SWITCH
004300     END-START
004310     DISPLAY "NOTICE           T S P STATE       TEXT"
004320     PERFORM 6100-LIST-ONE-NOTICE THRU 6100-EXIT
004330         UNTIL WS-LIST-EOF
004340     IF WS-LIST-COUNT = ZERO
004350         DISPLAY "NO ACTIVE NOTICES ON FILE."
004360     ELSE
004370         DISPLAY WS-LIST-COUNT " ACTIVE NOTICES ON FILE."
004380     END-IF.
004390 6000-EXIT.
004400     EXIT.
004410 6100-LIST-ONE-NOTICE.
004420     READ NOTICE-FILE NEXT RECORD
004430         AT END
004440             MOVE 'Y' TO WS-LIST-EOF-SWITCH
004450             GO TO 6100-EXIT
004460     END-READ
004470     IF NOT NOTICE-ACTIVE
004480         GO TO 6100-EXIT
004490     END-IF
004500     ADD 1 TO WS-LIST-COUNT
004510     PERFORM 7100-DESCRIBE-NOTICE THRU 7100-EXIT
004520     DISPLAY NOTICE-KEY " " NOTICE-TYPE " " NOTICE-SEVERITY " "
004530         NOTICE-PERM-LEVEL " " WS-STATE-TEXT " " NOTICE-TEXT.
004540 6100-EXIT.
004550     EXIT.
004560*-----------------------------------------------------------------
004570* 7100-DESCRIBE-NOTICE - THE WORDS FOR THE CODES ON THE NOTICE
004580* IN THE FILE RECORD, AND ITS STATE TODAY: WITHDRAWN, NOT YET
004590* STARTED, EXPIRED, OR CURRENT (ON THE SIGN-ON SCREEN).
004600*-----------------------------------------------------------------
004610 7100-DESCRIBE-NOTICE.
004620     EVALUATE TRUE
004630         WHEN NOTICE-BROADCAST
004640             MOVE "BROADCAST"   TO WS-TYPE-TEXT
004650         WHEN NOTICE-ALERT
004660             MOVE "ALERT"       TO WS-TYPE-TEXT
004670         WHEN OTHER
004680             MOVE NOTICE-TYPE   TO WS-TYPE-TEXT
004690     END-EVALUATE
004700     EVALUATE TRUE
004710         WHEN NOTICE-INFORMATION
004720             MOVE "INFORMATION" TO WS-SEVERITY-TEXT
004730         WHEN NOTICE-WARNING
004740             MOVE "WARNING"     TO WS-SEVERITY-TEXT
004750         WHEN NOTICE-CRITICAL
004760             MOVE "CRITICAL"    TO WS-SEVERITY-TEXT
004770         WHEN OTHER
004780             MOVE NOTICE-SEVERITY TO WS-SEVERITY-TEXT
004790     END-EVALUATE
004800     EVALUATE TRUE
004810         WHEN NOTICE-FOR-OPERATORS
004820             MOVE "EVERY USER"       TO WS-PERM-TEXT
004830         WHEN NOTICE-FOR-SUPERVISORS
004840             MOVE "SUPERVISORS ONLY" TO WS-PERM-TEXT
004850         WHEN OTHER
004860             MOVE NOTICE-PERM-LEVEL  TO WS-PERM-TEXT
004870     END-EVALUATE
004880     EVALUATE TRUE
004890         WHEN NOT NOTICE-ACTIVE
004900             MOVE "WITHDRAWN"   TO WS-STATE-TEXT
004910         WHEN NOTICE-START-DATE > WS-TODAY-DATE
004920             MOVE "NOT STARTED" TO WS-STATE-TEXT
004930         WHEN NOTICE-EXPIRY-DATE NOT = ZERO AND
004940              NOTICE-EXPIRY-DATE < WS-TODAY-DATE
004950             MOVE "EXPIRED"     TO WS-STATE-TEXT
004960         WHEN OTHER
004970             MOVE "CURRENT"     TO WS-STATE-TEXT
004980     END-EVALUATE.
004990 7100-EXIT.
005000     EXIT.
005010*-----------------------------------------------------------------
005020* 7200-EDIT-NOTICE - THE EDITS FOR A BROADCAST BUILT IN
005030* WS-NT-RECORD.  THE TEXT MAY NOT BE BLANK, THE SEVERITY MUST
005040* BE I, W OR C, WHO SEES IT MUST BE O OR S, AND THE START AND
005050* EXPIRY DATES MUST BE REAL DATES WITH THE EXPIRY NO EARLIER
005060* THAN THE START.  THE FIRST EDIT THAT FAILS IS SHOWN.
005070*-----------------------------------------------------------------
005080 7200-EDIT-NOTICE.
005090     MOVE 'N' TO WS-NOTICE-GOOD-SWITCH
005100     IF WS-NT-TEXT = SPACES
005110         DISPLAY "NOTICE TEXT MAY NOT BE BLANK."
005120         GO TO 7200-EXIT
005130     END-IF
005140     IF NOT WS-NT-SEVERITY-VALID
005150         DISPLAY "SEVERITY MUST BE I, W OR C."
005160         GO TO 7200-EXIT
005170     END-IF
005180     IF NOT WS-NT-PERM-VALID
005190         DISPLAY "WHO SEES IT MUST BE O OR S."
005200         GO TO 7200-EXIT
005210     END-IF
005220     MOVE WS-NT-START-DATE TO WS-DATE-WORK
005230     PERFORM 7400-CHECK-DATE THRU 7400-EXIT
005240     IF NOT WS-DATE-GOOD
005250         DISPLAY "START DATE IS NOT A VALID YYYYMMDD DATE."
005260         GO TO 7200-EXIT
005270     END-IF
005280     MOVE WS-NT-EXPIRY-DATE TO WS-DATE-WORK
005290     PERFORM 7400-CHECK-DATE THRU 7400-EXIT
005300     IF NOT WS-DATE-GOOD
005310         DISPLAY "EXPIRY DATE IS NOT A VALID YYYYMMDD DATE."
005320         GO TO 7200-EXIT
005330     END-IF
005340     IF WS-NT-EXPIRY-DATE < WS-NT-START-DATE
005350         DISPLAY "EXPIRY DATE MAY NOT BE BEFORE THE START DATE."
005360         GO TO 7200-EXIT
005370     END-IF
005380     MOVE 'Y' TO WS-NOTICE-GOOD-SWITCH.
005390 7200-EXIT.
005400     EXIT.
005410*-----------------------------------------------------------------
005420* 7400-CHECK-DATE - WS-DATE-WORK MUST BE A REAL CALENDAR DATE.
005430*-----------------------------------------------------------------
005440 7400-CHECK-DATE.
005450     MOVE 'N' TO WS-DATE-GOOD-SWITCH
005460     IF WS-DATE-YYYY < 1900 OR
005470        WS-DATE-MM < 1 OR WS-DATE-MM > 12 OR
005480        WS-DATE-DD < 1
005490         GO TO 7400-EXIT
005500     END-IF
005510     MOVE WS-MONTH-DAYS (WS-DATE-MM) TO WS-LAST-DAY
005520     IF WS-DATE-MM = 2
005530         DIVIDE WS-DATE-YYYY BY 4 GIVING WS-DIVIDE-QUOTIENT
005540             REMAINDER WS-REM-4
005550         DIVIDE WS-DATE-YYYY BY 100 GIVING WS-DIVIDE-QUOTIENT
005560             REMAINDER WS-REM-100
005570         DIVIDE WS-DATE-YYYY BY 400 GIVING WS-DIVIDE-QUOTIENT
005580             REMAINDER WS-REM-400
005590         IF WS-REM-4 = ZERO AND
005600            (WS-REM-100 NOT = ZERO OR WS-REM-400 = ZERO)
005610             MOVE 29 TO WS-LAST-DAY
005620         END-IF
005630     END-IF
005640     IF WS-DATE-DD > WS-LAST-DAY
005650         GO TO 7400-EXIT
005660     END-IF
005670     MOVE 'Y' TO WS-DATE-GOOD-SWITCH.
005680 7400-EXIT.
005690     EXIT.
005700*-----------------------------------------------------------------
005710* 7500-READ-NOTICE - PROMPTS FOR A NOTICE KEY AND READS IT.
005720* LEAVES THE FILE STATUS FOR THE CALLER TO TEST, AND THE RECORD
005730* AS READ IN THE JOURNAL BEFORE IMAGE.
005740*-----------------------------------------------------------------
005750 7500-READ-NOTICE.
005760     DISPLAY "ENTER NOTICE (YYYYMMDDHHMMSSCC AS LISTED): "
005770     ACCEPT WS-NOTICE-ID-IN
005780     MOVE WS-NOTICE-ID-IN TO NOTICE-KEY
005790     READ NOTICE-FILE
005800         INVALID KEY
005810             DISPLAY "NOTICE " WS-NOTICE-ID-IN " IS NOT ON "
005820                 "FILE."
005830             GO TO 7500-EXIT
005840     END-READ
005850     MOVE NOTICE-RECORD TO JRNL-BEFORE-IMAGE.
005860 7500-EXIT.
005870     EXIT.
005880*-----------------------------------------------------------------
005890* 8000-WRITE-JOURNAL - JOURNALS THE RECORD JUST WRITTEN.  THE
005900* CALLER HAS SET THE ACTION AND THE BEFORE IMAGE (SPACES FOR AN
005910* ADD); THE AFTER IMAGE IS THE RECORD AS WRITTEN.
005920*-----------------------------------------------------------------
005930 8000-WRITE-JOURNAL.
005940     MOVE SIGNON-USER-ID     TO JRNL-USER-ID
005950     MOVE "NOTICE"           TO JRNL-FILE-NAME
005960     MOVE NOTICE-KEY         TO JRNL-RECORD-KEY
005970     MOVE NOTICE-RECORD      TO JRNL-AFTER-IMAGE
005980     CALL "JRNLLOG" USING JRNL-CALL-PARMS
005990     IF NOT JRNL-RC-OK
006000         DISPLAY "WARNING: MAINTENANCE JOURNAL ENTRY NOT "
006010             "RECORDED."
006020     END-IF.
006030 8000-EXIT.
006040     EXIT.
