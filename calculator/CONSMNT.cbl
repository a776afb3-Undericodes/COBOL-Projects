000150* BY NEVER DELETING USERS.  AN INQUIRY SHOWS THE VALUE IN
000160* EFFECT ON ANY DATE AND THE FULL RATE HISTORY OF A NAME.
000170* CONSTANT NAMES MUST START WITH A LETTER SO THE CALCULATOR
000180* CAN NEVER MISTAKE ONE FOR A SIGNED AMOUNT.  EVERY ADD AND
000190* CORRECTION IS WRITTEN TO THE SHARED MAINTENANCE JOURNAL
000200* THROUGH JRNLLOG WITH THE RECORD BEFORE AND AFTER.
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230* DATE       INIT  DESCRIPTION
000240* 2026-08-22 DLM   ORIGINAL - SHOP CONSTANTS MAINTENANCE
000250*                  (CR-2026-125).
000260* 2026-09-03 DLM   EFFECTIVE-DATED HISTORY: ADDS WRITE A NEW
000270*                  VALUE UNDER ITS EFFECTIVE DATE INSTEAD OF
000280*                  UPDATING IN PLACE, THE DISPLAY RESOLVES THE
000290*                  VALUE IN EFFECT ON AN ASKED-FOR DATE, AND A
000300*                  NEW INQUIRY LISTS A NAME'S FULL RATE
000310*                  HISTORY (CR-2026-130).
000320* 2026-10-15 DLM   EVERY ADD AND CORRECTION IS JOURNALLED TO
000330*                  MAINTJRN WITH BEFORE AND AFTER IMAGES; A
000340*                  CORRECTION READS THE OLD VALUE FIRST SO ITS
000350*                  BEFORE IMAGE IS THE RECORD IT REPLACED
000360*                  (CR-2026-139).
000370*-----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CALCCONS-FILE ASSIGN TO "CALCCONS"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CALCCONS-KEY
000480         FILE STATUS IS WS-CALCCONS-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CALCCONS-FILE
000520     RECORDING MODE IS F.
000530     COPY CALCCONS.
000540 WORKING-STORAGE SECTION.
000550 77  WS-CALCCONS-STATUS          PIC X(02) VALUE SPACES.
000560 77  WS-FUNCTION-CHOICE          PIC 9(01) VALUE ZERO.
000570 77  WS-DONE-SWITCH              PIC X(01) VALUE 'N'.
000580     88  WS-DONE                     VALUE 'Y'.
000590 77  WS-WORK-NAME                PIC X(08) VALUE SPACES.
000600 77  WS-WORK-VALUE               PIC S9(05)V99 VALUE ZERO.
000610 77  WS-WORK-EFF-DATE            PIC 9(08) VALUE ZERO.
000620 77  WS-ASOF-DATE                PIC 9(08) VALUE ZERO.
000630 77  WS-VALUE-EDITED             PIC +ZZZZZ9.99.
000640 77  WS-CONS-ON-FILE-SWITCH      PIC X(01) VALUE 'N'.
000650     88  WS-CONS-ON-FILE             VALUE 'Y'.
000660 77  WS-CONS-SCAN-SWITCH         PIC X(01) VALUE 'N'.
000670     88  WS-CONS-SCAN-DONE           VALUE 'Y'.
000680 77  WS-CONS-BEST-DATE           PIC 9(08) VALUE ZERO.
000690 77  WS-CONS-BEST-VALUE          PIC S9(05)V99 VALUE ZERO.
000700 77  WS-HIST-COUNT               PIC 9(03) VALUE ZERO.
000710     COPY JRNLCLL.
000720 LINKAGE SECTION.
000730     COPY SIGNON.
000740 PROCEDURE DIVISION USING SIGNON-PARMS.
000750*-----------------------------------------------------------------
000760* 0000-MAINLINE - CHECKS THE CALLER'S PERMISSION, OPENS THE
000770* CONSTANTS FILE (CREATING IT ON FIRST USE) AND LOOPS OVER THE
000780* MAINTENANCE MENU.
000790*-----------------------------------------------------------------
000800 0000-MAINLINE.
000810     MOVE 'N' TO WS-DONE-SWITCH
000820     IF NOT SIGNON-PERM-SUPERVISOR
000830         DISPLAY "CONSTANTS MAINTENANCE IS SUPERVISOR ONLY."
000840         GOBACK
000850     END-IF
000860     OPEN I-O CALCCONS-FILE
000870     IF WS-CALCCONS-STATUS = "35"
000880         OPEN OUTPUT CALCCONS-FILE
000890         CLOSE CALCCONS-FILE
000900         OPEN I-O CALCCONS-FILE
000910     END-IF
000920     IF WS-CALCCONS-STATUS NOT = "00"
000930         DISPLAY "ERROR: UNABLE TO OPEN CALCCONS - STATUS "
000940             WS-CALCCONS-STATUS
000950         GOBACK
000960     END-IF
000970     PERFORM 1000-MAINTENANCE-ROUND THRU 1000-EXIT
000980         UNTIL WS-DONE
000990     CLOSE CALCCONS-FILE
001000     GOBACK.
001010*-----------------------------------------------------------------
001020* 1000-MAINTENANCE-ROUND - ONE PASS THROUGH THE MAINTENANCE
001030* MENU.
001040*-----------------------------------------------------------------
001050 1000-MAINTENANCE-ROUND.
001060     DISPLAY " "
001070     DISPLAY "CONSTANTS MAINTENANCE"
001080     DISPLAY "  1. ADD CONSTANT VALUE (SUPERSEDES FROM ITS "
001090         "EFFECTIVE DATE)"
001100     DISPLAY "  2. DISPLAY CONSTANT AS OF A DATE"
001110     DISPLAY "  3. RATE HISTORY INQUIRY"
001120     DISPLAY "  4. RETURN TO MAIN MENU"
001130     DISPLAY "ENTER SELECTION: "
001140     ACCEPT WS-FUNCTION-CHOICE
001150     EVALUATE WS-FUNCTION-CHOICE
001160         WHEN 1
001170             PERFORM 2000-ADD-CONSTANT-VALUE THRU 2000-EXIT
001180         WHEN 2
001190             PERFORM 3000-DISPLAY-CONSTANT THRU 3000-EXIT
001200         WHEN 3
001210             PERFORM 4000-RATE-HISTORY THRU 4000-EXIT
001220         WHEN 4
001230             MOVE 'Y' TO WS-DONE-SWITCH
001240         WHEN OTHER
001250             DISPLAY "INVALID SELECTION - PLEASE TRY AGAIN."
001260     END-EVALUATE.
001270 1000-EXIT.
001280     EXIT.
001290*-----------------------------------------------------------------
001300* 2000-ADD-CONSTANT-VALUE - WRITES A NEW EFFECTIVE-DATED VALUE
001310* FOR A NAME.  EARLIER VALUES STAY ON FILE AND KEEP SERVING
001320* DATES BEFORE THE NEW EFFECTIVE DATE; A SECOND VALUE KEYED
001330* UNDER THE SAME NAME AND DATE IS TAKEN AS A CORRECTION AND
001340* REPLACES ONLY THAT ONE RECORD.  THE RECORD ALREADY ON FILE
001350* UNDER THE KEY (IF ANY) IS READ FIRST SO THE JOURNAL CARRIES
001360* THE VALUE A CORRECTION REPLACED.
001370*-----------------------------------------------------------------
001380 2000-ADD-CONSTANT-VALUE.
001390     DISPLAY "ENTER CONSTANT NAME (STARTS WITH A LETTER): "
001400     ACCEPT WS-WORK-NAME
001410     IF WS-WORK-NAME (1:1) IS NOT ALPHABETIC OR
001420        WS-WORK-NAME (1:1) = SPACE
001430         DISPLAY "CONSTANT NAMES MUST START WITH A LETTER."
001440         GO TO 2000-EXIT
001450     END-IF
001460     IF WS-WORK-NAME = "RESULT"
001470         DISPLAY "RESULT IS RESERVED FOR FORMULA STEPS AND "
001480             "CANNOT NAME A CONSTANT."
001490         GO TO 2000-EXIT
001500     END-IF
001510     DISPLAY "ENTER VALUE (E.G. 8.25 OR -1.50): "
001520     ACCEPT WS-WORK-VALUE
001530     DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD): "
001540     ACCEPT WS-WORK-EFF-DATE
001550     IF WS-WORK-EFF-DATE = ZERO
001560         DISPLAY "EFFECTIVE DATE IS REQUIRED."
001570         GO TO 2000-EXIT
001580     END-IF
001590     MOVE SPACES           TO JRNL-BEFORE-IMAGE
001600     MOVE WS-WORK-NAME     TO CALCCONS-NAME
001610     MOVE WS-WORK-EFF-DATE TO CALCCONS-EFF-DATE
001620     READ CALCCONS-FILE
001630         INVALID KEY
001640             CONTINUE
001650         NOT INVALID KEY
001660             MOVE CALCCONS-RECORD TO JRNL-BEFORE-IMAGE
001670     END-READ
001680     MOVE WS-WORK-NAME     TO CALCCONS-NAME
001690     MOVE WS-WORK-EFF-DATE TO CALCCONS-EFF-DATE
001700     MOVE WS-WORK-VALUE    TO CALCCONS-VALUE
001710     WRITE CALCCONS-RECORD
001720         INVALID KEY
001730             REWRITE CALCCONS-RECORD
001740             DISPLAY "CONSTANT " WS-WORK-NAME " VALUE FOR "
001750                 WS-WORK-EFF-DATE " CORRECTED."
001760             MOVE "CH" TO JRNL-ACTION
001770         NOT INVALID KEY
001780             DISPLAY "CONSTANT " WS-WORK-NAME " VALUE ADDED, "
001790                 "EFFECTIVE " WS-WORK-EFF-DATE "."
001800             MOVE "AD" TO JRNL-ACTION
001810     END-WRITE
001820     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
001830 2000-EXIT.
001840     EXIT.
001850*-----------------------------------------------------------------
001860* 3000-DISPLAY-CONSTANT - RESOLVES AND SHOWS THE VALUE OF ONE
001870* CONSTANT IN EFFECT ON AN ASKED-FOR DATE (TODAY WHEN NONE IS
001880* KEYED), SO "WHAT WAS SCRAPALW ON THE 14TH" IS A LOOKUP, NOT
001890* AN ARGUMENT.
001900*-----------------------------------------------------------------
001910 3000-DISPLAY-CONSTANT.
001920     DISPLAY "ENTER CONSTANT NAME: "
001930     ACCEPT WS-WORK-NAME
001940     DISPLAY "ENTER AS-OF DATE (YYYYMMDD, BLANK = TODAY): "
001950     ACCEPT WS-ASOF-DATE
001960     IF WS-ASOF-DATE = ZERO
001970         ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
001980     END-IF
001990     PERFORM 3500-RESOLVE-VALUE THRU 3500-EXIT
002000     IF NOT WS-CONS-ON-FILE
002010         DISPLAY "CONSTANT " WS-WORK-NAME " IS NOT ON FILE."
002020         GO TO 3000-EXIT
002030     END-IF
002040     IF WS-CONS-BEST-DATE = ZERO
002050         DISPLAY "CONSTANT " WS-WORK-NAME " HAS NO VALUE IN "
002060             "EFFECT ON " WS-ASOF-DATE "."
002070         GO TO 3000-EXIT
002080     END-IF
002090     MOVE WS-CONS-BEST-VALUE TO WS-VALUE-EDITED
002100     DISPLAY "CONSTANT " WS-WORK-NAME " = " WS-VALUE-EDITED
002110         " ON " WS-ASOF-DATE " (EFFECTIVE "
002120         WS-CONS-BEST-DATE ")".
002130 3000-EXIT.
002140     EXIT.
002150*-----------------------------------------------------------------
002160* 3500-RESOLVE-VALUE - SCANS THE NAME'S HISTORY IN KEY ORDER
002170* AND KEEPS THE LATEST VALUE EFFECTIVE ON OR BEFORE THE AS-OF
002180* DATE, THE SAME RESOLUTION THE CALCULATOR AND CALCEDIT APPLY.
002190*-----------------------------------------------------------------
002200 3500-RESOLVE-VALUE.
002210     MOVE 'N'  TO WS-CONS-ON-FILE-SWITCH
002220     MOVE 'N'  TO WS-CONS-SCAN-SWITCH
002230     MOVE ZERO TO WS-CONS-BEST-DATE
002240     MOVE ZERO TO WS-CONS-BEST-VALUE
002250     MOVE WS-WORK-NAME TO CALCCONS-NAME
002260     MOVE ZERO         TO CALCCONS-EFF-DATE
002270     START CALCCONS-FILE KEY IS NOT LESS THAN CALCCONS-KEY
002280         INVALID KEY
002290             MOVE 'Y' TO WS-CONS-SCAN-SWITCH
002300     END-START
002310     PERFORM 3550-RESOLVE-SCAN THRU 3550-EXIT
002320         UNTIL WS-CONS-SCAN-DONE.
002330 3500-EXIT.
002340     EXIT.
002350 3550-RESOLVE-SCAN.
002360     READ CALCCONS-FILE NEXT RECORD
002370         AT END
002380             MOVE 'Y' TO WS-CONS-SCAN-SWITCH
002390             GO TO 3550-EXIT
002400     END-READ
002410     IF CALCCONS-NAME NOT = WS-WORK-NAME
002420         MOVE 'Y' TO WS-CONS-SCAN-SWITCH
002430         GO TO 3550-EXIT
002440     END-IF
002450     MOVE 'Y' TO WS-CONS-ON-FILE-SWITCH
002460     IF CALCCONS-EFF-DATE > WS-ASOF-DATE
002470         MOVE 'Y' TO WS-CONS-SCAN-SWITCH
002480     ELSE
002490         MOVE CALCCONS-VALUE    TO WS-CONS-BEST-VALUE
002500         MOVE CALCCONS-EFF-DATE TO WS-CONS-BEST-DATE
002510     END-IF.
002520 3550-EXIT.
002530     EXIT.
002540*-----------------------------------------------------------------
002550* 4000-RATE-HISTORY - LISTS EVERY EFFECTIVE-DATED VALUE ON
002560* FILE FOR A NAME, OLDEST FIRST, SO A RATE'S WHOLE LIFE CAN BE
002570* EYEBALLED AT ONCE.
002580*-----------------------------------------------------------------
002590 4000-RATE-HISTORY.
002600     DISPLAY "ENTER CONSTANT NAME: "
002610     ACCEPT WS-WORK-NAME
002620     MOVE 'N'  TO WS-CONS-SCAN-SWITCH
002630     MOVE ZERO TO WS-HIST-COUNT
002640     MOVE WS-WORK-NAME TO CALCCONS-NAME
002650     MOVE ZERO         TO CALCCONS-EFF-DATE
002660     START CALCCONS-FILE KEY IS NOT LESS THAN CALCCONS-KEY
002670         INVALID KEY
002680             MOVE 'Y' TO WS-CONS-SCAN-SWITCH
002690     END-START
002700     PERFORM 4100-HISTORY-SCAN THRU 4100-EXIT
002710         UNTIL WS-CONS-SCAN-DONE
002720     IF WS-HIST-COUNT = ZERO
002730         DISPLAY "CONSTANT " WS-WORK-NAME " IS NOT ON FILE."
002740     ELSE
002750         DISPLAY WS-HIST-COUNT " VALUES ON FILE FOR "
002760             WS-WORK-NAME "."
002770     END-IF.
002780 4000-EXIT.
002790     EXIT.
002800 4100-HISTORY-SCAN.
002810     READ CALCCONS-FILE NEXT RECORD
002820         AT END
002830             MOVE 'Y' TO WS-CONS-SCAN-SWITCH
002840             GO TO 4100-EXIT
002850     END-READ
002860     IF CALCCONS-NAME NOT = WS-WORK-NAME
002870         MOVE 'Y' TO WS-CONS-SCAN-SWITCH
002880         GO TO 4100-EXIT
002890     END-IF
002900     ADD 1 TO WS-HIST-COUNT
002910     MOVE CALCCONS-VALUE TO WS-VALUE-EDITED
002920     DISPLAY "  EFFECTIVE " CALCCONS-EFF-DATE " : "
002930         WS-VALUE-EDITED.
002940 4100-EXIT.
002950     EXIT.
002960*-----------------------------------------------------------------
002970* 8000-WRITE-JOURNAL - JOURNALS THE VALUE JUST WRITTEN.  THE
002980* CALLER HAS SET THE ACTION AND THE BEFORE IMAGE (SPACES FOR AN
002990* ADD); THE AFTER IMAGE IS THE RECORD AS WRITTEN.
003000*-----------------------------------------------------------------
003010 8000-WRITE-JOURNAL.
003020     MOVE SIGNON-USER-ID   TO JRNL-USER-ID
003030     MOVE "CALCCONS"       TO JRNL-FILE-NAME
003040     MOVE CALCCONS-KEY     TO JRNL-RECORD-KEY
003050     MOVE CALCCONS-RECORD  TO JRNL-AFTER-IMAGE
003060     CALL "JRNLLOG" USING JRNL-CALL-PARMS
003070     IF NOT JRNL-RC-OK
003080         DISPLAY "WARNING: MAINTENANCE JOURNAL ENTRY NOT "
003090             "RECORDED."
003100     END-IF.
003110 8000-EXIT.
003120     EXIT.
