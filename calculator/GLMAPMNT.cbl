000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     GLMAPMNT.
000030 AUTHOR.         D. MERRICK.
000040 INSTALLATION.   FLOOR OPERATIONS - SHOP CALCULATIONS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*-----------------------------------------------------------------
000080* GLMAPMNT - GENERAL-LEDGER ACCOUNT MAPPING MAINTENANCE.  CALLED
000090* FROM MAINMENU WITH THE VALIDATED SIGN-ON; ONLY A SUPERVISOR
000100* GETS PAST THE DOOR.  ADDS, CHANGES, DELETES AND DISPLAYS THE
000110* GLMAP ENTRIES THE GLEXTRCT INTERFACE STEP USES TO PICK THE
000120* LEDGER ACCOUNT FOR EACH RESULT - BY WORK ORDER (W), BY
000130* OPERATOR (O), OR THE ONE DEFAULT ENTRY (D).  A MAPPING CAN BE
000140* DELETED, SINCE THE ACCOUNT IS COPIED ONTO EACH EXTRACT DETAIL
000150* WHEN IT IS SENT AND NOTHING POINTS BACK AT THE MAPPING.  EVERY
000160* CHANGE IS WRITTEN TO THE SHARED MAINTENANCE JOURNAL THROUGH
000170* JRNLLOG WITH THE RECORD BEFORE AND AFTER.
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000210* 2026-10-15 DLM   ORIGINAL - GL ACCOUNT MAPPING MAINTENANCE
000220*                  (CR-2026-141).
000230*-----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-370.
000270 OBJECT-COMPUTER. IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT GLMAP-FILE ASSIGN TO "GLMAP"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS GLMAP-KEY
000340         FILE STATUS IS WS-GLMAP-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  GLMAP-FILE
000380     RECORDING MODE IS F.
000390     COPY GLMAP.
000400 WORKING-STORAGE SECTION.
000410 77  WS-GLMAP-STATUS             PIC X(02) VALUE SPACES.
000420 77  WS-FUNCTION-CHOICE          PIC 9(01) VALUE ZERO.
000430 77  WS-DONE-SWITCH              PIC X(01) VALUE 'N'.
000440     88  WS-DONE                     VALUE 'Y'.
000450 77  WS-KEY-VALID-SWITCH         PIC X(01) VALUE 'N'.
000460     88  WS-KEY-VALID                VALUE 'Y'.
000470 77  WS-KEY-TYPE-IN              PIC X(01) VALUE SPACE.
000480 77  WS-KEY-VALUE-IN             PIC X(08) VALUE SPACES.
000490 77  WS-ACCOUNT-IN               PIC X(10) VALUE SPACES.
000500 77  WS-DESCRIPTION-IN           PIC X(30) VALUE SPACES.
000510 77  WS-TYPE-TEXT                PIC X(10) VALUE SPACES.
000520 77  WS-CONFIRM                  PIC X(01) VALUE SPACE.
000530     COPY JRNLCLL.
000540 LINKAGE SECTION.
000550     COPY SIGNON.
000560 PROCEDURE DIVISION USING SIGNON-PARMS.
000570*-----------------------------------------------------------------
000580* 0000-MAINLINE - CHECKS THE CALLER'S PERMISSION, OPENS THE
000590* MAPPING FILE (CREATING IT ON FIRST USE) AND LOOPS OVER THE
000600* MAINTENANCE MENU.
000610*-----------------------------------------------------------------
000620 0000-MAINLINE.
000630     MOVE 'N' TO WS-DONE-SWITCH
000640     IF NOT SIGNON-PERM-SUPERVISOR
000650         DISPLAY "GL ACCOUNT MAPPING IS SUPERVISOR ONLY."
000660         GOBACK
000670     END-IF
000680     OPEN I-O GLMAP-FILE
000690     IF WS-GLMAP-STATUS = "35"
000700         OPEN OUTPUT GLMAP-FILE
000710         CLOSE GLMAP-FILE
000720         OPEN I-O GLMAP-FILE
000730     END-IF
000740     IF WS-GLMAP-STATUS NOT = "00"
000750         DISPLAY "ERROR: UNABLE TO OPEN GLMAP - STATUS "
000760             WS-GLMAP-STATUS
000770         GOBACK
000780     END-IF
000790     PERFORM 1000-MAINTENANCE-ROUND THRU 1000-EXIT
000800         UNTIL WS-DONE
000810     CLOSE GLMAP-FILE
000820     GOBACK.
000830*-----------------------------------------------------------------
000840* 1000-MAINTENANCE-ROUND - ONE PASS THROUGH THE MAINTENANCE
000850* MENU.
000860*-----------------------------------------------------------------
000870 1000-MAINTENANCE-ROUND.
000880     DISPLAY " "
000890     DISPLAY "GL ACCOUNT MAPPING MAINTENANCE"
000900     DISPLAY "  1. ADD MAPPING"
000910     DISPLAY "  2. CHANGE ACCOUNT OR DESCRIPTION"
000920     DISPLAY "  3. DELETE MAPPING"
000930     DISPLAY "  4. DISPLAY MAPPING"
000940     DISPLAY "  5. RETURN TO MAIN MENU"
000950     DISPLAY "ENTER SELECTION: "
000960     ACCEPT WS-FUNCTION-CHOICE
000970     EVALUATE WS-FUNCTION-CHOICE
000980         WHEN 1
000990             PERFORM 2000-ADD-MAPPING THRU 2000-EXIT
001000         WHEN 2
001010             PERFORM 3000-CHANGE-MAPPING THRU 3000-EXIT
001020         WHEN 3
001030             PERFORM 4000-DELETE-MAPPING THRU 4000-EXIT
001040         WHEN 4
001050             PERFORM 5000-DISPLAY-MAPPING THRU 5000-EXIT
001060         WHEN 5
001070             MOVE 'Y' TO WS-DONE-SWITCH
001080         WHEN OTHER
001090             DISPLAY "INVALID SELECTION - PLEASE TRY AGAIN."
001100     END-EVALUATE.
001110 1000-EXIT.
001120     EXIT.
001130*-----------------------------------------------------------------
001140* 2000-ADD-MAPPING - ADDS A MAPPING.  THE KEYED WRITE REJECTS
001150* A DUPLICATE.
001160*-----------------------------------------------------------------
001170 2000-ADD-MAPPING.
001180     PERFORM 7000-GET-KEY THRU 7000-EXIT
001190     IF NOT WS-KEY-VALID
001200         GO TO 2000-EXIT
001210     END-IF
001220     DISPLAY "ENTER GL ACCOUNT: "
001230     ACCEPT WS-ACCOUNT-IN
001240     IF WS-ACCOUNT-IN = SPACES
001250         DISPLAY "GL ACCOUNT MAY NOT BE BLANK."
001260         GO TO 2000-EXIT
001270     END-IF
001280     DISPLAY "ENTER DESCRIPTION: "
001290     ACCEPT WS-DESCRIPTION-IN
001300     MOVE WS-KEY-TYPE-IN    TO GLMAP-KEY-TYPE
001310     MOVE WS-KEY-VALUE-IN   TO GLMAP-KEY-VALUE
001320     MOVE WS-ACCOUNT-IN     TO GLMAP-GL-ACCOUNT
001330     MOVE WS-DESCRIPTION-IN TO GLMAP-DESCRIPTION
001340     WRITE GLMAP-RECORD
001350         INVALID KEY
001360             DISPLAY "THAT MAPPING IS ALREADY ON FILE."
001370         NOT INVALID KEY
001380             DISPLAY "MAPPING ADDED."
001390             MOVE SPACES TO JRNL-BEFORE-IMAGE
001400             MOVE "AD"   TO JRNL-ACTION
001410             PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
001420     END-WRITE.
001430 2000-EXIT.
001440     EXIT.
001450*-----------------------------------------------------------------
001460* 3000-CHANGE-MAPPING - CHANGES THE ACCOUNT AND/OR THE
001470* DESCRIPTION.  A BLANK ENTRY LEAVES THAT FIELD AS IT WAS.
001480*-----------------------------------------------------------------
001490 3000-CHANGE-MAPPING.
001500     PERFORM 7500-READ-MAPPING THRU 7500-EXIT
001510     IF WS-GLMAP-STATUS NOT = "00"
001520         GO TO 3000-EXIT
001530     END-IF
001540     DISPLAY "ENTER NEW GL ACCOUNT (BLANK = NO CHANGE): "
001550     ACCEPT WS-ACCOUNT-IN
001560     DISPLAY "ENTER NEW DESCRIPTION (BLANK = NO CHANGE): "
001570     ACCEPT WS-DESCRIPTION-IN
001580     IF WS-ACCOUNT-IN = SPACES AND
001590        WS-DESCRIPTION-IN = SPACES
001600         DISPLAY "NOTHING CHANGED."
001610         GO TO 3000-EXIT
001620     END-IF
001630     IF WS-ACCOUNT-IN NOT = SPACES
001640         MOVE WS-ACCOUNT-IN TO GLMAP-GL-ACCOUNT
001650     END-IF
001660     IF WS-DESCRIPTION-IN NOT = SPACES
001670         MOVE WS-DESCRIPTION-IN TO GLMAP-DESCRIPTION
001680     END-IF
001690     REWRITE GLMAP-RECORD
001700     DISPLAY "MAPPING CHANGED."
001710     MOVE "CH" TO JRNL-ACTION
001720     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
001730 3000-EXIT.
001740     EXIT.
001750*-----------------------------------------------------------------
001760* 4000-DELETE-MAPPING - REMOVES A MAPPING AFTER CONFIRMATION.
001770* RESULTS IT COVERED FALL BACK TO THE NEXT RULE (OPERATOR, THEN
001780* DEFAULT) ON THE NEXT EXTRACT.  THE JOURNAL AFTER IMAGE IS
001790* LEFT BLANK.
001800*-----------------------------------------------------------------
001810 4000-DELETE-MAPPING.
001820     PERFORM 7500-READ-MAPPING THRU 7500-EXIT
001830     IF WS-GLMAP-STATUS NOT = "00"
001840         GO TO 4000-EXIT
001850     END-IF
001860     DISPLAY "DELETE MAPPING TO ACCOUNT " GLMAP-GL-ACCOUNT
001870         "? (Y/N): "
001880     ACCEPT WS-CONFIRM
001890     IF WS-CONFIRM NOT = 'Y' AND
001900        WS-CONFIRM NOT = 'y'
001910         DISPLAY "NOTHING DELETED."
001920         GO TO 4000-EXIT
001930     END-IF
001940     DELETE GLMAP-FILE
001950     DISPLAY "MAPPING DELETED."
001960     MOVE "DL" TO JRNL-ACTION
001970     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
001980 4000-EXIT.
001990     EXIT.
002000*-----------------------------------------------------------------
002010* 5000-DISPLAY-MAPPING - SHOWS ONE MAPPING.
002020*-----------------------------------------------------------------
002030 5000-DISPLAY-MAPPING.
002040     PERFORM 7500-READ-MAPPING THRU 7500-EXIT
002050     IF WS-GLMAP-STATUS NOT = "00"
002060         GO TO 5000-EXIT
002070     END-IF
002080     EVALUATE TRUE
002090         WHEN GLMAP-BY-WORK-ORDER
002100             MOVE "WORK ORDER" TO WS-TYPE-TEXT
002110         WHEN GLMAP-BY-OPERATOR
002120             MOVE "OPERATOR"   TO WS-TYPE-TEXT
002130         WHEN OTHER
002140             MOVE "DEFAULT"    TO WS-TYPE-TEXT
002150     END-EVALUATE
002160     DISPLAY "MAPPING BY:  " WS-TYPE-TEXT " " GLMAP-KEY-VALUE
002170     DISPLAY "GL ACCOUNT:  " GLMAP-GL-ACCOUNT
002180     DISPLAY "DESCRIPTION: " GLMAP-DESCRIPTION.
002190 5000-EXIT.
002200     EXIT.
002210*-----------------------------------------------------------------
002220* 7000-GET-KEY - PROMPTS FOR THE MAPPING TYPE AND, FOR A WORK
002230* ORDER OR OPERATOR MAPPING, ITS VALUE.  THE DEFAULT ENTRY HAS
002240* A BLANK VALUE.
002250*-----------------------------------------------------------------
002260 7000-GET-KEY.
002270     MOVE 'N'    TO WS-KEY-VALID-SWITCH
002280     MOVE SPACES TO WS-KEY-VALUE-IN
002290     DISPLAY "MAPPING TYPE - W = WORK ORDER, O = OPERATOR, "
002300         "D = DEFAULT: "
002310     ACCEPT WS-KEY-TYPE-IN
002320     EVALUATE WS-KEY-TYPE-IN
002330         WHEN 'W'
002340             DISPLAY "ENTER WORK ORDER: "
002350             ACCEPT WS-KEY-VALUE-IN
002360         WHEN 'O'
002370             DISPLAY "ENTER OPERATOR (+ - * / ETC.): "
002380             ACCEPT WS-KEY-VALUE-IN
002390             MOVE SPACES TO WS-KEY-VALUE-IN (2:7)
002400         WHEN 'D'
002410             CONTINUE
002420         WHEN OTHER
002430             DISPLAY "MAPPING TYPE MUST BE W, O OR D."
002440             GO TO 7000-EXIT
002450     END-EVALUATE
002460     IF WS-KEY-TYPE-IN NOT = 'D' AND WS-KEY-VALUE-IN = SPACES
002470         DISPLAY "A WORK ORDER OR OPERATOR MUST BE GIVEN."
002480         GO TO 7000-EXIT
002490     END-IF
002500     MOVE 'Y' TO WS-KEY-VALID-SWITCH.
002510 7000-EXIT.
002520     EXIT.
002530*-----------------------------------------------------------------
002540* 7500-READ-MAPPING - PROMPTS FOR A KEY AND READS THE MAPPING.
002550* LEAVES THE FILE STATUS FOR THE CALLER TO TEST (FORCED TO
002560* "23" FOR A BAD KEY ENTRY), AND THE RECORD AS READ IN THE
002570* JOURNAL BEFORE IMAGE.
002580*-----------------------------------------------------------------
002590 7500-READ-MAPPING.
002600     PERFORM 7000-GET-KEY THRU 7000-EXIT
002610     IF NOT WS-KEY-VALID
002620         MOVE "23" TO WS-GLMAP-STATUS
002630         GO TO 7500-EXIT
002640     END-IF
002650     MOVE WS-KEY-TYPE-IN  TO GLMAP-KEY-TYPE
002660     MOVE WS-KEY-VALUE-IN TO GLMAP-KEY-VALUE
002670     READ GLMAP-FILE
002680         INVALID KEY
002690             DISPLAY "THAT MAPPING IS NOT ON FILE."
002700             GO TO 7500-EXIT
002710     END-READ
002720     MOVE GLMAP-RECORD TO JRNL-BEFORE-IMAGE.
002730 7500-EXIT.
002740     EXIT.
002750*-----------------------------------------------------------------
002760* 8000-WRITE-JOURNAL - JOURNALS THE RECORD JUST WRITTEN.  THE
002770* CALLER HAS SET THE ACTION AND THE BEFORE IMAGE (SPACES FOR AN
002780* ADD); THE AFTER IMAGE IS THE RECORD AS WRITTEN.
002790*-----------------------------------------------------------------
002800 8000-WRITE-JOURNAL.
002810     MOVE SIGNON-USER-ID     TO JRNL-USER-ID
002820     MOVE "GLMAP"            TO JRNL-FILE-NAME
002830     MOVE GLMAP-KEY          TO JRNL-RECORD-KEY
002840     MOVE GLMAP-RECORD       TO JRNL-AFTER-IMAGE
002850     IF JRNL-ACTION = "DL"
002860         MOVE SPACES TO JRNL-AFTER-IMAGE
002870     END-IF
002880     CALL "JRNLLOG" USING JRNL-CALL-PARMS
002890     IF NOT JRNL-RC-OK
002900         DISPLAY "WARNING: MAINTENANCE JOURNAL ENTRY NOT "
002910             "RECORDED."
002920     END-IF.
002930 8000-EXIT.
002940     EXIT.
