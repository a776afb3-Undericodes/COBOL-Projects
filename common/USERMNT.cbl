000110* CALLER).  ADDS USERS, DISABLES AND RE-ENABLES THEM, AND
000120* RESETS PASSWORDS ON THE USERMAST FILE.  USERS ARE NEVER
000130* DELETED, SO OLD AUDIT TRAIL ENTRIES ALWAYS POINT AT A REAL
000140* USER RECORD.  EVERY CHANGE IS WRITTEN TO THE SHARED
000150* MAINTENANCE JOURNAL THROUGH JRNLLOG WITH THE PASSWORD BYTES
000160* MASKED IN BOTH RECORD IMAGES.
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-08-22 DLM   ORIGINAL - USER MASTER MAINTENANCE
000210*                  (CR-2026-123).
000220* 2026-10-15 DLM   EVERY ADD, DISABLE, RE-ENABLE AND PASSWORD
000230*                  RESET IS JOURNALLED TO MAINTJRN WITH BEFORE
000240*                  AND AFTER IMAGES, PASSWORDS MASKED
000250*                  (CR-2026-139).
000260*-----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT USERMAST-FILE ASSIGN TO "USERMAST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS USERMAST-USER-ID
000370         FILE STATUS IS WS-USERMAST-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  USERMAST-FILE
000410     RECORDING MODE IS F.
000420     COPY USERMAST.
000430 WORKING-STORAGE SECTION.
000440 77  WS-USERMAST-STATUS          PIC X(02) VALUE SPACES.
000450 77  WS-FUNCTION-CHOICE          PIC 9(01) VALUE ZERO.
000460 77  WS-DONE-SWITCH              PIC X(01) VALUE 'N'.
000470     88  WS-DONE                     VALUE 'Y'.
000480 77  WS-WORK-USER-ID             PIC X(10) VALUE SPACES.
000490 77  WS-WORK-PASSWORD            PIC X(10) VALUE SPACES.
000500 77  WS-WORK-PERM-LEVEL          PIC X(01) VALUE 'O'.
000510     COPY JRNLCLL.
000520 LINKAGE SECTION.
000530     COPY SIGNON.
000540 PROCEDURE DIVISION USING SIGNON-PARMS.
000550*-----------------------------------------------------------------
000560* 0000-MAINLINE - CHECKS THE CALLER'S PERMISSION, OPENS THE
000570* USER MASTER AND LOOPS OVER THE MAINTENANCE MENU.
000580*-----------------------------------------------------------------
000590 0000-MAINLINE.
000600     MOVE 'N' TO WS-DONE-SWITCH
000610     IF NOT SIGNON-PERM-SUPERVISOR
000620         DISPLAY "USER MAINTENANCE IS SUPERVISOR ONLY."
000630         GOBACK
000640     END-IF
000650     OPEN I-O USERMAST-FILE
000660     IF WS-USERMAST-STATUS NOT = "00"
000670         DISPLAY "ERROR: UNABLE TO OPEN USERMAST - STATUS "
000680             WS-USERMAST-STATUS
000690         GOBACK
000700     END-IF
000710     PERFORM 1000-MAINTENANCE-ROUND THRU 1000-EXIT
000720         UNTIL WS-DONE
000730     CLOSE USERMAST-FILE
000740     GOBACK.
000750*-----------------------------------------------------------------
000760* 1000-MAINTENANCE-ROUND - ONE PASS THROUGH THE MAINTENANCE
000770* MENU.
000780*-----------------------------------------------------------------
000790 1000-MAINTENANCE-ROUND.
000800     DISPLAY " "
000810     DISPLAY "USER MAINTENANCE"
000820     DISPLAY "  1. ADD USER"
000830     DISPLAY "  2. DISABLE USER"
000840     DISPLAY "  3. RE-ENABLE USER"
000850     DISPLAY "  4. RESET PASSWORD"
000860     DISPLAY "  5. RETURN TO MAIN MENU"
000870     DISPLAY "ENTER SELECTION: "
000880     ACCEPT WS-FUNCTION-CHOICE
000890     EVALUATE WS-FUNCTION-CHOICE
000900         WHEN 1
000910             PERFORM 2000-ADD-USER THRU 2000-EXIT
000920         WHEN 2
000930             PERFORM 3000-DISABLE-USER THRU 3000-EXIT
000940         WHEN 3
000950             PERFORM 4000-ENABLE-USER THRU 4000-EXIT
000960         WHEN 4
000970             PERFORM 5000-RESET-PASSWORD THRU 5000-EXIT
000980         WHEN 5
000990             MOVE 'Y' TO WS-DONE-SWITCH
001000         WHEN OTHER
001010             DISPLAY "INVALID SELECTION - PLEASE TRY AGAIN."
001020     END-EVALUATE.
001030 1000-EXIT.
001040     EXIT.
001050*-----------------------------------------------------------------
001060* 2000-ADD-USER - ADDS A NEW USER.  THE KEYED WRITE REJECTS A
001070* DUPLICATE USER ID.
001080*-----------------------------------------------------------------
001090 2000-ADD-USER.
001100     DISPLAY "ENTER NEW USER ID: "
001110     ACCEPT WS-WORK-USER-ID
001120     IF WS-WORK-USER-ID = SPACES
001130         DISPLAY "USER ID MAY NOT BE BLANK."
001140         GO TO 2000-EXIT
001150     END-IF
001160     DISPLAY "ENTER PASSWORD: "
001170     ACCEPT WS-WORK-PASSWORD
001180     IF WS-WORK-PASSWORD = SPACES
001190         DISPLAY "PASSWORD MAY NOT BE BLANK."
001200         GO TO 2000-EXIT
001210     END-IF
001220     DISPLAY "ENTER PERMISSION LEVEL (O=OPERATOR, "
001230         "S=SUPERVISOR): "
001240     ACCEPT WS-WORK-PERM-LEVEL
001250     IF WS-WORK-PERM-LEVEL NOT = 'O' AND
001260        WS-WORK-PERM-LEVEL NOT = 'S'
001270         DISPLAY "PERMISSION LEVEL MUST BE O OR S."
001280         GO TO 2000-EXIT
001290     END-IF
001300     MOVE WS-WORK-USER-ID    TO USERMAST-USER-ID
001310     MOVE WS-WORK-PASSWORD   TO USERMAST-PASSWORD
001320     MOVE WS-WORK-PERM-LEVEL TO USERMAST-PERM-LEVEL
001330     MOVE 'A'                TO USERMAST-STATUS
001340     ACCEPT USERMAST-ADDED-DATE FROM DATE YYYYMMDD
001350     WRITE USERMAST-RECORD
001360         INVALID KEY
001370             DISPLAY "USER " WS-WORK-USER-ID " IS ALREADY ON "
001380                 "FILE."
001390         NOT INVALID KEY
001400             DISPLAY "USER " WS-WORK-USER-ID " ADDED."
001410             MOVE SPACES TO JRNL-BEFORE-IMAGE
001420             MOVE "AD"   TO JRNL-ACTION
001430             PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
001440     END-WRITE.
001450 2000-EXIT.
001460     EXIT.
001470*-----------------------------------------------------------------
001480* 3000-DISABLE-USER - MARKS A USER DISABLED.  THE RECORD STAYS
001490* ON FILE FOR THE AUDIT TRAIL.  A SUPERVISOR CANNOT DISABLE
001500* THEIR OWN SIGN-ON, SO THERE IS ALWAYS A WAY BACK IN.
001510*-----------------------------------------------------------------
001520 3000-DISABLE-USER.
001530     DISPLAY "ENTER USER ID TO DISABLE: "
001540     ACCEPT WS-WORK-USER-ID
001550     IF WS-WORK-USER-ID = SIGNON-USER-ID
001560         DISPLAY "YOU CANNOT DISABLE YOUR OWN SIGN-ON."
001570         GO TO 3000-EXIT
001580     END-IF
001590     MOVE WS-WORK-USER-ID TO USERMAST-USER-ID
001600     READ USERMAST-FILE
001610         INVALID KEY
001620             DISPLAY "USER " WS-WORK-USER-ID " IS NOT ON FILE."
001630             GO TO 3000-EXIT
001640     END-READ
001650     MOVE USERMAST-RECORD TO JRNL-BEFORE-IMAGE
001660     MOVE 'D' TO USERMAST-STATUS
001670     REWRITE USERMAST-RECORD
001680     DISPLAY "USER " WS-WORK-USER-ID " DISABLED."
001690     MOVE "DI" TO JRNL-ACTION
001700     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
001710 3000-EXIT.
001720     EXIT.
001730*-----------------------------------------------------------------
001740* 4000-ENABLE-USER - PUTS A DISABLED USER BACK IN SERVICE.
001750*-----------------------------------------------------------------
001760 4000-ENABLE-USER.
001770     DISPLAY "ENTER USER ID TO RE-ENABLE: "
001780     ACCEPT WS-WORK-USER-ID
001790     MOVE WS-WORK-USER-ID TO USERMAST-USER-ID
001800     READ USERMAST-FILE
001810         INVALID KEY
001820             DISPLAY "USER " WS-WORK-USER-ID " IS NOT ON FILE."
001830             GO TO 4000-EXIT
001840     END-READ
001850     MOVE USERMAST-RECORD TO JRNL-BEFORE-IMAGE
001860     MOVE 'A' TO USERMAST-STATUS
001870     REWRITE USERMAST-RECORD
001880     DISPLAY "USER " WS-WORK-USER-ID " RE-ENABLED."
001890     MOVE "EN" TO JRNL-ACTION
001900     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
001910 4000-EXIT.
001920     EXIT.
001930*-----------------------------------------------------------------
001940* 5000-RESET-PASSWORD - SETS A NEW PASSWORD ON AN EXISTING
001950* USER.
001960*-----------------------------------------------------------------
001970 5000-RESET-PASSWORD.
001980     DISPLAY "ENTER USER ID: "
001990     ACCEPT WS-WORK-USER-ID
002000     MOVE WS-WORK-USER-ID TO USERMAST-USER-ID
002010     READ USERMAST-FILE
002020         INVALID KEY
002030             DISPLAY "USER " WS-WORK-USER-ID " IS NOT ON FILE."
002040             GO TO 5000-EXIT
002050     END-READ
002060     MOVE USERMAST-RECORD TO JRNL-BEFORE-IMAGE
002070     DISPLAY "ENTER NEW PASSWORD: "
002080     ACCEPT WS-WORK-PASSWORD
002090     IF WS-WORK-PASSWORD = SPACES
002100         DISPLAY "PASSWORD MAY NOT BE BLANK."
002110         GO TO 5000-EXIT
002120     END-IF
002130     MOVE WS-WORK-PASSWORD TO USERMAST-PASSWORD
002140     REWRITE USERMAST-RECORD
002150     DISPLAY "PASSWORD RESET FOR " WS-WORK-USER-ID "."
002160     MOVE "PW" TO JRNL-ACTION
002170     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
002180 5000-EXIT.
002190     EXIT.
002200*-----------------------------------------------------------------
002210* 8000-WRITE-JOURNAL - JOURNALS THE CHANGE JUST MADE.  THE
002220* CALLER HAS SET THE ACTION AND THE BEFORE IMAGE (SPACES FOR AN
002230* ADD); THE AFTER IMAGE IS THE RECORD AS REWRITTEN.  THE
002240* PASSWORD OCCUPIES BYTES 11-20 OF THE USERMAST IMAGE AND IS
002250* OVERLAID WITH ASTERISKS IN BOTH IMAGES, SO NO PASSWORD EVER
002260* REACHES THE JOURNAL.
002270*-----------------------------------------------------------------
002280 8000-WRITE-JOURNAL.
002290     MOVE SIGNON-USER-ID   TO JRNL-USER-ID
002300     MOVE "USERMAST"       TO JRNL-FILE-NAME
002310     MOVE WS-WORK-USER-ID  TO JRNL-RECORD-KEY
002320     MOVE USERMAST-RECORD  TO JRNL-AFTER-IMAGE
002330     IF JRNL-BEFORE-IMAGE NOT = SPACES
002340         MOVE ALL "*" TO JRNL-BEFORE-IMAGE (11:10)
002350     END-IF
002360     MOVE ALL "*" TO JRNL-AFTER-IMAGE (11:10)
002370     CALL "JRNLLOG" USING JRNL-CALL-PARMS
002380     IF NOT JRNL-RC-OK
002390         DISPLAY "WARNING: MAINTENANCE JOURNAL ENTRY NOT "
002400             "RECORDED."
002410     END-IF.
002420 8000-EXIT.
002430     EXIT.
