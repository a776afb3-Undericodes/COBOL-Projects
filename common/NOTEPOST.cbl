000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     NOTEPOST.
000030 AUTHOR.         D. MERRICK.
000040 INSTALLATION.   FLOOR OPERATIONS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*-----------------------------------------------------------------
000080* NOTEPOST - SHARED ALERT SUBPROGRAM.  CALLED BY THE BATCH
000090* PROGRAMS (CALCBAL, CALCEDIT, CALCINTG, THE CALCULATOR'S BATCH
000100* DRIVER) TO PUT AN ALERT ON THE NOTICE FILE THAT MAINMENU SHOWS
000110* AT SIGN-ON, OR TO WITHDRAW ONE WHEN THE TROUBLE HAS GONE.  AN
000120* ALERT IS NAMED BY ITS SOURCE PROGRAM AND A SUBJECT: A POST
000130* FIRST WITHDRAWS ANY ACTIVE ALERT WITH THE SAME SOURCE AND
000140* SUBJECT, SO A RERUN THAT HITS THE SAME TROUBLE REPLACES ITS
000150* ALERT INSTEAD OF STACKING A SECOND ONE, AND A CLEAR ONLY
000160* WITHDRAWS.  MODELLED ON JRNLLOG: THE CALLER NEVER OPENS THE
000170* NOTICE FILE ITSELF, AND A MISSING FILE IS CREATED ON THE
000180* FIRST CALL.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* DATE       INIT  DESCRIPTION
000220* 2026-10-15 DLM   ORIGINAL - SHARED ALERT SUBPROGRAM
000230*                  (CR-2026-148).
000240* 2026-10-15 DLM   CALCINTG ADDED TO THE CALLERS (CR-2026-148).
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
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  NOTICE-FILE
000400     RECORDING MODE IS F.
000410     COPY NOTICE.
000420 WORKING-STORAGE SECTION.
000430 77  WS-NOTICE-STATUS            PIC X(02) VALUE SPACES.
000440 77  WS-NOTICE-EOF-SWITCH        PIC X(01) VALUE 'N'.
000450     88  WS-NOTICE-EOF               VALUE 'Y'.
000460 77  WS-WRITTEN-SWITCH           PIC X(01) VALUE 'N'.
000470     88  WS-WRITTEN                  VALUE 'Y'.
000480 77  WS-TRY-COUNT                PIC 9(02) VALUE ZERO.
000490 77  WS-TRY-LIMIT                PIC 9(02) VALUE 50.
000500 LINKAGE SECTION.
000510     COPY NOTECLL.
000520 PROCEDURE DIVISION USING NOTE-CALL-PARMS.
000530*-----------------------------------------------------------------
000540* 0000-MAINLINE - WITHDRAWS THE CALLER'S MATCHING ALERT, POSTS
000550* THE NEW ONE FOR A POST, AND RETURNS CONTROL.
000560*-----------------------------------------------------------------
000570 0000-MAINLINE.
000580     MOVE 0 TO NOTE-RETURN-CODE
000590     PERFORM 1000-OPEN-NOTICE THRU 1000-EXIT
000600     IF NOT NOTE-RC-OK
000610         GOBACK
000620     END-IF
000630     PERFORM 2000-WITHDRAW-MATCHING THRU 2000-EXIT
000640     IF NOTE-FUNC-POST
000650         PERFORM 3000-POST-ALERT THRU 3000-EXIT
000660     END-IF
000670     CLOSE NOTICE-FILE
000680     GOBACK.
000690*-----------------------------------------------------------------
000700* 1000-OPEN-NOTICE - OPENS THE NOTICE FILE FOR UPDATE,
000710* CREATING IT ON FIRST USE.
000720*-----------------------------------------------------------------
000730 1000-OPEN-NOTICE.
000740     OPEN I-O NOTICE-FILE
000750     IF WS-NOTICE-STATUS = "35"
000760         OPEN OUTPUT NOTICE-FILE
000770         CLOSE NOTICE-FILE
000780         OPEN I-O NOTICE-FILE
000790     END-IF
000800     IF WS-NOTICE-STATUS NOT = "00"
000810         MOVE 99 TO NOTE-RETURN-CODE
000820     END-IF.
000830 1000-EXIT.
000840     EXIT.
000850*-----------------------------------------------------------------
000860* 2000-WITHDRAW-MATCHING - PASSES THE WHOLE NOTICE FILE AND
000870* WITHDRAWS EVERY ACTIVE ALERT FROM THE CALLER'S SOURCE WITH
000880* THE CALLER'S SUBJECT.  BROADCASTS ARE NEVER TOUCHED.
000890*-----------------------------------------------------------------
000900 2000-WITHDRAW-MATCHING.
000910     MOVE 'N'        TO WS-NOTICE-EOF-SWITCH
000920     MOVE LOW-VALUES TO NOTICE-KEY
000930     START NOTICE-FILE KEY IS NOT LESS THAN NOTICE-KEY
000940         INVALID KEY
000950             MOVE 'Y' TO WS-NOTICE-EOF-SWITCH
000960     END-START
000970     PERFORM 2100-CHECK-ONE-NOTICE THRU 2100-EXIT
000980         UNTIL WS-NOTICE-EOF.
000990 2000-EXIT.
001000     EXIT.
001010 2100-CHECK-ONE-NOTICE.
001020     READ NOTICE-FILE NEXT RECORD
001030         AT END
001040             MOVE 'Y' TO WS-NOTICE-EOF-SWITCH
001050             GO TO 2100-EXIT
001060     END-READ
001070     IF NOTICE-ALERT AND NOTICE-ACTIVE AND
001080        NOTICE-SOURCE  = NOTE-SOURCE AND
001090        NOTICE-SUBJECT = NOTE-SUBJECT
001100         MOVE 'W' TO NOTICE-STATUS
001110         REWRITE NOTICE-RECORD
001120     END-IF.
001130 2100-EXIT.
001140     EXIT.
001150*-----------------------------------------------------------------
001160* 3000-POST-ALERT - WRITES THE NEW ALERT, STARTING TODAY WITH
001170* NO EXPIRY.  THE KEY IS THE DATE AND TIME OF THE POST; WHEN
001180* ANOTHER NOTICE ALREADY HOLDS THAT KEY THE TIME IS STEPPED ON
001190* BY ONE AND THE WRITE TRIED AGAIN.
001200*-----------------------------------------------------------------
001210 3000-POST-ALERT.
001220     MOVE SPACES           TO NOTICE-RECORD
001230     ACCEPT NOTICE-POST-DATE FROM DATE YYYYMMDD
001240     ACCEPT NOTICE-POST-TIME FROM TIME
001250     MOVE 'A'              TO NOTICE-TYPE
001260     MOVE NOTE-SEVERITY    TO NOTICE-SEVERITY
001270     MOVE NOTE-PERM-LEVEL  TO NOTICE-PERM-LEVEL
001280     MOVE 'A'              TO NOTICE-STATUS
001290     MOVE NOTICE-POST-DATE TO NOTICE-START-DATE
001300     MOVE ZERO             TO NOTICE-EXPIRY-DATE
001310     MOVE NOTE-SOURCE      TO NOTICE-SOURCE
001320     MOVE NOTE-SUBJECT     TO NOTICE-SUBJECT
001330     MOVE NOTE-TEXT        TO NOTICE-TEXT
001340     MOVE 'N'              TO WS-WRITTEN-SWITCH
001350     MOVE ZERO             TO WS-TRY-COUNT
001360     PERFORM 3100-WRITE-NOTICE THRU 3100-EXIT
001370         UNTIL WS-WRITTEN OR WS-TRY-COUNT >= WS-TRY-LIMIT
001380     IF NOT WS-WRITTEN
001390         MOVE 99 TO NOTE-RETURN-CODE
001400     END-IF.
001410 3000-EXIT.
001420     EXIT.
001430 3100-WRITE-NOTICE.
001440     ADD 1 TO WS-TRY-COUNT
001450     WRITE NOTICE-RECORD
001460         INVALID KEY
001470             ADD 1 TO NOTICE-POST-TIME
001480         NOT INVALID KEY
001490             MOVE 'Y' TO WS-WRITTEN-SWITCH
001500     END-WRITE.
001510 3100-EXIT.
001520     EXIT.
