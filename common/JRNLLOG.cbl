000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     JRNLLOG.
000030 AUTHOR.         D. MERRICK.
000040 INSTALLATION.   FLOOR OPERATIONS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*-----------------------------------------------------------------
000080* JRNLLOG - SHARED MAINTENANCE JOURNAL SUBPROGRAM.  CALLED BY
000090* CONSMNT, FORMMNT, USERMNT, CALCFIX, WORKMNT, GLMAPMNT, PLAYMNT,
000100* STORDMNT AND NOTEMNT EACH TIME A MASTER, REJECT, GAME OR NOTICE
000110* RECORD IS CHANGED, TO APPEND ONE ENTRY TO THE COMMON
000120* MAINTENANCE JOURNAL (MAINTJRN) CARRYING THE SIGNED-ON USER,
000130* A DATE/TIME STAMP, THE FILE AND KEY TOUCHED, THE ACTION AND
000140* THE BEFORE AND AFTER RECORD IMAGES.  MODELLED ON AUDITLOG:
000150* THE CALLER NEVER OPENS THE JOURNAL ITSELF.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* 2026-10-15 DLM   ORIGINAL - SHARED MAINTENANCE JOURNAL
000200*                  SUBPROGRAM (CR-2026-139).
000210* 2026-10-15 DLM   CALLER LIST BROUGHT UP TO DATE WITH THE
000220*                  WORK-ORDER, GL MAP, PLAYER, STANDING-ORDER
000230*                  AND NOTICE MAINTENANCE (CR-2026-149).
000240*-----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT MAINTJRN-FILE ASSIGN TO "MAINTJRN"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-MAINTJRN-STATUS.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  MAINTJRN-FILE
000370     RECORDING MODE IS F.
000380     COPY MAINTJRN.
000390 WORKING-STORAGE SECTION.
000400 77  WS-MAINTJRN-STATUS          PIC X(02) VALUE SPACES.
000410 LINKAGE SECTION.
000420     COPY JRNLCLL.
000430 PROCEDURE DIVISION USING JRNL-CALL-PARMS.
000440*-----------------------------------------------------------------
000450* 0000-MAINLINE - WRITES ONE JOURNAL RECORD FOR THE CALLING
000460* PROGRAM AND RETURNS CONTROL.  THE JOURNAL IS OPENED IN EXTEND
000470* MODE SO EVERY CALL APPENDS TO THE SAME RUNNING FILE; A
000480* MISSING FILE IS CREATED ON THE FIRST CALL.
000490*-----------------------------------------------------------------
000500 0000-MAINLINE.
000510     MOVE 0 TO JRNL-RETURN-CODE
000520     PERFORM 1000-WRITE-JOURNAL-RECORD THRU 1000-EXIT
000530     GOBACK.
000540 1000-WRITE-JOURNAL-RECORD.
000550     OPEN EXTEND MAINTJRN-FILE
000560     IF WS-MAINTJRN-STATUS = "05" OR WS-MAINTJRN-STATUS = "35"
000570         OPEN OUTPUT MAINTJRN-FILE
000580     END-IF
000590     IF WS-MAINTJRN-STATUS NOT = "00"
000600         MOVE 99 TO JRNL-RETURN-CODE
000610         GO TO 1000-EXIT
000620     END-IF
000630     MOVE JRNL-USER-ID       TO MAINTJRN-USER-ID
000640     ACCEPT MAINTJRN-DATE FROM DATE YYYYMMDD
000650     ACCEPT MAINTJRN-TIME FROM TIME
000660     MOVE JRNL-FILE-NAME     TO MAINTJRN-FILE-NAME
000670     MOVE JRNL-RECORD-KEY    TO MAINTJRN-RECORD-KEY
000680     MOVE JRNL-ACTION        TO MAINTJRN-ACTION
000690     MOVE JRNL-BEFORE-IMAGE  TO MAINTJRN-BEFORE-IMAGE
000700     MOVE JRNL-AFTER-IMAGE   TO MAINTJRN-AFTER-IMAGE
000710     WRITE MAINTJRN-RECORD
000720     CLOSE MAINTJRN-FILE.
000730 1000-EXIT.
000740     EXIT.
