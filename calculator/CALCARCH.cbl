000140* RECORDS ARCHIVED PLUS RECORDS RETAINED, AND THE SUM OF POSTED
000150* RESULTS MUST BALANCE ACROSS THE SPLIT, WITH ALL TOTALS
000160* DISPLAYED FOR THE DAY'S CONTROL SHEET.
000170* RETURN CODE: 0 = SPLIT IN BALANCE, 8 = OUT OF BALANCE, 16 =
000180* BAD CUTOFF DATE OR A FILE WOULD NOT OPEN.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* DATE       INIT  DESCRIPTION
000220* 2026-08-22 DLM   ORIGINAL - CALCLOG ARCHIVE AND PURGE WITH
000230*                  BALANCING TOTALS (CR-2026-117).
000240* 2026-08-22 DLM   WIDENED THE ARCHIVE AND REPLACEMENT RECORDS
000250*                  FOR THE RUN ID AND CHAIN FLAG ADDED TO
000260*                  CALCLOG (CR-2026-118, CR-2026-119).
000270* 2026-08-22 DLM   SIGNED AMOUNTS: WIDENED FOR THE SIGNED
000280*                  CALCLOG FIELDS AND MADE THE BALANCING SUMS
000290*                  SIGNED (CR-2026-120).
000300* 2026-08-22 DLM   WIDENED FOR THE CONSTANT NAMES ADDED TO
000310*                  CALCLOG (CR-2026-125).
000320* 2026-09-03 DLM   WIDENED FOR THE WORK-ORDER REFERENCE ADDED
000330*                  TO CALCLOG (CR-2026-128).
000340* 2026-09-03 DLM   APPENDS THE SPLIT'S BALANCING COUNTS AND
000350*                  SUMS TO THE SHARED CALCCTL RUN-CONTROL FILE
000360*                  SO CALCBAL CAN PROVE THE ARCHIVE LEG ON THE
000370*                  DAY'S CONTROL SHEET (CR-2026-132).
000380* 2026-09-03 DLM   WIDENED FOR THE USER ID ADDED TO CALCLOG
000390*                  (CR-2026-134).
000400* 2026-10-15 DLM   CALLABLE AS THE MONTH-END STEP OF THE
000410*                  CALCNITE NIGHTLY DRIVER: TAKES THE CUTOFF
000420*                  DATE THROUGH THE RPTCALL AREA WHEN CALLED,
000430*                  SETS THE RETURN CODE AND GOES BACK TO THE
000440*                  CALLER INSTEAD OF STOPPING THE RUN UNIT
000450*                  (CR-2026-142).
000460*-----------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CALCLOG-FILE ASSIGN TO "CALCLOG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CALCLOG-STATUS.
000560     SELECT CALCARCH-FILE ASSIGN TO "CALCARCH"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CALCARCH-STATUS.
000590     SELECT CALCLOGN-FILE ASSIGN TO "CALCLOGN"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CALCLOGN-STATUS.
000620     SELECT CALCCTL-FILE ASSIGN TO "CALCCTL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-CALCCTL-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CALCLOG-FILE
000680     RECORDING MODE IS F.
000690     COPY CALCLOG.
000700 FD  CALCARCH-FILE
000710     RECORDING MODE IS F.
000720 01  CALCARCH-RECORD             PIC X(85).
000730 FD  CALCLOGN-FILE
000740     RECORDING MODE IS F.
000750 01  CALCLOGN-RECORD             PIC X(85).
000760 FD  CALCCTL-FILE
000770     RECORDING MODE IS F.
000780     COPY CALCCTL.
000790 WORKING-STORAGE SECTION.
000800 77  WS-CALCLOG-STATUS           PIC X(02) VALUE SPACES.
000810 77  WS-CALCARCH-STATUS          PIC X(02) VALUE SPACES.
000820 77  WS-CALCLOGN-STATUS          PIC X(02) VALUE SPACES.
000830 77  WS-CALCLOG-EOF-SWITCH       PIC X(01) VALUE 'N'.
000840     88  WS-CALCLOG-EOF              VALUE 'Y'.
000850 77  WS-PARM-CARD                PIC X(20) VALUE SPACES.
000860 77  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
000870 77  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
000880 77  WS-ARCHIVE-COUNT            PIC 9(07) VALUE ZERO.
000890 77  WS-RETAIN-COUNT             PIC 9(07) VALUE ZERO.
000900 77  WS-SUM-READ                 PIC S9(09)V99 VALUE ZERO.
000910 77  WS-SUM-ARCHIVED             PIC S9(09)V99 VALUE ZERO.
000920 77  WS-SUM-RETAINED             PIC S9(09)V99 VALUE ZERO.
000930 77  WS-COUNT-CHECK              PIC 9(07) VALUE ZERO.
000940 77  WS-SUM-CHECK                PIC S9(09)V99 VALUE ZERO.
000950 77  WS-DSP-COUNT                PIC ZZZ,ZZ9.
000960 77  WS-DSP-SUM                  PIC -ZZZ,ZZZ,ZZ9.99.
000970 77  WS-CALCCTL-STATUS           PIC X(02) VALUE SPACES.
000980 77  WS-RUN-ID                   PIC X(08) VALUE SPACES.
000990 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001000 77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001010 LINKAGE SECTION.
001020     COPY RPTCALL.
001030 PROCEDURE DIVISION USING RPT-CALL-PARMS.
001040*-----------------------------------------------------------------
001050* 0000-MAINLINE - SPLITS THE LOG ON THE CUTOFF DATE, THEN PROVES
001060* AND DISPLAYS THE BALANCING TOTALS.
001070*-----------------------------------------------------------------
001080 0000-MAINLINE.
001090     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001100     PERFORM 2000-SPLIT-RECORD THRU 2000-EXIT
001110         UNTIL WS-CALCLOG-EOF
001120     PERFORM 8000-BALANCE-TOTALS THRU 8000-EXIT
001130     PERFORM 8500-WRITE-RUN-CONTROL THRU 8500-EXIT
001140     PERFORM 9000-TERMINATE THRU 9000-EXIT
001150     GOBACK.
001160*-----------------------------------------------------------------
001170* 1000-INITIALIZE - PICKS UP AND EDITS THE CUTOFF DATE FROM THE
001180* RUN PARAMETER AND OPENS THE THREE FILES.  A MISSING OR
001190* NON-NUMERIC CUTOFF DATE STOPS THE JOB BEFORE ANY FILE IS
001200* TOUCHED.
001210*-----------------------------------------------------------------
001220 1000-INITIALIZE.
001230     IF ADDRESS OF RPT-CALL-PARMS = NULL
001240         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
001250     ELSE
001260         MOVE RPT-CALL-PARM-CARD TO WS-PARM-CARD
001270     END-IF
001280     IF WS-PARM-CARD (1:8) IS NOT NUMERIC
001290         DISPLAY "ERROR: CUTOFF DATE PARAMETER (YYYYMMDD) IS "
001300             "MISSING OR NOT NUMERIC."
001310         MOVE 16 TO RETURN-CODE
001320         GOBACK
001330     END-IF
001340     MOVE WS-PARM-CARD (1:8) TO WS-CUTOFF-DATE
001350     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001360     ACCEPT WS-CURRENT-TIME FROM TIME
001370     MOVE WS-RUN-DATE (7:2)     TO WS-RUN-ID (1:2)
001380     MOVE WS-CURRENT-TIME (1:6) TO WS-RUN-ID (3:6)
001390     OPEN INPUT CALCLOG-FILE
001400     IF WS-CALCLOG-STATUS NOT = "00"
001410         DISPLAY "ERROR: UNABLE TO OPEN CALCLOG - STATUS "
001420             WS-CALCLOG-STATUS
001430         MOVE 16 TO RETURN-CODE
001440         GOBACK
001450     END-IF
001460     OPEN OUTPUT CALCARCH-FILE
001470     IF WS-CALCARCH-STATUS NOT = "00"
001480         DISPLAY "ERROR: UNABLE TO OPEN CALCARCH - STATUS "
001490             WS-CALCARCH-STATUS
001500         CLOSE CALCLOG-FILE
001510         MOVE 16 TO RETURN-CODE
001520         GOBACK
001530     END-IF
001540     OPEN OUTPUT CALCLOGN-FILE
001550     IF WS-CALCLOGN-STATUS NOT = "00"
001560         DISPLAY "ERROR: UNABLE TO OPEN CALCLOGN - STATUS "
001570             WS-CALCLOGN-STATUS
001580         CLOSE CALCLOG-FILE
001590         CLOSE CALCARCH-FILE
001600         MOVE 16 TO RETURN-CODE
001610         GOBACK
001620     END-IF
001630     PERFORM 2100-READ-CALCLOG THRU 2100-EXIT.
001640 1000-EXIT.
001650     EXIT.
001660*-----------------------------------------------------------------
001670* 2000-SPLIT-RECORD - ROUTES ONE CALCLOG RECORD TO THE ARCHIVE
001680* OR THE REPLACEMENT LOG ON ITS DATE, ACCUMULATING THE COUNTS
001690* AND THE POSTED-RESULT SUMS ON EACH SIDE, THEN READS THE NEXT
001700* RECORD.
001710*-----------------------------------------------------------------
001720 2000-SPLIT-RECORD.
001730     ADD 1 TO WS-READ-COUNT
001740     IF CALCLOG-STAT-OK
001750         ADD CALCLOG-RESULT TO WS-SUM-READ
001760     END-IF
001770     IF CALCLOG-DATE < WS-CUTOFF-DATE
001780         ADD 1 TO WS-ARCHIVE-COUNT
001790         IF CALCLOG-STAT-OK
001800             ADD CALCLOG-RESULT TO WS-SUM-ARCHIVED
001810         END-IF
001820         WRITE CALCARCH-RECORD FROM CALCLOG-RECORD
001830     ELSE
001840         ADD 1 TO WS-RETAIN-COUNT
001850         IF CALCLOG-STAT-OK
001860             ADD CALCLOG-RESULT TO WS-SUM-RETAINED
001870         END-IF
001880         WRITE CALCLOGN-RECORD FROM CALCLOG-RECORD
001890     END-IF
001900     PERFORM 2100-READ-CALCLOG THRU 2100-EXIT.
001910 2000-EXIT.
001920     EXIT.
001930 2100-READ-CALCLOG.
001940     READ CALCLOG-FILE
001950         AT END
001960             MOVE 'Y' TO WS-CALCLOG-EOF-SWITCH
001970     END-READ.
001980 2100-EXIT.
001990     EXIT.
002000*-----------------------------------------------------------------
002010* 8000-BALANCE-TOTALS - PROVES THE SPLIT AND DISPLAYS THE
002020* CONTROL TOTALS.  RECORDS READ MUST EQUAL ARCHIVED PLUS
002030* RETAINED AND THE POSTED-RESULT SUMS MUST BALANCE; AN OUT OF
002040* BALANCE RUN IS FLAGGED SO THE REPLACEMENT LOG IS NOT SWAPPED
002050* IN.
002060*-----------------------------------------------------------------
002070 8000-BALANCE-TOTALS.
002080     DISPLAY "CALCARCH CONTROL TOTALS - CUTOFF " WS-CUTOFF-DATE
002090     MOVE WS-READ-COUNT    TO WS-DSP-COUNT
002100     DISPLAY "  RECORDS READ:         " WS-DSP-COUNT
002110     MOVE WS-ARCHIVE-COUNT TO WS-DSP-COUNT
002120     DISPLAY "  RECORDS ARCHIVED:     " WS-DSP-COUNT
002130     MOVE WS-RETAIN-COUNT  TO WS-DSP-COUNT
002140     DISPLAY "  RECORDS RETAINED:     " WS-DSP-COUNT
002150     MOVE WS-SUM-READ      TO WS-DSP-SUM
002160     DISPLAY "  POSTED RESULTS READ:     " WS-DSP-SUM
002170     MOVE WS-SUM-ARCHIVED  TO WS-DSP-SUM
002180     DISPLAY "  POSTED RESULTS ARCHIVED: " WS-DSP-SUM
002190     MOVE WS-SUM-RETAINED  TO WS-DSP-SUM
002200     DISPLAY "  POSTED RESULTS RETAINED: " WS-DSP-SUM
002210     COMPUTE WS-COUNT-CHECK = WS-ARCHIVE-COUNT + WS-RETAIN-COUNT
002220     COMPUTE WS-SUM-CHECK   = WS-SUM-ARCHIVED + WS-SUM-RETAINED
002230     IF WS-COUNT-CHECK = WS-READ-COUNT AND
002240        WS-SUM-CHECK = WS-SUM-READ
002250         DISPLAY "  RUN IS IN BALANCE."
002260         MOVE ZERO TO RETURN-CODE
002270     ELSE
002280         MOVE 8 TO RETURN-CODE
002290         DISPLAY "  *** RUN IS OUT OF BALANCE - DO NOT SWAP IN "
002300             "THE REPLACEMENT LOG ***"
002310     END-IF.
002320 8000-EXIT.
002330     EXIT.
002340*-----------------------------------------------------------------
002350* 8500-WRITE-RUN-CONTROL - APPENDS THE SPLIT'S COUNTS AND SUMS
002360* TO THE SHARED CALCCTL FILE FOR THE CALCBAL BALANCING STEP.
002370*-----------------------------------------------------------------
002380 8500-WRITE-RUN-CONTROL.
002390     OPEN EXTEND CALCCTL-FILE
002400     IF WS-CALCCTL-STATUS = "05" OR WS-CALCCTL-STATUS = "35"
002410         OPEN OUTPUT CALCCTL-FILE
002420     END-IF
002430     IF WS-CALCCTL-STATUS NOT = "00"
002440         DISPLAY "WARNING: RUN-CONTROL RECORD NOT WRITTEN - "
002450             "STATUS " WS-CALCCTL-STATUS
002460         GO TO 8500-EXIT
002470     END-IF
002480     MOVE "CALCARCH"       TO CALCCTL-PROGRAM
002490     MOVE WS-RUN-ID        TO CALCCTL-RUN-ID
002500     MOVE WS-RUN-DATE      TO CALCCTL-DATE
002510     ACCEPT CALCCTL-TIME FROM TIME
002520     MOVE WS-READ-COUNT    TO CALCCTL-READ-COUNT
002530     MOVE WS-ARCHIVE-COUNT TO CALCCTL-COUNT-1
002540     MOVE WS-RETAIN-COUNT  TO CALCCTL-COUNT-2
002550     MOVE WS-SUM-ARCHIVED  TO CALCCTL-AMOUNT-1
002560     MOVE WS-SUM-RETAINED  TO CALCCTL-AMOUNT-2
002570     WRITE CALCCTL-RECORD
002580     CLOSE CALCCTL-FILE.
002590 8500-EXIT.
002600     EXIT.
002610 9000-TERMINATE.
002620     CLOSE CALCLOG-FILE
002630     CLOSE CALCARCH-FILE
002640     CLOSE CALCLOGN-FILE.
002650 9000-EXIT.
002660     EXIT.
