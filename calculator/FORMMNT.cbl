000160* EXCEPT THE RESERVED WORD 'RESULT' WHICH MEANS THE PRIOR
000170* STEP'S RESULT.  FORMULA NAMES MUST START WITH A LETTER SO
000180* THE CALCULATOR CAN NEVER MISTAKE ONE FOR A SIGNED AMOUNT.
000190* EVERY ADD AND REPLACEMENT IS WRITTEN TO THE SHARED
000200* MAINTENANCE JOURNAL THROUGH JRNLLOG WITH THE FORMULA BEFORE
000210* AND AFTER.
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240* DATE       INIT  DESCRIPTION
000250* 2026-09-03 DLM   ORIGINAL - SAVED FORMULA MAINTENANCE
000260*                  (CR-2026-129).
000270* 2026-10-15 DLM   EVERY ADD AND REPLACEMENT IS JOURNALLED TO
000280*                  MAINTJRN WITH BEFORE AND AFTER IMAGES; A
000290*                  REPLACEMENT READS THE OLD FORMULA FIRST SO ITS
000300*                  BEFORE IMAGE IS THE FORMULA IT REPLACED
000310*                  (CR-2026-139).
000320*-----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CALCFORM-FILE ASSIGN TO "CALCFORM"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CALCFORM-NAME
000430         FILE STATUS IS WS-CALCFORM-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CALCFORM-FILE
000470     RECORDING MODE IS F.
000480     COPY CALCFORM.
000490 WORKING-STORAGE SECTION.
000500 77  WS-CALCFORM-STATUS          PIC X(02) VALUE SPACES.
000510 77  WS-FUNCTION-CHOICE          PIC 9(01) VALUE ZERO.
000520 77  WS-DONE-SWITCH              PIC X(01) VALUE 'N'.
000530     88  WS-DONE                     VALUE 'Y'.
000540 77  WS-WORK-NAME                PIC X(08) VALUE SPACES.
000550 77  WS-WORK-OPERATOR            PIC X(01) VALUE SPACE.
000560 77  WS-WORK-OPERAND             PIC X(08) VALUE SPACES.
000570 77  WS-WORK-AMOUNT              PIC S9(05)V99 VALUE ZERO.
000580 77  WS-STEP-IX                  PIC 9(02) VALUE ZERO.
000590 77  WS-STEPS-DONE-SWITCH        PIC X(01) VALUE 'N'.
000600     88  WS-STEPS-DONE               VALUE 'Y'.
000610 77  WS-VALUE-EDITED             PIC +ZZZZZ9.99.
000620     COPY JRNLCLL.
000630 LINKAGE SECTION.
000640     COPY SIGNON.
000650 PROCEDURE DIVISION USING SIGNON-PARMS.
000660*-----------------------------------------------------------------
000670* 0000-MAINLINE - CHECKS THE CALLER'S PERMISSION, OPENS THE
000680* FORMULA FILE (CREATING IT ON FIRST USE) AND LOOPS OVER THE
000690* MAINTENANCE MENU.
000700*-----------------------------------------------------------------
000710 0000-MAINLINE.
000720     MOVE 'N' TO WS-DONE-SWITCH
000730     IF NOT SIGNON-PERM-SUPERVISOR
000740         DISPLAY "FORMULA MAINTENANCE IS SUPERVISOR ONLY."
000750         GOBACK
000760     END-IF
000770     OPEN I-O CALCFORM-FILE
000780     IF WS-CALCFORM-STATUS = "35"
000790         OPEN OUTPUT CALCFORM-FILE
000800         CLOSE CALCFORM-FILE
000810         OPEN I-O CALCFORM-FILE
000820     END-IF
000830     IF WS-CALCFORM-STATUS NOT = "00"
000840         DISPLAY "ERROR: UNABLE TO OPEN CALCFORM - STATUS "
000850             WS-CALCFORM-STATUS
000860         GOBACK
000870     END-IF
000880     PERFORM 1000-MAINTENANCE-ROUND THRU 1000-EXIT
000890         UNTIL WS-DONE
000900     CLOSE CALCFORM-FILE
000910     GOBACK.
000920*-----------------------------------------------------------------
000930* 1000-MAINTENANCE-ROUND - ONE PASS THROUGH THE MAINTENANCE
000940* MENU.
000950*-----------------------------------------------------------------
000960 1000-MAINTENANCE-ROUND.
000970     DISPLAY " "
000980     DISPLAY "FORMULA MAINTENANCE"
000990     DISPLAY "  1. ADD OR REPLACE FORMULA"
001000     DISPLAY "  2. DISPLAY FORMULA"
001010     DISPLAY "  3. RETURN TO MAIN MENU"
001020     DISPLAY "ENTER SELECTION: "
001030     ACCEPT WS-FUNCTION-CHOICE
001040     EVALUATE WS-FUNCTION-CHOICE
001050         WHEN 1
001060             PERFORM 2000-ADD-REPLACE-FORMULA THRU 2000-EXIT
001070         WHEN 2
001080             PERFORM 3000-DISPLAY-FORMULA THRU 3000-EXIT
001090         WHEN 3
001100             MOVE 'Y' TO WS-DONE-SWITCH
001110         WHEN OTHER
001120             DISPLAY "INVALID SELECTION - PLEASE TRY AGAIN."
001130     END-EVALUATE.
001140 1000-EXIT.
001150     EXIT.
001160*-----------------------------------------------------------------
001170* 2000-ADD-REPLACE-FORMULA - GATHERS THE STEPS FOR A NAMED
001180* FORMULA AND WRITES IT, REPLACING ANY FORMULA ALREADY ON FILE
001190* UNDER THE SAME NAME.  THE FORMULA ALREADY ON FILE (IF ANY) IS
001200* READ FIRST SO THE JOURNAL CARRIES WHAT A REPLACEMENT REPLACED.
001210*-----------------------------------------------------------------
001220 2000-ADD-REPLACE-FORMULA.
001230     DISPLAY "ENTER FORMULA NAME (STARTS WITH A LETTER): "
001240     ACCEPT WS-WORK-NAME
001250     IF WS-WORK-NAME (1:1) IS NOT ALPHABETIC OR
001260        WS-WORK-NAME (1:1) = SPACE
001270         DISPLAY "FORMULA NAMES MUST START WITH A LETTER."
001280         GO TO 2000-EXIT
001290     END-IF
001300     IF WS-WORK-NAME = "RESULT"
001310         DISPLAY "RESULT IS RESERVED FOR THE PRIOR STEP'S "
001320             "RESULT AND CANNOT NAME A FORMULA."
001330         GO TO 2000-EXIT
001340     END-IF
001350     MOVE SPACES       TO JRNL-BEFORE-IMAGE
001360     MOVE WS-WORK-NAME TO CALCFORM-NAME
001370     READ CALCFORM-FILE
001380         INVALID KEY
001390             CONTINUE
001400         NOT INVALID KEY
001410             MOVE CALCFORM-RECORD TO JRNL-BEFORE-IMAGE
001420     END-READ
001430     MOVE WS-WORK-NAME TO CALCFORM-NAME
001440     MOVE ZERO         TO CALCFORM-STEP-COUNT
001450     MOVE SPACES       TO CALCFORM-STEP-TABLE
001460     MOVE 'N'          TO WS-STEPS-DONE-SWITCH
001470     PERFORM 2100-GATHER-STEP THRU 2100-EXIT
001480         UNTIL WS-STEPS-DONE
001490     IF CALCFORM-STEP-COUNT = ZERO
001500         DISPLAY "A FORMULA NEEDS AT LEAST ONE STEP - NOT "
001510             "SAVED."
001520         GO TO 2000-EXIT
001530     END-IF
001540     WRITE CALCFORM-RECORD
001550         INVALID KEY
001560             REWRITE CALCFORM-RECORD
001570             DISPLAY "FORMULA " WS-WORK-NAME " REPLACED."
001580             MOVE "CH" TO JRNL-ACTION
001590         NOT INVALID KEY
001600             DISPLAY "FORMULA " WS-WORK-NAME " ADDED."
001610             MOVE "AD" TO JRNL-ACTION
001620     END-WRITE
001630     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
001640 2000-EXIT.
001650     EXIT.
001660*-----------------------------------------------------------------
001670* 2100-GATHER-STEP - PROMPTS FOR ONE STEP.  AN '=' OPERATOR
001680* CLOSES THE FORMULA; THE TENTH STEP CLOSES IT AUTOMATICALLY.
001690* AN OPERAND STARTING WITH A LETTER IS STORED AS A NAME
001700* (CALCCONS CONSTANT OR THE RESERVED WORD RESULT); ANYTHING
001710* ELSE IS STORED AS A SIGNED LITERAL.
001720*-----------------------------------------------------------------
001730 2100-GATHER-STEP.
001740     COMPUTE WS-STEP-IX = CALCFORM-STEP-COUNT + 1
001750     DISPLAY "STEP " WS-STEP-IX " OPERATOR "
001760         "(+, -, *, /, %, ^, M, OR = TO FINISH): "
001770     ACCEPT WS-WORK-OPERATOR
001780     IF WS-WORK-OPERATOR = "="
001790         MOVE 'Y' TO WS-STEPS-DONE-SWITCH
001800         GO TO 2100-EXIT
001810     END-IF
001820     IF WS-WORK-OPERATOR NOT = "+" AND
001830        WS-WORK-OPERATOR NOT = "-" AND
001840        WS-WORK-OPERATOR NOT = "*" AND
001850        WS-WORK-OPERATOR NOT = "/" AND
001860        WS-WORK-OPERATOR NOT = "%" AND
001870        WS-WORK-OPERATOR NOT = "^" AND
001880        WS-WORK-OPERATOR NOT = "M"
001890         DISPLAY "INVALID OPERATOR - PLEASE TRY AGAIN."
001900         GO TO 2100-EXIT
001910     END-IF
001920     DISPLAY "STEP " WS-STEP-IX " OPERAND (AMOUNT, CONSTANT "
001930         "NAME, OR RESULT): "
001940     ACCEPT WS-WORK-OPERAND
001950     MOVE WS-WORK-OPERATOR TO
001960         CALCFORM-STEP-OPERATOR (WS-STEP-IX)
001970     IF WS-WORK-OPERAND (1:1) IS ALPHABETIC AND
001980        WS-WORK-OPERAND (1:1) NOT = SPACE
001990         MOVE WS-WORK-OPERAND TO
002000             CALCFORM-STEP-OPERAND-NAME (WS-STEP-IX)
002010     ELSE
002020         COMPUTE WS-WORK-AMOUNT =
002030             FUNCTION NUMVAL (WS-WORK-OPERAND)
002040         MOVE WS-WORK-AMOUNT TO
002050             CALCFORM-STEP-OPERAND (WS-STEP-IX)
002060     END-IF
002070     MOVE WS-STEP-IX TO CALCFORM-STEP-COUNT
002080     IF CALCFORM-STEP-COUNT = 10
002090         DISPLAY "TEN STEPS IS THE LIMIT - FORMULA CLOSED."
002100         MOVE 'Y' TO WS-STEPS-DONE-SWITCH
002110     END-IF.
002120 2100-EXIT.
002130     EXIT.
002140*-----------------------------------------------------------------
002150* 3000-DISPLAY-FORMULA - SHOWS EVERY STEP OF ONE FORMULA SO A
002160* SEQUENCE CAN BE EYEBALLED BEFORE THE FLOOR LEANS ON IT.
002170*-----------------------------------------------------------------
002180 3000-DISPLAY-FORMULA.
002190     DISPLAY "ENTER FORMULA NAME: "
002200     ACCEPT WS-WORK-NAME
002210     MOVE WS-WORK-NAME TO CALCFORM-NAME
002220     READ CALCFORM-FILE
002230         INVALID KEY
002240             DISPLAY "FORMULA " WS-WORK-NAME " IS NOT ON FILE."
002250             GO TO 3000-EXIT
002260     END-READ
002270     DISPLAY "FORMULA " CALCFORM-NAME " - "
002280         CALCFORM-STEP-COUNT " STEPS:"
002290     PERFORM 3100-DISPLAY-STEP THRU 3100-EXIT
002300         VARYING WS-STEP-IX FROM 1 BY 1
002310         UNTIL WS-STEP-IX > CALCFORM-STEP-COUNT.
002320 3000-EXIT.
002330     EXIT.
002340 3100-DISPLAY-STEP.
002350     IF CALCFORM-STEP-OPERAND-NAME (WS-STEP-IX) (1:1)
002360        IS ALPHABETIC AND
002370        CALCFORM-STEP-OPERAND-NAME (WS-STEP-IX) (1:1)
002380        NOT = SPACE
002390         DISPLAY "  STEP " WS-STEP-IX " : "
002400             CALCFORM-STEP-OPERATOR (WS-STEP-IX) " "
002410             CALCFORM-STEP-OPERAND-NAME (WS-STEP-IX)
002420     ELSE
002430         MOVE CALCFORM-STEP-OPERAND (WS-STEP-IX)
002440             TO WS-VALUE-EDITED
002450         DISPLAY "  STEP " WS-STEP-IX " : "
002460             CALCFORM-STEP-OPERATOR (WS-STEP-IX) " "
002470             WS-VALUE-EDITED
002480     END-IF.
002490 3100-EXIT.
002500     EXIT.
002510*-----------------------------------------------------------------
002520* 8000-WRITE-JOURNAL - JOURNALS THE FORMULA JUST WRITTEN.  THE
002530* CALLER HAS SET THE ACTION AND THE BEFORE IMAGE (SPACES FOR AN
002540* ADD); THE AFTER IMAGE IS THE RECORD AS WRITTEN.
002550*-----------------------------------------------------------------
002560 8000-WRITE-JOURNAL.
002570     MOVE SIGNON-USER-ID   TO JRNL-USER-ID
002580     MOVE "CALCFORM"       TO JRNL-FILE-NAME
002590     MOVE CALCFORM-NAME    TO JRNL-RECORD-KEY
002600     MOVE CALCFORM-RECORD  TO JRNL-AFTER-IMAGE
002610     CALL "JRNLLOG" USING JRNL-CALL-PARMS
002620     IF NOT JRNL-RC-OK
002630         DISPLAY "WARNING: MAINTENANCE JOURNAL ENTRY NOT "
002640             "RECORDED."
002650     END-IF.
002660 8000-EXIT.
002670     EXIT.
