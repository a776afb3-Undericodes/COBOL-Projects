      ******************************************************************
      *  STORDER.CPY
      *  RECORD LAYOUT FOR THE STANDING-ORDER FILE (STORDER), KEYED ON
      *  AN 8-CHARACTER ORDER ID.  A STANDING ORDER IS A CALCULATION
      *  THAT REPEATS ON A SCHEDULE - A MONTHLY OVERHEAD ALLOCATION,
      *  A WEEKLY RATE UPLIFT AGAINST A NAMED CALCCONS CONSTANT, A
      *  QUARTERLY CALCFORM FORMULA RUN - HELD ONCE HERE INSTEAD OF
      *  KEYED INTO CALCINR BY HAND EACH TIME.  THE TWO OPERANDS, THE
      *  OPERATOR AND THE WORK ORDER ARE CARRIED EXACTLY AS THEY GO
      *  ON A CALCINR RECORD: AN OPERAND IS A SIGNED AMOUNT
      *  (+NNNNNVV) OR A CONSTANT NAME, AND OPERATOR F PUTS A FORMULA
      *  NAME IN THE SECOND OPERAND.
      *
      *  THE ORDER FALLS DUE FROM ITS START DATE: EVERY DAY, EVERY
      *  SEVENTH DAY, OR EVERY ONE OR THREE MONTHS ON THE START
      *  DATE'S DAY OF THE MONTH (THE LAST DAY OF A SHORTER MONTH).
      *  A ZERO END DATE MEANS IT RUNS UNTIL IT IS ENDED OR DELETED.
      *  STORDGEN WRITES THE DAY'S DUE TRANSACTIONS TO CALCINR AHEAD
      *  OF CALCEDIT AND STAMPS STORDER-LAST-GEN-DATE WITH THE DATE
      *  IT GENERATED FOR, SO A RERUN FOR THE SAME DATE WRITES
      *  NOTHING TWICE.  MAINTAINED BY STORDMNT, SUPERVISORS ONLY.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 DLM   ORIGINAL - STANDING-ORDER RECORD
      *                   (CR-2026-147).
      ******************************************************************
       01  STORDER-RECORD.
           05  STORDER-ORDER-ID            PIC X(08).
           05  STORDER-DESCRIPTION         PIC X(30).
           05  STORDER-NUM1                PIC X(08).
           05  STORDER-OPERATOR            PIC X(01).
               88  STORDER-FORMULA              VALUE 'F'.
           05  STORDER-NUM2                PIC X(08).
           05  STORDER-WORK-ORDER          PIC X(08).
           05  STORDER-FREQUENCY           PIC X(01).
               88  STORDER-DAILY                VALUE 'D'.
               88  STORDER-WEEKLY               VALUE 'W'.
               88  STORDER-MONTHLY              VALUE 'M'.
               88  STORDER-QUARTERLY            VALUE 'Q'.
               88  STORDER-FREQUENCY-VALID      VALUE 'D' 'W' 'M' 'Q'.
           05  STORDER-START-DATE          PIC 9(08).
           05  STORDER-END-DATE            PIC 9(08).
           05  STORDER-LAST-GEN-DATE       PIC 9(08).
