      ******************************************************************
      *  WORKORD.CPY
      *  RECORD LAYOUT FOR THE WORK-ORDER MASTER FILE (WORKORD),
      *  KEYED ON THE 8-CHARACTER WORK ORDER CARRIED ON EVERY CALCIN,
      *  CALCOUT AND CALCLOG RECORD.  HOLDS THE JOB DESCRIPTION, ITS
      *  STATUS, THE DATES IT WAS OPENED AND CLOSED, AND THE BUDGET
      *  THE CALCWOVR VARIANCE REPORT MEASURES SPEND AGAINST.  ONLY
      *  AN OPEN WORK ORDER MAY TAKE NEW CALCULATIONS - CALCEDIT,
      *  CALCFIX AND THE INTERACTIVE CALCULATOR TURN AWAY ONE THAT
      *  IS NOT ON FILE, ON HOLD OR CLOSED.  A CLOSED ORDER STAYS ON
      *  FILE SO OLD SPEND STILL HAS A DESCRIPTION AND A BUDGET
      *  BEHIND IT.  MAINTAINED BY WORKMNT, SUPERVISORS ONLY.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 DLM   ORIGINAL - WORK-ORDER MASTER RECORD
      *                   (CR-2026-140).
      ******************************************************************
       01  WORKORD-RECORD.
           05  WORKORD-WORK-ORDER          PIC X(08).
           05  WORKORD-DESCRIPTION         PIC X(30).
           05  WORKORD-STATUS              PIC X(01).
               88  WORKORD-OPEN                 VALUE 'O'.
               88  WORKORD-ON-HOLD              VALUE 'H'.
               88  WORKORD-CLOSED               VALUE 'C'.
           05  WORKORD-OPEN-DATE           PIC 9(08).
           05  WORKORD-CLOSE-DATE          PIC 9(08).
           05  WORKORD-BUDGET              PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
