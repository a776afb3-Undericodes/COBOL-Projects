      ******************************************************************
      *  GLMAP.CPY
      *  RECORD LAYOUT FOR THE GENERAL-LEDGER ACCOUNT MAPPING FILE
      *  (GLMAP).  TELLS THE GLEXTRCT INTERFACE STEP WHICH LEDGER
      *  ACCOUNT A CALCULATION RESULT POSTS TO.  THREE KINDS OF ENTRY
      *  SHARE THE FILE, TOLD APART BY THE FIRST BYTE OF THE KEY:
      *    W + WORK ORDER   THE ACCOUNT FOR ONE WORK ORDER
      *    O + OPERATOR     THE ACCOUNT FOR AN OPERATOR (+ - * / ETC.)
      *                     WHEN THE WORK ORDER HAS NO ENTRY OF ITS OWN
      *    D + SPACES       THE SINGLE DEFAULT (SUSPENSE) ACCOUNT USED
      *                     WHEN NEITHER OF THE ABOVE IS ON FILE
      *  MAINTAINED BY GLMAPMNT, SUPERVISORS ONLY.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 DLM   ORIGINAL - GL ACCOUNT MAPPING RECORD
      *                   (CR-2026-141).
      ******************************************************************
       01  GLMAP-RECORD.
           05  GLMAP-KEY.
               10  GLMAP-KEY-TYPE          PIC X(01).
                   88  GLMAP-BY-WORK-ORDER      VALUE 'W'.
                   88  GLMAP-BY-OPERATOR        VALUE 'O'.
                   88  GLMAP-DEFAULT            VALUE 'D'.
               10  GLMAP-KEY-VALUE         PIC X(08).
           05  GLMAP-GL-ACCOUNT            PIC X(10).
           05  GLMAP-DESCRIPTION           PIC X(30).
