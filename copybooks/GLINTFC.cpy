      ******************************************************************
      *  GLINTFC.CPY
      *  RECORD LAYOUT FOR THE GENERAL-LEDGER INTERFACE FILE
      *  (GLINTFC) WRITTEN BY GLEXTRCT FOR THE ACCOUNTING SYSTEM.
      *  FIXED 80-BYTE RECORDS, ONE EXTRACT PER CALCULATOR RUN:
      *    H  HEADER   - RUN ID, EXTRACT DATE AND TIME, SOURCE SYSTEM,
      *                  AND WHETHER THIS IS THE ORIGINAL SEND OR A
      *                  RESEND THAT REPLACES IT
      *    D  DETAIL   - ONE PER GOOD (MESSAGE "OK") CALCOUT RESULT,
      *                  WITH ITS WORK ORDER, GL ACCOUNT AND AMOUNT
      *    T  TRAILER  - COUNT OF DETAIL RECORDS AND THE HASH TOTAL
      *                  (SIGNED SUM) OF THEIR AMOUNTS
      *  EVERY RECORD CARRIES THE RUN ID SO THE RECEIVING SIDE CAN
      *  MATCH A RESEND TO THE FILE IT REPLACES.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 DLM   ORIGINAL - GL INTERFACE RECORD LAYOUT
      *                   (CR-2026-141).
      ******************************************************************
       01  GLINTFC-RECORD.
           05  GLINTFC-REC-TYPE            PIC X(01).
               88  GLINTFC-HEADER               VALUE 'H'.
               88  GLINTFC-DETAIL               VALUE 'D'.
               88  GLINTFC-TRAILER              VALUE 'T'.
           05  GLINTFC-RUN-ID              PIC X(08).
           05  GLINTFC-BODY                PIC X(71).
           05  GLINTFC-HEADER-BODY REDEFINES GLINTFC-BODY.
               10  GLINTFC-HDR-DATE        PIC 9(08).
               10  GLINTFC-HDR-TIME        PIC 9(08).
               10  GLINTFC-HDR-SOURCE      PIC X(08).
               10  GLINTFC-HDR-SEND-TYPE   PIC X(01).
                   88  GLINTFC-ORIGINAL         VALUE 'O'.
                   88  GLINTFC-RESEND           VALUE 'R'.
               10  FILLER                  PIC X(46).
           05  GLINTFC-DETAIL-BODY REDEFINES GLINTFC-BODY.
               10  GLINTFC-DTL-SEQUENCE    PIC 9(07).
               10  GLINTFC-DTL-WORK-ORDER  PIC X(08).
               10  GLINTFC-DTL-GL-ACCOUNT  PIC X(10).
               10  GLINTFC-DTL-OPERATOR    PIC X(01).
               10  GLINTFC-DTL-AMOUNT      PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
               10  FILLER                  PIC X(33).
           05  GLINTFC-TRAILER-BODY REDEFINES GLINTFC-BODY.
               10  GLINTFC-TRL-RECORD-COUNT PIC 9(07).
               10  GLINTFC-TRL-HASH-TOTAL  PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
               10  FILLER                  PIC X(50).
