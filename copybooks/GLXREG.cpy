      ******************************************************************
      *  GLXREG.CPY
      *  RECORD LAYOUT FOR THE GL EXTRACT REGISTER (GLXREG).  GLEXTRCT
      *  APPENDS ONE RECORD EACH TIME IT SENDS A RUN TO THE LEDGER, SO
      *  A SECOND ORIGINAL EXTRACT OF THE SAME RUN IS REFUSED (THE
      *  LEDGER WOULD POST IT TWICE) AND A RESEND IS ALLOWED ONLY FOR
      *  A RUN ALREADY SENT.  THE REGISTER IS ALSO THE RECORD OF WHAT
      *  WENT ACROSS AND WHEN.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 DLM   ORIGINAL - GL EXTRACT REGISTER RECORD
      *                   (CR-2026-141).
      ******************************************************************
       01  GLXREG-RECORD.
           05  GLXREG-RUN-ID               PIC X(08).
           05  GLXREG-SEND-TYPE            PIC X(01).
               88  GLXREG-ORIGINAL              VALUE 'O'.
               88  GLXREG-RESEND                VALUE 'R'.
           05  GLXREG-DATE                 PIC 9(08).
           05  GLXREG-TIME                 PIC 9(08).
           05  GLXREG-SOURCE               PIC X(08).
           05  GLXREG-DETAIL-COUNT         PIC 9(07).
           05  GLXREG-HASH-TOTAL           PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
