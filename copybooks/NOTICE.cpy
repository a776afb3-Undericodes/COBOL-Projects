      ******************************************************************
      *  NOTICE.CPY
      *  RECORD LAYOUT FOR THE SIGN-ON NOTICE FILE (NOTICE), KEYED ON
      *  THE DATE AND TIME THE NOTICE WAS POSTED.  MAINMENU SHOWS THE
      *  CURRENT NOTICES RIGHT AFTER A GOOD SIGN-ON: ACTIVE, STARTED
      *  AND NOT EXPIRED, AND MEANT FOR THE USER'S PERMISSION LEVEL
      *  (A SUPERVISOR SEES EVERY NOTICE, AN OPERATOR ONLY THOSE FOR
      *  OPERATORS).  TWO KINDS OF NOTICE SHARE THE FILE:
      *    B  BROADCAST  KEYED BY A SUPERVISOR IN NOTEMNT WITH A
      *                  START AND AN EXPIRY DATE; THE SOURCE IS THE
      *                  SUPERVISOR'S USER ID
      *    A  ALERT      POSTED BY A BATCH PROGRAM THROUGH NOTEPOST
      *                  WHEN IT FINDS TROUBLE; THE SOURCE IS THE
      *                  PROGRAM AND THE SUBJECT SAYS WHICH TROUBLE,
      *                  SO A NEW POSTING OF THE SAME TROUBLE REPLACES
      *                  THE OLD ONE AND A CLEAN RUN WITHDRAWS IT.  AN
      *                  ALERT HAS NO EXPIRY DATE - IT STANDS UNTIL
      *                  IT IS WITHDRAWN.
      *  A CRITICAL NOTICE MUST BE ACKNOWLEDGED BY EACH USER IT IS
      *  SHOWN TO; THE ACKNOWLEDGEMENTS ARE KEPT ON NOTEACK.  A
      *  NOTICE IS NEVER DELETED, ONLY WITHDRAWN, SO ITS
      *  ACKNOWLEDGEMENTS ALWAYS HAVE SOMETHING TO POINT AT.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 DLM   ORIGINAL - SIGN-ON NOTICE RECORD
      *                   (CR-2026-148).
      ******************************************************************
       01  NOTICE-RECORD.
           05  NOTICE-KEY.
               10  NOTICE-POST-DATE        PIC 9(08).
               10  NOTICE-POST-TIME        PIC 9(08).
           05  NOTICE-TYPE                 PIC X(01).
               88  NOTICE-BROADCAST             VALUE 'B'.
               88  NOTICE-ALERT                 VALUE 'A'.
           05  NOTICE-SEVERITY             PIC X(01).
               88  NOTICE-INFORMATION           VALUE 'I'.
               88  NOTICE-WARNING               VALUE 'W'.
               88  NOTICE-CRITICAL              VALUE 'C'.
               88  NOTICE-SEVERITY-VALID        VALUE 'I' 'W' 'C'.
           05  NOTICE-PERM-LEVEL           PIC X(01).
               88  NOTICE-FOR-OPERATORS         VALUE 'O'.
               88  NOTICE-FOR-SUPERVISORS       VALUE 'S'.
               88  NOTICE-PERM-VALID            VALUE 'O' 'S'.
           05  NOTICE-STATUS               PIC X(01).
               88  NOTICE-ACTIVE                VALUE 'A'.
               88  NOTICE-WITHDRAWN             VALUE 'W'.
           05  NOTICE-START-DATE           PIC 9(08).
           05  NOTICE-EXPIRY-DATE          PIC 9(08).
           05  NOTICE-SOURCE               PIC X(10).
           05  NOTICE-SUBJECT              PIC X(08).
           05  NOTICE-TEXT                 PIC X(46).
