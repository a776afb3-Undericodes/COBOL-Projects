      ******************************************************************
      *  MAINTJRN.CPY
      *  RECORD LAYOUT FOR THE SHARED MAINTENANCE JOURNAL (MAINTJRN)
      *  WRITTEN BY THE JRNLLOG SUBPROGRAM ON BEHALF OF EVERY MASTER
      *  FILE MAINTENANCE PROGRAM.  ONE RECORD PER CHANGE, STAMPED
      *  WITH THE SIGNED-ON USER, THE DATE AND TIME, THE FILE AND
      *  RECORD KEY TOUCHED, WHAT WAS DONE, AND THE RECORD IMAGE
      *  BEFORE AND AFTER THE CHANGE, SO "WHO CHANGED THAT RATE AND
      *  WHAT WAS IT BEFORE" IS A LOOKUP, NOT AN ARGUMENT.  AN ADD
      *  CARRIES A BLANK BEFORE IMAGE.  PASSWORD BYTES NEVER REACH
      *  THIS FILE - USERMNT MASKS THEM BEFORE THE CALL.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 DLM   ORIGINAL - SHARED MAINTENANCE JOURNAL RECORD
      *                   (CR-2026-139).
      *  2026-10-15 DLM   ADDED THE HOLD, REOPEN AND CLOSE ACTIONS FOR
      *                   THE WORK-ORDER MASTER (CR-2026-140).
      *  2026-10-15 DLM   ADDED THE DELETE ACTION FOR THE GL ACCOUNT
      *                   MAPPING FILE; A DELETE CARRIES A BLANK AFTER
      *                   IMAGE (CR-2026-141).
      ******************************************************************
       01  MAINTJRN-RECORD.
           05  MAINTJRN-USER-ID            PIC X(10).
           05  MAINTJRN-DATE               PIC 9(08).
           05  MAINTJRN-TIME               PIC 9(08).
           05  MAINTJRN-FILE-NAME          PIC X(08).
           05  MAINTJRN-RECORD-KEY         PIC X(20).
           05  MAINTJRN-ACTION             PIC X(02).
               88  MAINTJRN-ACT-ADD             VALUE 'AD'.
               88  MAINTJRN-ACT-CHANGE          VALUE 'CH'.
               88  MAINTJRN-ACT-DISABLE         VALUE 'DI'.
               88  MAINTJRN-ACT-ENABLE          VALUE 'EN'.
               88  MAINTJRN-ACT-PASSWORD        VALUE 'PW'.
               88  MAINTJRN-ACT-REPAIR          VALUE 'RR'.
               88  MAINTJRN-ACT-HOLD            VALUE 'HO'.
               88  MAINTJRN-ACT-REOPEN          VALUE 'RO'.
               88  MAINTJRN-ACT-CLOSE           VALUE 'CL'.
               88  MAINTJRN-ACT-DELETE          VALUE 'DL'.
           05  MAINTJRN-BEFORE-IMAGE       PIC X(100).
           05  MAINTJRN-AFTER-IMAGE        PIC X(100).
