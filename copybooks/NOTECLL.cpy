      ******************************************************************
      *  NOTECLL.CPY
      *  CALL-INTERFACE LAYOUT SHARED BY EVERY BATCH PROGRAM THAT
      *  CALLS THE NOTEPOST ALERT SUBPROGRAM.  THE CALLING PROGRAM
      *  CODES THIS COPYBOOK INTO WORKING-STORAGE, FILLS IN ITS OWN
      *  NAME AS THE SOURCE AND A SUBJECT NAMING THE TROUBLE, AND
      *  PASSES NOTE-CALL-PARMS BY REFERENCE.  POST WITHDRAWS ANY
      *  ACTIVE ALERT FROM THE SAME SOURCE AND SUBJECT AND POSTS THE
      *  NEW ONE WITH THE SEVERITY, PERMISSION LEVEL AND TEXT GIVEN;
      *  CLEAR ONLY WITHDRAWS, FOR THE RUN THAT FINDS THE TROUBLE
      *  GONE.  NOTEPOST STAMPS THE DATE AND TIME ITSELF.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 DLM   ORIGINAL - ALERT CALL PARAMETER LAYOUT
      *                   (CR-2026-148).
      ******************************************************************
       01  NOTE-CALL-PARMS.
           05  NOTE-FUNCTION               PIC X(05).
               88  NOTE-FUNC-POST               VALUE 'POST'.
               88  NOTE-FUNC-CLEAR              VALUE 'CLEAR'.
           05  NOTE-SOURCE                 PIC X(10).
           05  NOTE-SUBJECT                PIC X(08).
           05  NOTE-SEVERITY               PIC X(01).
           05  NOTE-PERM-LEVEL             PIC X(01).
           05  NOTE-TEXT                   PIC X(46).
           05  NOTE-RETURN-CODE            PIC 9(02).
               88  NOTE-RC-OK                   VALUE 0.
               88  NOTE-RC-FILE-ERROR           VALUE 99.
