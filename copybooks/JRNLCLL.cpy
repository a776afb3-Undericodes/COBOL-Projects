      ******************************************************************
      *  JRNLCLL.CPY
      *  CALL-INTERFACE LAYOUT SHARED BY EVERY PROGRAM THAT CALLS THE
      *  JRNLLOG MAINTENANCE JOURNAL SUBPROGRAM.  THE CALLING PROGRAM
      *  CODES THIS COPYBOOK INTO WORKING-STORAGE, FILLS IN THE USER,
      *  FILE, KEY, ACTION AND THE BEFORE AND AFTER RECORD IMAGES, AND
      *  PASSES JRNL-CALL-PARMS BY REFERENCE; JRNLLOG CODES THE SAME
      *  COPYBOOK INTO ITS LINKAGE SECTION AND STAMPS THE DATE AND
      *  TIME ITSELF.  THE ACTION CODES ARE THOSE ON MAINTJRN.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 DLM   ORIGINAL - JOURNAL CALL PARAMETER LAYOUT
      *                   (CR-2026-139).
      ******************************************************************
       01  JRNL-CALL-PARMS.
           05  JRNL-USER-ID                PIC X(10).
           05  JRNL-FILE-NAME              PIC X(08).
           05  JRNL-RECORD-KEY             PIC X(20).
           05  JRNL-ACTION                 PIC X(02).
           05  JRNL-BEFORE-IMAGE           PIC X(100).
           05  JRNL-AFTER-IMAGE            PIC X(100).
           05  JRNL-RETURN-CODE            PIC 9(02).
               88  JRNL-RC-OK                   VALUE 0.
               88  JRNL-RC-FILE-ERROR           VALUE 99.
