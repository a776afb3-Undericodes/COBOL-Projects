      ******************************************************************
      *  JOBLOG.CPY
      *  RECORD LAYOUT FOR THE NIGHTLY JOB-RUN LOG (JOBLOG).  CALCNITE
      *  APPENDS ONE RECORD FOR EVERY STEP IN ITS STEP TABLE EVERY
      *  TIME IT RUNS - STEPS THAT RAN, STEPS NOT DUE (THE MONTH-END
      *  ARCHIVE ON AN ORDINARY NIGHT) AND STEPS LEFT UNRUN BEHIND A
      *  FAILURE - SO A MISSING STEP SHOWS ON THE LOG THE NEXT
      *  MORNING.  AN END-OF-STREAM RECORD (STEP 99) CLOSES EACH RUN.
      *  A RESTART KEEPS THE STREAM ID OF THE RUN IT RESUMES AND IS
      *  FOUND FROM THIS LOG.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 DLM   ORIGINAL - NIGHTLY JOB-RUN LOG RECORD
      *                   (CR-2026-142).
      ******************************************************************
       01  JOBLOG-RECORD.
           05  JOBLOG-STREAM-ID            PIC X(08).
           05  JOBLOG-STREAM-DATE          PIC 9(08).
           05  JOBLOG-STEP-NO              PIC 9(02).
               88  JOBLOG-END-OF-STREAM         VALUE 99.
           05  JOBLOG-PROGRAM              PIC X(10).
           05  JOBLOG-START-DATE           PIC 9(08).
           05  JOBLOG-START-TIME           PIC 9(08).
           05  JOBLOG-END-DATE             PIC 9(08).
           05  JOBLOG-END-TIME             PIC 9(08).
           05  JOBLOG-RETURN-CODE          PIC 9(04).
           05  JOBLOG-MAX-RC               PIC 9(04).
           05  JOBLOG-STATUS               PIC X(01).
               88  JOBLOG-STEP-OK               VALUE 'O'.
               88  JOBLOG-STEP-FAILED           VALUE 'F'.
               88  JOBLOG-STEP-NOT-DUE          VALUE 'S'.
               88  JOBLOG-STEP-NOT-RUN          VALUE 'N'.
           05  JOBLOG-RUN-TYPE             PIC X(01).
               88  JOBLOG-NORMAL-RUN            VALUE 'N'.
               88  JOBLOG-RESTART-RUN           VALUE 'R'.
           05  JOBLOG-USER-ID              PIC X(10).
