      ******************************************************************
      *  RPTQUE.CPY
      *  RECORD LAYOUT FOR THE REPORT REQUEST QUEUE (RPTQUE), KEYED ON
      *  THE DATE AND TIME A REQUEST WAS SUBMITTED AND THE USER WHO
      *  SUBMITTED IT.  RPTMENU WRITES A REQUEST WHEN A REPORT IS
      *  SUBMITTED FOR OVERNIGHT INSTEAD OF RUN ON THE SPOT, CARRYING
      *  THE REPORT NAME, THE RUN PARAMETER ALREADY BUILT FROM THE
      *  OPERATOR'S ANSWERS AND A PRIORITY (1 RUNS FIRST, 9 LAST).
      *  RPTQRUN WORKS THE QUEUE EACH NIGHT AND STAMPS EVERY REQUEST
      *  IT RUNS DONE OR FAILED WITH THE COMPLETION DATE AND TIME;
      *  RPTQMNT LETS AN OPERATOR SEE AND CANCEL THEIR OWN REQUESTS
      *  (A SUPERVISOR SEES AND MAY CANCEL ANY).
      *
      *  A ONE-TIME REQUEST RUNS ONCE.  A STANDING REQUEST (SET UP BY
      *  A SUPERVISOR) RUNS EVERY NIGHT OR EVERY MONTH END UNTIL IT IS
      *  CANCELLED; RPTQUE-LAST-RUN-DATE IS THE NIGHT IT LAST RAN FOR,
      *  SO IT RUNS ONCE A NIGHT EVEN IF THE QUEUE IS WORKED TWICE.
      *  A FINISHED ONE-TIME REQUEST, OR ANY CANCELLED ONE, STAYS ON
      *  FILE FOR THE DAY AFTER SO ITS OWNER CAN SEE HOW IT WENT, AND
      *  IS CLEARED BY THE NEXT NIGHT'S RUN.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 DLM   ORIGINAL - REPORT REQUEST QUEUE RECORD
      *                   (CR-2026-146).
      ******************************************************************
       01  RPTQUE-RECORD.
           05  RPTQUE-KEY.
               10  RPTQUE-REQ-DATE         PIC 9(08).
               10  RPTQUE-REQ-TIME         PIC 9(08).
               10  RPTQUE-REQ-USER         PIC X(10).
           05  RPTQUE-REPORT-NAME          PIC X(08).
           05  RPTQUE-PARM-CARD            PIC X(40).
           05  RPTQUE-PERM-LEVEL           PIC X(01).
           05  RPTQUE-PRIORITY             PIC 9(01).
           05  RPTQUE-SCHEDULE             PIC X(01).
               88  RPTQUE-ONE-TIME              VALUE 'O'.
               88  RPTQUE-DAILY                 VALUE 'D'.
               88  RPTQUE-MONTH-END             VALUE 'M'.
               88  RPTQUE-STANDING              VALUE 'D' 'M'.
           05  RPTQUE-STATUS               PIC X(01).
               88  RPTQUE-QUEUED                VALUE 'Q'.
               88  RPTQUE-DONE                  VALUE 'D'.
               88  RPTQUE-FAILED                VALUE 'F'.
               88  RPTQUE-CANCELLED             VALUE 'X'.
           05  RPTQUE-LAST-RUN-DATE        PIC 9(08).
           05  RPTQUE-DONE-DATE            PIC 9(08).
           05  RPTQUE-DONE-TIME            PIC 9(08).
           05  RPTQUE-RETURN-CODE          PIC 9(04).
           05  RPTQUE-RESULT-TEXT          PIC X(20).
           05  RPTQUE-CANCEL-USER          PIC X(10).
