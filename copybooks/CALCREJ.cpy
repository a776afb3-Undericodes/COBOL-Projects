      *                   A MISSING WORK ORDER (CR-2026-128).
      *  2026-09-03 DLM   ADDED THE FN REASON CODE FOR A FORMULA
      *                   NAME NOT ON THE CALCFORM FILE (CR-2026-129).
      *  2026-10-15 DLM   ADDED THE WS REASON CODE FOR A WORK ORDER
      *                   NOT ON THE WORKORD MASTER, ON HOLD OR
      *                   CLOSED (CR-2026-140).
      ******************************************************************
       01  CALCREJ-RECORD.
           05  CALCREJ-SEQ-NO              PIC 9(07).
               88  CALCREJ-RSN-CONS2            VALUE 'C2'.
               88  CALCREJ-RSN-WORKORDER        VALUE 'WO'.
               88  CALCREJ-RSN-FORMULA          VALUE 'FN'.
               88  CALCREJ-RSN-WO-STATUS        VALUE 'WS'.
           05  CALCREJ-INPUT-IMAGE         PIC X(25).
