      ******************************************************************
      *  NOTEACK.CPY
      *  RECORD LAYOUT FOR THE NOTICE ACKNOWLEDGEMENT FILE (NOTEACK),
      *  KEYED ON THE NOTICE KEY AND THE USER ID.  MAINMENU WRITES
      *  ONE RECORD WHEN A USER ACKNOWLEDGES A CRITICAL NOTICE AT
      *  SIGN-ON, STAMPED WITH THE DATE AND TIME; A NOTICE THE USER
      *  HAS ACKNOWLEDGED IS NOT SHOWN TO THEM AGAIN.  NOTEMNT LISTS
      *  WHO HAS ACKNOWLEDGED A NOTICE AND WHEN.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 DLM   ORIGINAL - NOTICE ACKNOWLEDGEMENT RECORD
      *                   (CR-2026-148).
      ******************************************************************
       01  NOTEACK-RECORD.
           05  NOTEACK-KEY.
               10  NOTEACK-NOTICE-KEY      PIC X(16).
               10  NOTEACK-USER-ID         PIC X(10).
           05  NOTEACK-DATE                PIC 9(08).
           05  NOTEACK-TIME                PIC 9(08).
