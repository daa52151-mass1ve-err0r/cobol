      *> ***************************************************************
      *> (C) COPYRIGHT Baig Software 2024. ALL RIGHTS RESERVED
      *> ***************************************************************
      *> COPYBOOK: msgissue
      *>
      *> AUTHOR :  Saadat Baig
      *>
      *> PROCEDURE-DIVISION HALF OF msgarea.cpy. COPY THIS WITH A
      *> PLAIN `COPY "msgissue.cpy".` AND PERFORM ISSUE-MESSAGE
      *> WHEREVER AN "Error:"/"Warning:" LINE WOULD OTHERWISE HAVE
      *> BEEN DISPLAYED. THE SLOTS ARE CLEARED AFTERWARDS SO THE NEXT
      *> MESSAGE STARTS CLEAN; WS-MSG-TEXT IS LEFT AS SHOWN.
      *> ****************************************************************
       ISSUE-MESSAGE.
           MOVE "D" TO WS-MSG-FUNCTION
           CALL "MessageWriter" USING WS-MSG-AREA
           MOVE SPACES TO WS-MSG-SLOTS.
