      *> ***************************************************************
      *> (C) COPYRIGHT Baig Software 2024. ALL RIGHTS RESERVED
      *> ***************************************************************
      *> COPYBOOK: msgarea
      *>
      *> AUTHOR :  Saadat Baig
      *>
      *> CALL AREA FOR THE SHARED MessageWriter. COPY THIS INTO A
      *> PROGRAM'S WORKING-STORAGE WITH A PLAIN `COPY "msgarea.cpy".`
      *> AND msgissue.cpy INTO ITS PROCEDURE DIVISION, THEN ISSUE A
      *> CATALOGED MESSAGE WITH:
      *>     MOVE "MOR012E" TO WS-MSG-ID
      *>     MOVE <value> TO WS-MSG-SLOT(1)   (ONE PER &1..&5)
      *>     PERFORM ISSUE-MESSAGE
      *> THE LINE SHOWN ("MOR012E <text with the slots filled in>")
      *> STAYS IN WS-MSG-TEXT AFTERWARDS, AND THE MESSAGE'S SEVERITY
      *> (I, W, E OR S) IN WS-MSG-SEVERITY.
      *> ****************************************************************
       01  WS-MSG-AREA.
           05  WS-MSG-FUNCTION   PIC X VALUE "D".
           05  WS-MSG-ID         PIC X(7) VALUE SPACES.
           05  WS-MSG-SEVERITY   PIC X VALUE SPACE.
           05  WS-MSG-SLOTS.
               10  WS-MSG-SLOT   PIC X(255) OCCURS 5 TIMES
                                 VALUE SPACES.
           05  WS-MSG-TEXT       PIC X(512) VALUE SPACES.
