      *> TWO-DIGIT STATUS WOULD OTHERWISE HAVE BEEN SHOWN TO THE USER.
      *> COVERS THE COMMON SEQUENTIAL/VSAM STATUS CODES; UNRECOGNIZED
      *> CODES FALL THROUGH TO A GENERIC MESSAGE THAT STILL SHOWS THE
      *> RAW CODE. EACH EXPLANATION IS CATALOGED MESSAGE FST0nnI
      *> (nn THE STATUS, FST099I FOR AN UNMAPPED ONE), SO A PROGRAM
      *> COPYING THIS ALSO COPIES msgarea.cpy AND msgissue.cpy.
      *> ****************************************************************
       DISPLAY-FILE-STATUS-MESSAGE.
           EVALUATE WS-FILE-STATUS
               WHEN "00"
                   MOVE "FST000I" TO WS-MSG-ID
               WHEN "02"
                   MOVE "FST002I" TO WS-MSG-ID
               WHEN "04"
                   MOVE "FST004I" TO WS-MSG-ID
               WHEN "05"
                   MOVE "FST005I" TO WS-MSG-ID
               WHEN "10"
                   MOVE "FST010I" TO WS-MSG-ID
               WHEN "21"
                   MOVE "FST021I" TO WS-MSG-ID
               WHEN "22"
                   MOVE "FST022I" TO WS-MSG-ID
               WHEN "23"
                   MOVE "FST023I" TO WS-MSG-ID
               WHEN "30"
                   MOVE "FST030I" TO WS-MSG-ID
               WHEN "34"
                   MOVE "FST034I" TO WS-MSG-ID
               WHEN "35"
                   MOVE "FST035I" TO WS-MSG-ID
               WHEN "37"
                   MOVE "FST037I" TO WS-MSG-ID
               WHEN "39"
                   MOVE "FST039I" TO WS-MSG-ID
               WHEN "41"
                   MOVE "FST041I" TO WS-MSG-ID
               WHEN "42"
                   MOVE "FST042I" TO WS-MSG-ID
               WHEN "43"
                   MOVE "FST043I" TO WS-MSG-ID
               WHEN "44"
                   MOVE "FST044I" TO WS-MSG-ID
               WHEN "46"
                   MOVE "FST046I" TO WS-MSG-ID
               WHEN "47"
                   MOVE "FST047I" TO WS-MSG-ID
               WHEN "48"
                   MOVE "FST048I" TO WS-MSG-ID
               WHEN "49"
                   MOVE "FST049I" TO WS-MSG-ID
               WHEN OTHER
                   MOVE "FST099I" TO WS-MSG-ID
                   MOVE WS-FILE-STATUS TO WS-MSG-SLOT(1)
           END-EVALUATE
           PERFORM ISSUE-MESSAGE.
