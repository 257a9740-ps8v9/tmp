      ***************************************************************
      *  NETCFGPD -- PROCEDURE DIVISION paragraphs shared by every
      *  program that reads the partner master. Callers PERFORM
      *  OPEN-NETCFG-PARA once (or open NETCFG-FILE themselves and
      *  set WS-NETCFG-AVAIL-FLAG), then either set WS-NETCFG-AS-OF
      *  and WS-NETCFG-PARTNER and PERFORM FIND-NETCFG-VERSION-PARA,
      *  or set WS-NETCFG-AS-OF and PERFORM LOAD-NETCFG-AS-OF-PARA
      *  for every partner at once, and CLOSE NETCFG-FILE at the end
      *  when WS-NETCFG-AVAIL-FLAG = "Y". Requires NETCFGSEL,
      *  NETCFGFD, and NETCFG and the NETCFGWS fields in
      *  WORKING-STORAGE. A partner with no version effective yet on
      *  the date is not found, exactly as if it had not been added.
      ***************************************************************
       OPEN-NETCFG-PARA.
           OPEN INPUT NETCFG-FILE
           IF WS-NETCFG-STATUS = "00"
               MOVE "Y" TO WS-NETCFG-AVAIL-FLAG
           ELSE
               MOVE "N" TO WS-NETCFG-AVAIL-FLAG
           END-IF
           .

       FIND-NETCFG-VERSION-PARA.
      *    The partner's versions are read forward from its earliest
      *    one; the last effective on or before the date wins.
           MOVE "N" TO WS-NETCFG-FOUND-FLAG
           IF WS-NETCFG-AVAIL-FLAG = "Y"
               MOVE WS-NETCFG-PARTNER TO NETCFG-PARTNER-CODE
               MOVE 0                 TO NETCFG-EFF-DATE
               MOVE NETCFG-KEY        TO NETCFG-FILE-KEY
               START NETCFG-FILE KEY NOT LESS THAN NETCFG-FILE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-NETCFG-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-NETCFG-EOF-FLAG
               END-START
               PERFORM UNTIL WS-NETCFG-EOF-FLAG = "Y"
                   READ NETCFG-FILE NEXT INTO NETCFG-RECORD
                       AT END
                           MOVE "Y" TO WS-NETCFG-EOF-FLAG
                       NOT AT END
                           IF NETCFG-PARTNER-CODE
                                   NOT = WS-NETCFG-PARTNER
                                   OR NETCFG-EFF-DATE
                                       GREATER THAN WS-NETCFG-AS-OF
                               MOVE "Y" TO WS-NETCFG-EOF-FLAG
                           ELSE
                               MOVE "Y" TO WS-NETCFG-FOUND-FLAG
                               MOVE NETCFG-RECORD
                                   TO WS-NETCFG-FOUND-ROW
                           END-IF
                   END-READ
               END-PERFORM
               IF NETCFG-FOUND
                   MOVE WS-NETCFG-FOUND-ROW TO NETCFG-RECORD
               END-IF
           END-IF
           .

       LOAD-NETCFG-AS-OF-PARA.
      *    One pass over the whole master in key order: each
      *    partner's versions arrive together, oldest first, so the
      *    last one effective on the date is held until the partner
      *    code changes and then kept.
           MOVE 0 TO WS-NETCFG-COUNT
           MOVE "N" TO WS-NETCFG-FOUND-FLAG
           MOVE SPACES TO WS-NETCFG-PREV-PARTNER
           IF WS-NETCFG-AVAIL-FLAG = "Y"
               MOVE LOW-VALUES TO NETCFG-FILE-KEY
               START NETCFG-FILE KEY NOT LESS THAN NETCFG-FILE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-NETCFG-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-NETCFG-EOF-FLAG
               END-START
               PERFORM UNTIL WS-NETCFG-EOF-FLAG = "Y"
                   READ NETCFG-FILE NEXT INTO NETCFG-RECORD
                       AT END
                           MOVE "Y" TO WS-NETCFG-EOF-FLAG
                       NOT AT END
                           IF NETCFG-PARTNER-CODE
                                   NOT = WS-NETCFG-PREV-PARTNER
                               PERFORM KEEP-NETCFG-VERSION-PARA
                               MOVE NETCFG-PARTNER-CODE
                                   TO WS-NETCFG-PREV-PARTNER
                           END-IF
                           IF NETCFG-EFF-DATE
                                   NOT GREATER THAN WS-NETCFG-AS-OF
                               MOVE "Y" TO WS-NETCFG-FOUND-FLAG
                               MOVE NETCFG-RECORD
                                   TO WS-NETCFG-FOUND-ROW
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM KEEP-NETCFG-VERSION-PARA
           END-IF
           .

       KEEP-NETCFG-VERSION-PARA.
           IF NETCFG-FOUND
               IF WS-NETCFG-COUNT LESS THAN 200
                   ADD 1 TO WS-NETCFG-COUNT
                   MOVE WS-NETCFG-FOUND-ROW
                       TO WS-NETCFG-ROW (WS-NETCFG-COUNT)
               ELSE
                   DISPLAY "NETCFG.DAT holds more partners than the "
                       "partner table allows, partner "
                       WS-NETCFG-FOUND-ROW (1 : 8) " is left out."
               END-IF
           END-IF
           MOVE "N" TO WS-NETCFG-FOUND-FLAG
           .
