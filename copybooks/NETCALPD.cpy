      ***************************************************************
      *  NETCALPD -- PROCEDURE DIVISION paragraphs shared by every
      *  program that asks the business calendar whether a partner
      *  is closed on a date. Callers PERFORM OPEN-NETCAL-PARA once,
      *  then set WS-CAL-PARTNER and WS-CAL-DATE and PERFORM
      *  CHECK-CAL-CLOSED-PARA as often as needed, and CLOSE
      *  NETCAL-FILE at the end when WS-NETCAL-AVAIL-FLAG = "Y".
      *  Requires NETCALSEL, an FD for NETCAL-FILE holding NETCAL,
      *  and the NETCALWS fields. No calendar means no day is
      *  closed, exactly as before the calendar existed.
      ***************************************************************
       OPEN-NETCAL-PARA.
           OPEN INPUT NETCAL-FILE
           IF WS-NETCAL-STATUS = "00"
               MOVE "Y" TO WS-NETCAL-AVAIL-FLAG
           ELSE
               MOVE "N" TO WS-NETCAL-AVAIL-FLAG
           END-IF
           .

       CHECK-CAL-CLOSED-PARA.
      *    A shop-wide holiday is looked for first, so it is what the
      *    caller reports even on a day the partner is also closed.
           MOVE "N"    TO WS-CAL-CLOSED-FLAG
           MOVE SPACES TO WS-CAL-CLOSED-BY
           MOVE SPACES TO WS-CAL-DESCRIPTION
           IF WS-NETCAL-AVAIL-FLAG = "Y"
               MOVE WS-CAL-DATE TO NETCAL-DATE
               MOVE "*"         TO NETCAL-PARTNER-CODE
               READ NETCAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CAL-CLOSED-FLAG
               END-READ
               IF NOT CAL-CLOSED AND WS-CAL-PARTNER NOT = SPACES
                   MOVE WS-CAL-DATE    TO NETCAL-DATE
                   MOVE WS-CAL-PARTNER TO NETCAL-PARTNER-CODE
                   READ NETCAL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-CAL-CLOSED-FLAG
                   END-READ
               END-IF
               IF CAL-CLOSED
                   MOVE NETCAL-PARTNER-CODE TO WS-CAL-CLOSED-BY
                   MOVE NETCAL-DESCRIPTION  TO WS-CAL-DESCRIPTION
               END-IF
           END-IF
           .
