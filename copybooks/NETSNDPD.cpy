      ***************************************************************
      *  NETSNDPD -- PROCEDURE DIVISION paragraphs shared by every
      *  program that sends a file to a partner through the integrity
      *  envelope: connect, identify, send header / records or blocks
      *  / trailer, wait for the acknowledgment, and close. Callers
      *  set the NETSNDWS partner and destination fields, PERFORM
      *  CALL-NET-OPEN-PARA and SEND-ENV-IDENT-PARA, then for each
      *  file set WS-SEND-FILE-PATH (the file read) and
      *  WS-SEND-HDR-NAME (the name the partner is told) and PERFORM
      *  SEND-FILE-PARA or, for block and compressed modes,
      *  SEND-FILE-BLOCK-PARA; WS-FILES-TRANSMITTED goes up by one
      *  only when the partner acknowledged the file. Requires
      *  CONN-PTR, CALL-STATUS, a SEND-FILE with SEND-RECORD varying
      *  on WS-SEND-RECORD-LEN, a REPORT-FILE with REPORT-RECORD, and
      *  the NETLOG, NETENV, NETCKS, NETCMP and NETSNDWS fields.
      ***************************************************************
       SEND-ENV-IDENT-PARA.
      *    Every outbound session introduces itself before any data:
      *    the receiver checks the partner code and shared credential
      *    against its own partner table and answers with an
      *    acknowledgment.
           MOVE WS-PARTNER-CODE       TO NETENV-IDN-PARTNER-CODE
           MOVE WS-PARTNER-CREDENTIAL TO NETENV-IDN-CREDENTIAL
           MOVE NETENV-IDENT-RECORD   TO WS-ENV-IO-BUFFER
           MOVE LENGTH OF NETENV-IDENT-RECORD TO WS-ENV-WRITE-LEN
           PERFORM CALL-NET-WRITE-ENV-PARA
           IF CALL-STATUS = 0
               PERFORM RECEIVE-ENV-ACK-PARA
           END-IF
           .

       CALL-NET-OPEN-PARA.
           MOVE "N" TO WS-LOG-EXCEPTION-FLAG
           ADD 1 TO WS-CONN-ATTEMPTED
           CALL "C$NetOpen"
               USING BY REFERENCE CONN-PTR
                   BY REFERENCE WS-DEST-HOST
                   BY REFERENCE WS-DEST-PORT
                   BY REFERENCE WS-CONN-TIMEOUT-SECS
               GIVING CALL-STATUS
               ON EXCEPTION
                   MOVE "Y" TO WS-LOG-EXCEPTION-FLAG
                   DISPLAY "Exception when calling C$NetOpen."
           END-CALL
           MOVE "C$NetOpen" TO WS-LOG-CALL-NAME
           PERFORM WRITE-NETLOG-ENTRY-PARA
           IF CALL-STATUS = 0
               ADD 1 TO WS-CONN-SUCCEEDED
           ELSE
               ADD 1 TO WS-CONN-FAILED
               MOVE CALL-STATUS TO WS-RPT-DETAIL-STATUS
               WRITE REPORT-RECORD FROM WS-RPT-DETAIL-LINE
           END-IF
           .

       SEND-FILE-PARA.
           MOVE "N" TO WS-SEND-EOF-FLAG
           MOVE "N" TO WS-SEND-WRITE-FAILED
           OPEN INPUT SEND-FILE
           IF WS-SEND-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-SEND-FILE-PATH
                   ", status " WS-SEND-FILE-STATUS
               MOVE "Y" TO WS-SEND-WRITE-FAILED
               MOVE FUNCTION NUMVAL(WS-SEND-FILE-STATUS) TO CALL-STATUS
               MOVE "N" TO WS-LOG-EXCEPTION-FLAG
               MOVE "SEND-FILE-OPEN" TO WS-LOG-CALL-NAME
               PERFORM WRITE-NETLOG-ENTRY-PARA
               MOVE WS-PARTNER-CODE TO WS-RPT-SENDERR-PARTNER
               WRITE REPORT-RECORD FROM WS-RPT-SENDERR-LINE
           ELSE
               MOVE 0 TO WS-ENV-REC-COUNT
               MOVE 0 TO WS-ENV-BYTE-COUNT
               MOVE 0 TO WS-ENV-WIRE-BYTES
               MOVE 0 TO WS-CKSUM-TOTAL
               PERFORM SEND-ENV-HEADER-PARA
               IF CALL-STATUS NOT = 0
                   MOVE "Y" TO WS-SEND-WRITE-FAILED
               END-IF
               PERFORM UNTIL WS-SEND-EOF-FLAG = "Y"
                       OR WS-SEND-WRITE-FAILED = "Y"
                   READ SEND-FILE
                       AT END
                           MOVE "Y" TO WS-SEND-EOF-FLAG
                       NOT AT END
                           IF WS-SEND-RECORD-LEN
                                   NOT LESS THAN LENGTH OF SEND-RECORD
                               DISPLAY "Line in " WS-SEND-FILE-PATH
                                   " at or above maximum record "
                                   "length, possible truncation."
                               MOVE "Y" TO WS-SEND-WRITE-FAILED
                               MOVE -1 TO CALL-STATUS
                               MOVE "N" TO WS-LOG-EXCEPTION-FLAG
                               MOVE "SEND-FILE-READ" TO WS-LOG-CALL-NAME
                               PERFORM WRITE-NETLOG-ENTRY-PARA
                               MOVE WS-PARTNER-CODE
                                   TO WS-RPT-SENDERR-PARTNER
                               WRITE REPORT-RECORD
                                   FROM WS-RPT-SENDERR-LINE
                           ELSE
                               PERFORM CALL-NET-WRITE-PARA
                               IF CALL-STATUS NOT = 0
                                   MOVE "Y" TO WS-SEND-WRITE-FAILED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEND-FILE
               IF WS-SEND-WRITE-FAILED = "N"
                   PERFORM SEND-ENV-TRAILER-PARA
                   IF CALL-STATUS = 0
                       PERFORM RECEIVE-ENV-ACK-PARA
                   END-IF
                   IF CALL-STATUS = 0 AND NETENV-ACK-ACCEPTED
                       ADD 1 TO WS-FILES-TRANSMITTED
                   ELSE
                       MOVE "Y" TO WS-SEND-WRITE-FAILED
                       MOVE WS-PARTNER-CODE TO WS-RPT-SENDERR-PARTNER
                       WRITE REPORT-RECORD FROM WS-RPT-SENDERR-LINE
                   END-IF
               END-IF
           END-IF
           .

       SEND-ENV-HEADER-PARA.
           MOVE WS-PARTNER-CODE   TO NETENV-HDR-PARTNER-CODE
           MOVE WS-SEND-HDR-NAME  TO NETENV-HDR-FILE-NAME
           MOVE WS-XFER-MODE      TO NETENV-HDR-XFER-MODE
           MOVE NETENV-HEADER-RECORD TO WS-ENV-IO-BUFFER
           MOVE LENGTH OF NETENV-HEADER-RECORD TO WS-ENV-WRITE-LEN
           PERFORM CALL-NET-WRITE-ENV-PARA
           .

       SEND-ENV-TRAILER-PARA.
           MOVE WS-ENV-REC-COUNT  TO NETENV-TRL-REC-COUNT
           MOVE WS-ENV-BYTE-COUNT TO NETENV-TRL-BYTE-COUNT
           MOVE WS-CKSUM-TOTAL    TO NETENV-TRL-CHECKSUM
           MOVE NETENV-TRAILER-RECORD TO WS-ENV-IO-BUFFER
           MOVE LENGTH OF NETENV-TRAILER-RECORD TO WS-ENV-WRITE-LEN
           PERFORM CALL-NET-WRITE-ENV-PARA
           .

       CALL-NET-WRITE-ENV-PARA.
           MOVE "N" TO WS-LOG-EXCEPTION-FLAG
           CALL "C$NetWrite"
               USING BY VALUE CONN-PTR
                   BY REFERENCE WS-ENV-IO-BUFFER
                   BY REFERENCE WS-ENV-WRITE-LEN
               GIVING CALL-STATUS
               ON EXCEPTION
                   MOVE "Y" TO WS-LOG-EXCEPTION-FLAG
                   DISPLAY "Exception when calling C$NetWrite."
           END-CALL
           MOVE "C$NetWrite" TO WS-LOG-CALL-NAME
           PERFORM WRITE-NETLOG-ENTRY-PARA
           .

       RECEIVE-ENV-ACK-PARA.
      *    The acknowledgment is the sender's only proof the partner
      *    stored the whole file; a missing or reject acknowledgment
      *    leaves the file uncounted so it is retried next run.
           MOVE SPACES TO WS-ENV-IO-BUFFER
           MOVE "N" TO WS-LOG-EXCEPTION-FLAG
           CALL "C$NetRead"
               USING BY VALUE CONN-PTR
                   BY REFERENCE WS-ENV-IO-BUFFER
                   BY REFERENCE WS-ENV-READ-LEN
               GIVING CALL-STATUS
               ON EXCEPTION
                   MOVE "Y" TO WS-LOG-EXCEPTION-FLAG
                   DISPLAY "Exception when calling C$NetRead."
           END-CALL
           MOVE "C$NetRead" TO WS-LOG-CALL-NAME
           PERFORM WRITE-NETLOG-ENTRY-PARA
           IF CALL-STATUS = 0
               MOVE WS-ENV-IO-BUFFER (1 : LENGTH OF NETENV-ACK-RECORD)
                   TO NETENV-ACK-RECORD
               IF NETENV-ACK-TAG NOT = "NETENVACK"
                   MOVE "REJ"          TO NETENV-ACK-RESULT
                   MOVE "ACK NOT RECOGNIZED" TO NETENV-ACK-REASON
               END-IF
           ELSE
               MOVE "REJ"              TO NETENV-ACK-RESULT
               MOVE "NO ACK RECEIVED"  TO NETENV-ACK-REASON
           END-IF
           MOVE WS-PARTNER-CODE  TO WS-RPT-ACK-PARTNER
           MOVE NETENV-ACK-RESULT TO WS-RPT-ACK-RESULT
           MOVE NETENV-ACK-REASON TO WS-RPT-ACK-REASON
           WRITE REPORT-RECORD FROM WS-RPT-ACK-LINE
           .

       SEND-FILE-BLOCK-PARA.
           MOVE "N" TO WS-SEND-WRITE-FAILED
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-SEND-FILE-PATH WS-CHECK-FILE-DETAILS
               GIVING WS-BLK-STATUS
           END-CALL
           IF WS-BLK-STATUS NOT = 0
               DISPLAY "Unable to locate " WS-SEND-FILE-PATH
                   " for block transfer."
               MOVE "Y" TO WS-SEND-WRITE-FAILED
               MOVE -1 TO CALL-STATUS
               MOVE "N" TO WS-LOG-EXCEPTION-FLAG
               MOVE "SEND-FILE-OPEN" TO WS-LOG-CALL-NAME
               PERFORM WRITE-NETLOG-ENTRY-PARA
               MOVE WS-PARTNER-CODE TO WS-RPT-SENDERR-PARTNER
               WRITE REPORT-RECORD FROM WS-RPT-SENDERR-LINE
           ELSE
               MOVE 1 TO WS-BLK-ACCESS-MODE
               CALL "CBL_OPEN_FILE"
                   USING WS-SEND-FILE-PATH WS-BLK-ACCESS-MODE
                       WS-BLK-DENY-MODE WS-BLK-DEVICE
                       WS-BLK-FILE-HANDLE
                   GIVING WS-BLK-STATUS
               END-CALL
               IF WS-BLK-STATUS NOT = 0
                   DISPLAY "Unable to open " WS-SEND-FILE-PATH
                       " for block transfer."
                   MOVE "Y" TO WS-SEND-WRITE-FAILED
                   MOVE -1 TO CALL-STATUS
                   MOVE "N" TO WS-LOG-EXCEPTION-FLAG
                   MOVE "SEND-FILE-OPEN" TO WS-LOG-CALL-NAME
                   PERFORM WRITE-NETLOG-ENTRY-PARA
                   MOVE WS-PARTNER-CODE TO WS-RPT-SENDERR-PARTNER
                   WRITE REPORT-RECORD FROM WS-RPT-SENDERR-LINE
               ELSE
                   MOVE 0 TO WS-ENV-REC-COUNT
                   MOVE 0 TO WS-ENV-BYTE-COUNT
                   MOVE 0 TO WS-ENV-WIRE-BYTES
                   MOVE 0 TO WS-CKSUM-TOTAL
                   PERFORM SEND-ENV-HEADER-PARA
                   IF CALL-STATUS NOT = 0
                       MOVE "Y" TO WS-SEND-WRITE-FAILED
                   END-IF
                   MOVE 0 TO WS-BLK-OFFSET
                   MOVE WS-CHECK-FILE-SIZE TO WS-BLK-REMAINING
                   PERFORM UNTIL WS-BLK-REMAINING = 0
                           OR WS-SEND-WRITE-FAILED = "Y"
                       IF WS-BLK-REMAINING GREATER THAN 4096
                           MOVE 4096 TO WS-BLK-LEN
                       ELSE
                           MOVE WS-BLK-REMAINING TO WS-BLK-LEN
                       END-IF
                       PERFORM READ-ONE-BLOCK-PARA
                       IF WS-SEND-WRITE-FAILED = "N"
                           PERFORM CALL-NET-WRITE-BLOCK-PARA
                           IF CALL-STATUS NOT = 0
                               MOVE "Y" TO WS-SEND-WRITE-FAILED
                           ELSE
                               ADD WS-BLK-LEN TO WS-BLK-OFFSET
                               SUBTRACT WS-BLK-LEN
                                   FROM WS-BLK-REMAINING
                           END-IF
                       END-IF
                   END-PERFORM
                   CALL "CBL_CLOSE_FILE"
                       USING WS-BLK-FILE-HANDLE
                   END-CALL
                   IF WS-SEND-WRITE-FAILED = "N"
                       PERFORM SEND-ENV-TRAILER-PARA
                       IF CALL-STATUS = 0
                           PERFORM RECEIVE-ENV-ACK-PARA
                       END-IF
                       IF CALL-STATUS = 0 AND NETENV-ACK-ACCEPTED
                           ADD 1 TO WS-FILES-TRANSMITTED
                       ELSE
                           MOVE "Y" TO WS-SEND-WRITE-FAILED
                           MOVE WS-PARTNER-CODE
                               TO WS-RPT-SENDERR-PARTNER
                           WRITE REPORT-RECORD
                               FROM WS-RPT-SENDERR-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       READ-ONE-BLOCK-PARA.
           MOVE WS-BLK-LEN TO WS-BLK-READ-COUNT
           CALL "CBL_READ_FILE"
               USING WS-BLK-FILE-HANDLE WS-BLK-OFFSET
                   WS-BLK-READ-COUNT WS-BLK-RW-FLAGS WS-BLK-BUFFER
               GIVING WS-BLK-STATUS
           END-CALL
           IF WS-BLK-STATUS NOT = 0
               DISPLAY "Block read failed on " WS-SEND-FILE-PATH
                   " at offset " WS-BLK-OFFSET "."
               MOVE "Y" TO WS-SEND-WRITE-FAILED
               MOVE -1 TO CALL-STATUS
               MOVE "N" TO WS-LOG-EXCEPTION-FLAG
               MOVE "SEND-FILE-READ" TO WS-LOG-CALL-NAME
               PERFORM WRITE-NETLOG-ENTRY-PARA
           END-IF
           .

       CALL-NET-WRITE-BLOCK-PARA.
      *    In compressed mode each block is encoded before it goes to
      *    C$NetWrite, but every envelope figure (record count, byte
      *    count, checksum) is still taken from the original block,
      *    so the receiver's trailer verification keeps proving the
      *    data end to end rather than the wire image.
           IF XFER-COMPRESSED-MODE
               MOVE WS-BLK-BUFFER TO WS-CMP-DATA-BUFFER
               MOVE WS-BLK-LEN    TO WS-CMP-DATA-LEN
               PERFORM COMPRESS-BLOCK-PARA
           ELSE
               MOVE WS-BLK-BUFFER (1 : WS-BLK-LEN)
                   TO WS-CMP-WIRE-BUFFER (1 : WS-BLK-LEN)
               MOVE WS-BLK-LEN TO WS-CMP-WIRE-LEN
           END-IF
           MOVE "N" TO WS-LOG-EXCEPTION-FLAG
           CALL "C$NetWrite"
               USING BY VALUE CONN-PTR
                   BY REFERENCE WS-CMP-WIRE-BUFFER
                   BY REFERENCE WS-CMP-WIRE-LEN
               GIVING CALL-STATUS
               ON EXCEPTION
                   MOVE "Y" TO WS-LOG-EXCEPTION-FLAG
                   DISPLAY "Exception when calling C$NetWrite."
           END-CALL
           MOVE "C$NetWrite" TO WS-LOG-CALL-NAME
           MOVE WS-CMP-WIRE-LEN TO WS-LOG-BYTES
           PERFORM WRITE-NETLOG-ENTRY-PARA
           IF CALL-STATUS = 0
               ADD WS-BLK-LEN TO WS-TOTAL-BYTES-SENT
               ADD WS-CMP-WIRE-LEN TO WS-TOTAL-WIRE-BYTES
               ADD 1 TO WS-ENV-REC-COUNT
               ADD WS-BLK-LEN TO WS-ENV-BYTE-COUNT
               ADD WS-CMP-WIRE-LEN TO WS-ENV-WIRE-BYTES
               MOVE WS-BLK-BUFFER TO WS-CKSUM-DATA-BUFFER
               MOVE WS-BLK-LEN TO WS-CKSUM-DATA-LEN
               PERFORM ADD-TO-CHECKSUM-PARA
           END-IF
           .

       CALL-NET-WRITE-PARA.
           MOVE "N" TO WS-LOG-EXCEPTION-FLAG
           CALL "C$NetWrite"
               USING BY VALUE CONN-PTR
                   BY REFERENCE SEND-RECORD
                   BY REFERENCE WS-SEND-RECORD-LEN
               GIVING CALL-STATUS
               ON EXCEPTION
                   MOVE "Y" TO WS-LOG-EXCEPTION-FLAG
                   DISPLAY "Exception when calling C$NetWrite."
           END-CALL
           MOVE "C$NetWrite" TO WS-LOG-CALL-NAME
           MOVE WS-SEND-RECORD-LEN TO WS-LOG-BYTES
           PERFORM WRITE-NETLOG-ENTRY-PARA
           IF CALL-STATUS = 0
               ADD WS-SEND-RECORD-LEN TO WS-TOTAL-BYTES-SENT
               ADD WS-SEND-RECORD-LEN TO WS-TOTAL-WIRE-BYTES
               ADD 1 TO WS-ENV-REC-COUNT
               ADD WS-SEND-RECORD-LEN TO WS-ENV-BYTE-COUNT
               ADD WS-SEND-RECORD-LEN TO WS-ENV-WIRE-BYTES
               MOVE SEND-RECORD TO WS-CKSUM-DATA-BUFFER
               MOVE WS-SEND-RECORD-LEN TO WS-CKSUM-DATA-LEN
               PERFORM ADD-TO-CHECKSUM-PARA
           END-IF
           .

       CALL-NET-CLOSE-PARA.
           MOVE "N" TO WS-LOG-EXCEPTION-FLAG
           CALL "C$NetClose"
               USING BY VALUE CONN-PTR
               GIVING CALL-STATUS
               ON EXCEPTION
                   MOVE "Y" TO WS-LOG-EXCEPTION-FLAG
                   DISPLAY "Exception when calling C$NetClose."
           END-CALL
           MOVE "C$NetClose" TO WS-LOG-CALL-NAME
           PERFORM WRITE-NETLOG-ENTRY-PARA
           .
