       FILE-CONTROL.
           COPY NETLOGSEL.

           COPY NETCFGSEL.

           SELECT NETSYS-FILE ASSIGN TO DYNAMIC WS-NETSYS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NETSYS-STATUS.

           SELECT RECV-FILE ASSIGN TO DYNAMIC WS-RECV-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DUPCTL-STATUS.

           SELECT DONE-FILE ASSIGN TO DYNAMIC WS-DONE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DONE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY NETLOGFD.

       COPY NETCFGFD.

       FD  NETSYS-FILE.
       01  NETSYS-FILE-RECORD      PIC X(15).

       FD  RECV-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
       01  STOP-RECORD             PIC X(80).

       FD  INBREG-FILE.
       01  INBREG-FILE-RECORD      PIC X(156).

       FD  INBFPH-FILE.
       COPY INBFPH.
       FD  DUPCTL-FILE.
       01  DUPCTL-RECORD           PIC X(3).

       FD  DONE-FILE.
       01  DONE-RECORD             PIC X(86).

       WORKING-STORAGE SECTION.
       01  CALL-STATUS             PIC S9(3)  VALUE 0.
       01  PTR                     POINTER    VALUE NULL.

       COPY NETLOGWS.

       COPY NETCFG.
       COPY NETCFGWS.

       01  WS-NETSYS-PATH          PIC X(40)  VALUE "NETSYS.DAT".
       01  WS-NETSYS-STATUS        PIC XX     VALUE SPACES.

       COPY NETSYS.

       01  WS-LISTEN-PORT          PIC 9(5)   VALUE 09000.
       01  WS-ACCEPT-TIMEOUT-SECS  PIC 9(4)   VALUE 0030.

       01  WS-AUTH-OK-FLAG         PIC X      VALUE "N".
           88  AUTH-OK             VALUE "Y".
       01  WS-AUTH-CLAIMED-CODE    PIC X(8)   VALUE SPACES.
       01  WS-RECV-NAME-FAIL-FLAG  PIC X      VALUE "N".
       01  WS-RECV-DATE            PIC 9(8)   VALUE 0.

      *    Status inquiry state. The answer comes from the register
      *    for the date asked about and from the INBDIST / INBREL
      *    done-lists of that date and the day after, since the
      *    nightly run that passes a file on usually falls after
      *    midnight.
       01  WS-INQ-DATE             PIC 9(8)   VALUE 0.
       01  WS-INQ-NEXT-DATE        PIC 9(8)   VALUE 0.
       01  WS-INQ-DATE-INT         PIC 9(7)   VALUE 0.
       01  WS-INQ-EOF-FLAG         PIC X      VALUE "N".
       01  WS-INQ-REG-FOUND-FLAG   PIC X      VALUE "N".
       01  WS-INQ-WRITE-FAILED     PIC X      VALUE "N".
       01  WS-INQ-REPLIES          PIC 9(5)   VALUE 0.
       01  WS-INQ-PATH-PREFIX      PIC X(8)   VALUE SPACES.
       01  WS-INQ-PATH-PARTNER     PIC X(8)   VALUE SPACES.
       01  WS-INQ-PATH-DATE        PIC X(8)   VALUE SPACES.
       01  WS-INQ-PATH-SEQ         PIC X(3)   VALUE SPACES.

       01  WS-DONE-PATH            PIC X(40)  VALUE SPACES.
       01  WS-DONE-STATUS          PIC XX     VALUE SPACES.
       01  WS-DONE-EOF-FLAG        PIC X      VALUE "N".
       01  WS-DONE-TABLE.
           05  WS-DONE-COUNT       PIC 9(3)   VALUE 0.
           05  WS-DONE-ROW         PIC X(86)  OCCURS 200 TIMES.
       01  WS-DONE-IDX             PIC 9(3)   VALUE 0.
       01  WS-DONE-FOUND-FLAG      PIC X      VALUE "N".

       COPY INBDONE.

      *    Block-mode receive state: a session whose header carries
      *    mode "B" delivers fixed-size binary blocks that are stored
      *    through the CBL_ byte-stream routines instead of line
           PERFORM OPEN-INBREG-PARA
           PERFORM OPEN-FPHIST-PARA
           PERFORM LOAD-DUPCTL-PARA
           PERFORM LOAD-NETSYS-PARA
           PERFORM OPEN-NETCFG-PARA
           IF WS-NETCFG-AVAIL-FLAG = "N"
               DISPLAY "NETCFG.DAT not found, every partner session "
                   "will be refused."
           END-IF

           PERFORM CALL-NET-INIT-RETRY-PARA

               DISPLAY "C$NetInit failed with status " CALL-STATUS
                   ", aborting."
               CLOSE NETLOG-FILE
               IF WS-NETCFG-AVAIL-FLAG = "Y"
                   CLOSE NETCFG-FILE
               END-IF
               MOVE CALL-STATUS TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-INBFPH-AVAIL-FLAG = "Y"
               CLOSE INBFPH-FILE
           END-IF
           IF WS-NETCFG-AVAIL-FLAG = "Y"
               CLOSE NETCFG-FILE
           END-IF

           GOBACK
           .
           ELSE
               MOVE SPACE TO INBREG-XFER-MODE
           END-IF
           IF ENV-ACTIVE
               MOVE NETENV-HDR-FILE-NAME TO INBREG-SENT-NAME
           ELSE
               MOVE SPACES TO INBREG-SENT-NAME
           END-IF
           IF ENV-ACTIVE
               IF ENV-TRAILER-SEEN
                   IF NETENV-ACK-ACCEPTED

       COPY NETLOGPD.

       COPY NETCFGPD.

       LOAD-NETSYS-PARA.
      *    The listening port, accept timeout and C$NetInit retry
      *    policy are run-level settings held in NETSYS.DAT; without
      *    it the built-in defaults stand.
           OPEN INPUT NETSYS-FILE
           IF WS-NETSYS-STATUS = "00"
               READ NETSYS-FILE INTO NETSYS-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NETSYS-LISTEN-PORT IS NUMERIC
                               AND NETSYS-LISTEN-PORT GREATER THAN 0
                           MOVE NETSYS-LISTEN-PORT TO WS-LISTEN-PORT
                       END-IF
                       IF NETSYS-ACCEPT-TIMEOUT IS NUMERIC
                               AND NETSYS-ACCEPT-TIMEOUT
                                   GREATER THAN 0
                           MOVE NETSYS-ACCEPT-TIMEOUT
                               TO WS-ACCEPT-TIMEOUT-SECS
                       END-IF
                       IF NETSYS-RETRY-COUNT IS NUMERIC
                           MOVE NETSYS-RETRY-COUNT
                               TO WS-INIT-RETRY-COUNT
                       END-IF
                       IF NETSYS-RETRY-DELAY-SECS IS NUMERIC
                           MOVE NETSYS-RETRY-DELAY-SECS
                               TO WS-INIT-RETRY-DELAY
                       END-IF
               END-READ
               CLOSE NETSYS-FILE
           ELSE
               DISPLAY "NETSYS.DAT not found, using default port."
           END-IF
           .

       FIND-AUTH-PARTNER-PARA.
      *    The claimed partner is looked up in the master at the
      *    moment of the handshake, so a version that takes effect
      *    while the service is up applies from that day's first
      *    session on.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE 0 TO WS-NETCFG-AS-OF
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-NETCFG-AS-OF
           MOVE WS-AUTH-CLAIMED-CODE TO WS-NETCFG-PARTNER
           PERFORM FIND-NETCFG-VERSION-PARA
           .

       LOAD-LISTENCTL-PARA.
                   TO NETENV-IDENT-RECORD
               MOVE NETENV-IDN-PARTNER-CODE TO WS-AUTH-CLAIMED-CODE
               PERFORM FIND-AUTH-PARTNER-PARA
               IF NETCFG-FOUND
                       AND NOT NETCFG-INACTIVE
                       AND NETCFG-CREDENTIAL NOT = SPACES
                       AND NETCFG-CREDENTIAL = NETENV-IDN-CREDENTIAL

       HANDLE-RECV-RECORD-PARA.
           IF WS-ENV-FIRST-REC-FLAG = "Y"
                   AND RECV-RECORD (1 : 9) = "NETENVINQ"
               PERFORM HANDLE-INQUIRY-PARA
           ELSE
               IF WS-ENV-FIRST-REC-FLAG = "Y"
                       AND RECV-RECORD (1 : 9) = "NETENVHDR"
                   MOVE "Y" TO WS-ENV-ACTIVE-FLAG
                   MOVE RECV-RECORD (1 : LENGTH OF NETENV-HEADER-RECORD)
                       TO NETENV-HEADER-RECORD
      *            The authenticated identity governs the session; a
      *            header naming some other partner is noted but cannot
      *            reroute the file.
                   IF NETENV-HDR-PARTNER-CODE NOT = WS-RECV-PARTNER
                       DISPLAY "Header partner "
                           NETENV-HDR-PARTNER-CODE
                           " differs from authenticated partner "
                           WS-RECV-PARTNER ", keeping the latter."
                   END-IF
                   IF NETENV-HDR-BLOCK OR NETENV-HDR-COMPRESSED
                       MOVE "Y" TO WS-BLK-SESSION-FLAG
                   END-IF
                   IF NETENV-HDR-COMPRESSED
                       MOVE "Y" TO WS-CMP-SESSION-FLAG
                   END-IF
                   DISPLAY "Receiving " NETENV-HDR-FILE-NAME
                       " from partner " NETENV-HDR-PARTNER-CODE
                   MOVE "N" TO WS-ENV-FIRST-REC-FLAG
               ELSE
                   IF ENV-ACTIVE
                           AND RECV-RECORD (1 : 9) = "NETENVTRL"
                       MOVE RECV-RECORD
                               (1 : LENGTH OF NETENV-TRAILER-RECORD)
                           TO NETENV-TRAILER-RECORD
                       MOVE "Y" TO WS-ENV-TRAILER-FLAG
                       IF WS-RECV-OPEN-FLAG = "N"
                           PERFORM OPEN-RECV-FILE-PARA
                       END-IF
                       IF WS-RECV-OPEN-FLAG = "Y"
                           PERFORM VERIFY-ENV-TRAILER-PARA
                           PERFORM SEND-ENV-ACK-PARA
                           PERFORM FINALIZE-RECV-FILE-PARA
                       END-IF
                   ELSE
                       IF WS-RECV-OPEN-FLAG = "N"
                           PERFORM OPEN-RECV-FILE-PARA
                       END-IF
      *                A record that could not be stored must never
      *                be acknowledged: abandoning the session here
      *                means no trailer is verified and the sender
      *                retries later.
                       IF WS-RECV-OPEN-FLAG = "Y"
                           WRITE RECV-RECORD
                           IF WS-RECV-FILE-STATUS NOT = "00"
                               DISPLAY "Write failed on "
                                   WS-RECV-FILE-PATH
                                   ", status " WS-RECV-FILE-STATUS
                                   ", abandoning session."
                               MOVE "Y" TO WS-RECV-EOF-FLAG
                           END-IF
                           ADD 1 TO WS-ENV-REC-COUNT
                           ADD WS-RECV-RECORD-LEN TO WS-ENV-BYTE-COUNT
                           MOVE RECV-RECORD TO WS-CKSUM-DATA-BUFFER
                           MOVE WS-RECV-RECORD-LEN TO WS-CKSUM-DATA-LEN
                           PERFORM ADD-TO-CHECKSUM-PARA
                           MOVE "N" TO WS-ENV-FIRST-REC-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       HANDLE-INQUIRY-PARA.
      *    Only an authenticated session gets this far, and the
      *    answer always covers the authenticated partner's own
      *    transfers, whatever partner code the inquiry carries.
      *    Today's register is closed while it is read so the rows
      *    already written this session are in it, and reopened for
      *    append afterwards.
           MOVE RECV-RECORD (1 : LENGTH OF NETENV-INQUIRY-RECORD)
               TO NETENV-INQUIRY-RECORD
           MOVE 0 TO WS-INQ-REPLIES
           MOVE "N" TO WS-INQ-WRITE-FAILED
           MOVE "ACC"  TO NETENV-IQE-RESULT
           MOVE SPACES TO NETENV-IQE-REASON
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE 0 TO WS-TODAY-DATE
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           IF NETENV-INQ-DATE IS NOT NUMERIC
               MOVE "REJ" TO NETENV-IQE-RESULT
               MOVE "BAD INQUIRY DATE" TO NETENV-IQE-REASON
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(NETENV-INQ-DATE)
                       NOT = 0
                   MOVE "REJ" TO NETENV-IQE-RESULT
                   MOVE "BAD INQUIRY DATE" TO NETENV-IQE-REASON
               ELSE
                   IF NETENV-INQ-DATE GREATER THAN WS-TODAY-DATE
                       MOVE "REJ" TO NETENV-IQE-RESULT
                       MOVE "DATE IN FUTURE" TO NETENV-IQE-REASON
                   END-IF
               END-IF
           END-IF
           IF NETENV-IQE-ACCEPTED
               MOVE NETENV-INQ-DATE TO WS-INQ-DATE
               PERFORM LOAD-INQ-DONE-PARA
               CLOSE INBREG-FILE
               MOVE SPACES TO WS-INBREG-PATH
               STRING "INBREG." WS-INQ-DATE ".DAT"
                   DELIMITED BY SIZE INTO WS-INBREG-PATH
               MOVE "N" TO WS-INQ-REG-FOUND-FLAG
               OPEN INPUT INBREG-FILE
               IF WS-INBREG-STATUS = "00"
                   MOVE "Y" TO WS-INQ-REG-FOUND-FLAG
                   MOVE "N" TO WS-INQ-EOF-FLAG
                   PERFORM UNTIL WS-INQ-EOF-FLAG = "Y"
                       READ INBREG-FILE INTO INBREG-RECORD
                           AT END
                               MOVE "Y" TO WS-INQ-EOF-FLAG
                           NOT AT END
                               IF INBREG-PARTNER-CODE = WS-RECV-PARTNER
                                   PERFORM SEND-INQ-REPLY-PARA
                               END-IF
                       END-READ
                       IF WS-INQ-WRITE-FAILED = "Y"
                           MOVE "Y" TO WS-INQ-EOF-FLAG
                       END-IF
                   END-PERFORM
                   CLOSE INBREG-FILE
               END-IF
               MOVE SPACES TO WS-INBREG-PATH
               PERFORM OPEN-INBREG-PARA
               IF WS-INQ-REG-FOUND-FLAG = "N"
                   MOVE "NO REGISTER FOR DATE" TO NETENV-IQE-REASON
               ELSE
                   IF WS-INQ-REPLIES = 0
                       MOVE "NO TRANSFERS ON DATE" TO NETENV-IQE-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-INQ-WRITE-FAILED = "N"
               MOVE WS-INQ-REPLIES TO NETENV-IQE-REPLY-COUNT
               MOVE NETENV-INQ-END-RECORD TO WS-ENV-IO-BUFFER
               MOVE LENGTH OF NETENV-INQ-END-RECORD TO WS-ENV-WRITE-LEN
               PERFORM SEND-INQ-RECORD-PARA
           END-IF
           IF WS-INQ-WRITE-FAILED = "Y"
               MOVE "Y" TO WS-RECV-EOF-FLAG
           END-IF
           DISPLAY "Inquiry from partner " WS-RECV-PARTNER
               " for " NETENV-INQ-DATE ": " NETENV-IQE-RESULT " "
               WS-INQ-REPLIES " transfers " NETENV-IQE-REASON
           IF NETENV-IQE-ACCEPTED AND WS-INQ-WRITE-FAILED = "N"
               MOVE 0 TO CALL-STATUS
           ELSE
               MOVE -1 TO CALL-STATUS
           END-IF
           MOVE "N" TO WS-LOG-EXCEPTION-FLAG
           MOVE "INQUIRY" TO WS-LOG-CALL-NAME
           PERFORM WRITE-NETLOG-ENTRY-PARA
           .

       LOAD-INQ-DONE-PARA.
           COMPUTE WS-INQ-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-INQ-DATE) + 1
           COMPUTE WS-INQ-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-INQ-DATE-INT)
           MOVE 0 TO WS-DONE-COUNT
           MOVE SPACES TO WS-DONE-PATH
           STRING "INBDONE." WS-INQ-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-DONE-PATH
           PERFORM LOAD-ONE-INQ-DONE-PARA
           MOVE SPACES TO WS-DONE-PATH
           STRING "INBDONE." WS-INQ-NEXT-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-DONE-PATH
           PERFORM LOAD-ONE-INQ-DONE-PARA
           .

       LOAD-ONE-INQ-DONE-PARA.
           OPEN INPUT DONE-FILE
           IF WS-DONE-STATUS = "00"
               MOVE "N" TO WS-DONE-EOF-FLAG
               PERFORM UNTIL WS-DONE-EOF-FLAG = "Y"
                   READ DONE-FILE
                       AT END
                           MOVE "Y" TO WS-DONE-EOF-FLAG
                       NOT AT END
                           IF WS-DONE-COUNT LESS THAN 200
                               ADD 1 TO WS-DONE-COUNT
                               MOVE DONE-RECORD
                                   TO WS-DONE-ROW (WS-DONE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DONE-FILE
           END-IF
           .

       SEND-INQ-REPLY-PARA.
      *    The sequence is the last qualifier of the stored name
      *    INBOUND.<partner>.<date>.<seq>.DAT. Counts a row written
      *    before its column existed cannot give are sent as zero.
           MOVE SPACES TO WS-INQ-PATH-SEQ
           UNSTRING INBREG-FILE-PATH DELIMITED BY "."
               INTO WS-INQ-PATH-PREFIX WS-INQ-PATH-PARTNER
                   WS-INQ-PATH-DATE WS-INQ-PATH-SEQ
           END-UNSTRING
           IF WS-INQ-PATH-SEQ IS NUMERIC
               MOVE WS-INQ-PATH-SEQ TO NETENV-IQR-FILE-SEQ
           ELSE
               MOVE 0 TO NETENV-IQR-FILE-SEQ
           END-IF
           MOVE INBREG-STATUS TO NETENV-IQR-STATUS
           IF INBREG-REC-COUNT IS NUMERIC
               MOVE INBREG-REC-COUNT TO NETENV-IQR-REC-COUNT
           ELSE
               MOVE 0 TO NETENV-IQR-REC-COUNT
           END-IF
           IF INBREG-BYTE-COUNT IS NUMERIC
               MOVE INBREG-BYTE-COUNT TO NETENV-IQR-BYTE-COUNT
           ELSE
               MOVE 0 TO NETENV-IQR-BYTE-COUNT
           END-IF
           IF INBREG-RECV-TIME IS NUMERIC
               MOVE INBREG-RECV-TIME TO NETENV-IQR-RECV-TIME
           ELSE
               MOVE 0 TO NETENV-IQR-RECV-TIME
           END-IF
           PERFORM FIND-INQ-DONE-PARA
           IF WS-DONE-FOUND-FLAG = "Y"
               MOVE "Y" TO NETENV-IQR-DIST-FLAG
               IF INBDONE-PROGRAM NOT = SPACES
                   MOVE INBDONE-PROGRAM TO NETENV-IQR-DIST-BY
               ELSE
                   IF INBREG-XFER-MODE = "B"
                       MOVE "INBREL"  TO NETENV-IQR-DIST-BY
                   ELSE
                       MOVE "INBDIST" TO NETENV-IQR-DIST-BY
                   END-IF
               END-IF
               IF INBDONE-GOOD-COUNT IS NUMERIC
                   MOVE INBDONE-GOOD-COUNT TO NETENV-IQR-GOOD-COUNT
               ELSE
                   MOVE 0 TO NETENV-IQR-GOOD-COUNT
               END-IF
               IF INBDONE-REJ-COUNT IS NUMERIC
                   MOVE INBDONE-REJ-COUNT TO NETENV-IQR-REJ-COUNT
               ELSE
                   MOVE 0 TO NETENV-IQR-REJ-COUNT
               END-IF
           ELSE
               MOVE "N"    TO NETENV-IQR-DIST-FLAG
               MOVE SPACES TO NETENV-IQR-DIST-BY
               MOVE 0      TO NETENV-IQR-GOOD-COUNT
               MOVE 0      TO NETENV-IQR-REJ-COUNT
           END-IF
           MOVE NETENV-INQ-REPLY-RECORD TO WS-ENV-IO-BUFFER
           MOVE LENGTH OF NETENV-INQ-REPLY-RECORD TO WS-ENV-WRITE-LEN
           PERFORM SEND-INQ-RECORD-PARA
           IF WS-INQ-WRITE-FAILED = "N"
               ADD 1 TO WS-INQ-REPLIES
           END-IF
           .

       FIND-INQ-DONE-PARA.
           MOVE "N" TO WS-DONE-FOUND-FLAG
           MOVE 1 TO WS-DONE-IDX
           PERFORM UNTIL WS-DONE-IDX GREATER THAN WS-DONE-COUNT
                   OR WS-DONE-FOUND-FLAG = "Y"
               MOVE WS-DONE-ROW (WS-DONE-IDX) TO INBDONE-RECORD
               IF INBDONE-FILE-PATH = INBREG-FILE-PATH
                   MOVE "Y" TO WS-DONE-FOUND-FLAG
               END-IF
               ADD 1 TO WS-DONE-IDX
           END-PERFORM
           .

       SEND-INQ-RECORD-PARA.
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
           MOVE WS-ENV-WRITE-LEN TO WS-LOG-BYTES
           PERFORM WRITE-NETLOG-ENTRY-PARA
           IF CALL-STATUS NOT = 0 OR WS-LOG-EXCEPTION-FLAG = "Y"
               DISPLAY "Inquiry answer to partner " WS-RECV-PARTNER
                   " could not be sent, ending the session."
               MOVE "Y" TO WS-INQ-WRITE-FAILED
           END-IF
           .

       OPEN-RECV-FILE-PARA.
