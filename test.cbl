       FILE-CONTROL.
           COPY NETLOGSEL.

           COPY NETCALSEL.

           SELECT SEND-FILE ASSIGN TO DYNAMIC WS-SEND-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEND-FILE-STATUS.

           COPY NETCFGSEL.

           SELECT NETSYS-FILE ASSIGN TO DYNAMIC WS-NETSYS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NETSYS-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CHKPT-PATH
               ORGANIZATION INDEXED
               RECORD KEY IS ASTAT-PARTNER-CODE
               FILE STATUS IS WS-ASTAT-STATUS.

           SELECT DISPCTL-FILE ASSIGN TO DYNAMIC WS-DISPCTL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DISPCTL-STATUS.

           SELECT XMITFAIL-FILE ASSIGN TO DYNAMIC WS-XFAIL-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS XFAIL-KEY
               FILE STATUS IS WS-XFAIL-STATUS.

           SELECT CTL-FILE ASSIGN TO DYNAMIC WS-CTL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT INQREQ-FILE ASSIGN TO DYNAMIC WS-INQREQ-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INQREQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY NETLOGFD.
               DEPENDING ON WS-SEND-RECORD-LEN.
       01  SEND-RECORD             PIC X(200).

       COPY NETCFGFD.

       FD  NETSYS-FILE.
       01  NETSYS-FILE-RECORD      PIC X(15).

       FD  CHECKPOINT-FILE.
       COPY CHKPT.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD         PIC X(259).

       FD  ALERT-FILE.
       01  ALERT-RECORD            PIC X(48).
       FD  ALERTSTAT-FILE.
       COPY ALERTSTAT.

       FD  DISPCTL-FILE.
       01  DISPCTL-RECORD.
           05  DISPCTL-FAIL-DAYS   PIC X(3).
           05  DISPCTL-SENT-AREA   PIC X(16).
           05  DISPCTL-ERROR-AREA  PIC X(16).

       FD  XMITFAIL-FILE.
       COPY XMITFAIL.

       FD  NETCAL-FILE.
       COPY NETCAL.

       FD  CTL-FILE.
       01  CTL-FILE-RECORD         PIC X(44).

      *    One status inquiry to make: the partner, and the date
      *    (yyyymmdd) its transfers are asked about; a blank date
      *    means today.
       FD  INQREQ-FILE.
       01  INQREQ-RECORD.
           05  INQREQ-PARTNER-CODE PIC X(8).
           05  INQREQ-DATE         PIC X(8).

       WORKING-STORAGE SECTION.
       01  CALL-STATUS             PIC S9(3)  VALUE 0.
       01  PTR                     POINTER    VALUE NULL.

       COPY NETLOGWS.

       COPY NETCALWS.

       01  WS-SEND-FILE-PATH       PIC X(60)  VALUE "EXTRACT.DAT".
       01  WS-FILE-PATTERN         PIC X(60)  VALUE "EXTRACT.DAT".

       COPY NETCFG.
       COPY NETCFGWS.
       01  WS-NETCFG-ROWS-READ     PIC 9(5)   VALUE 0.

       01  WS-NETSYS-PATH          PIC X(40)  VALUE "NETSYS.DAT".
       01  WS-NETSYS-STATUS        PIC XX     VALUE SPACES.

       COPY NETSYS.

      *    Active partner rows queued for the run and ordered before
      *    any connection is made, so priority 1 partners always go
      *    first; a partner whose send window is not open, or whom
      *    the business calendar closes today, is held for a later
      *    run rather than counted as a failure.
       01  WS-SND-TABLE.
           05  WS-SND-COUNT        PIC 9(3)   VALUE 0.
           05  WS-SND-ROW          PIC X(132) OCCURS 200 TIMES.
       01  WS-SND-IDX              PIC 9(3)   VALUE 0.
       01  WS-SND-IDX2             PIC 9(3)   VALUE 0.
       01  WS-SND-SWAP-ROW         PIC X(132) VALUE SPACES.
       01  WS-SND-PRI-KEY          PIC X      VALUE SPACE.
       01  WS-SND-PRI-A            PIC X      VALUE SPACE.
       01  WS-SND-PRI-B            PIC X      VALUE SPACE.
       01  WS-PARTNERS-HELD        PIC 9(5)   VALUE 0.
       01  WS-PARTNERS-CLOSED      PIC 9(5)   VALUE 0.
       01  WS-CURR-HHMM            PIC 9(4)   VALUE 0.
       01  WS-WINDOW-EARLIEST      PIC 9(4)   VALUE 0.
       01  WS-WINDOW-LATEST        PIC 9(4)   VALUE 0.
      *    "Y" open, "N" outside the send window, "C" closed today
      *    by the business calendar.
       01  WS-WINDOW-OPEN-FLAG     PIC X      VALUE "Y".

       01  WS-RPT-HELD-LINE.
           05  FILLER              PIC X      VALUE "-".
           05  WS-RPT-HELD-LATEST  PIC X(4).

       01  WS-RPT-CLOSED-LINE.
           05  FILLER              PIC X(17)  VALUE
                   "HELD FOR CLOSURE,".
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(8)   VALUE "PARTNER=".
           05  WS-RPT-CLOSED-PARTNER PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(3)   VALUE "BY=".
           05  WS-RPT-CLOSED-BY    PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-RPT-CLOSED-DESC  PIC X(30).

       01  WS-AUTH-OK-FLAG         PIC X      VALUE "N".
      *    Call status captured at the moment a partner's connection,
      *    identification, or transmission failed, so the alert line

       COPY NETCMPWS.

       COPY NETSNDWS.

       01  WS-FILES-XMIT-BEFORE    PIC 9(5)   VALUE 0.

       01  WS-RUN-START-SECS       PIC 9(5)   VALUE 0.
       01  WS-RUN-END-SECS         PIC 9(5)   VALUE 0.
       01  WS-ELAPSED-SECS         PIC 9(5)   VALUE 0.

       01  WS-RPT-SUMMARY-LINE.
           05  WS-RPT-LABEL        PIC X(24).
           05  WS-RPT-VALUE        PIC ZZZZZZZZ9.

      *    The partner's NETCFG-FILE-PATTERN is honored as a real
      *    wildcard: an "*" in it resolves through C$ListDirectory to
      *    every matching file in the working directory, each sent
           05  WS-MAN-WIRE-BYTES   PIC 9(9).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-MAN-XFER-MODE    PIC X.
      *    Where the file went once the partner acknowledged it: SENT
      *    with its sent-area name, or KEPT with its own name when the
      *    move failed and the file still sits under the pattern.
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-MAN-DISPOSITION  PIC X(4).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-MAN-DISP-PATH    PIC X(96).
      *    XMIT for an ordinary transfer; NETRESEND writes RSND lines
      *    with the date the file first went, and the reports keep
      *    those apart from the day's own traffic. A DISP line only
      *    records that a later run finished moving a file whose XMIT
      *    line is already written: it says where the file went, and
      *    the reports do not count it again.
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-MAN-LINE-TYPE    PIC X(4).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-MAN-ORIG-DATE    PIC X(8).
      *    The readiness control values the extract was checked
      *    against before it went, so NETRECON can hold what the
      *    application produced against what the partner received.
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-MAN-CTL-RECS     PIC 9(9).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-MAN-CTL-FIELD    PIC X(12).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-MAN-CTL-HASH     PIC S9(15)V99
                                   SIGN LEADING SEPARATE.

      *    Partner and file of each transmission line already in
      *    today's manifest, so no file is given a second XMIT line.
       01  WS-MAN-EOF-FLAG         PIC X      VALUE "N".
       01  WS-MAN-SEEN-TABLE.
           05  WS-MAN-SEEN-COUNT   PIC 9(4)   VALUE 0.
           05  WS-MAN-SEEN OCCURS 1000 TIMES.
               10  WS-MAN-SEEN-PARTNER PIC X(8).
               10  WS-MAN-SEEN-FILE    PIC X(60).
       01  WS-MAN-SEEN-IDX         PIC 9(4)   VALUE 0.
       01  WS-MAN-SEEN-FLAG        PIC X      VALUE "N".
       01  WS-MAN-SEEN-FULL-FLAG   PIC X      VALUE "N".
       01  WS-RECOVER-PATH         PIC X(60)  VALUE SPACES.
       01  WS-CHKPT-EOF-FLAG       PIC X      VALUE "N".

      *    Readiness check. Every extract must have its control
      *    record beside it (NETCTL) and must agree with it on record
      *    count and hash total before a connection is made for it;
      *    an extract that does not is held as NOT READY or CONTROL
      *    MISMATCH, alerted, and left in place for the next run,
      *    without counting as a transmission failure. The control
      *    values of each file that passes ride along in a table
      *    parallel to WS-FILE-LIST for its manifest line.
       01  WS-CTL-PATH             PIC X(64)  VALUE SPACES.
       01  WS-CTL-STATUS           PIC XX     VALUE SPACES.
       01  WS-CTL-DISP-PATH        PIC X(100) VALUE SPACES.
       01  WS-CTL-RENAME-STATUS    PIC S9(4)  VALUE 0.

       COPY NETCTL.

       01  WS-READY-RESULT         PIC X(17)  VALUE SPACES.
       01  WS-READY-REASON         PIC X(30)  VALUE SPACES.
       01  WS-READY-RECS           PIC 9(9)   VALUE 0.
       01  WS-READY-HASH           PIC S9(15)V99 VALUE 0.
       01  WS-READY-LINE           PIC X(200) VALUE SPACES.
       01  WS-READY-KEEP-COUNT     PIC 9(3)   VALUE 0.
       01  WS-FILES-MATCHED        PIC 9(3)   VALUE 0.
       01  WS-FILES-NOT-READY      PIC 9(5)   VALUE 0.
       01  WS-FILES-CTL-MISMATCH   PIC 9(5)   VALUE 0.
       01  WS-LISTDIR-NAME-LEN     PIC 9(3)   VALUE 0.
       01  WS-FILE-CTL-TABLE.
           05  WS-FILE-CTL OCCURS 100 TIMES.
               10  WS-FILE-CTL-RECS    PIC 9(9).
               10  WS-FILE-CTL-FIELD   PIC X(12).
               10  WS-FILE-CTL-HASH    PIC S9(15)V99.

       01  WS-RPT-READY-LINE.
           05  WS-RPT-READY-RESULT PIC X(17).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(8)   VALUE "PARTNER=".
           05  WS-RPT-READY-PARTNER PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(5)   VALUE "FILE=".
           05  WS-RPT-READY-FILE   PIC X(60).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-RPT-READY-REASON PIC X(30).

      *    Disposition of extracts once the run is finished with them.
      *    An acknowledged file leaves the send pattern for the sent
      *    area as <area>/<partner>.<run date>.<file>, so tomorrow's
      *    pattern match cannot pick it up again. A file that has
      *    failed to transmit on WS-DISP-FAIL-DAYS separate days goes
      *    to the error area under the same naming and raises an ERRQ
      *    alert. Day limit and area names are overridable through
      *    NETDISPCTL.DAT.
       01  WS-DISPCTL-PATH         PIC X(40)  VALUE "NETDISPCTL.DAT".
       01  WS-DISPCTL-STATUS       PIC XX     VALUE SPACES.
       01  WS-DISP-FAIL-DAYS       PIC 9(3)   VALUE 003.
       01  WS-DISP-SENT-AREA       PIC X(16)  VALUE "SENT".
       01  WS-DISP-ERROR-AREA      PIC X(16)  VALUE "ERROR".
       01  WS-DISP-AREA            PIC X(16)  VALUE SPACES.
       01  WS-DISP-PATH            PIC X(96)  VALUE SPACES.
       01  WS-DISP-CODE            PIC X(4)   VALUE SPACES.
       01  WS-DISP-STATUS          PIC S9(4)  VALUE 0.
       01  WS-FILES-TO-SENT        PIC 9(5)   VALUE 0.
       01  WS-FILES-TO-ERROR       PIC 9(5)   VALUE 0.
       01  WS-DISP-FAILED          PIC 9(5)   VALUE 0.
       01  WS-DISP-IDX             PIC 9(3)   VALUE 0.
       01  WS-DISP-NAME-START      PIC 9(3)   VALUE 0.
      *    A file under a name already checkpointed DONE today is the
      *    sent file itself only if its move never finished: "Y" when
      *    the sent-area copy is missing and the file is older than
      *    the checkpoint, "N" when it is a second extract written
      *    under the sent name, "M" when no such file is there.
       01  WS-SENT-LEFTOVER-FLAG   PIC X      VALUE "N".
       01  WS-FILE-STAMP           PIC 9(12)  VALUE 0.
       01  WS-CHKPT-STAMP          PIC 9(12)  VALUE 0.
       01  WS-CHKPT-STAMP-X        PIC X(12)  VALUE SPACES.
       01  WS-FILES-NAME-REUSED    PIC 9(5)   VALUE 0.

       01  WS-XFAIL-PATH           PIC X(40)  VALUE "XMITFAIL.DAT".
       01  WS-XFAIL-STATUS         PIC XX     VALUE SPACES.
       01  WS-XFAIL-AVAIL-FLAG     PIC X      VALUE "N".

       01  WS-RPT-DISP-LINE.
           05  FILLER              PIC X(12)  VALUE "DISPOSITION,".
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(8)   VALUE "PARTNER=".
           05  WS-RPT-DISP-PARTNER PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-RPT-DISP-CODE    PIC X(4).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-RPT-DISP-PATH    PIC X(96).

       01  WS-ALERT-PATH           PIC X(40)  VALUE "NETALERT.DAT".
       01  WS-ALERT-STATUS         PIC XX     VALUE SPACES.

       COPY NETALERT.

      *    Inquiry mode. When NETINQREQ.DAT is present the run makes
      *    the status inquiries it lists instead of sending files:
      *    each partner is dialled with its settings in effect today,
      *    identified as usual, asked about its register for the
      *    date given, and the answer is printed to NETINQ.<date>.RPT.
      *    The request file is removed once the run has been through
      *    it, so the next run sends as normal.
       01  WS-INQREQ-PATH          PIC X(40)  VALUE "NETINQREQ.DAT".
       01  WS-INQREQ-STATUS        PIC XX     VALUE SPACES.
       01  WS-INQREQ-EOF-FLAG      PIC X      VALUE "N".
       01  WS-INQREQ-DEL-STATUS    PIC S9(3)  VALUE 0.
       01  WS-INQ-DATE             PIC 9(8)   VALUE 0.
       01  WS-INQ-REASON           PIC X(30)  VALUE SPACES.
       01  WS-INQ-END-FLAG         PIC X      VALUE "N".
       01  WS-INQ-ROWS             PIC 9(5)   VALUE 0.
       01  WS-INQ-REQUESTED        PIC 9(5)   VALUE 0.
       01  WS-INQ-ANSWERED         PIC 9(5)   VALUE 0.
       01  WS-INQ-FAILED           PIC 9(5)   VALUE 0.
       01  WS-INQ-TOTAL-ROWS       PIC 9(5)   VALUE 0.

       01  WS-RPT-INQ-HEAD-LINE.
           05  FILLER              PIC X(8)   VALUE "INQUIRY,".
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(8)   VALUE "PARTNER=".
           05  WS-RPT-INQH-PARTNER PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(5)   VALUE "DATE=".
           05  WS-RPT-INQH-DATE    PIC X(8).

       01  WS-RPT-INQ-DETAIL-LINE.
           05  FILLER              PIC X(6)   VALUE "  SEQ=".
           05  WS-RPT-INQD-SEQ     PIC 9(3).
           05  FILLER              PIC X(8)   VALUE " STATUS=".
           05  WS-RPT-INQD-STATUS  PIC X(3).
           05  FILLER              PIC X(6)   VALUE " RECS=".
           05  WS-RPT-INQD-RECS    PIC ZZZZZZZZ9.
           05  FILLER              PIC X(7)   VALUE " BYTES=".
           05  WS-RPT-INQD-BYTES   PIC ZZZZZZZZ9.
           05  FILLER              PIC X(10)  VALUE " RECEIVED=".
           05  WS-RPT-INQD-TIME    PIC 9(6).
           05  FILLER              PIC X(6)   VALUE " DIST=".
           05  WS-RPT-INQD-DIST-BY PIC X(8).
           05  FILLER              PIC X(6)   VALUE " GOOD=".
           05  WS-RPT-INQD-GOOD    PIC ZZZZZZZZ9.
           05  FILLER              PIC X(10)  VALUE " REJECTED=".
           05  WS-RPT-INQD-REJ     PIC ZZZZZZZZ9.

       01  WS-RPT-INQ-RESULT-LINE.
           05  WS-RPT-INQR-RESULT  PIC X(17).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(8)   VALUE "PARTNER=".
           05  WS-RPT-INQR-PARTNER PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(10)  VALUE "TRANSFERS=".
           05  WS-RPT-INQR-ROWS    PIC ZZZZ9.
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-RPT-INQR-REASON  PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM BUILD-NETLOG-PATH-PARA
           PERFORM OPEN-NETLOG-PARA

           OPEN INPUT INQREQ-FILE
           IF WS-INQREQ-STATUS = "00"
               PERFORM INQUIRY-MODE-PARA
               CLOSE NETLOG-FILE
               GOBACK
           END-IF

           PERFORM OPEN-REPORT-PARA
           PERFORM OPEN-ALERT-FILES-PARA
           PERFORM OPEN-MANIFEST-PARA
           PERFORM RECORD-RUN-START-PARA
           PERFORM LOAD-NETSYS-PARA
           PERFORM LOAD-DISPCTL-PARA
           PERFORM OPEN-CHKPT-PARA
           PERFORM OPEN-XMITFAIL-PARA
           PERFORM OPEN-NETCAL-PARA

           PERFORM CALL-NET-INIT-RETRY-PARA

               IF WS-ASTAT-AVAIL-FLAG = "Y"
                   CLOSE ALERTSTAT-FILE
               END-IF
               IF WS-XFAIL-AVAIL-FLAG = "Y"
                   CLOSE XMITFAIL-FILE
               END-IF
               IF WS-NETCAL-AVAIL-FLAG = "Y"
                   CLOSE NETCAL-FILE
               END-IF
               MOVE CALL-STATUS TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ASTAT-AVAIL-FLAG = "Y"
               CLOSE ALERTSTAT-FILE
           END-IF
           IF WS-XFAIL-AVAIL-FLAG = "Y"
               CLOSE XMITFAIL-FILE
           END-IF
           IF WS-NETCAL-AVAIL-FLAG = "Y"
               CLOSE NETCAL-FILE
           END-IF

           GOBACK
           .
           STRING "NETMANIFEST." WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
                   ".DAT"
               DELIMITED BY SIZE INTO WS-MANIFEST-PATH
           PERFORM LOAD-MANIFEST-SEEN-PARA
           OPEN EXTEND MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "35"
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           .

       LOAD-MANIFEST-SEEN-PARA.
      *    A line written before line types were carried has a blank
      *    type and is a transmission like XMIT.
           MOVE 0 TO WS-MAN-SEEN-COUNT
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
               MOVE "N" TO WS-MAN-EOF-FLAG
               PERFORM UNTIL WS-MAN-EOF-FLAG = "Y"
                   MOVE SPACES TO WS-MANIFEST-LINE
                   READ MANIFEST-FILE INTO WS-MANIFEST-LINE
                       AT END
                           MOVE "Y" TO WS-MAN-EOF-FLAG
                       NOT AT END
                           IF WS-MAN-LINE-TYPE NOT = "RSND"
                                   AND WS-MAN-LINE-TYPE NOT = "DISP"
                               PERFORM ADD-MANIFEST-SEEN-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF
           .

       ADD-MANIFEST-SEEN-PARA.
           IF WS-MAN-SEEN-COUNT LESS THAN 1000
               ADD 1 TO WS-MAN-SEEN-COUNT
               MOVE WS-MAN-PARTNER
                   TO WS-MAN-SEEN-PARTNER (WS-MAN-SEEN-COUNT)
               MOVE WS-MAN-FILE
                   TO WS-MAN-SEEN-FILE (WS-MAN-SEEN-COUNT)
           ELSE
               MOVE "Y" TO WS-MAN-SEEN-FULL-FLAG
           END-IF
           .

       FIND-MANIFEST-SEEN-PARA.
      *    Once the table has overflowed a file missing from it may
      *    still have its line, so it counts as seen rather than risk
      *    a second line.
           MOVE WS-MAN-SEEN-FULL-FLAG TO WS-MAN-SEEN-FLAG
           PERFORM VARYING WS-MAN-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-MAN-SEEN-IDX GREATER THAN WS-MAN-SEEN-COUNT
                       OR WS-MAN-SEEN-FLAG = "Y"
               IF WS-MAN-SEEN-PARTNER (WS-MAN-SEEN-IDX)
                       = WS-PARTNER-CODE
                       AND WS-MAN-SEEN-FILE (WS-MAN-SEEN-IDX)
                           = WS-SEND-FILE-PATH
                   MOVE "Y" TO WS-MAN-SEEN-FLAG
               END-IF
           END-PERFORM
           .

       RECORD-RUN-START-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           COMPUTE WS-RUN-START-SECS =
           MOVE WS-PARTNERS-HELD           TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "PARTNERS HELD CLOSED:   " TO WS-RPT-LABEL
           MOVE WS-PARTNERS-CLOSED         TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "FILES NOT READY:        " TO WS-RPT-LABEL
           MOVE WS-FILES-NOT-READY         TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "CONTROL MISMATCHES:     " TO WS-RPT-LABEL
           MOVE WS-FILES-CTL-MISMATCH      TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "TOTAL BYTES SENT:       " TO WS-RPT-LABEL
           MOVE WS-TOTAL-BYTES-SENT        TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE
           MOVE WS-TOTAL-WIRE-BYTES        TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "FILES MOVED TO SENT:    " TO WS-RPT-LABEL
           MOVE WS-FILES-TO-SENT           TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "FILES MOVED TO ERROR:   " TO WS-RPT-LABEL
           MOVE WS-FILES-TO-ERROR          TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "DISPOSITIONS FAILED:    " TO WS-RPT-LABEL
           MOVE WS-DISP-FAILED             TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "SENT NAMES REUSED:      " TO WS-RPT-LABEL
           MOVE WS-FILES-NAME-REUSED       TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "ELAPSED SECONDS:        " TO WS-RPT-LABEL
           MOVE WS-ELAPSED-SECS            TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE
           .

       LOAD-NETSYS-PARA.
      *    The C$NetInit retry policy applies once per run (the
      *    library is initialized once, not once per partner), so it
      *    is a run-level setting in NETSYS.DAT rather than a partner
      *    column. The per-partner host/port/timeout/file values are
      *    read in PROCESS-PARTNERS-PARA.
           OPEN INPUT NETSYS-FILE
           IF WS-NETSYS-STATUS = "00"
               READ NETSYS-FILE INTO NETSYS-RECORD
               IF WS-NETSYS-STATUS = "00"
                   IF NETSYS-RETRY-COUNT IS NUMERIC
                       MOVE NETSYS-RETRY-COUNT TO WS-INIT-RETRY-COUNT
                   END-IF
                   IF NETSYS-RETRY-DELAY-SECS IS NUMERIC
                       MOVE NETSYS-RETRY-DELAY-SECS
                           TO WS-INIT-RETRY-DELAY
                   END-IF
               END-IF
               CLOSE NETSYS-FILE
           ELSE
               DISPLAY "NETSYS.DAT not found, using default "
                   "retry policy."
           END-IF
           .

       LOAD-DISPCTL-PARA.
      *    Blank area columns keep the default area names. Both areas
      *    are created if missing; an area that already exists just
      *    returns a status that is not needed here.
           OPEN INPUT DISPCTL-FILE
           IF WS-DISPCTL-STATUS = "00"
               READ DISPCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DISPCTL-FAIL-DAYS IS NUMERIC
                               AND DISPCTL-FAIL-DAYS NOT = "000"
                           MOVE DISPCTL-FAIL-DAYS TO WS-DISP-FAIL-DAYS
                       ELSE
                           DISPLAY "NETDISPCTL.DAT failure days not "
                               "numeric, using default."
                       END-IF
                       IF DISPCTL-SENT-AREA NOT = SPACES
                           MOVE DISPCTL-SENT-AREA TO WS-DISP-SENT-AREA
                       END-IF
                       IF DISPCTL-ERROR-AREA NOT = SPACES
                           MOVE DISPCTL-ERROR-AREA
                               TO WS-DISP-ERROR-AREA
                       END-IF
               END-READ
               CLOSE DISPCTL-FILE
           END-IF
           CALL "CBL_CREATE_DIR"
               USING WS-DISP-SENT-AREA
               GIVING WS-DISP-STATUS
               ON EXCEPTION
                   CONTINUE
           END-CALL
           CALL "CBL_CREATE_DIR"
               USING WS-DISP-ERROR-AREA
               GIVING WS-DISP-STATUS
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .

       PROCESS-PARTNERS-PARA.
      *    Each partner is sent with the version of its settings in
      *    effect on the run date, so a change keyed in ahead of time
      *    takes hold on its effective date without another run of
      *    NETCFGMNT.
           PERFORM OPEN-NETCFG-PARA
           IF WS-NETCFG-AVAIL-FLAG = "N"
               DISPLAY "NETCFG.DAT not found, sending to default "
                   "single destination."
               MOVE WS-PARTNER-CODE TO WS-LOG-PARTNER-CODE
               PERFORM PROCESS-ONE-PARTNER-PARA
           ELSE
               MOVE WS-RUN-DATE TO WS-NETCFG-AS-OF
               PERFORM LOAD-NETCFG-AS-OF-PARA
               CLOSE NETCFG-FILE
               MOVE WS-NETCFG-COUNT TO WS-NETCFG-ROWS-READ
               MOVE 0 TO WS-SND-COUNT
               MOVE 1 TO WS-NETCFG-IDX
               PERFORM UNTIL WS-NETCFG-IDX GREATER THAN WS-NETCFG-COUNT
                   MOVE WS-NETCFG-ROW (WS-NETCFG-IDX) TO NETCFG-RECORD
                   IF NETCFG-INACTIVE
                       DISPLAY "Partner " NETCFG-PARTNER-CODE
                           " is deactivated, skipping."
                   ELSE
                       ADD 1 TO WS-SND-COUNT
                       MOVE NETCFG-RECORD TO WS-SND-ROW (WS-SND-COUNT)
                   END-IF
                   ADD 1 TO WS-NETCFG-IDX
               END-PERFORM
               PERFORM SORT-SEND-TABLE-PARA
               MOVE 1 TO WS-SND-IDX
               PERFORM UNTIL WS-SND-IDX GREATER THAN WS-SND-COUNT
                   MOVE WS-SND-ROW (WS-SND-IDX) TO NETCFG-RECORD
                   PERFORM CHECK-SEND-WINDOW-PARA
                   PERFORM CHECK-PARTNER-CLOSED-PARA
                   IF WS-WINDOW-OPEN-FLAG = "Y"
                       MOVE NETCFG-PARTNER-CODE TO WS-PARTNER-CODE
                       MOVE NETCFG-PARTNER-CODE
                           TO WS-PARTNER-CREDENTIAL
                       PERFORM PROCESS-ONE-PARTNER-PARA
                   ELSE
                       IF WS-WINDOW-OPEN-FLAG = "C"
                           PERFORM HOLD-FOR-CLOSURE-PARA
                       ELSE
                           PERFORM HOLD-FOR-WINDOW-PARA
                       END-IF
                   END-IF
                   ADD 1 TO WS-SND-IDX
               END-PERFORM
               IF WS-NETCFG-ROWS-READ = 0
                   DISPLAY "NETCFG.DAT has no partner in effect "
                       "today, sending to default single destination."
                   MOVE WS-PARTNER-CODE TO WS-LOG-PARTNER-CODE
                   PERFORM PROCESS-ONE-PARTNER-PARA
               END-IF
       SORT-SEND-TABLE-PARA.
      *    An adjacent-exchange bubble sort that swaps only on a
      *    strictly greater priority, so it is stable: equal-priority
      *    partners keep their partner-code order and today's send
      *    order is tomorrow's. A simple sort is plenty at this
      *    table size.
           MOVE 1 TO WS-SND-IDX
           END-IF
           .

       CHECK-PARTNER-CLOSED-PARA.
      *    A closed day outranks the window: the partner's shop is
      *    not taking files at any hour, so that is what the report
      *    says.
           MOVE NETCFG-PARTNER-CODE TO WS-CAL-PARTNER
           MOVE WS-RUN-DATE         TO WS-CAL-DATE
           PERFORM CHECK-CAL-CLOSED-PARA
           IF CAL-CLOSED
               MOVE "C" TO WS-WINDOW-OPEN-FLAG
           END-IF
           .

       HOLD-FOR-WINDOW-PARA.
           ADD 1 TO WS-PARTNERS-HELD
           DISPLAY "Partner " NETCFG-PARTNER-CODE
               " held for window "
               NETCFG-SEND-EARLIEST "-"
               NETCFG-SEND-LATEST ", not a failure."
           MOVE NETCFG-PARTNER-CODE  TO WS-RPT-HELD-PARTNER
           MOVE NETCFG-SEND-EARLIEST TO WS-RPT-HELD-EARLIEST
           MOVE NETCFG-SEND-LATEST   TO WS-RPT-HELD-LATEST
           WRITE REPORT-RECORD FROM WS-RPT-HELD-LINE
           .

       HOLD-FOR-CLOSURE-PARA.
           ADD 1 TO WS-PARTNERS-CLOSED
           DISPLAY "Partner " NETCFG-PARTNER-CODE
               " held, closed today (" WS-CAL-DESCRIPTION
               "), not a failure."
           MOVE NETCFG-PARTNER-CODE TO WS-RPT-CLOSED-PARTNER
           IF WS-CAL-CLOSED-BY = "*"
               MOVE "SHOP"           TO WS-RPT-CLOSED-BY
           ELSE
               MOVE "PARTNER"        TO WS-RPT-CLOSED-BY
           END-IF
           MOVE WS-CAL-DESCRIPTION  TO WS-RPT-CLOSED-DESC
           WRITE REPORT-RECORD FROM WS-RPT-CLOSED-LINE
           .

       PROCESS-ONE-PARTNER-PARA.
           PERFORM RECOVER-MANIFEST-LINES-PARA
           PERFORM RESOLVE-PATTERN-PARA
           MOVE WS-FILE-COUNT TO WS-FILES-MATCHED
           PERFORM SCREEN-READY-FILES-PARA
           IF WS-FILE-COUNT = 0
               IF WS-FILES-MATCHED = 0
                   DISPLAY "No files match " WS-FILE-PATTERN
                       " for partner " WS-PARTNER-CODE ", nothing to "
                       "send."
               ELSE
                   DISPLAY "No extract ready for partner "
                       WS-PARTNER-CODE ", nothing to send."
               END-IF
           ELSE
               MOVE 0 TO WS-PART-FILES-FAILED
               MOVE 0 TO WS-ALERT-CALL-STATUS
           END-IF
           .

       SEND-ONE-FILE-PARA.
           PERFORM CHECK-CHKPT-PARA
           IF CHKPT-ALREADY-DONE
               DISPLAY "File " WS-SEND-FILE-PATH " for partner "
                   WS-PARTNER-CODE " already transmitted today, "
                   "skipping resend."
      *        Still here and older than the checkpoint means the
      *        earlier run stopped between the acknowledgment and the
      *        move; finish the move now. A second extract under the
      *        same name was held at screening and stays put.
      *        The file's XMIT line is written now if that run
      *        stopped before it; if the line is there (the earlier
      *        move failed and the file was KEPT), a DISP line
      *        records where it has gone instead.
               PERFORM CHECK-SENT-LEFTOVER-PARA
               IF WS-SENT-LEFTOVER-FLAG = "Y"
                   PERFORM FIND-MANIFEST-SEEN-PARA
                   PERFORM LOAD-LATE-MANIFEST-PARA
                   PERFORM DISPOSE-SENT-FILE-PARA
                   IF WS-MAN-SEEN-FLAG = "N"
                       PERFORM WRITE-MANIFEST-ENTRY-PARA
                   ELSE
                       IF WS-DISP-CODE = "SENT"
                           PERFORM WRITE-MANIFEST-DISP-PARA
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE WS-FILES-TRANSMITTED TO WS-FILES-XMIT-BEFORE
               MOVE WS-SEND-FILE-PATH TO WS-SEND-HDR-NAME
               IF XFER-BLOCK-MODE OR XFER-COMPRESSED-MODE
                   PERFORM SEND-FILE-BLOCK-PARA
               ELSE
               IF WS-FILES-TRANSMITTED
                       GREATER THAN WS-FILES-XMIT-BEFORE
                   PERFORM MARK-CHKPT-DONE-PARA
                   PERFORM DISPOSE-SENT-FILE-PARA
                   PERFORM WRITE-MANIFEST-ENTRY-PARA
                   PERFORM CLEAR-XFAIL-PARA
               ELSE
                   ADD 1 TO WS-PART-FILES-FAILED
                   MOVE CALL-STATUS TO WS-ALERT-CALL-STATUS
                   PERFORM RECORD-XFAIL-PARA
               END-IF
           END-IF
           .

       LOAD-LATE-MANIFEST-PARA.
      *    The earlier run stopped before its manifest line was
      *    written. The checkpoint row carries no counts, so the
      *    envelope figures and control totals are taken again from
      *    the file and its control record, both still where that
      *    send left them, and the late line carries what the
      *    original would have.
           PERFORM LOAD-LATE-CONTROL-PARA
           PERFORM RECOUNT-SEND-FILE-PARA
           .

       LOAD-LATE-CONTROL-PARA.
           MOVE SPACES TO WS-READY-RESULT
           INITIALIZE NETCTL-RECORD
           PERFORM READ-CONTROL-RECORD-PARA
           IF WS-READY-RESULT NOT = SPACES
               INITIALIZE NETCTL-RECORD
           END-IF
           MOVE NETCTL-REC-COUNT  TO WS-FILE-CTL-RECS (WS-FILE-IDX)
           MOVE NETCTL-HASH-FIELD TO WS-FILE-CTL-FIELD (WS-FILE-IDX)
           MOVE NETCTL-HASH-TOTAL TO WS-FILE-CTL-HASH (WS-FILE-IDX)
           .

       RECOUNT-SEND-FILE-PARA.
           MOVE 0 TO WS-ENV-REC-COUNT
           MOVE 0 TO WS-ENV-BYTE-COUNT
           MOVE 0 TO WS-ENV-WIRE-BYTES
           MOVE "N" TO WS-SEND-WRITE-FAILED
           IF XFER-BLOCK-MODE OR XFER-COMPRESSED-MODE
               PERFORM RECOUNT-FILE-BLOCKS-PARA
           ELSE
               PERFORM RECOUNT-FILE-RECORDS-PARA
           END-IF
           .

       RECOUNT-FILE-RECORDS-PARA.
           MOVE "N" TO WS-SEND-EOF-FLAG
           OPEN INPUT SEND-FILE
           IF WS-SEND-FILE-STATUS = "00"
               PERFORM UNTIL WS-SEND-EOF-FLAG = "Y"
                   READ SEND-FILE
                       AT END
                           MOVE "Y" TO WS-SEND-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-ENV-REC-COUNT
                           ADD WS-SEND-RECORD-LEN
                               TO WS-ENV-BYTE-COUNT
                           ADD WS-SEND-RECORD-LEN
                               TO WS-ENV-WIRE-BYTES
                   END-READ
               END-PERFORM
               CLOSE SEND-FILE
           END-IF
           .

       RECOUNT-FILE-BLOCKS-PARA.
      *    Blocks are cut and, in compressed mode, encoded exactly as
      *    the block send does it, so the wire figure matches too.
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-SEND-FILE-PATH WS-CHECK-FILE-DETAILS
               GIVING WS-BLK-STATUS
           END-CALL
           IF WS-BLK-STATUS = 0
               MOVE 1 TO WS-BLK-ACCESS-MODE
               CALL "CBL_OPEN_FILE"
                   USING WS-SEND-FILE-PATH WS-BLK-ACCESS-MODE
                       WS-BLK-DENY-MODE WS-BLK-DEVICE
                       WS-BLK-FILE-HANDLE
                   GIVING WS-BLK-STATUS
               END-CALL
           END-IF
           IF WS-BLK-STATUS = 0
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
                       IF XFER-COMPRESSED-MODE
                           MOVE WS-BLK-BUFFER TO WS-CMP-DATA-BUFFER
                           MOVE WS-BLK-LEN    TO WS-CMP-DATA-LEN
                           PERFORM COMPRESS-BLOCK-PARA
                       ELSE
                           MOVE WS-BLK-LEN TO WS-CMP-WIRE-LEN
                       END-IF
                       ADD 1 TO WS-ENV-REC-COUNT
                       ADD WS-BLK-LEN TO WS-ENV-BYTE-COUNT
                       ADD WS-CMP-WIRE-LEN TO WS-ENV-WIRE-BYTES
                       ADD WS-BLK-LEN TO WS-BLK-OFFSET
                       SUBTRACT WS-BLK-LEN FROM WS-BLK-REMAINING
                   END-IF
               END-PERFORM
               CALL "CBL_CLOSE_FILE"
                   USING WS-BLK-FILE-HANDLE
               END-CALL
           END-IF
           .

       RECOVER-MANIFEST-LINES-PARA.
      *    A run that stopped after moving a file to the sent area
      *    but before writing its manifest line leaves a DONE row for
      *    a file no pattern finds any more. Today's rows for the
      *    partner are walked, and each such file is given its XMIT
      *    line from the sent copy. The file list is built afresh
      *    after this, so its first slot carries the control totals.
           MOVE 1 TO WS-FILE-IDX
           MOVE WS-RUN-DATE     TO CHKPT-RUN-DATE
           MOVE WS-PARTNER-CODE TO CHKPT-PARTNER-CODE
           MOVE LOW-VALUES      TO CHKPT-FILE-NAME
           START CHECKPOINT-FILE KEY NOT LESS THAN CHKPT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CHKPT-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-CHKPT-EOF-FLAG
           END-START
           PERFORM UNTIL WS-CHKPT-EOF-FLAG = "Y"
               READ CHECKPOINT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-CHKPT-EOF-FLAG
                   NOT AT END
                       IF CHKPT-RUN-DATE NOT = WS-RUN-DATE
                               OR CHKPT-PARTNER-CODE
                                   NOT = WS-PARTNER-CODE
                           MOVE "Y" TO WS-CHKPT-EOF-FLAG
                       ELSE
                           IF CHKPT-STATUS = "DONE"
                               PERFORM RECOVER-ONE-LINE-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       RECOVER-ONE-LINE-PARA.
      *    A file still under its own name is left to the send pass,
      *    which finishes its move and writes its line there.
           MOVE CHKPT-FILE-NAME TO WS-SEND-FILE-PATH
           PERFORM FIND-MANIFEST-SEEN-PARA
           IF WS-MAN-SEEN-FLAG = "N"
               CALL "CBL_CHECK_FILE_EXIST"
                   USING WS-SEND-FILE-PATH WS-CHECK-FILE-DETAILS
                   GIVING WS-DISP-STATUS
               END-CALL
               IF WS-DISP-STATUS NOT = 0
                   MOVE WS-DISP-SENT-AREA TO WS-DISP-AREA
                   PERFORM BUILD-DISP-PATH-PARA
                   CALL "CBL_CHECK_FILE_EXIST"
                       USING WS-DISP-PATH WS-CHECK-FILE-DETAILS
                       GIVING WS-DISP-STATUS
                   END-CALL
                   IF WS-DISP-STATUS = 0
                       PERFORM WRITE-RECOVERED-LINE-PARA
                   END-IF
               END-IF
           END-IF
           .

       WRITE-RECOVERED-LINE-PARA.
      *    The control record normally went with the file; if the run
      *    stopped between the two moves it is still beside the
      *    original name, and is read and moved from there.
           IF WS-DISP-PATH (61 : ) NOT = SPACES
               DISPLAY "Sent copy " WS-DISP-PATH " of "
                   WS-SEND-FILE-PATH " has no manifest line and its "
                   "name is too long to recount, record it by hand."
               MOVE -1 TO WS-DISP-STATUS
               MOVE "DISP" TO WS-ALERT-TYPE
               PERFORM WRITE-DISP-ALERT-PARA
           ELSE
               MOVE WS-SEND-FILE-PATH TO WS-RECOVER-PATH
               MOVE WS-DISP-PATH TO WS-SEND-FILE-PATH
               PERFORM LOAD-LATE-MANIFEST-PARA
               MOVE WS-RECOVER-PATH TO WS-SEND-FILE-PATH
               IF WS-READY-RESULT NOT = SPACES
                   PERFORM LOAD-LATE-CONTROL-PARA
                   IF WS-READY-RESULT = SPACES
                       PERFORM MOVE-CONTROL-RECORD-PARA
                   END-IF
               END-IF
               MOVE "SENT" TO WS-DISP-CODE
               PERFORM WRITE-MANIFEST-ENTRY-PARA
               DISPLAY "File " WS-SEND-FILE-PATH " for partner "
                   WS-PARTNER-CODE " already moved to "
                   WS-DISP-PATH ", manifest line written."
           END-IF
           .

                   PERFORM GET-NEXT-MATCH-PARA
                   PERFORM UNTIL CALL-STATUS NOT = 0
                           OR WS-FILE-COUNT NOT LESS THAN 100
                       PERFORM ADD-PATTERN-MATCH-PARA
                       PERFORM GET-NEXT-MATCH-PARA
                   END-PERFORM
                   IF WS-FILE-COUNT NOT LESS THAN 100
           END-IF
           .

       ADD-PATTERN-MATCH-PARA.
      *    An extract's control record matches the extract's pattern
      *    as well, but it only travels with its extract.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LISTDIR-NAME
               TRAILING)) TO WS-LISTDIR-NAME-LEN
           IF WS-LISTDIR-NAME-LEN GREATER THAN 4
                   AND WS-LISTDIR-NAME (WS-LISTDIR-NAME-LEN - 3 : 4)
                       = ".CTL"
               CONTINUE
           ELSE
               ADD 1 TO WS-FILE-COUNT
               MOVE WS-LISTDIR-NAME TO WS-FILE-LIST (WS-FILE-COUNT)
           END-IF
           .

       SCREEN-READY-FILES-PARA.
      *    Runs before any connection is made, so a partner with
      *    nothing ready is not dialled at all. A file already sent
      *    today is kept without a check when it is only still here
      *    because its move to the sent area is unfinished; a new
      *    extract written under the sent name is held for the
      *    operator to resend, since today's checkpoint would stop
      *    it going out and its move would overwrite the sent copy.
      *    One already sent and moved is simply dropped.
           MOVE 0 TO WS-READY-KEEP-COUNT
           MOVE 1 TO WS-FILE-IDX
           PERFORM UNTIL WS-FILE-IDX GREATER THAN WS-FILE-COUNT
               MOVE WS-FILE-LIST (WS-FILE-IDX) TO WS-SEND-FILE-PATH
               PERFORM CHECK-CHKPT-PARA
               IF CHKPT-ALREADY-DONE
                   PERFORM CHECK-SENT-LEFTOVER-PARA
                   MOVE SPACES TO WS-READY-RESULT
                   INITIALIZE NETCTL-RECORD
                   IF WS-SENT-LEFTOVER-FLAG = "N"
                       MOVE "ALREADY SENT,"  TO WS-READY-RESULT
                       MOVE "NEW EXTRACT UNDER SENT NAME"
                           TO WS-READY-REASON
                   END-IF
               ELSE
                   PERFORM CHECK-EXTRACT-READY-PARA
               END-IF
               IF NOT (CHKPT-ALREADY-DONE
                       AND WS-SENT-LEFTOVER-FLAG = "M")
                   IF WS-READY-RESULT = SPACES
                       ADD 1 TO WS-READY-KEEP-COUNT
                       MOVE WS-FILE-LIST (WS-FILE-IDX)
                           TO WS-FILE-LIST (WS-READY-KEEP-COUNT)
                       MOVE NETCTL-REC-COUNT
                           TO WS-FILE-CTL-RECS (WS-READY-KEEP-COUNT)
                       MOVE NETCTL-HASH-FIELD
                           TO WS-FILE-CTL-FIELD (WS-READY-KEEP-COUNT)
                       MOVE NETCTL-HASH-TOTAL
                           TO WS-FILE-CTL-HASH (WS-READY-KEEP-COUNT)
                   ELSE
                       PERFORM HOLD-NOT-READY-PARA
                   END-IF
               END-IF
               ADD 1 TO WS-FILE-IDX
           END-PERFORM
           MOVE WS-READY-KEEP-COUNT TO WS-FILE-COUNT
           .

       CHECK-EXTRACT-READY-PARA.
           MOVE SPACES TO WS-READY-RESULT
           MOVE SPACES TO WS-READY-REASON
           INITIALIZE NETCTL-RECORD
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-SEND-FILE-PATH WS-CHECK-FILE-DETAILS
               GIVING WS-DISP-STATUS
           END-CALL
           IF WS-DISP-STATUS NOT = 0
               MOVE "NOT READY,"        TO WS-READY-RESULT
               MOVE "EXTRACT NOT FOUND" TO WS-READY-REASON
           ELSE
               PERFORM READ-CONTROL-RECORD-PARA
           END-IF
           IF WS-READY-RESULT = SPACES
               PERFORM COUNT-EXTRACT-PARA
           END-IF
           .

       READ-CONTROL-RECORD-PARA.
           MOVE SPACES TO WS-CTL-PATH
           STRING WS-SEND-FILE-PATH DELIMITED BY SPACE
                   ".CTL"           DELIMITED BY SIZE
               INTO WS-CTL-PATH
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               MOVE "NOT READY,"        TO WS-READY-RESULT
               MOVE "NO CONTROL RECORD" TO WS-READY-REASON
           ELSE
               READ CTL-FILE INTO NETCTL-RECORD
                   AT END
                       MOVE "NOT READY,"        TO WS-READY-RESULT
                       MOVE "CONTROL RECORD EMPTY"
                           TO WS-READY-REASON
                   NOT AT END
                       IF NETCTL-REC-COUNT IS NOT NUMERIC
                               OR NETCTL-HASH-OFFSET IS NOT NUMERIC
                               OR NETCTL-HASH-LENGTH IS NOT NUMERIC
                               OR NETCTL-HASH-TOTAL IS NOT NUMERIC
                               OR NETCTL-HASH-OFFSET = 0
                               OR NETCTL-HASH-LENGTH = 0
                               OR NETCTL-HASH-LENGTH GREATER THAN 18
                               OR NETCTL-HASH-OFFSET
                                   + NETCTL-HASH-LENGTH - 1
                                   GREATER THAN 200
                           MOVE "NOT READY,"    TO WS-READY-RESULT
                           MOVE "CONTROL RECORD INVALID"
                               TO WS-READY-REASON
                       END-IF
               END-READ
               CLOSE CTL-FILE
           END-IF
           .

       COUNT-EXTRACT-PARA.
      *    The extract is read the same way the send path reads it,
      *    so the count is the count the envelope will carry.
           MOVE 0 TO WS-READY-RECS
           MOVE 0 TO WS-READY-HASH
           MOVE "N" TO WS-SEND-EOF-FLAG
           OPEN INPUT SEND-FILE
           IF WS-SEND-FILE-STATUS NOT = "00"
               MOVE "NOT READY,"           TO WS-READY-RESULT
               MOVE "EXTRACT NOT READABLE" TO WS-READY-REASON
           ELSE
               PERFORM UNTIL WS-SEND-EOF-FLAG = "Y"
                   READ SEND-FILE
                       AT END
                           MOVE "Y" TO WS-SEND-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READY-RECS
                           PERFORM ADD-TO-HASH-TOTAL-PARA
                   END-READ
               END-PERFORM
               CLOSE SEND-FILE
               IF WS-READY-RECS NOT = NETCTL-REC-COUNT
                   MOVE "CONTROL MISMATCH,"    TO WS-READY-RESULT
                   MOVE "RECORD COUNT DIFFERS" TO WS-READY-REASON
               ELSE
                   IF WS-READY-HASH NOT = NETCTL-HASH-TOTAL
                       MOVE "CONTROL MISMATCH,"  TO WS-READY-RESULT
                       MOVE "HASH TOTAL DIFFERS" TO WS-READY-REASON
                   END-IF
               END-IF
               IF WS-READY-RESULT NOT = SPACES
                   DISPLAY "File " WS-SEND-FILE-PATH " control "
                       NETCTL-REC-COUNT " records, hash "
                       NETCTL-HASH-TOTAL "; extract " WS-READY-RECS
                       " records, hash " WS-READY-HASH "."
               END-IF
           END-IF
           .

       ADD-TO-HASH-TOTAL-PARA.
           MOVE SPACES TO WS-READY-LINE
           IF WS-SEND-RECORD-LEN GREATER THAN 0
               MOVE SEND-RECORD (1 : WS-SEND-RECORD-LEN)
                   TO WS-READY-LINE
           END-IF
           IF WS-READY-LINE (NETCTL-HASH-OFFSET : NETCTL-HASH-LENGTH)
                   NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-READY-LINE
                       (NETCTL-HASH-OFFSET : NETCTL-HASH-LENGTH)) = 0
                   COMPUTE WS-READY-HASH = WS-READY-HASH
                       + FUNCTION NUMVAL(WS-READY-LINE
                           (NETCTL-HASH-OFFSET : NETCTL-HASH-LENGTH))
               END-IF
           END-IF
           .

       HOLD-NOT-READY-PARA.
      *    Not a transmission failure: the file never left, so it
      *    neither counts toward the error area nor raises the
      *    partner's SEND alert; it waits for the next run. A new
      *    extract under an already-sent name waits for a resend and
      *    raises a DISP warning so the operator knows it is there.
           IF WS-READY-RESULT = "NOT READY,"
               ADD 1 TO WS-FILES-NOT-READY
               MOVE "NRDY" TO WS-ALERT-TYPE
           ELSE
               IF WS-READY-RESULT = "ALREADY SENT,"
                   ADD 1 TO WS-FILES-NAME-REUSED
                   MOVE "DISP" TO WS-ALERT-TYPE
               ELSE
                   ADD 1 TO WS-FILES-CTL-MISMATCH
                   MOVE "CTLM" TO WS-ALERT-TYPE
               END-IF
           END-IF
           DISPLAY "File " WS-SEND-FILE-PATH " for partner "
               WS-PARTNER-CODE " held, " WS-READY-RESULT " "
               WS-READY-REASON
           MOVE WS-READY-RESULT   TO WS-RPT-READY-RESULT
           MOVE WS-PARTNER-CODE   TO WS-RPT-READY-PARTNER
           MOVE WS-SEND-FILE-PATH TO WS-RPT-READY-FILE
           MOVE WS-READY-REASON   TO WS-RPT-READY-REASON
           WRITE REPORT-RECORD FROM WS-RPT-READY-LINE
           MOVE 0 TO WS-DISP-STATUS
           PERFORM WRITE-DISP-ALERT-PARA
           .

       GET-NEXT-MATCH-PARA.
           MOVE SPACES TO WS-LISTDIR-NAME
           CALL "C$ListDirectory"
               USING WS-LISTDIR-OP WS-LISTDIR-NAME
               GIVING CALL-STATUS
               ON EXCEPTION
                   MOVE -1 TO CALL-STATUS
           END-CALL
           .

       WRITE-MANIFEST-ENTRY-PARA.
           MOVE "XMIT"            TO WS-MAN-LINE-TYPE
           PERFORM PUT-MANIFEST-LINE-PARA
           PERFORM ADD-MANIFEST-SEEN-PARA
           .

       WRITE-MANIFEST-DISP-PARA.
           MOVE "DISP"            TO WS-MAN-LINE-TYPE
           PERFORM PUT-MANIFEST-LINE-PARA
           .

       PUT-MANIFEST-LINE-PARA.
           MOVE WS-PARTNER-CODE   TO WS-MAN-PARTNER
           MOVE WS-SEND-FILE-PATH TO WS-MAN-FILE
           MOVE WS-ENV-REC-COUNT  TO WS-MAN-RECS
           MOVE WS-ENV-BYTE-COUNT TO WS-MAN-BYTES
           MOVE WS-ENV-WIRE-BYTES TO WS-MAN-WIRE-BYTES
           MOVE WS-XFER-MODE      TO WS-MAN-XFER-MODE
           MOVE WS-DISP-CODE      TO WS-MAN-DISPOSITION
           MOVE WS-DISP-PATH      TO WS-MAN-DISP-PATH
           MOVE SPACES            TO WS-MAN-ORIG-DATE
           MOVE WS-FILE-CTL-RECS (WS-FILE-IDX)  TO WS-MAN-CTL-RECS
           MOVE WS-FILE-CTL-FIELD (WS-FILE-IDX) TO WS-MAN-CTL-FIELD
           MOVE WS-FILE-CTL-HASH (WS-FILE-IDX)  TO WS-MAN-CTL-HASH
           WRITE MANIFEST-RECORD FROM WS-MANIFEST-LINE
           .

       BUILD-DISP-PATH-PARA.
      *    Only the file's own name goes into the area name: a
      *    pattern may reach into a directory, and the areas are
      *    flat.
           MOVE 0 TO WS-DISP-NAME-START
           PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
                   UNTIL WS-DISP-IDX GREATER THAN 60
               IF WS-SEND-FILE-PATH (WS-DISP-IDX : 1) = "/"
                   MOVE WS-DISP-IDX TO WS-DISP-NAME-START
               END-IF
           END-PERFORM
           IF WS-DISP-NAME-START NOT LESS THAN 60
               MOVE 0 TO WS-DISP-NAME-START
           END-IF
           ADD 1 TO WS-DISP-NAME-START
           MOVE SPACES TO WS-DISP-PATH
           STRING WS-DISP-AREA      DELIMITED BY SPACE
                   "/"              DELIMITED BY SIZE
                   WS-PARTNER-CODE  DELIMITED BY SPACE
                   "."              DELIMITED BY SIZE
                   WS-RUN-DATE      DELIMITED BY SIZE
                   "."              DELIMITED BY SIZE
                   WS-SEND-FILE-PATH (WS-DISP-NAME-START : )
                                    DELIMITED BY SPACE
               INTO WS-DISP-PATH
           .

       CHECK-SENT-LEFTOVER-PARA.
      *    Called with today's DONE checkpoint row just read. The
      *    checkpoint keeps its time to the minute, so the file must
      *    date from an earlier minute; a row without a usable time
      *    leaves the missing sent copy to decide alone.
           MOVE "M" TO WS-SENT-LEFTOVER-FLAG
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-SEND-FILE-PATH WS-CHECK-FILE-DETAILS
               GIVING WS-DISP-STATUS
           END-CALL
           IF WS-DISP-STATUS = 0
               MOVE "N" TO WS-SENT-LEFTOVER-FLAG
               COMPUTE WS-FILE-STAMP =
                   WS-CHECK-FILE-YEAR  * 100000000
                 + WS-CHECK-FILE-MONTH * 1000000
                 + WS-CHECK-FILE-DAY   * 10000
                 + WS-CHECK-FILE-HOUR  * 100
                 + WS-CHECK-FILE-MIN
               MOVE SPACES TO WS-CHKPT-STAMP-X
               STRING CHKPT-TIMESTAMP (1 : 4) CHKPT-TIMESTAMP (6 : 2)
                       CHKPT-TIMESTAMP (9 : 2) CHKPT-TIMESTAMP (12 : 2)
                       CHKPT-TIMESTAMP (15 : 2)
                   DELIMITED BY SIZE INTO WS-CHKPT-STAMP-X
               MOVE WS-DISP-SENT-AREA TO WS-DISP-AREA
               PERFORM BUILD-DISP-PATH-PARA
               CALL "CBL_CHECK_FILE_EXIST"
                   USING WS-DISP-PATH WS-CHECK-FILE-DETAILS
                   GIVING WS-DISP-STATUS
               END-CALL
               IF WS-DISP-STATUS NOT = 0
                   IF WS-CHKPT-STAMP-X IS NUMERIC
                       MOVE WS-CHKPT-STAMP-X TO WS-CHKPT-STAMP
                       IF WS-FILE-STAMP LESS THAN WS-CHKPT-STAMP
                           MOVE "Y" TO WS-SENT-LEFTOVER-FLAG
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-SENT-LEFTOVER-FLAG
                   END-IF
               END-IF
           END-IF
           .

       RENAME-SEND-FILE-PARA.
      *    The move is logged to NETLOG beside the transfer it closes
      *    out, so the log alone shows where each acknowledged file
      *    went.
      *    A copy already under the area name is never replaced:
      *    the move fails and the file stays where it is.
           PERFORM BUILD-DISP-PATH-PARA
           MOVE "N" TO WS-LOG-EXCEPTION-FLAG
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-DISP-PATH WS-CHECK-FILE-DETAILS
               GIVING WS-DISP-STATUS
           END-CALL
           IF WS-DISP-STATUS = 0
               DISPLAY WS-DISP-PATH " already exists, not replaced."
               MOVE -1 TO WS-DISP-STATUS
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING WS-SEND-FILE-PATH WS-DISP-PATH
                   GIVING WS-DISP-STATUS
                   ON EXCEPTION
                       MOVE "Y" TO WS-LOG-EXCEPTION-FLAG
                       MOVE -1 TO WS-DISP-STATUS
                       DISPLAY "Exception when calling "
                           "CBL_RENAME_FILE."
               END-CALL
           END-IF
           MOVE WS-DISP-STATUS TO CALL-STATUS
           MOVE "FILE-RENAME" TO WS-LOG-CALL-NAME
           PERFORM WRITE-NETLOG-ENTRY-PARA
           .

       DISPOSE-SENT-FILE-PARA.
      *    A file the partner accepted but that could not be moved is
      *    left in place and marked KEPT; today's checkpoint row still
      *    stops a same-day resend, and the DISP alert tells the
      *    operator to move it by hand before tomorrow's run.
           MOVE WS-DISP-SENT-AREA TO WS-DISP-AREA
           PERFORM RENAME-SEND-FILE-PARA
           IF WS-DISP-STATUS = 0
               MOVE "SENT" TO WS-DISP-CODE
               ADD 1 TO WS-FILES-TO-SENT
               PERFORM MOVE-CONTROL-RECORD-PARA
           ELSE
               DISPLAY "Unable to move " WS-SEND-FILE-PATH
                   " to the sent area, status " WS-DISP-STATUS "."
               MOVE "KEPT" TO WS-DISP-CODE
               MOVE WS-SEND-FILE-PATH TO WS-DISP-PATH
               ADD 1 TO WS-DISP-FAILED
               MOVE "DISP" TO WS-ALERT-TYPE
               PERFORM WRITE-DISP-ALERT-PARA
           END-IF
           PERFORM WRITE-DISP-LINE-PARA
           .

       DISPOSE-ERROR-FILE-PARA.
           MOVE WS-DISP-ERROR-AREA TO WS-DISP-AREA
           PERFORM RENAME-SEND-FILE-PARA
           IF WS-DISP-STATUS = 0
               MOVE "ERRQ" TO WS-DISP-CODE
               ADD 1 TO WS-FILES-TO-ERROR
               PERFORM MOVE-CONTROL-RECORD-PARA
               PERFORM CLEAR-XFAIL-PARA
           ELSE
               DISPLAY "Unable to move " WS-SEND-FILE-PATH
                   " to the error area, status " WS-DISP-STATUS "."
               MOVE "KEPT" TO WS-DISP-CODE
               MOVE WS-SEND-FILE-PATH TO WS-DISP-PATH
               ADD 1 TO WS-DISP-FAILED
           END-IF
           MOVE "ERRQ" TO WS-ALERT-TYPE
           PERFORM WRITE-DISP-ALERT-PARA
           PERFORM WRITE-DISP-LINE-PARA
           .

       MOVE-CONTROL-RECORD-PARA.
      *    The control record follows its extract under the same
      *    area name with .CTL added, so a stale one can never vouch
      *    for tomorrow's extract of the same name.
           MOVE SPACES TO WS-CTL-PATH
           STRING WS-SEND-FILE-PATH DELIMITED BY SPACE
                   ".CTL"           DELIMITED BY SIZE
               INTO WS-CTL-PATH
           MOVE SPACES TO WS-CTL-DISP-PATH
           STRING WS-DISP-PATH      DELIMITED BY SPACE
                   ".CTL"           DELIMITED BY SIZE
               INTO WS-CTL-DISP-PATH
           CALL "CBL_RENAME_FILE"
               USING WS-CTL-PATH WS-CTL-DISP-PATH
               GIVING WS-CTL-RENAME-STATUS
               ON EXCEPTION
                   MOVE -1 TO WS-CTL-RENAME-STATUS
           END-CALL
           IF WS-CTL-RENAME-STATUS NOT = 0
               DISPLAY "Unable to move control record " WS-CTL-PATH
                   ", status " WS-CTL-RENAME-STATUS "."
           END-IF
           .

       WRITE-DISP-LINE-PARA.
           MOVE WS-PARTNER-CODE TO WS-RPT-DISP-PARTNER
           MOVE WS-DISP-CODE    TO WS-RPT-DISP-CODE
           MOVE WS-DISP-PATH    TO WS-RPT-DISP-PATH
           WRITE REPORT-RECORD FROM WS-RPT-DISP-LINE
           .

       WRITE-DISP-ALERT-PARA.
      *    Disposition and readiness alerts are about one file, not
      *    the partner's connection health, so they bypass the
      *    ALERTSTAT escalation that WRITE-ALERT-PARA applies: an
      *    extract given up on or disagreeing with its control record
      *    is always CRIT, a file left in place after its ack or not
      *    yet ready is WARN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           STRING WS-CURR-YYYY "-" WS-CURR-MM "-" WS-CURR-DD "-"
                   WS-CURR-HH ":" WS-CURR-MIN ":" WS-CURR-SS
               DELIMITED BY SIZE INTO NETALERT-TIMESTAMP
           MOVE WS-PARTNER-CODE TO NETALERT-PARTNER
           MOVE WS-ALERT-TYPE   TO NETALERT-FAIL-TYPE
           MOVE WS-DISP-STATUS  TO NETALERT-STATUS
           IF WS-ALERT-TYPE = "ERRQ" OR WS-ALERT-TYPE = "CTLM"
               MOVE "CRIT" TO NETALERT-SEVERITY
           ELSE
               MOVE "WARN" TO NETALERT-SEVERITY
           END-IF
           WRITE ALERT-RECORD FROM NETALERT-LINE
           DISPLAY "ALERT " NETALERT-SEVERITY " partner "
               WS-PARTNER-CODE " " WS-ALERT-TYPE " file "
               WS-SEND-FILE-PATH
           .

       RECORD-XFAIL-PARA.
      *    Only a file that is actually there counts toward the error
      *    area; a literal pattern with no extract today is held as
      *    not ready before it gets this far. Several failing runs on
      *    one day count as one day.
           IF WS-XFAIL-AVAIL-FLAG = "Y"
               CALL "CBL_CHECK_FILE_EXIST"
                   USING WS-SEND-FILE-PATH WS-CHECK-FILE-DETAILS
                   GIVING WS-DISP-STATUS
               END-CALL
               IF WS-DISP-STATUS = 0
                   MOVE WS-PARTNER-CODE   TO XFAIL-PARTNER-CODE
                   MOVE WS-SEND-FILE-PATH TO XFAIL-FILE-NAME
                   READ XMITFAIL-FILE
                       INVALID KEY
                           MOVE WS-RUN-DATE TO XFAIL-FIRST-DATE
                           MOVE WS-RUN-DATE TO XFAIL-LAST-DATE
                           MOVE 1 TO XFAIL-DAY-COUNT
                           WRITE XMITFAIL-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       NOT INVALID KEY
                           IF XFAIL-LAST-DATE NOT = WS-RUN-DATE
                               MOVE WS-RUN-DATE TO XFAIL-LAST-DATE
                               ADD 1 TO XFAIL-DAY-COUNT
                               REWRITE XMITFAIL-RECORD
                           END-IF
                   END-READ
                   IF XFAIL-DAY-COUNT NOT LESS THAN WS-DISP-FAIL-DAYS
                       DISPLAY "File " WS-SEND-FILE-PATH
                           " for partner " WS-PARTNER-CODE
                           " has failed on " XFAIL-DAY-COUNT
                           " days, moving it to the error area."
                       PERFORM DISPOSE-ERROR-FILE-PARA
                   END-IF
               END-IF
           END-IF
           .

       CLEAR-XFAIL-PARA.
           IF WS-XFAIL-AVAIL-FLAG = "Y"
               MOVE WS-PARTNER-CODE   TO XFAIL-PARTNER-CODE
               MOVE WS-SEND-FILE-PATH TO XFAIL-FILE-NAME
               DELETE XMITFAIL-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           .

       OPEN-CHKPT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           STRING "CHECKPOINT." WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
           END-IF
           .

       OPEN-XMITFAIL-PARA.
           OPEN I-O XMITFAIL-FILE
           IF WS-XFAIL-STATUS = "35"
               OPEN OUTPUT XMITFAIL-FILE
               CLOSE XMITFAIL-FILE
               OPEN I-O XMITFAIL-FILE
           END-IF
           IF WS-XFAIL-STATUS = "00"
               MOVE "Y" TO WS-XFAIL-AVAIL-FLAG
           ELSE
               DISPLAY "Failure history file unavailable, status "
                   WS-XFAIL-STATUS ", failing files stay in place."
           END-IF
           .

       CHECK-CHKPT-PARA.
           MOVE "N" TO WS-CHKPT-ALREADY-DONE
           MOVE WS-RUN-DATE       TO CHKPT-RUN-DATE
           END-WRITE
           .

       INQUIRY-MODE-PARA.
      *    No extract is touched in this mode: no checkpoint, manifest,
      *    disposition or alert is written. A C$NetInit failure leaves
      *    the request file in place so the inquiries can be rerun.
      *    Either way a request file still there would turn the next
      *    run into inquiries too, sending nothing, so the run ends
      *    with return code 8 to stop a scheduled stream.
           DISPLAY WS-INQREQ-PATH " present, making partner status "
               "inquiries only, no files are sent."
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           STRING "NETINQ." WS-CURR-YYYY WS-CURR-MM WS-CURR-DD ".RPT"
               DELIMITED BY SIZE INTO WS-RPT-PATH
           OPEN EXTEND REPORT-FILE
           IF WS-RPT-STATUS = "35"
               OPEN OUTPUT REPORT-FILE
           END-IF
           PERFORM LOAD-NETSYS-PARA
           PERFORM OPEN-NETCFG-PARA

           PERFORM CALL-NET-INIT-RETRY-PARA

           IF CALL-STATUS NOT = 0
               DISPLAY "C$NetInit failed with status " CALL-STATUS
                   ", inquiries not made."
               CLOSE INQREQ-FILE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-INQREQ-EOF-FLAG
               PERFORM UNTIL WS-INQREQ-EOF-FLAG = "Y"
                   READ INQREQ-FILE
                       AT END
                           MOVE "Y" TO WS-INQREQ-EOF-FLAG
                       NOT AT END
                           IF INQREQ-PARTNER-CODE NOT = SPACES
                               PERFORM INQUIRE-ONE-PARTNER-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INQREQ-FILE

               PERFORM CALL-NET-FREE-PARA

               PERFORM CALL-NET-CLEANUP-PARA

               CALL "CBL_DELETE_FILE"
                   USING WS-INQREQ-PATH
                   GIVING WS-INQREQ-DEL-STATUS
                   ON EXCEPTION
                       DISPLAY "Exception when calling "
                           "CBL_DELETE_FILE."
                       MOVE -1 TO WS-INQREQ-DEL-STATUS
               END-CALL
               IF WS-INQREQ-DEL-STATUS NOT = 0
                   DISPLAY "Unable to remove " WS-INQREQ-PATH
                       ", delete it before the next run."
               END-IF

               MOVE "INQUIRIES REQUESTED:    " TO WS-RPT-LABEL
               MOVE WS-INQ-REQUESTED           TO WS-RPT-VALUE
               WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

               MOVE "INQUIRIES ANSWERED:     " TO WS-RPT-LABEL
               MOVE WS-INQ-ANSWERED            TO WS-RPT-VALUE
               WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

               MOVE "INQUIRIES FAILED:       " TO WS-RPT-LABEL
               MOVE WS-INQ-FAILED              TO WS-RPT-VALUE
               WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

               MOVE "TRANSFERS REPORTED:     " TO WS-RPT-LABEL
               MOVE WS-INQ-TOTAL-ROWS          TO WS-RPT-VALUE
               WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

               DISPLAY "TEST: " WS-INQ-ANSWERED " inquiries answered, "
                   WS-INQ-FAILED " failed."
               IF WS-INQREQ-DEL-STATUS NOT = 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-INQ-FAILED GREATER THAN 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           CLOSE REPORT-FILE
           IF WS-NETCFG-AVAIL-FLAG = "Y"
               CLOSE NETCFG-FILE
           END-IF
           .

       INQUIRE-ONE-PARTNER-PARA.
           ADD 1 TO WS-INQ-REQUESTED
           MOVE 0 TO WS-INQ-ROWS
           MOVE SPACES TO WS-INQ-REASON
           MOVE INQREQ-PARTNER-CODE TO WS-PARTNER-CODE
           MOVE INQREQ-PARTNER-CODE TO WS-LOG-PARTNER-CODE
           IF INQREQ-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-INQ-DATE
           ELSE
               IF INQREQ-DATE IS NUMERIC
                   MOVE INQREQ-DATE TO WS-INQ-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-INQ-DATE) NOT = 0
                       MOVE "BAD INQUIRY DATE" TO WS-INQ-REASON
                   END-IF
               ELSE
                   MOVE 0 TO WS-INQ-DATE
                   MOVE "BAD INQUIRY DATE" TO WS-INQ-REASON
               END-IF
           END-IF
           MOVE WS-PARTNER-CODE TO WS-RPT-INQH-PARTNER
           MOVE INQREQ-DATE     TO WS-RPT-INQH-DATE
           IF WS-INQ-REASON = SPACES
               MOVE WS-INQ-DATE TO WS-RPT-INQH-DATE
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-INQ-HEAD-LINE

           IF WS-INQ-REASON = SPACES
               IF WS-NETCFG-AVAIL-FLAG = "N"
                   MOVE "PARTNER MASTER NOT FOUND" TO WS-INQ-REASON
               ELSE
                   MOVE WS-RUN-DATE     TO WS-NETCFG-AS-OF
                   MOVE WS-PARTNER-CODE TO WS-NETCFG-PARTNER
                   PERFORM FIND-NETCFG-VERSION-PARA
                   IF NOT NETCFG-FOUND
                       MOVE "PARTNER NOT IN MASTER" TO WS-INQ-REASON
                   ELSE
                       IF NETCFG-INACTIVE
                           MOVE "PARTNER DEACTIVATED" TO WS-INQ-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-INQ-REASON = SPACES
               MOVE NETCFG-HOST         TO WS-DEST-HOST
               MOVE NETCFG-PORT         TO WS-DEST-PORT
               MOVE NETCFG-TIMEOUT-SECS TO WS-CONN-TIMEOUT-SECS
               MOVE NETCFG-CREDENTIAL   TO WS-PARTNER-CREDENTIAL
               PERFORM CALL-NET-OPEN-PARA
               IF CALL-STATUS NOT = 0
                   MOVE "CONNECTION FAILED" TO WS-INQ-REASON
               ELSE
                   PERFORM SEND-ENV-IDENT-PARA
                   IF CALL-STATUS = 0 AND NETENV-ACK-ACCEPTED
                       PERFORM SEND-INQUIRY-PARA
                       IF CALL-STATUS = 0
                           PERFORM RECEIVE-INQUIRY-ANSWER-PARA
                       ELSE
                           MOVE "INQUIRY NOT SENT" TO WS-INQ-REASON
                       END-IF
                   ELSE
                       MOVE "IDENTIFICATION REFUSED" TO WS-INQ-REASON
                   END-IF
                   PERFORM CALL-NET-CLOSE-PARA
               END-IF
           END-IF

           MOVE WS-PARTNER-CODE TO WS-RPT-INQR-PARTNER
           MOVE WS-INQ-ROWS     TO WS-RPT-INQR-ROWS
           IF WS-INQ-REASON = SPACES
               ADD 1 TO WS-INQ-ANSWERED
               ADD WS-INQ-ROWS TO WS-INQ-TOTAL-ROWS
               MOVE "INQUIRY ANSWERED," TO WS-RPT-INQR-RESULT
               MOVE NETENV-IQE-REASON   TO WS-RPT-INQR-REASON
               MOVE 0 TO CALL-STATUS
           ELSE
               ADD 1 TO WS-INQ-FAILED
               MOVE "INQUIRY FAILED,"   TO WS-RPT-INQR-RESULT
               MOVE WS-INQ-REASON       TO WS-RPT-INQR-REASON
               MOVE -1 TO CALL-STATUS
               DISPLAY "Inquiry to partner " WS-PARTNER-CODE
                   " failed: " WS-INQ-REASON
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-INQ-RESULT-LINE
           MOVE "N" TO WS-LOG-EXCEPTION-FLAG
           MOVE "INQUIRY" TO WS-LOG-CALL-NAME
           PERFORM WRITE-NETLOG-ENTRY-PARA
           .

       SEND-INQUIRY-PARA.
           MOVE WS-PARTNER-CODE TO NETENV-INQ-PARTNER-CODE
           MOVE WS-INQ-DATE     TO NETENV-INQ-DATE
           MOVE NETENV-INQUIRY-RECORD TO WS-ENV-IO-BUFFER
           MOVE LENGTH OF NETENV-INQUIRY-RECORD TO WS-ENV-WRITE-LEN
           PERFORM CALL-NET-WRITE-ENV-PARA
           .

       RECEIVE-INQUIRY-ANSWER-PARA.
      *    The answer is complete only when the end record arrives
      *    and its count agrees with the transfers printed; anything
      *    short of that fails the inquiry, with whatever rows did
      *    arrive left on the report.
           MOVE "N" TO WS-INQ-END-FLAG
           PERFORM UNTIL WS-INQ-END-FLAG = "Y"
               PERFORM CALL-NET-READ-INQ-PARA
               IF CALL-STATUS NOT = 0
                   MOVE "ANSWER CUT OFF" TO WS-INQ-REASON
                   MOVE "Y" TO WS-INQ-END-FLAG
               ELSE
                   IF WS-ENV-IO-BUFFER (1 : 9) = "NETENVIQR"
                       MOVE WS-ENV-IO-BUFFER
                               (1 : LENGTH OF NETENV-INQ-REPLY-RECORD)
                           TO NETENV-INQ-REPLY-RECORD
                       PERFORM PRINT-INQUIRY-REPLY-PARA
                   ELSE
                       IF WS-ENV-IO-BUFFER (1 : 9) = "NETENVIQE"
                           MOVE WS-ENV-IO-BUFFER
                                   (1 : LENGTH OF NETENV-INQ-END-RECORD)
                               TO NETENV-INQ-END-RECORD
                           MOVE "Y" TO WS-INQ-END-FLAG
                           IF NETENV-IQE-ACCEPTED
                               IF NETENV-IQE-REPLY-COUNT
                                       NOT = WS-INQ-ROWS
                                   MOVE "REPLY COUNT WRONG"
                                       TO WS-INQ-REASON
                               END-IF
                           ELSE
                               MOVE SPACES TO WS-INQ-REASON
                               STRING "REFUSED: " NETENV-IQE-REASON
                                   DELIMITED BY SIZE INTO WS-INQ-REASON
                           END-IF
                       ELSE
                           MOVE "ANSWER NOT RECOGNIZED"
                               TO WS-INQ-REASON
                           MOVE "Y" TO WS-INQ-END-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       PRINT-INQUIRY-REPLY-PARA.
           ADD 1 TO WS-INQ-ROWS
           MOVE NETENV-IQR-FILE-SEQ   TO WS-RPT-INQD-SEQ
           MOVE NETENV-IQR-STATUS     TO WS-RPT-INQD-STATUS
           MOVE NETENV-IQR-REC-COUNT  TO WS-RPT-INQD-RECS
           MOVE NETENV-IQR-BYTE-COUNT TO WS-RPT-INQD-BYTES
           MOVE NETENV-IQR-RECV-TIME  TO WS-RPT-INQD-TIME
           IF NETENV-IQR-DISTRIBUTED
               MOVE NETENV-IQR-DIST-BY    TO WS-RPT-INQD-DIST-BY
               MOVE NETENV-IQR-GOOD-COUNT TO WS-RPT-INQD-GOOD
               MOVE NETENV-IQR-REJ-COUNT  TO WS-RPT-INQD-REJ
           ELSE
               MOVE "NO"                  TO WS-RPT-INQD-DIST-BY
               MOVE 0                     TO WS-RPT-INQD-GOOD
               MOVE 0                     TO WS-RPT-INQD-REJ
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-INQ-DETAIL-LINE
           .

       CALL-NET-READ-INQ-PARA.
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
           IF WS-LOG-EXCEPTION-FLAG = "Y"
               MOVE -1 TO CALL-STATUS
           END-IF
           .

       COPY NETINITPD.

       COPY NETSNDPD.

       COPY NETCKSPD.

       COPY NETCMPPD.

       COPY NETCALPD.

       COPY NETCFGPD.

