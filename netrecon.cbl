       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NETCALSEL.

           SELECT RECONCTL-FILE ASSIGN TO DYNAMIC WS-RECONCTL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECONCTL-STATUS.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DONE-STATUS.

           SELECT RLYLOG-FILE ASSIGN TO DYNAMIC WS-RLYLOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RLYLOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NETCAL-FILE.
       COPY NETCAL.

       FD  RECONCTL-FILE.
       01  RECONCTL-RECORD         PIC X(8).

       COPY CHKPT.

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD         PIC X(259).

       FD  INBREG-FILE.
       01  INBREG-FILE-RECORD      PIC X(156).

       FD  DONE-FILE.
       01  DONE-RECORD             PIC X(86).

       FD  RLYLOG-FILE.
       01  RLYLOG-FILE-RECORD      PIC X(167).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(110).

       WORKING-STORAGE SECTION.
       COPY NETCALWS.

       01  WS-RECONCTL-PATH        PIC X(40)  VALUE "NETRECONCTL.DAT".
       01  WS-RECONCTL-STATUS      PIC XX     VALUE SPACES.

       01  WS-DONE-STATUS          PIC XX     VALUE SPACES.
       01  WS-DONE-EOF-FLAG        PIC X      VALUE "N".

       01  WS-RLYLOG-PATH          PIC X(40)  VALUE SPACES.
       01  WS-RLYLOG-STATUS        PIC XX     VALUE SPACES.
       01  WS-RLYLOG-EOF-FLAG      PIC X      VALUE "N".

       01  WS-RPT-PATH             PIC X(40)  VALUE SPACES.
       01  WS-RPT-STATUS           PIC XX     VALUE SPACES.


       COPY INBREG.

       COPY NETRLYLOG.

      *    The manifest line exactly as TEST writes it: one line per
      *    transmitted-and-acknowledged file, with the envelope
      *    record and byte counts the partner acknowledged.
           05  WS-MAN-WIRE-BYTES   PIC X(9).
           05  FILLER              PIC X.
           05  WS-MAN-XFER-MODE    PIC X.
      *    Disposition code and where the file went; blank on
      *    lines written before the columns existed.
           05  FILLER              PIC X.
           05  WS-MAN-DISPOSITION  PIC X(4).
           05  FILLER              PIC X.
           05  WS-MAN-DISP-PATH    PIC X(96).
      *    Line type (RSND for an operator resend, which carries the
      *    date the file first went) and that original date; blank
      *    on lines written before the columns existed.
           05  FILLER              PIC X.
           05  WS-MAN-LINE-TYPE    PIC X(4).
           05  FILLER              PIC X.
           05  WS-MAN-ORIG-DATE    PIC X(8).
      *    The readiness control values TEST checked the extract
      *    against before it went: what the application says it
      *    produced. Blank on lines written before the columns
      *    existed.
           05  FILLER              PIC X.
           05  WS-MAN-CTL-RECS     PIC X(9).
           05  FILLER              PIC X.
           05  WS-MAN-CTL-FIELD    PIC X(12).
           05  FILLER              PIC X.
           05  WS-MAN-CTL-HASH     PIC X(18).

       01  WS-MAN-TABLE.
           05  WS-MAN-COUNT        PIC 9(3)   VALUE 0.
           05  WS-XRG-ROW          PIC X(60)  OCCURS 600 TIMES.
       01  WS-XRG-IDX              PIC 9(3)   VALUE 0.

      *    Relays queued on the run date and the six days before
      *    it. A relay is acknowledged once any manifest from its
      *    queue date through the run date carries a line for the
      *    target partner under the queued name; one queued before
      *    the run date without such a line has missed the target's
      *    TEST run and is a discrepancy.
       01  WS-RELAY-LOOKBACK-DAYS  PIC 9(2)   VALUE 07.
       01  WS-RLY-DAY-IDX          PIC 9(2)   VALUE 0.
       01  WS-RLY-DAY-DATE         PIC 9(8)   VALUE 0.
       01  WS-RLY-TABLE.
           05  WS-RLY-COUNT        PIC 9(3)   VALUE 0.
           05  WS-RLY-ENTRY OCCURS 200 TIMES.
               10  WS-RLY-T-QUEUE-DATE PIC 9(8).
               10  WS-RLY-T-SOURCE     PIC X(8).
               10  WS-RLY-T-INBOUND    PIC X(60).
               10  WS-RLY-T-TARGET     PIC X(8).
               10  WS-RLY-T-QUEUED     PIC X(60).
               10  WS-RLY-T-ACKED      PIC X.
       01  WS-RLY-IDX              PIC 9(3)   VALUE 0.

       01  WS-FOUND-FLAG           PIC X      VALUE "N".
       01  WS-DISCREPANCY-COUNT    PIC 9(5)   VALUE 0.
       01  WS-CHKPT-DONE-ROWS      PIC 9(5)   VALUE 0.
       01  WS-RESEND-COUNT         PIC 9(5)   VALUE 0.
       01  WS-CLOSED-COUNT         PIC 9(5)   VALUE 0.
       01  WS-CTL-VERIFIED-COUNT   PIC 9(5)   VALUE 0.
       01  WS-RELAY-ACKED-COUNT    PIC 9(5)   VALUE 0.
       01  WS-RELAY-PENDING-COUNT  PIC 9(5)   VALUE 0.
       01  WS-RELAY-UNACKED-COUNT  PIC 9(5)   VALUE 0.
       01  WS-NETCAL-EOF-FLAG      PIC X      VALUE "N".
       01  WS-SHOP-CLOSED-FLAG     PIC X      VALUE "N".

       01  WS-RPT-DISC-LINE.
           05  WS-RPT-DISC-REASON  PIC X(30).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-RPT-DISC-FILE    PIC X(60).

       01  WS-RPT-RESEND-LINE.
           05  FILLER              PIC X(13)  VALUE "RESEND, ORIG ".
           05  WS-RPT-RSD-ORIG     PIC X(8).
           05  FILLER              PIC X(9)   VALUE SPACES.
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(8)   VALUE "PARTNER=".
           05  WS-RPT-RSD-PARTNER  PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-RPT-RSD-FILE     PIC X(60).

       01  WS-RPT-SUMMARY-LINE.
           05  WS-RPT-LABEL        PIC X(24).
           05  WS-RPT-VALUE        PIC ZZZZZZZZ9.
           PERFORM PICK-RUN-DATE-PARA
           PERFORM BUILD-PATHS-PARA
           PERFORM OPEN-REPORT-PARA
           PERFORM LIST-CLOSURES-PARA

           PERFORM LOAD-MANIFEST-PARA
           PERFORM LOAD-REGISTER-PARA
           PERFORM MATCH-REGISTER-PARA
           PERFORM MATCH-DONE-LIST-PARA

           PERFORM LOAD-RELAY-LOGS-PARA
           PERFORM MATCH-RELAY-MANIFESTS-PARA
           PERFORM REPORT-RELAYS-PARA

           IF WS-DISCREPANCY-COUNT = 0
               MOVE "IN BALANCE" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE "CLOSED ON RUN DATE:     " TO WS-RPT-LABEL
           MOVE WS-CLOSED-COUNT            TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "CONTROL VERIFIED:       " TO WS-RPT-LABEL
           MOVE WS-CTL-VERIFIED-COUNT      TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "RELAYS ACKNOWLEDGED:    " TO WS-RPT-LABEL
           MOVE WS-RELAY-ACKED-COUNT       TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "RELAYS AWAITING SEND:   " TO WS-RPT-LABEL
           MOVE WS-RELAY-PENDING-COUNT     TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "RELAYS NOT ACKNOWLEDGED:" TO WS-RPT-LABEL
           MOVE WS-RELAY-UNACKED-COUNT     TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "RESENDS:                " TO WS-RPT-LABEL
           MOVE WS-RESEND-COUNT            TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "DISCREPANCIES:          " TO WS-RPT-LABEL
           MOVE WS-DISCREPANCY-COUNT       TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE
           END-IF
           .

       LIST-CLOSURES-PARA.
      *    Every closure the business calendar holds for the run date
      *    is listed first, so a partner with no traffic that day
      *    reads as closed rather than missing. These lines are for
      *    the record and are not discrepancies.
           PERFORM OPEN-NETCAL-PARA
           IF WS-NETCAL-AVAIL-FLAG = "Y"
               MOVE WS-RUN-DATE TO NETCAL-DATE
               MOVE LOW-VALUES  TO NETCAL-PARTNER-CODE
               START NETCAL-FILE KEY NOT LESS THAN NETCAL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-NETCAL-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-NETCAL-EOF-FLAG
               END-START
               PERFORM UNTIL WS-NETCAL-EOF-FLAG = "Y"
                   READ NETCAL-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-NETCAL-EOF-FLAG
                       NOT AT END
                           IF NETCAL-DATE NOT = WS-RUN-DATE
                               MOVE "Y" TO WS-NETCAL-EOF-FLAG
                           ELSE
                               PERFORM WRITE-CLOSED-LINE-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NETCAL-FILE
           END-IF
           .

       WRITE-CLOSED-LINE-PARA.
           ADD 1 TO WS-CLOSED-COUNT
           IF NETCAL-SHOP-WIDE
               MOVE "Y" TO WS-SHOP-CLOSED-FLAG
               MOVE "SHOP CLOSED, NOT EXPECTED"
                   TO WS-RPT-DISC-REASON
           ELSE
               MOVE "PARTNER CLOSED, NOT EXPECTED"
                   TO WS-RPT-DISC-REASON
           END-IF
           MOVE NETCAL-PARTNER-CODE TO WS-RPT-DISC-PARTNER
           MOVE NETCAL-DESCRIPTION  TO WS-RPT-DISC-FILE
           WRITE REPORT-RECORD FROM WS-RPT-DISC-LINE
           .

       LOAD-MANIFEST-PARA.
           MOVE 0 TO WS-MAN-COUNT
           OPEN INPUT MANIFEST-FILE
                       AT END
                           MOVE "Y" TO WS-MANIFEST-EOF-FLAG
                       NOT AT END
      *                    An operator resend has no checkpoint row
      *                    of its own and repeats a file that went on
      *                    an earlier day, so it is listed for the
      *                    record but kept out of the matching. A
      *                    DISP line only records a later move of a
      *                    file already on an XMIT line.
                           IF WS-MAN-LINE-TYPE = "RSND"
                               PERFORM WRITE-RESEND-LINE-PARA
                           ELSE
                               IF WS-MAN-LINE-TYPE NOT = "DISP"
                                   PERFORM ADD-MANIFEST-ROW-PARA
                                   PERFORM CHECK-MANIFEST-CONTROL-PARA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
           ELSE
               IF WS-SHOP-CLOSED-FLAG = "Y"
                   DISPLAY "No manifest for " WS-RUN-DATE
                       ", shop closed."
               ELSE
                   DISPLAY "No manifest for " WS-RUN-DATE "."
               END-IF
           END-IF
           .

       ADD-MANIFEST-ROW-PARA.
           IF WS-MAN-COUNT LESS THAN 200
               ADD 1 TO WS-MAN-COUNT
               MOVE WS-MAN-PARTNER TO WS-MAN-T-PARTNER (WS-MAN-COUNT)
               MOVE WS-MAN-FILE    TO WS-MAN-T-FILE (WS-MAN-COUNT)
               MOVE WS-MAN-RECS    TO WS-MAN-T-RECS (WS-MAN-COUNT)
               MOVE WS-MAN-BYTES   TO WS-MAN-T-BYTES (WS-MAN-COUNT)
               MOVE "N"            TO WS-MAN-T-MATCHED (WS-MAN-COUNT)
           ELSE
               DISPLAY "Manifest holds more lines than the table "
                   "allows, the rest are not reconciled."
           END-IF
           .

       CHECK-MANIFEST-CONTROL-PARA.
      *    A line-mode envelope carries one record per extract record,
      *    so the count the partner acknowledged must be the count
      *    the application's control record declared. Block and
      *    compressed envelopes count blocks, not records; those
      *    extracts were held to their control record by TEST before
      *    they went and are not re-proved here.
           IF WS-MAN-CTL-RECS IS NUMERIC
                   AND WS-MAN-XFER-MODE NOT = "B"
                   AND WS-MAN-XFER-MODE NOT = "C"
               IF WS-MAN-CTL-RECS = WS-MAN-RECS
                   ADD 1 TO WS-CTL-VERIFIED-COUNT
               ELSE
                   MOVE "ACKED COUNT NOT CONTROL COUNT"
                       TO WS-RPT-DISC-REASON
                   MOVE WS-MAN-PARTNER TO WS-RPT-DISC-PARTNER
                   MOVE WS-MAN-FILE    TO WS-RPT-DISC-FILE
                   PERFORM WRITE-DISCREPANCY-PARA
               END-IF
           END-IF
           .

               END-PERFORM
               CLOSE INBREG-FILE
           ELSE
               IF WS-SHOP-CLOSED-FLAG = "Y"
                   DISPLAY "No inbound register for " WS-RUN-DATE
                       ", shop closed."
               ELSE
                   DISPLAY "No inbound register for " WS-RUN-DATE "."
               END-IF
           END-IF
           .

      *    write was lost and the acknowledged counts are gone.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHKPT-STATUS NOT = "00"
               IF WS-SHOP-CLOSED-FLAG = "Y"
                   DISPLAY "No checkpoint file for " WS-RUN-DATE
                       ", shop closed."
               ELSE
                   DISPLAY "No checkpoint file for " WS-RUN-DATE "."
               END-IF
           ELSE
               MOVE LOW-VALUES TO CHKPT-KEY
               START CHECKPOINT-FILE KEY NOT LESS THAN CHKPT-KEY
           END-PERFORM
           .

       LOAD-RELAY-LOGS-PARA.
           MOVE 0 TO WS-RLY-COUNT
           PERFORM VARYING WS-RLY-DAY-IDX FROM WS-RELAY-LOOKBACK-DAYS
                   BY -1 UNTIL WS-RLY-DAY-IDX = 0
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - WS-RLY-DAY-IDX + 1
               COMPUTE WS-RLY-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE SPACES TO WS-RLYLOG-PATH
               STRING "NETRLYLOG." WS-RLY-DAY-DATE ".DAT"
                   DELIMITED BY SIZE INTO WS-RLYLOG-PATH
               PERFORM LOAD-ONE-RELAY-LOG-PARA
           END-PERFORM
           .

       LOAD-ONE-RELAY-LOG-PARA.
           OPEN INPUT RLYLOG-FILE
           IF WS-RLYLOG-STATUS = "00"
               MOVE "N" TO WS-RLYLOG-EOF-FLAG
               PERFORM UNTIL WS-RLYLOG-EOF-FLAG = "Y"
                   READ RLYLOG-FILE INTO NETRLYLOG-RECORD
                       AT END
                           MOVE "Y" TO WS-RLYLOG-EOF-FLAG
                       NOT AT END
                           IF WS-RLY-COUNT LESS THAN 200
                               ADD 1 TO WS-RLY-COUNT
                               MOVE NETRLYLOG-QUEUE-DATE
                                   TO WS-RLY-T-QUEUE-DATE
                                       (WS-RLY-COUNT)
                               MOVE NETRLYLOG-SOURCE-PARTNER
                                   TO WS-RLY-T-SOURCE (WS-RLY-COUNT)
                               MOVE NETRLYLOG-INBOUND-PATH
                                   TO WS-RLY-T-INBOUND (WS-RLY-COUNT)
                               MOVE NETRLYLOG-TARGET-PARTNER
                                   TO WS-RLY-T-TARGET (WS-RLY-COUNT)
                               MOVE NETRLYLOG-QUEUED-NAME
                                   TO WS-RLY-T-QUEUED (WS-RLY-COUNT)
                               MOVE "N"
                                   TO WS-RLY-T-ACKED (WS-RLY-COUNT)
                           ELSE
                               DISPLAY "Relay logs hold more rows "
                                   "than the table allows, the rest "
                                   "are not reconciled."
                               MOVE "Y" TO WS-RLYLOG-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RLYLOG-FILE
           END-IF
           .

       MATCH-RELAY-MANIFESTS-PARA.
      *    Each day's manifest in the window is read again for the
      *    relayed names alone; the run date's lines have already
      *    been reconciled above and are not reported twice.
           IF WS-RLY-COUNT GREATER THAN 0
               PERFORM VARYING WS-RLY-DAY-IDX
                       FROM WS-RELAY-LOOKBACK-DAYS
                       BY -1 UNTIL WS-RLY-DAY-IDX = 0
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       - WS-RLY-DAY-IDX + 1
                   COMPUTE WS-RLY-DAY-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   MOVE SPACES TO WS-MANIFEST-PATH
                   STRING "NETMANIFEST." WS-RLY-DAY-DATE ".DAT"
                       DELIMITED BY SIZE INTO WS-MANIFEST-PATH
                   PERFORM MATCH-ONE-RELAY-MANIFEST-PARA
               END-PERFORM
           END-IF
           .

       MATCH-ONE-RELAY-MANIFEST-PARA.
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
               MOVE "N" TO WS-MANIFEST-EOF-FLAG
               PERFORM UNTIL WS-MANIFEST-EOF-FLAG = "Y"
                   READ MANIFEST-FILE INTO WS-MAN-LINE
                       AT END
                           MOVE "Y" TO WS-MANIFEST-EOF-FLAG
                       NOT AT END
                           PERFORM MATCH-RELAY-LINE-PARA
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF
           .

       MATCH-RELAY-LINE-PARA.
           PERFORM VARYING WS-RLY-IDX FROM 1 BY 1
                   UNTIL WS-RLY-IDX GREATER THAN WS-RLY-COUNT
               IF WS-RLY-T-TARGET (WS-RLY-IDX) = WS-MAN-PARTNER
                       AND WS-RLY-T-QUEUED (WS-RLY-IDX) = WS-MAN-FILE
                       AND WS-RLY-T-QUEUE-DATE (WS-RLY-IDX)
                           NOT GREATER THAN WS-RLY-DAY-DATE
                   MOVE "Y" TO WS-RLY-T-ACKED (WS-RLY-IDX)
               END-IF
           END-PERFORM
           .

       REPORT-RELAYS-PARA.
      *    An unacknowledged relay is followed by the INBREG file it
      *    carries, so the operator can trace it back to the source
      *    partner without opening the relay log.
           PERFORM VARYING WS-RLY-IDX FROM 1 BY 1
                   UNTIL WS-RLY-IDX GREATER THAN WS-RLY-COUNT
               IF WS-RLY-T-ACKED (WS-RLY-IDX) = "Y"
                   ADD 1 TO WS-RELAY-ACKED-COUNT
               ELSE
                   IF WS-RLY-T-QUEUE-DATE (WS-RLY-IDX) = WS-RUN-DATE
                       ADD 1 TO WS-RELAY-PENDING-COUNT
                       MOVE "RELAY QUEUED, AWAITING SEND"
                           TO WS-RPT-DISC-REASON
                       MOVE WS-RLY-T-TARGET (WS-RLY-IDX)
                           TO WS-RPT-DISC-PARTNER
                       MOVE WS-RLY-T-QUEUED (WS-RLY-IDX)
                           TO WS-RPT-DISC-FILE
                       WRITE REPORT-RECORD FROM WS-RPT-DISC-LINE
                   ELSE
                       ADD 1 TO WS-RELAY-UNACKED-COUNT
                       MOVE "RELAY QUEUED, NOT ACKNOWLEDGED"
                           TO WS-RPT-DISC-REASON
                       MOVE WS-RLY-T-TARGET (WS-RLY-IDX)
                           TO WS-RPT-DISC-PARTNER
                       MOVE WS-RLY-T-QUEUED (WS-RLY-IDX)
                           TO WS-RPT-DISC-FILE
                       PERFORM WRITE-DISCREPANCY-PARA
                   END-IF
                   MOVE "  RELAYED FROM"   TO WS-RPT-DISC-REASON
                   MOVE WS-RLY-T-SOURCE (WS-RLY-IDX)
                       TO WS-RPT-DISC-PARTNER
                   MOVE WS-RLY-T-INBOUND (WS-RLY-IDX)
                       TO WS-RPT-DISC-FILE
                   WRITE REPORT-RECORD FROM WS-RPT-DISC-LINE
               END-IF
           END-PERFORM
           .

       WRITE-RESEND-LINE-PARA.
           ADD 1 TO WS-RESEND-COUNT
           MOVE WS-MAN-ORIG-DATE TO WS-RPT-RSD-ORIG
           MOVE WS-MAN-PARTNER   TO WS-RPT-RSD-PARTNER
           MOVE WS-MAN-FILE      TO WS-RPT-RSD-FILE
           WRITE REPORT-RECORD FROM WS-RPT-RESEND-LINE
           .

       WRITE-DISCREPANCY-PARA.
           ADD 1 TO WS-DISCREPANCY-COUNT
           WRITE REPORT-RECORD FROM WS-RPT-DISC-LINE
           .

       COPY NETCALPD.
