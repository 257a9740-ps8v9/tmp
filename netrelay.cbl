       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NETRELAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NETROUTE-FILE ASSIGN TO DYNAMIC WS-NETROUTE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NETROUTE-STATUS.

           SELECT INBREG-FILE ASSIGN TO DYNAMIC WS-INBREG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INBREG-STATUS.

           SELECT INBLAYOUT-FILE ASSIGN TO DYNAMIC WS-INBLAYOUT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INBLAYOUT-STATUS.

           SELECT INBOUND-FILE ASSIGN TO DYNAMIC WS-INBOUND-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.

           SELECT QUEUED-FILE ASSIGN TO DYNAMIC WS-QUEUED-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUED-STATUS.

           SELECT CTL-FILE ASSIGN TO DYNAMIC WS-CTL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RLYLOG-FILE ASSIGN TO DYNAMIC WS-RLYLOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RLYLOG-STATUS.

           COPY NETCFGSEL.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NETROUTE-FILE.
       01  NETROUTE-FILE-RECORD    PIC X(81).

       FD  INBREG-FILE.
       01  INBREG-FILE-RECORD      PIC X(156).

       FD  INBLAYOUT-FILE.
       01  INBLAYOUT-FILE-RECORD   PIC X(144).

       FD  INBOUND-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON WS-INB-RECORD-LEN.
       01  INBOUND-RECORD          PIC X(200).

      *    The queued copy is read back exactly as TEST's send path
      *    reads an extract, so the control record written beside
      *    it carries the count and total TEST will arrive at.
       FD  QUEUED-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON WS-QUE-RECORD-LEN.
       01  QUEUED-RECORD           PIC X(200).

       FD  CTL-FILE.
       01  CTL-FILE-RECORD         PIC X(44).

       FD  RLYLOG-FILE.
       01  RLYLOG-FILE-RECORD      PIC X(167).

       COPY NETCFGFD.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-NETROUTE-PATH        PIC X(40)  VALUE "NETROUTE.DAT".
       01  WS-NETROUTE-STATUS      PIC XX     VALUE SPACES.
       01  WS-NETROUTE-EOF-FLAG    PIC X      VALUE "N".

       01  WS-INBREG-PATH          PIC X(40)  VALUE SPACES.
       01  WS-INBREG-STATUS        PIC XX     VALUE SPACES.
       01  WS-INBREG-EOF-FLAG      PIC X      VALUE "N".

       01  WS-INBLAYOUT-PATH       PIC X(40)  VALUE "INBLAYOUT.DAT".
       01  WS-INBLAYOUT-STATUS     PIC XX     VALUE SPACES.
       01  WS-INBLAYOUT-EOF-FLAG   PIC X      VALUE "N".

       01  WS-INBOUND-PATH         PIC X(60)  VALUE SPACES.
       01  WS-INBOUND-STATUS       PIC XX     VALUE SPACES.
       01  WS-INB-RECORD-LEN       PIC 9(4)   VALUE 0.

       01  WS-QUEUED-NAME          PIC X(60)  VALUE SPACES.
       01  WS-QUEUED-STATUS        PIC XX     VALUE SPACES.
       01  WS-QUEUED-EOF-FLAG      PIC X      VALUE "N".
       01  WS-QUE-RECORD-LEN       PIC 9(4)   VALUE 0.

       01  WS-CTL-PATH             PIC X(64)  VALUE SPACES.
       01  WS-CTL-STATUS           PIC XX     VALUE SPACES.

       01  WS-RLYLOG-PATH          PIC X(40)  VALUE SPACES.
       01  WS-RLYLOG-STATUS        PIC XX     VALUE SPACES.
       01  WS-RLYLOG-EOF-FLAG      PIC X      VALUE "N".
       01  WS-RLYLOG-FAILED-FLAG   PIC X      VALUE "N".

       COPY NETCFG.
       COPY NETCFGWS.

       01  WS-RPT-PATH             PIC X(40)  VALUE SPACES.
       01  WS-RPT-STATUS           PIC XX     VALUE SPACES.

       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURR-YYYY        PIC 9(4).
           05  WS-CURR-MM          PIC 9(2).
           05  WS-CURR-DD          PIC 9(2).
           05  WS-CURR-HH          PIC 9(2).
           05  WS-CURR-MIN         PIC 9(2).
           05  WS-CURR-SS          PIC 9(2).
           05  FILLER              PIC X(9).

       01  WS-TODAY-DATE           PIC 9(8)   VALUE 0.
       01  WS-PRIOR-DATE           PIC 9(8)   VALUE 0.
       01  WS-DATE-INT             PIC 9(7)   VALUE 0.
       01  WS-REG-DATE             PIC 9(8)   VALUE 0.
       01  WS-REGISTERS-FOUND      PIC 9(2)   VALUE 0.

       COPY INBREG.

       COPY INBLAYOUT.

       COPY NETROUTE.

       COPY NETRLYLOG.

       COPY NETCTL.

       01  WS-ROUTE-TABLE.
           05  WS-ROUTE-COUNT      PIC 9(3)   VALUE 0.
           05  WS-ROUTE-ROW        PIC X(81)  OCCURS 100 TIMES.
       01  WS-ROUTE-IDX            PIC 9(3)   VALUE 0.
       01  WS-TARGET-IDX           PIC 9      VALUE 0.
       01  WS-ROUTE-MATCH-FLAG     PIC X      VALUE "N".
       01  WS-CRIT-LEN             PIC 9(3)   VALUE 0.

       01  WS-LAY-TABLE.
           05  WS-LAY-COUNT        PIC 9(3)   VALUE 0.
           05  WS-LAY-ROW          PIC X(144) OCCURS 50 TIMES.
       01  WS-LAY-IDX              PIC 9(3)   VALUE 0.
       01  WS-LAY-FOUND-FLAG       PIC X      VALUE "N".

      *    Files already queued for a target by an earlier run today
      *    or yesterday (the same two days of registers are walked),
      *    so a rerun never hands a target the same file twice.
       01  WS-RLY-TABLE.
           05  WS-RLY-COUNT        PIC 9(3)   VALUE 0.
           05  WS-RLY-ENTRY OCCURS 400 TIMES.
               10  WS-RLY-T-INBOUND    PIC X(60).
               10  WS-RLY-T-TARGET     PIC X(8).
       01  WS-RLY-IDX              PIC 9(3)   VALUE 0.
       01  WS-RLY-FOUND-FLAG       PIC X      VALUE "N".

      *    The record-type code of the file's first record, read at
      *    most once per file however many type routes it is tested
      *    against.
       01  WS-FIRST-TYPE-READ-FLAG PIC X      VALUE "N".
       01  WS-FIRST-TYPE           PIC X(40)  VALUE SPACES.
       01  WS-TYPE-END             PIC 9(3)   VALUE 0.

       01  WS-TARGET-PARTNER       PIC X(8)   VALUE SPACES.
       01  WS-HOLD-REASON          PIC X(30)  VALUE SPACES.

       01  WS-INB-PATH-LEN         PIC 9(3)   VALUE 0.
       01  WS-RELAY-TOKEN          PIC X(60)  VALUE SPACES.
       01  WS-TOKEN-LEN            PIC 9(3)   VALUE 0.
       01  WS-PATTERN-LEN          PIC 9(3)   VALUE 0.
       01  WS-PATTERN-STAR-COUNT   PIC 9(3)   VALUE 0.
       01  WS-PAT-IDX              PIC 9(3)   VALUE 0.
       01  WS-QN-LEN               PIC 9(3)   VALUE 0.
       01  WS-STAR-DONE-FLAG       PIC X      VALUE "N".

       01  WS-CHECK-FILE-DETAILS.
           05  WS-CHECK-FILE-SIZE  PIC X(8)   COMP-X.
           05  WS-CHECK-FILE-DAY   PIC X      COMP-X.
           05  WS-CHECK-FILE-MONTH PIC X      COMP-X.
           05  WS-CHECK-FILE-YEAR  PIC X(2)   COMP-X.
           05  WS-CHECK-FILE-HOUR  PIC X      COMP-X.
           05  WS-CHECK-FILE-MIN   PIC X      COMP-X.
           05  WS-CHECK-FILE-SEC   PIC X      COMP-X.
           05  WS-CHECK-FILE-HUND  PIC X      COMP-X.
       01  WS-CALL-STATUS          PIC S9(4)  VALUE 0.

       01  WS-QUE-RECS             PIC 9(9)   VALUE 0.
       01  WS-QUE-HASH             PIC S9(15)V99 VALUE 0.
       01  WS-QUE-LINE             PIC X(200) VALUE SPACES.

       01  WS-RELAYS-QUEUED        PIC 9(5)   VALUE 0.
       01  WS-RELAYS-HELD          PIC 9(5)   VALUE 0.
       01  WS-RELAYS-SKIPPED       PIC 9(5)   VALUE 0.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER              PIC X(5)   VALUE "FROM=".
           05  WS-RPT-DET-SOURCE   PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-RPT-DET-FILE     PIC X(60).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(3)   VALUE "TO=".
           05  WS-RPT-DET-TARGET   PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-RPT-DET-NOTE     PIC X(30).

       01  WS-RPT-QUEUED-LINE.
           05  FILLER              PIC X(14)  VALUE
                   "    QUEUED AS ".
           05  WS-RPT-QUE-NAME     PIC X(60).
           05  FILLER              PIC X(6)   VALUE " RECS=".
           05  WS-RPT-QUE-RECS     PIC ZZZZZZZZ9.

       01  WS-RPT-SUMMARY-LINE.
           05  WS-RPT-LABEL        PIC X(24).
           05  WS-RPT-VALUE        PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
      *    Store-and-forward for partners that use us as a hub: each
      *    file a partner sent that LISTEN accepted, and that one of
      *    the partner's NETROUTE rows covers, is copied into a name
      *    matching each target partner's file pattern, with the
      *    control record TEST's readiness check needs beside it, so
      *    the target's next TEST run sends it like any extract.
           PERFORM BUILD-PATHS-PARA
           PERFORM OPEN-REPORT-PARA
           PERFORM LOAD-ROUTE-TABLE-PARA
           IF WS-ROUTE-COUNT = 0
               DISPLAY "No relay routes in " WS-NETROUTE-PATH
                   ", nothing to relay."
               PERFORM WRITE-SUMMARY-PARA
               CLOSE REPORT-FILE
               GOBACK
           END-IF
           PERFORM LOAD-LAYOUT-TABLE-PARA
           PERFORM LOAD-RELAY-LOG-PARA
           PERFORM OPEN-NETCFG-PARA
           IF WS-NETCFG-AVAIL-FLAG = "N"
               DISPLAY "NETCFG.DAT not found, every relay will be "
                   "held."
           END-IF

      *    The same two-day register walk as INBDIST: an overnight
      *    LISTEN service writes its whole night into yesterday's
      *    register, so a morning relay run must read both days.
           MOVE 0 TO WS-REGISTERS-FOUND
           MOVE WS-PRIOR-DATE TO WS-REG-DATE
           PERFORM PROCESS-REGISTER-FILE-PARA
           MOVE WS-TODAY-DATE TO WS-REG-DATE
           PERFORM PROCESS-REGISTER-FILE-PARA
           IF WS-REGISTERS-FOUND = 0
               DISPLAY "No inbound register for " WS-PRIOR-DATE
                   " or " WS-TODAY-DATE ", nothing to relay."
           END-IF

           PERFORM WRITE-SUMMARY-PARA
           CLOSE REPORT-FILE
           CLOSE RLYLOG-FILE
           IF WS-NETCFG-AVAIL-FLAG = "Y"
               CLOSE NETCFG-FILE
           END-IF

           DISPLAY "NETRELAY: " WS-RELAYS-QUEUED " queued, "
               WS-RELAYS-HELD " held, "
               WS-RELAYS-SKIPPED " already relayed."

           IF WS-RLYLOG-FAILED-FLAG = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RELAYS-HELD GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK
           .

       BUILD-PATHS-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE 0 TO WS-TODAY-DATE
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1
           COMPUTE WS-PRIOR-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           STRING "NETRELAY." WS-CURR-YYYY WS-CURR-MM WS-CURR-DD ".RPT"
               DELIMITED BY SIZE INTO WS-RPT-PATH
           .

       OPEN-REPORT-PARA.
           OPEN EXTEND REPORT-FILE
           IF WS-RPT-STATUS = "35"
               OPEN OUTPUT REPORT-FILE
           END-IF
           .

       LOAD-ROUTE-TABLE-PARA.
      *    A row with an unknown match type, or a name or type route
      *    with no criterion, would relay more than intended; it is
      *    left out and named so the table can be corrected.
           MOVE 0 TO WS-ROUTE-COUNT
           OPEN INPUT NETROUTE-FILE
           IF WS-NETROUTE-STATUS = "00"
               MOVE "N" TO WS-NETROUTE-EOF-FLAG
               PERFORM UNTIL WS-NETROUTE-EOF-FLAG = "Y"
                   READ NETROUTE-FILE INTO NETROUTE-RECORD
                       AT END
                           MOVE "Y" TO WS-NETROUTE-EOF-FLAG
                       NOT AT END
                           IF NETROUTE-SOURCE-PARTNER = SPACES
                               CONTINUE
                           ELSE
                           IF NOT NETROUTE-ANY-FILE
                                   AND (NETROUTE-CRITERION = SPACES
                                   OR (NOT NETROUTE-BY-NAME
                                   AND NOT NETROUTE-BY-TYPE))
                               DISPLAY "Route for partner "
                                   NETROUTE-SOURCE-PARTNER
                                   " has match type "
                                   NETROUTE-MATCH-TYPE
                                   " without a usable criterion, "
                                   "left out."
                           ELSE
                           IF WS-ROUTE-COUNT LESS THAN 100
                               ADD 1 TO WS-ROUTE-COUNT
                               MOVE NETROUTE-RECORD
                                   TO WS-ROUTE-ROW (WS-ROUTE-COUNT)
                           ELSE
                               DISPLAY "NETROUTE.DAT holds more "
                                   "routes than the table allows, "
                                   "the rest are left out."
                               MOVE "Y" TO WS-NETROUTE-EOF-FLAG
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NETROUTE-FILE
           END-IF
           .

       LOAD-LAYOUT-TABLE-PARA.
           MOVE 0 TO WS-LAY-COUNT
           OPEN INPUT INBLAYOUT-FILE
           IF WS-INBLAYOUT-STATUS = "00"
               MOVE "N" TO WS-INBLAYOUT-EOF-FLAG
               PERFORM UNTIL WS-INBLAYOUT-EOF-FLAG = "Y"
                   READ INBLAYOUT-FILE
                       AT END
                           MOVE "Y" TO WS-INBLAYOUT-EOF-FLAG
                       NOT AT END
                           IF WS-LAY-COUNT LESS THAN 50
                               ADD 1 TO WS-LAY-COUNT
                               MOVE INBLAYOUT-FILE-RECORD
                                   TO WS-LAY-ROW (WS-LAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INBLAYOUT-FILE
           END-IF
           .

       FIND-LAYOUT-PARA.
           MOVE "N" TO WS-LAY-FOUND-FLAG
           MOVE 1 TO WS-LAY-IDX
           PERFORM UNTIL WS-LAY-IDX GREATER THAN WS-LAY-COUNT
                   OR WS-LAY-FOUND-FLAG = "Y"
               MOVE WS-LAY-ROW (WS-LAY-IDX) TO INBLAYOUT-RECORD
               IF INBLAYOUT-PARTNER-CODE = INBREG-PARTNER-CODE
                   MOVE "Y" TO WS-LAY-FOUND-FLAG
               END-IF
               ADD 1 TO WS-LAY-IDX
           END-PERFORM
           .

       LOAD-RELAY-LOG-PARA.
      *    Both days' relay logs guard the rerun, as INBDIST's two
      *    done-lists do; new rows always land in today's log.
           MOVE 0 TO WS-RLY-COUNT
           MOVE SPACES TO WS-RLYLOG-PATH
           STRING "NETRLYLOG." WS-PRIOR-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-RLYLOG-PATH
           PERFORM LOAD-ONE-RELAY-LOG-PARA
           MOVE SPACES TO WS-RLYLOG-PATH
           STRING "NETRLYLOG." WS-TODAY-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-RLYLOG-PATH
           PERFORM LOAD-ONE-RELAY-LOG-PARA
           OPEN EXTEND RLYLOG-FILE
           IF WS-RLYLOG-STATUS = "35"
               OPEN OUTPUT RLYLOG-FILE
           END-IF
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
                           PERFORM ADD-RELAY-ENTRY-PARA
                   END-READ
               END-PERFORM
               CLOSE RLYLOG-FILE
           END-IF
           .

       ADD-RELAY-ENTRY-PARA.
           IF WS-RLY-COUNT LESS THAN 400
               ADD 1 TO WS-RLY-COUNT
               MOVE NETRLYLOG-INBOUND-PATH
                   TO WS-RLY-T-INBOUND (WS-RLY-COUNT)
               MOVE NETRLYLOG-TARGET-PARTNER
                   TO WS-RLY-T-TARGET (WS-RLY-COUNT)
           END-IF
           .

       PROCESS-REGISTER-FILE-PARA.
           MOVE SPACES TO WS-INBREG-PATH
           STRING "INBREG." WS-REG-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-INBREG-PATH
           OPEN INPUT INBREG-FILE
           IF WS-INBREG-STATUS = "00"
               ADD 1 TO WS-REGISTERS-FOUND
               MOVE "N" TO WS-INBREG-EOF-FLAG
               PERFORM UNTIL WS-INBREG-EOF-FLAG = "Y"
                   READ INBREG-FILE INTO INBREG-RECORD
                       AT END
                           MOVE "Y" TO WS-INBREG-EOF-FLAG
                       NOT AT END
      *                    Only a verified, first-time transfer goes
      *                    on: a DUP already reached its targets, and
      *                    REJ, SUS and RAW files are not trusted.
                           IF INBREG-STATUS = "ACC"
                               PERFORM RELAY-ONE-FILE-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INBREG-FILE
           END-IF
           .

       RELAY-ONE-FILE-PARA.
           MOVE "N" TO WS-FIRST-TYPE-READ-FLAG
           MOVE SPACES TO WS-FIRST-TYPE
           PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                   UNTIL WS-ROUTE-IDX GREATER THAN WS-ROUTE-COUNT
               MOVE WS-ROUTE-ROW (WS-ROUTE-IDX) TO NETROUTE-RECORD
               IF NETROUTE-SOURCE-PARTNER = INBREG-PARTNER-CODE
                   PERFORM CHECK-ROUTE-MATCH-PARA
                   IF WS-ROUTE-MATCH-FLAG = "Y"
                       PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
                               UNTIL WS-TARGET-IDX GREATER THAN 4
                           IF NETROUTE-TARGET-PARTNER (WS-TARGET-IDX)
                                   NOT = SPACES
                               MOVE NETROUTE-TARGET-PARTNER
                                       (WS-TARGET-IDX)
                                   TO WS-TARGET-PARTNER
                               PERFORM QUEUE-ONE-TARGET-PARA
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .

       CHECK-ROUTE-MATCH-PARA.
           MOVE "N" TO WS-ROUTE-MATCH-FLAG
           IF NETROUTE-ANY-FILE
               MOVE "Y" TO WS-ROUTE-MATCH-FLAG
           END-IF
           IF NETROUTE-BY-NAME
               PERFORM MATCH-SENT-NAME-PARA
           END-IF
           IF NETROUTE-BY-TYPE
               IF WS-FIRST-TYPE-READ-FLAG = "N"
                   PERFORM READ-FIRST-TYPE-PARA
               END-IF
               IF WS-FIRST-TYPE NOT = SPACES
                       AND WS-FIRST-TYPE = NETROUTE-CRITERION
                   MOVE "Y" TO WS-ROUTE-MATCH-FLAG
               END-IF
           END-IF
           .

       MATCH-SENT-NAME-PARA.
      *    A trailing "*" makes the criterion a prefix of the name the
      *    partner sent; otherwise the whole name must match.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(NETROUTE-CRITERION
               TRAILING)) TO WS-CRIT-LEN
           IF NETROUTE-CRITERION (WS-CRIT-LEN : 1) = "*"
               IF WS-CRIT-LEN = 1
                   MOVE "Y" TO WS-ROUTE-MATCH-FLAG
               ELSE
                   IF INBREG-SENT-NAME (1 : WS-CRIT-LEN - 1)
                           = NETROUTE-CRITERION (1 : WS-CRIT-LEN - 1)
                       MOVE "Y" TO WS-ROUTE-MATCH-FLAG
                   END-IF
               END-IF
           ELSE
               IF INBREG-SENT-NAME = NETROUTE-CRITERION
                   MOVE "Y" TO WS-ROUTE-MATCH-FLAG
               END-IF
           END-IF
           .

       READ-FIRST-TYPE-PARA.
      *    A binary transfer has no records to type, and a partner
      *    whose layout row does not say where the code sits sends
      *    one record type only; neither matches a type route.
           MOVE "Y" TO WS-FIRST-TYPE-READ-FLAG
           MOVE SPACES TO WS-FIRST-TYPE
           IF INBREG-XFER-MODE NOT = "B"
               PERFORM FIND-LAYOUT-PARA
               IF WS-LAY-FOUND-FLAG = "Y"
                       AND INBLAYOUT-TYPE-POS IS NUMERIC
                       AND INBLAYOUT-TYPE-LEN IS NUMERIC
                       AND INBLAYOUT-TYPE-POS GREATER THAN 0
                       AND INBLAYOUT-TYPE-LEN GREATER THAN 0
                   COMPUTE WS-TYPE-END =
                       INBLAYOUT-TYPE-POS + INBLAYOUT-TYPE-LEN - 1
                   MOVE INBREG-FILE-PATH TO WS-INBOUND-PATH
                   OPEN INPUT INBOUND-FILE
                   IF WS-INBOUND-STATUS = "00"
                       READ INBOUND-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF WS-TYPE-END NOT GREATER THAN
                                       WS-INB-RECORD-LEN
                                   MOVE INBOUND-RECORD
                                       (INBLAYOUT-TYPE-POS :
                                        INBLAYOUT-TYPE-LEN)
                                       TO WS-FIRST-TYPE
                               END-IF
                       END-READ
                       CLOSE INBOUND-FILE
                   END-IF
               END-IF
           END-IF
           .

       QUEUE-ONE-TARGET-PARA.
           MOVE INBREG-PARTNER-CODE TO WS-RPT-DET-SOURCE
           MOVE INBREG-FILE-PATH    TO WS-RPT-DET-FILE
           MOVE WS-TARGET-PARTNER   TO WS-RPT-DET-TARGET
           PERFORM CHECK-ALREADY-RELAYED-PARA
           IF WS-RLY-FOUND-FLAG = "Y"
               ADD 1 TO WS-RELAYS-SKIPPED
               MOVE "ALREADY RELAYED" TO WS-RPT-DET-NOTE
               WRITE REPORT-RECORD FROM WS-RPT-DETAIL-LINE
           ELSE
               MOVE SPACES TO WS-HOLD-REASON
               PERFORM CHECK-TARGET-PARA
               IF WS-HOLD-REASON = SPACES
                   PERFORM BUILD-QUEUED-NAME-PARA
               END-IF
               IF WS-HOLD-REASON = SPACES
                   PERFORM COPY-TO-TARGET-PARA
               END-IF
      *        A held relay is not logged, so the next run within the
      *        two-day walk tries it again.
               IF WS-HOLD-REASON NOT = SPACES
                   ADD 1 TO WS-RELAYS-HELD
                   MOVE WS-HOLD-REASON TO WS-RPT-DET-NOTE
                   WRITE REPORT-RECORD FROM WS-RPT-DETAIL-LINE
                   DISPLAY "Relay of " INBREG-FILE-PATH " to partner "
                       WS-TARGET-PARTNER " held, " WS-HOLD-REASON
               END-IF
           END-IF
           .

       CHECK-ALREADY-RELAYED-PARA.
           MOVE "N" TO WS-RLY-FOUND-FLAG
           MOVE 1 TO WS-RLY-IDX
           PERFORM UNTIL WS-RLY-IDX GREATER THAN WS-RLY-COUNT
                   OR WS-RLY-FOUND-FLAG = "Y"
               IF WS-RLY-T-INBOUND (WS-RLY-IDX) = INBREG-FILE-PATH
                       AND WS-RLY-T-TARGET (WS-RLY-IDX)
                           = WS-TARGET-PARTNER
                   MOVE "Y" TO WS-RLY-FOUND-FLAG
               END-IF
               ADD 1 TO WS-RLY-IDX
           END-PERFORM
           .

       CHECK-TARGET-PARA.
      *    The target is sent to under the version of its master row
      *    in effect today, which is what its next TEST run will use.
           MOVE WS-TODAY-DATE     TO WS-NETCFG-AS-OF
           MOVE WS-TARGET-PARTNER TO WS-NETCFG-PARTNER
           PERFORM FIND-NETCFG-VERSION-PARA
           IF NOT NETCFG-FOUND
               MOVE "TARGET NOT IN PARTNER MASTER" TO WS-HOLD-REASON
           ELSE
               IF NETCFG-INACTIVE
                   MOVE "TARGET DEACTIVATED" TO WS-HOLD-REASON
               ELSE
                   IF NETCFG-FILE-PATTERN = SPACES
                       MOVE "TARGET HAS NO FILE PATTERN"
                           TO WS-HOLD-REASON
                   ELSE
      *                A binary file sent in the legacy line mode
      *                would reach the target as broken lines.
                       IF INBREG-XFER-MODE = "B"
                               AND NOT NETCFG-BLOCK-MODE
                               AND NOT NETCFG-COMPRESSED-MODE
                           MOVE "BINARY, TARGET IN LINE MODE"
                               TO WS-HOLD-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       BUILD-QUEUED-NAME-PARA.
      *    The queued name is the target's file pattern with its
      *    first "*" replaced by RELAY. and the stored file's partner,
      *    date and sequence (INBOUND.BANK01.20261015.003.DAT gives
      *    RELAY.BANK01.20261015.003), so the target's manifest line
      *    names the INBREG row it came from. Any further "*" is
      *    dropped. A pattern with no "*" is a single literal name,
      *    used as it stands.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(INBREG-FILE-PATH
               TRAILING)) TO WS-INB-PATH-LEN
           MOVE SPACES TO WS-RELAY-TOKEN
           IF WS-INB-PATH-LEN GREATER THAN 12
                   AND INBREG-FILE-PATH (1 : 8) = "INBOUND."
                   AND INBREG-FILE-PATH (WS-INB-PATH-LEN - 3 : 4)
                       = ".DAT"
               STRING "RELAY."
                       INBREG-FILE-PATH (9 : WS-INB-PATH-LEN - 12)
                   DELIMITED BY SIZE INTO WS-RELAY-TOKEN
           ELSE
               STRING "RELAY."
                       INBREG-FILE-PATH (1 : WS-INB-PATH-LEN)
                   DELIMITED BY SIZE INTO WS-RELAY-TOKEN
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RELAY-TOKEN
               TRAILING)) TO WS-TOKEN-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(NETCFG-FILE-PATTERN
               TRAILING)) TO WS-PATTERN-LEN
           MOVE 0 TO WS-PATTERN-STAR-COUNT
           INSPECT NETCFG-FILE-PATTERN
               TALLYING WS-PATTERN-STAR-COUNT FOR ALL "*"
           MOVE SPACES TO WS-QUEUED-NAME
           IF WS-PATTERN-STAR-COUNT = 0
               MOVE NETCFG-FILE-PATTERN TO WS-QUEUED-NAME
           ELSE
               MOVE 0 TO WS-QN-LEN
               MOVE "N" TO WS-STAR-DONE-FLAG
               PERFORM VARYING WS-PAT-IDX FROM 1 BY 1
                       UNTIL WS-PAT-IDX GREATER THAN WS-PATTERN-LEN
                       OR WS-QN-LEN GREATER THAN 60
                   IF NETCFG-FILE-PATTERN (WS-PAT-IDX : 1) = "*"
                       IF WS-STAR-DONE-FLAG = "N"
                           MOVE "Y" TO WS-STAR-DONE-FLAG
                           IF WS-QN-LEN + WS-TOKEN-LEN GREATER THAN 60
                               MOVE 61 TO WS-QN-LEN
                           ELSE
                               MOVE WS-RELAY-TOKEN (1 : WS-TOKEN-LEN)
                                   TO WS-QUEUED-NAME
                                       (WS-QN-LEN + 1 : WS-TOKEN-LEN)
                               ADD WS-TOKEN-LEN TO WS-QN-LEN
                           END-IF
                       END-IF
                   ELSE
                       ADD 1 TO WS-QN-LEN
                       IF WS-QN-LEN NOT GREATER THAN 60
                           MOVE NETCFG-FILE-PATTERN (WS-PAT-IDX : 1)
                               TO WS-QUEUED-NAME (WS-QN-LEN : 1)
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-QN-LEN GREATER THAN 60
                   MOVE SPACES TO WS-QUEUED-NAME
                   MOVE "QUEUED NAME TOO LONG" TO WS-HOLD-REASON
               END-IF
           END-IF
           .

       COPY-TO-TARGET-PARA.
      *    A wildcard name already on disk can only be this file's,
      *    left by a run that stopped before logging it: it is
      *    logged now rather than copied again. A literal name on
      *    disk is the target's own extract, or an earlier relay
      *    not yet sent, and the relay waits for the next run.
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-QUEUED-NAME WS-CHECK-FILE-DETAILS
               GIVING WS-CALL-STATUS
           END-CALL
           IF WS-CALL-STATUS = 0
               IF WS-PATTERN-STAR-COUNT = 0
                   MOVE "TARGET FILE BUSY, NEXT RUN" TO WS-HOLD-REASON
               ELSE
                   PERFORM WRITE-CONTROL-RECORD-PARA
               END-IF
           ELSE
               CALL "CBL_COPY_FILE"
                   USING INBREG-FILE-PATH WS-QUEUED-NAME
                   GIVING WS-CALL-STATUS
                   ON EXCEPTION
                       DISPLAY "Exception when calling CBL_COPY_FILE."
                       MOVE -1 TO WS-CALL-STATUS
               END-CALL
               IF WS-CALL-STATUS NOT = 0
                   MOVE "COPY FAILED, NEXT RUN" TO WS-HOLD-REASON
               ELSE
                   PERFORM WRITE-CONTROL-RECORD-PARA
               END-IF
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM LOG-RELAY-PARA
           END-IF
           .

       WRITE-CONTROL-RECORD-PARA.
      *    The control record is written last, so TEST never sees the
      *    copy as ready before it is complete. The hash field is the
      *    source partner's layout key where it declares one short
      *    enough to total, else the first column; either way TEST
      *    re-proves the count and total before the copy goes.
           INITIALIZE NETCTL-RECORD
           MOVE "RELAY KEY" TO NETCTL-HASH-FIELD
           MOVE 1 TO NETCTL-HASH-OFFSET
           MOVE 1 TO NETCTL-HASH-LENGTH
           PERFORM FIND-LAYOUT-PARA
           IF WS-LAY-FOUND-FLAG = "Y"
                   AND INBLAYOUT-KEY-LEN IS NUMERIC
                   AND INBLAYOUT-KEY-LEN GREATER THAN 0
                   AND INBLAYOUT-KEY-LEN NOT GREATER THAN 15
               MOVE INBLAYOUT-KEY-LEN TO NETCTL-HASH-LENGTH
           END-IF
           MOVE 0 TO WS-QUE-RECS
           MOVE 0 TO WS-QUE-HASH
           MOVE "N" TO WS-QUEUED-EOF-FLAG
           OPEN INPUT QUEUED-FILE
           IF WS-QUEUED-STATUS NOT = "00"
               MOVE "QUEUED COPY NOT READABLE" TO WS-HOLD-REASON
           ELSE
               PERFORM UNTIL WS-QUEUED-EOF-FLAG = "Y"
                   READ QUEUED-FILE
                       AT END
                           MOVE "Y" TO WS-QUEUED-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-QUE-RECS
                           PERFORM ADD-TO-QUEUED-HASH-PARA
                   END-READ
               END-PERFORM
               CLOSE QUEUED-FILE
               MOVE WS-QUE-RECS TO NETCTL-REC-COUNT
               MOVE WS-QUE-HASH TO NETCTL-HASH-TOTAL
               MOVE SPACES TO WS-CTL-PATH
               STRING WS-QUEUED-NAME DELIMITED BY SPACE
                       ".CTL"        DELIMITED BY SIZE
                   INTO WS-CTL-PATH
               OPEN OUTPUT CTL-FILE
               IF WS-CTL-STATUS NOT = "00"
                   MOVE "CONTROL RECORD NOT WRITTEN" TO WS-HOLD-REASON
               ELSE
                   WRITE CTL-FILE-RECORD FROM NETCTL-RECORD
                   CLOSE CTL-FILE
               END-IF
           END-IF
           .

       ADD-TO-QUEUED-HASH-PARA.
           MOVE SPACES TO WS-QUE-LINE
           IF WS-QUE-RECORD-LEN GREATER THAN 0
               MOVE QUEUED-RECORD (1 : WS-QUE-RECORD-LEN)
                   TO WS-QUE-LINE
           END-IF
           IF WS-QUE-LINE (NETCTL-HASH-OFFSET : NETCTL-HASH-LENGTH)
                   NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-QUE-LINE
                       (NETCTL-HASH-OFFSET : NETCTL-HASH-LENGTH)) = 0
                   COMPUTE WS-QUE-HASH = WS-QUE-HASH
                       + FUNCTION NUMVAL(WS-QUE-LINE
                           (NETCTL-HASH-OFFSET : NETCTL-HASH-LENGTH))
               END-IF
           END-IF
           .

       LOG-RELAY-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-TODAY-DATE       TO NETRLYLOG-QUEUE-DATE
           COMPUTE NETRLYLOG-QUEUE-TIME =
               WS-CURR-HH * 10000 + WS-CURR-MIN * 100 + WS-CURR-SS
           MOVE INBREG-PARTNER-CODE TO NETRLYLOG-SOURCE-PARTNER
           MOVE WS-REG-DATE         TO NETRLYLOG-REG-DATE
           MOVE INBREG-FILE-PATH    TO NETRLYLOG-INBOUND-PATH
           MOVE WS-TARGET-PARTNER   TO NETRLYLOG-TARGET-PARTNER
           MOVE WS-QUEUED-NAME      TO NETRLYLOG-QUEUED-NAME
           MOVE WS-QUE-RECS         TO NETRLYLOG-REC-COUNT
           WRITE RLYLOG-FILE-RECORD FROM NETRLYLOG-RECORD
      *    The log is what stops the next run relaying the file
      *    again, so a row that did not land fails the run.
           IF WS-RLYLOG-STATUS NOT = "00"
               DISPLAY "Unable to log relay of " INBREG-FILE-PATH
                   " to " WS-RLYLOG-PATH ", status " WS-RLYLOG-STATUS
                   ", the next run will relay it again."
               MOVE "Y" TO WS-RLYLOG-FAILED-FLAG
           END-IF
           PERFORM ADD-RELAY-ENTRY-PARA
           ADD 1 TO WS-RELAYS-QUEUED
           MOVE "QUEUED FOR NEXT TEST RUN" TO WS-RPT-DET-NOTE
           WRITE REPORT-RECORD FROM WS-RPT-DETAIL-LINE
           MOVE WS-QUEUED-NAME TO WS-RPT-QUE-NAME
           MOVE WS-QUE-RECS    TO WS-RPT-QUE-RECS
           WRITE REPORT-RECORD FROM WS-RPT-QUEUED-LINE
           .

       WRITE-SUMMARY-PARA.
           MOVE "RELAYS QUEUED:          " TO WS-RPT-LABEL
           MOVE WS-RELAYS-QUEUED           TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "RELAYS HELD:            " TO WS-RPT-LABEL
           MOVE WS-RELAYS-HELD             TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "ALREADY RELAYED:        " TO WS-RPT-LABEL
           MOVE WS-RELAYS-SKIPPED          TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE
           .

       COPY NETCFGPD.
