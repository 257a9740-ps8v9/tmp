       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NETRESEND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NETLOGSEL.

           SELECT TXN-FILE ASSIGN TO DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           COPY NETCFGSEL.

           SELECT NETSYS-FILE ASSIGN TO DYNAMIC WS-NETSYS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NETSYS-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CHKPT-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CHKPT-KEY
               FILE STATUS IS WS-CHKPT-STATUS.

           SELECT SEND-FILE ASSIGN TO DYNAMIC WS-SEND-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEND-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY NETLOGFD.

       FD  TXN-FILE.
       01  TXN-FILE-RECORD         PIC X(124).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD            PIC X(175).

       COPY NETCFGFD.

       FD  NETSYS-FILE.
       01  NETSYS-FILE-RECORD      PIC X(15).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD         PIC X(259).

       FD  CHECKPOINT-FILE.
       COPY CHKPT.

       FD  SEND-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON WS-SEND-RECORD-LEN.
       01  SEND-RECORD             PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  CALL-STATUS             PIC S9(3)  VALUE 0.
       01  PTR                     POINTER    VALUE NULL.
       01  CONN-PTR                POINTER    VALUE NULL.

       COPY NETLOGWS.

      *    Sized for a file read back from the sent area, whose name
      *    carries the area and the partner and run-date prefix.
       01  WS-SEND-FILE-PATH       PIC X(96)  VALUE SPACES.

       01  WS-TXN-PATH             PIC X(40)  VALUE "NETRSNDTXN.DAT".
       01  WS-TXN-STATUS           PIC XX     VALUE SPACES.
       01  WS-TXN-EOF-FLAG         PIC X      VALUE "N".

       01  WS-AUDIT-PATH           PIC X(40)  VALUE "NETRSNDAUD.DAT".
       01  WS-AUDIT-STATUS         PIC XX     VALUE SPACES.
       01  WS-AUDIT-EOF-FLAG       PIC X      VALUE "N".

       COPY NETCFG.
       COPY NETCFGWS.

       01  WS-NETSYS-PATH          PIC X(40)  VALUE "NETSYS.DAT".
       01  WS-NETSYS-STATUS        PIC XX     VALUE SPACES.

       COPY NETSYS.

       COPY NETRSNDTXN.

       01  WS-CFG-FOUND-IDX        PIC 9(3)   VALUE 0.

       01  WS-MANIFEST-PATH        PIC X(40)  VALUE SPACES.
       01  WS-MANIFEST-STATUS      PIC XX     VALUE SPACES.
       01  WS-MANIFEST-EOF-FLAG    PIC X      VALUE "N".
       01  WS-MAN-FOUND-FLAG       PIC X      VALUE "N".
       01  WS-ORIG-DISPOSITION     PIC X(4)   VALUE SPACES.
       01  WS-ORIG-CTL-RECS        PIC X(9)   VALUE SPACES.
       01  WS-ORIG-CTL-FIELD       PIC X(12)  VALUE SPACES.
       01  WS-ORIG-CTL-HASH        PIC X(18)  VALUE SPACES.

       01  WS-CHKPT-PATH           PIC X(40)  VALUE SPACES.
       01  WS-CHKPT-STATUS         PIC XX     VALUE SPACES.

       01  WS-RPT-PATH             PIC X(40)  VALUE SPACES.
       01  WS-RPT-STATUS           PIC XX     VALUE SPACES.

       01  WS-RUN-DATE             PIC 9(8)   VALUE 0.
       01  WS-ORIG-DATE            PIC 9(8)   VALUE 0.
       01  WS-TODAY-STAMP          PIC X(10)  VALUE SPACES.
       01  WS-NET-READY-FLAG       PIC X      VALUE "N".
       01  WS-FILE-STATUS          PIC S9(4)  VALUE 0.

       COPY NETINITWS.

       COPY NETENV.

       COPY NETCKSWS.

       COPY NETCMPWS.

       COPY NETSNDWS.

       01  WS-FILES-XMIT-BEFORE    PIC 9(5)   VALUE 0.

       01  WS-TXNS-READ            PIC 9(5)   VALUE 0.
       01  WS-TXNS-ACCEPTED        PIC 9(5)   VALUE 0.
       01  WS-TXNS-REFUSED         PIC 9(5)   VALUE 0.
       01  WS-TXNS-FAILED          PIC 9(5)   VALUE 0.

       01  WS-TXN-REASON           PIC X(30)  VALUE SPACES.
       01  WS-TXN-RESULT           PIC X(8)   VALUE SPACES.

      *    Read-side view of a manifest line. A resend line carries
      *    RSND in the line-type column and the run date the file was
      *    first sent on; every other line is an ordinary transfer,
      *    including lines written before the column existed, which
      *    leave it blank. Only an ordinary line proves a file went.
       01  WS-MAN-IN-LINE.
           05  WS-MIN-PARTNER      PIC X(8).
           05  FILLER              PIC X.
           05  WS-MIN-FILE         PIC X(60).
           05  FILLER              PIC X.
           05  WS-MIN-RECS         PIC X(9).
           05  FILLER              PIC X.
           05  WS-MIN-BYTES        PIC X(9).
           05  FILLER              PIC X.
           05  WS-MIN-WIRE-BYTES   PIC X(9).
           05  FILLER              PIC X.
           05  WS-MIN-XFER-MODE    PIC X.
           05  FILLER              PIC X.
           05  WS-MIN-DISPOSITION  PIC X(4).
           05  FILLER              PIC X.
           05  WS-MIN-DISP-PATH    PIC X(96).
           05  FILLER              PIC X.
           05  WS-MIN-LINE-TYPE    PIC X(4).
           05  FILLER              PIC X.
           05  WS-MIN-ORIG-DATE    PIC X(8).
      *    Readiness control values; blank on lines written before
      *    the columns existed.
           05  FILLER              PIC X.
           05  WS-MIN-CTL-RECS     PIC X(9).
           05  FILLER              PIC X.
           05  WS-MIN-CTL-FIELD    PIC X(12).
           05  FILLER              PIC X.
           05  WS-MIN-CTL-HASH     PIC X(18).

       01  WS-MANIFEST-LINE.
           05  WS-MAN-PARTNER      PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-MAN-FILE         PIC X(60).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-MAN-RECS         PIC 9(9).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-MAN-BYTES        PIC 9(9).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-MAN-WIRE-BYTES   PIC 9(9).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-MAN-XFER-MODE    PIC X.
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-MAN-DISPOSITION  PIC X(4).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-MAN-DISP-PATH    PIC X(96).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-MAN-LINE-TYPE    PIC X(4).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-MAN-ORIG-DATE    PIC X(8).
      *    A resend carries the original transfer's control values,
      *    since it repeats the very file they were checked against.
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-MAN-CTL-RECS     PIC X(9).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-MAN-CTL-FIELD    PIC X(12).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-MAN-CTL-HASH     PIC X(18).

      *    Resends already recorded ACCEPTED in today's audit trail,
      *    so a rerun of the same request file after an abend cannot
      *    deliver a file to the partner a second time. A genuine
      *    second resend of the same file waits for the next day.
       01  WS-RSD-TABLE.
           05  WS-RSD-COUNT        PIC 9(3)   VALUE 0.
           05  WS-RSD-ENTRY OCCURS 500 TIMES.
               10  WS-RSD-T-PARTNER    PIC X(8).
               10  WS-RSD-T-DATE       PIC X(8).
               10  WS-RSD-T-FILE       PIC X(60).
       01  WS-RSD-IDX              PIC 9(3)   VALUE 0.
       01  WS-RSD-FOUND-FLAG       PIC X      VALUE "N".

      *    Input-only image of an audit header line, so reading the
      *    trail back can never disturb the VALUE-initialized labels
      *    of the write template below; the FILLER widths cover the
      *    label columns.
       01  WS-AUDIT-IN-LINE.
           05  WS-AIN-TIMESTAMP    PIC X(17).
           05  FILLER              PIC X(6).
           05  WS-AIN-USER-ID      PIC X(8).
           05  FILLER              PIC X(9).
           05  WS-AIN-PARTNER      PIC X(8).
           05  FILLER              PIC X(6).
           05  WS-AIN-DATE         PIC X(8).
           05  FILLER              PIC X(8).
           05  WS-AIN-RESULT       PIC X(8).
           05  FILLER              PIC X(31).
           05  FILLER              PIC X(6).
           05  WS-AIN-FILE         PIC X(60).

       01  WS-AUDIT-HEADER-LINE.
           05  WS-AUD-TIMESTAMP    PIC X(17).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(5)   VALUE "USER=".
           05  WS-AUD-USER-ID      PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(8)   VALUE "PARTNER=".
           05  WS-AUD-PARTNER      PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(5)   VALUE "DATE=".
           05  WS-AUD-DATE         PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(7)   VALUE "RESULT=".
           05  WS-AUD-RESULT       PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-AUD-REASON       PIC X(30).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(5)   VALUE "FILE=".
           05  WS-AUD-FILE         PIC X(60).

       01  WS-AUDIT-WHY-LINE.
           05  FILLER              PIC X(10)  VALUE "  WHY:    ".
           05  WS-AUD-WHY          PIC X(40).

       01  WS-AUDIT-SOURCE-LINE.
           05  FILLER              PIC X(10)  VALUE "  SOURCE: ".
           05  WS-AUD-SOURCE       PIC X(96).

       01  WS-RPT-RESEND-LINE.
           05  FILLER              PIC X(7)   VALUE "RESEND ".
           05  WS-RPT-RSD-RESULT   PIC X(8).
           05  FILLER              PIC X      VALUE ",".
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(8)   VALUE "PARTNER=".
           05  WS-RPT-RSD-PARTNER  PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(5)   VALUE "DATE=".
           05  WS-RPT-RSD-DATE     PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-RPT-RSD-FILE     PIC X(50).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-RPT-RSD-REASON   PIC X(30).

       01  WS-RPT-SUMMARY-LINE.
           05  WS-RPT-LABEL        PIC X(24).
           05  WS-RPT-VALUE        PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM BUILD-NETLOG-PATH-PARA
           PERFORM OPEN-NETLOG-PARA
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE
           STRING WS-CURR-YYYY "-" WS-CURR-MM "-" WS-CURR-DD
               DELIMITED BY SIZE INTO WS-TODAY-STAMP

           PERFORM LOAD-CFG-TABLE-PARA
           PERFORM LOAD-RESENT-AUDIT-PARA
           PERFORM OPEN-AUDIT-PARA

           OPEN INPUT TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-TXN-PATH
                   ", status " WS-TXN-STATUS ", nothing to do."
               CLOSE AUDIT-FILE
               CLOSE NETLOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-REPORT-PARA

      *    A library that will not initialize refuses nothing by
      *    itself: each request is still validated and audited, and
      *    the ones that pass are recorded FAILED so the operator
      *    can simply rerun the same request file.
           PERFORM CALL-NET-INIT-RETRY-PARA
           IF CALL-STATUS = 0
               MOVE "Y" TO WS-NET-READY-FLAG
           ELSE
               DISPLAY "C$NetInit failed with status " CALL-STATUS
                   ", no resend can be sent this run."
           END-IF

           MOVE "N" TO WS-TXN-EOF-FLAG
           PERFORM UNTIL WS-TXN-EOF-FLAG = "Y"
               READ TXN-FILE INTO NETRSNDTXN-RECORD
                   AT END
                       MOVE "Y" TO WS-TXN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TXNS-READ
                       PERFORM PROCESS-ONE-TXN-PARA
               END-READ
           END-PERFORM
           CLOSE TXN-FILE

           IF WS-NET-READY-FLAG = "Y"
               PERFORM CALL-NET-FREE-PARA
               PERFORM CALL-NET-CLEANUP-PARA
           END-IF

           PERFORM WRITE-REPORT-SUMMARY-PARA

           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           CLOSE NETLOG-FILE

           DISPLAY "NETRESEND: " WS-TXNS-READ " read, "
               WS-TXNS-ACCEPTED " resent, "
               WS-TXNS-REFUSED " refused, "
               WS-TXNS-FAILED " failed."

           IF WS-TXNS-REFUSED GREATER THAN 0
                   OR WS-TXNS-FAILED GREATER THAN 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK
           .

       LOAD-CFG-TABLE-PARA.
      *    A resend goes out today, so it uses each partner's version
      *    in effect today, whatever was in effect on the original
      *    run date. The C$NetInit retry policy is a run-level
      *    setting taken from NETSYS.DAT, as in TEST.
           PERFORM OPEN-NETCFG-PARA
           IF WS-NETCFG-AVAIL-FLAG = "Y"
               MOVE WS-RUN-DATE TO WS-NETCFG-AS-OF
               PERFORM LOAD-NETCFG-AS-OF-PARA
               CLOSE NETCFG-FILE
           ELSE
               MOVE 0 TO WS-NETCFG-COUNT
               DISPLAY "NETCFG.DAT not found, every resend request "
                   "will be refused."
           END-IF
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
           END-IF
           .

       LOAD-RESENT-AUDIT-PARA.
      *    The WHY and SOURCE detail lines fail the date-stamp test
      *    and fall out naturally.
           MOVE 0 TO WS-RSD-COUNT
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE "N" TO WS-AUDIT-EOF-FLAG
               PERFORM UNTIL WS-AUDIT-EOF-FLAG = "Y"
                   MOVE SPACES TO WS-AUDIT-IN-LINE
                   READ AUDIT-FILE INTO WS-AUDIT-IN-LINE
                       AT END
                           MOVE "Y" TO WS-AUDIT-EOF-FLAG
                       NOT AT END
                           IF WS-AIN-TIMESTAMP (1 : 10)
                                   = WS-TODAY-STAMP
                                   AND WS-AIN-RESULT = "ACCEPTED"
                                   AND WS-RSD-COUNT LESS THAN 500
                               ADD 1 TO WS-RSD-COUNT
                               MOVE WS-AIN-PARTNER
                                   TO WS-RSD-T-PARTNER (WS-RSD-COUNT)
                               MOVE WS-AIN-DATE
                                   TO WS-RSD-T-DATE (WS-RSD-COUNT)
                               MOVE WS-AIN-FILE
                                   TO WS-RSD-T-FILE (WS-RSD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           .

       OPEN-AUDIT-PARA.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-AUDIT-PATH
                   ", status " WS-AUDIT-STATUS ", aborting: no "
                   "file is resent without its audit record."
               CLOSE NETLOG-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           .

       OPEN-REPORT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           STRING "NETRSND." WS-CURR-YYYY WS-CURR-MM WS-CURR-DD ".RPT"
               DELIMITED BY SIZE INTO WS-RPT-PATH
           OPEN EXTEND REPORT-FILE
           IF WS-RPT-STATUS = "35"
               OPEN OUTPUT REPORT-FILE
           END-IF
           .

       PROCESS-ONE-TXN-PARA.
           MOVE SPACES TO WS-TXN-REASON
           MOVE SPACES TO WS-SEND-FILE-PATH
           MOVE "N" TO WS-MAN-FOUND-FLAG
           PERFORM VALIDATE-TXN-PARA
           IF WS-TXN-REASON NOT = SPACES
               MOVE "REFUSED" TO WS-TXN-RESULT
               ADD 1 TO WS-TXNS-REFUSED
           ELSE
               IF WS-NET-READY-FLAG = "N"
                   MOVE "NETWORK INIT FAILED" TO WS-TXN-REASON
               ELSE
                   PERFORM RESEND-FILE-PARA
               END-IF
               IF WS-TXN-REASON = SPACES
                   MOVE "ACCEPTED" TO WS-TXN-RESULT
                   ADD 1 TO WS-TXNS-ACCEPTED
                   PERFORM WRITE-RESEND-MANIFEST-PARA
                   IF WS-RSD-COUNT LESS THAN 500
                       ADD 1 TO WS-RSD-COUNT
                       MOVE NETRSNDTXN-PARTNER-CODE
                           TO WS-RSD-T-PARTNER (WS-RSD-COUNT)
                       MOVE NETRSNDTXN-RUN-DATE
                           TO WS-RSD-T-DATE (WS-RSD-COUNT)
                       MOVE NETRSNDTXN-FILE-NAME
                           TO WS-RSD-T-FILE (WS-RSD-COUNT)
                   END-IF
               ELSE
                   MOVE "FAILED" TO WS-TXN-RESULT
                   ADD 1 TO WS-TXNS-FAILED
               END-IF
           END-IF
           IF WS-TXN-RESULT NOT = "ACCEPTED"
               DISPLAY "Resend of " NETRSNDTXN-FILE-NAME
                   " for partner " NETRSNDTXN-PARTNER-CODE " "
                   WS-TXN-RESULT ": " WS-TXN-REASON
           END-IF
           PERFORM WRITE-RESEND-LINE-PARA
           PERFORM WRITE-AUDIT-PARA
           .

       VALIDATE-TXN-PARA.
           IF NETRSNDTXN-USER-ID = SPACES
               MOVE "USER ID BLANK" TO WS-TXN-REASON
           ELSE
               IF NETRSNDTXN-PARTNER-CODE = SPACES
                   MOVE "PARTNER CODE BLANK" TO WS-TXN-REASON
               ELSE
                   IF NETRSNDTXN-FILE-NAME = SPACES
                       MOVE "FILE NAME BLANK" TO WS-TXN-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-TXN-REASON = SPACES
               IF NETRSNDTXN-RUN-DATE IS NOT NUMERIC
                   MOVE "RUN DATE NOT NUMERIC" TO WS-TXN-REASON
               ELSE
                   MOVE NETRSNDTXN-RUN-DATE TO WS-ORIG-DATE
                   IF WS-ORIG-DATE GREATER THAN WS-RUN-DATE
                       MOVE "RUN DATE IN FUTURE" TO WS-TXN-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-TXN-REASON = SPACES
               PERFORM FIND-PARTNER-PARA
               IF WS-CFG-FOUND-IDX = 0
                   MOVE "PARTNER NOT FOUND" TO WS-TXN-REASON
               ELSE
                   IF NETCFG-INACTIVE
                       MOVE "PARTNER DEACTIVATED" TO WS-TXN-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-TXN-REASON = SPACES
               PERFORM CHECK-RESENT-TODAY-PARA
               IF WS-RSD-FOUND-FLAG = "Y"
                   MOVE "ALREADY RESENT TODAY" TO WS-TXN-REASON
               END-IF
           END-IF
           IF WS-TXN-REASON = SPACES
               PERFORM FIND-ORIG-MANIFEST-PARA
           END-IF
           IF WS-TXN-REASON = SPACES
               PERFORM CHECK-ORIG-CHKPT-PARA
           END-IF
           IF WS-TXN-REASON = SPACES
               CALL "CBL_CHECK_FILE_EXIST"
                   USING WS-SEND-FILE-PATH WS-CHECK-FILE-DETAILS
                   GIVING WS-FILE-STATUS
               END-CALL
               IF WS-FILE-STATUS NOT = 0
                   MOVE "SOURCE FILE NOT FOUND" TO WS-TXN-REASON
               END-IF
           END-IF
           .

       FIND-PARTNER-PARA.
           MOVE 0 TO WS-CFG-FOUND-IDX
           MOVE 1 TO WS-NETCFG-IDX
           PERFORM UNTIL WS-NETCFG-IDX GREATER THAN WS-NETCFG-COUNT
                   OR WS-CFG-FOUND-IDX GREATER THAN 0
               MOVE WS-NETCFG-ROW (WS-NETCFG-IDX) TO NETCFG-RECORD
               IF NETCFG-PARTNER-CODE = NETRSNDTXN-PARTNER-CODE
                   MOVE WS-NETCFG-IDX TO WS-CFG-FOUND-IDX
               END-IF
               ADD 1 TO WS-NETCFG-IDX
           END-PERFORM
           .

       CHECK-RESENT-TODAY-PARA.
           MOVE "N" TO WS-RSD-FOUND-FLAG
           MOVE 1 TO WS-RSD-IDX
           PERFORM UNTIL WS-RSD-IDX GREATER THAN WS-RSD-COUNT
                   OR WS-RSD-FOUND-FLAG = "Y"
               IF WS-RSD-T-PARTNER (WS-RSD-IDX)
                       = NETRSNDTXN-PARTNER-CODE
                       AND WS-RSD-T-DATE (WS-RSD-IDX)
                           = NETRSNDTXN-RUN-DATE
                       AND WS-RSD-T-FILE (WS-RSD-IDX)
                           = NETRSNDTXN-FILE-NAME
                   MOVE "Y" TO WS-RSD-FOUND-FLAG
               END-IF
               ADD 1 TO WS-RSD-IDX
           END-PERFORM
           .

       FIND-ORIG-MANIFEST-PARA.
      *    The file is read back from wherever the original run left
      *    it: the sent-area name on a SENT line, otherwise its own
      *    name (a KEPT line, or a line written before extracts were
      *    moved after acknowledgment). Every matching line is read
      *    and the last one wins, so a DISP line from a run that
      *    finished an earlier KEPT file's move gives its new place.
           STRING "NETMANIFEST." NETRSNDTXN-RUN-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-MANIFEST-PATH
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               MOVE "NO MANIFEST FOR RUN DATE" TO WS-TXN-REASON
           ELSE
               MOVE "N" TO WS-MANIFEST-EOF-FLAG
               PERFORM UNTIL WS-MANIFEST-EOF-FLAG = "Y"
                   MOVE SPACES TO WS-MAN-IN-LINE
                   READ MANIFEST-FILE INTO WS-MAN-IN-LINE
                       AT END
                           MOVE "Y" TO WS-MANIFEST-EOF-FLAG
                       NOT AT END
                           IF WS-MIN-PARTNER
                                   = NETRSNDTXN-PARTNER-CODE
                                   AND WS-MIN-FILE
                                       = NETRSNDTXN-FILE-NAME
                                   AND WS-MIN-LINE-TYPE NOT = "RSND"
                               MOVE "Y" TO WS-MAN-FOUND-FLAG
                               MOVE WS-MIN-DISPOSITION
                                   TO WS-ORIG-DISPOSITION
                               MOVE WS-MIN-CTL-RECS
                                   TO WS-ORIG-CTL-RECS
                               MOVE WS-MIN-CTL-FIELD
                                   TO WS-ORIG-CTL-FIELD
                               MOVE WS-MIN-CTL-HASH
                                   TO WS-ORIG-CTL-HASH
                               IF WS-MIN-DISPOSITION = "SENT"
                                   MOVE WS-MIN-DISP-PATH
                                       TO WS-SEND-FILE-PATH
                               ELSE
                                   MOVE WS-MIN-FILE
                                       TO WS-SEND-FILE-PATH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
               IF WS-MAN-FOUND-FLAG = "N"
                   MOVE "NOT IN MANIFEST FOR DATE" TO WS-TXN-REASON
               END-IF
           END-IF
           .

       CHECK-ORIG-CHKPT-PARA.
           STRING "CHECKPOINT." NETRSNDTXN-RUN-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-CHKPT-PATH
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHKPT-STATUS NOT = "00"
               MOVE "NO CHECKPOINT FOR RUN DATE" TO WS-TXN-REASON
           ELSE
               MOVE WS-ORIG-DATE            TO CHKPT-RUN-DATE
               MOVE NETRSNDTXN-PARTNER-CODE TO CHKPT-PARTNER-CODE
               MOVE NETRSNDTXN-FILE-NAME    TO CHKPT-FILE-NAME
               READ CHECKPOINT-FILE
                   INVALID KEY
                       MOVE "NOT IN CHECKPOINT FOR DATE"
                           TO WS-TXN-REASON
                   NOT INVALID KEY
                       IF CHKPT-STATUS NOT = "DONE"
                           MOVE "NOT DONE IN CHECKPOINT"
                               TO WS-TXN-REASON
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           .

       RESEND-FILE-PARA.
      *    One session per request, through the same envelope and
      *    acknowledgment path TEST uses. Today's checkpoint is
      *    neither read nor written, so the resend bypasses the
      *    already-transmitted skip for this one file only, and the
      *    partner is told the name the file was first sent under.
           MOVE NETCFG-PARTNER-CODE TO WS-PARTNER-CODE
           MOVE NETCFG-PARTNER-CODE TO WS-LOG-PARTNER-CODE
           MOVE NETCFG-HOST         TO WS-DEST-HOST
           MOVE NETCFG-PORT         TO WS-DEST-PORT
           MOVE NETCFG-TIMEOUT-SECS TO WS-CONN-TIMEOUT-SECS
           IF NETCFG-BLOCK-MODE
               MOVE "B" TO WS-XFER-MODE
           ELSE
               IF NETCFG-COMPRESSED-MODE
                   MOVE "C" TO WS-XFER-MODE
               ELSE
                   MOVE "L" TO WS-XFER-MODE
               END-IF
           END-IF
           MOVE NETCFG-CREDENTIAL    TO WS-PARTNER-CREDENTIAL
           MOVE NETRSNDTXN-FILE-NAME TO WS-SEND-HDR-NAME
           PERFORM CALL-NET-OPEN-PARA
           IF CALL-STATUS NOT = 0
               MOVE "CONNECTION FAILED" TO WS-TXN-REASON
           ELSE
               PERFORM SEND-ENV-IDENT-PARA
               IF CALL-STATUS = 0 AND NETENV-ACK-ACCEPTED
                   MOVE WS-FILES-TRANSMITTED TO WS-FILES-XMIT-BEFORE
                   IF XFER-BLOCK-MODE OR XFER-COMPRESSED-MODE
                       PERFORM SEND-FILE-BLOCK-PARA
                   ELSE
                       PERFORM SEND-FILE-PARA
                   END-IF
                   IF WS-FILES-TRANSMITTED
                           NOT GREATER THAN WS-FILES-XMIT-BEFORE
                       MOVE "NOT ACKNOWLEDGED" TO WS-TXN-REASON
                   END-IF
               ELSE
                   MOVE "IDENTIFICATION REFUSED" TO WS-TXN-REASON
               END-IF
               PERFORM CALL-NET-CLOSE-PARA
           END-IF
           .

       WRITE-RESEND-MANIFEST-PARA.
      *    Today's manifest is opened only for the one line, since a
      *    same-day resend reads that very file as its original.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           STRING "NETMANIFEST." WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
                   ".DAT"
               DELIMITED BY SIZE INTO WS-MANIFEST-PATH
           OPEN EXTEND MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "35"
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           IF WS-MANIFEST-STATUS = "00"
               MOVE WS-PARTNER-CODE      TO WS-MAN-PARTNER
               MOVE NETRSNDTXN-FILE-NAME TO WS-MAN-FILE
               MOVE WS-ENV-REC-COUNT     TO WS-MAN-RECS
               MOVE WS-ENV-BYTE-COUNT    TO WS-MAN-BYTES
               MOVE WS-ENV-WIRE-BYTES    TO WS-MAN-WIRE-BYTES
               MOVE WS-XFER-MODE         TO WS-MAN-XFER-MODE
               MOVE WS-ORIG-DISPOSITION  TO WS-MAN-DISPOSITION
               MOVE WS-SEND-FILE-PATH    TO WS-MAN-DISP-PATH
               MOVE "RSND"               TO WS-MAN-LINE-TYPE
               MOVE NETRSNDTXN-RUN-DATE  TO WS-MAN-ORIG-DATE
               MOVE WS-ORIG-CTL-RECS     TO WS-MAN-CTL-RECS
               MOVE WS-ORIG-CTL-FIELD    TO WS-MAN-CTL-FIELD
               MOVE WS-ORIG-CTL-HASH     TO WS-MAN-CTL-HASH
               WRITE MANIFEST-RECORD FROM WS-MANIFEST-LINE
               CLOSE MANIFEST-FILE
           ELSE
               DISPLAY "Unable to open " WS-MANIFEST-PATH
                   ", status " WS-MANIFEST-STATUS ", resend of "
                   NETRSNDTXN-FILE-NAME " is not in the manifest."
           END-IF
           .

       WRITE-RESEND-LINE-PARA.
           MOVE WS-TXN-RESULT           TO WS-RPT-RSD-RESULT
           MOVE NETRSNDTXN-PARTNER-CODE TO WS-RPT-RSD-PARTNER
           MOVE NETRSNDTXN-RUN-DATE     TO WS-RPT-RSD-DATE
           MOVE NETRSNDTXN-FILE-NAME    TO WS-RPT-RSD-FILE
           MOVE WS-TXN-REASON           TO WS-RPT-RSD-REASON
           WRITE REPORT-RECORD FROM WS-RPT-RESEND-LINE
           .

       WRITE-AUDIT-PARA.
      *    The source line is written only once a request got as far
      *    as locating the file, so a refused request shows exactly
      *    what the operator asked for and why it was turned down.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           STRING WS-CURR-YYYY "-" WS-CURR-MM "-" WS-CURR-DD "-"
                   WS-CURR-HH ":" WS-CURR-MIN ":" WS-CURR-SS
               DELIMITED BY SIZE INTO WS-AUD-TIMESTAMP
           MOVE NETRSNDTXN-USER-ID      TO WS-AUD-USER-ID
           MOVE NETRSNDTXN-PARTNER-CODE TO WS-AUD-PARTNER
           MOVE NETRSNDTXN-RUN-DATE     TO WS-AUD-DATE
           MOVE WS-TXN-RESULT           TO WS-AUD-RESULT
           MOVE WS-TXN-REASON           TO WS-AUD-REASON
           MOVE NETRSNDTXN-FILE-NAME    TO WS-AUD-FILE
           WRITE AUDIT-RECORD FROM WS-AUDIT-HEADER-LINE
           MOVE NETRSNDTXN-REASON       TO WS-AUD-WHY
           WRITE AUDIT-RECORD FROM WS-AUDIT-WHY-LINE
           IF WS-MAN-FOUND-FLAG = "Y"
               MOVE WS-SEND-FILE-PATH   TO WS-AUD-SOURCE
               WRITE AUDIT-RECORD FROM WS-AUDIT-SOURCE-LINE
           END-IF
           .

       WRITE-REPORT-SUMMARY-PARA.
           MOVE "RESEND REQUESTS READ:   " TO WS-RPT-LABEL
           MOVE WS-TXNS-READ               TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "RESENDS ACCEPTED:       " TO WS-RPT-LABEL
           MOVE WS-TXNS-ACCEPTED           TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "RESENDS REFUSED:        " TO WS-RPT-LABEL
           MOVE WS-TXNS-REFUSED            TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "RESENDS FAILED:         " TO WS-RPT-LABEL
           MOVE WS-TXNS-FAILED             TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "TOTAL BYTES SENT:       " TO WS-RPT-LABEL
           MOVE WS-TOTAL-BYTES-SENT        TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE
           .

       COPY NETLOGPD.

       COPY NETINITPD.

       COPY NETSNDPD.

       COPY NETCKSPD.

       COPY NETCMPPD.

       COPY NETCFGPD.
