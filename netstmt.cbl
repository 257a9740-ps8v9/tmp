               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INBREG-STATUS.

           COPY NETCFGSEL.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       01  STMTCTL-RECORD          PIC X(6).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD         PIC X(259).

       FD  INBREG-FILE.
       01  INBREG-FILE-RECORD      PIC X(156).

       COPY NETCFGFD.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(100).
       01  WS-RPT-PATH             PIC X(40)  VALUE SPACES.
       01  WS-RPT-STATUS           PIC XX     VALUE SPACES.

       COPY NETCFG.
       COPY NETCFGWS.

       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURR-YYYY        PIC 9(4).
           05  WS-CURR-MM          PIC 9(2).
       01  WS-STMT-MONTH           PIC 9(6)   VALUE 0.
       01  WS-SCAN-DAY             PIC 9(2)   VALUE 0.
       01  WS-SCAN-DATE            PIC 9(8)   VALUE 0.
      *    The month's last day, or today for a month still running:
      *    each partner is shown with the version of its settings in
      *    effect then.
       01  WS-STMT-END-DATE        PIC 9(8)   VALUE 0.
       01  WS-TODAY-DATE           PIC 9(8)   VALUE 0.

       COPY INBREG.

           05  WS-MAN-WIRE-BYTES   PIC X(9).
           05  FILLER              PIC X.
           05  WS-MAN-XFER-MODE    PIC X.
      *    Disposition code and where the file went; blank on
      *    lines written before the columns existed.
           05  FILLER              PIC X.
           05  WS-MAN-DISPOSITION  PIC X(4).
           05  FILLER              PIC X.
           05  WS-MAN-DISP-PATH    PIC X(96).
      *    Line type and original run date; an RSND line is an
      *    operator resend of a file already billed on the day it
      *    first went, and is counted in its own column only.
           05  FILLER              PIC X.
           05  WS-MAN-LINE-TYPE    PIC X(4).
           05  FILLER              PIC X.
           05  WS-MAN-ORIG-DATE    PIC X(8).

      *    One accumulator row per partner seen anywhere in the
      *    month, on either side of the wire.
               10  WS-VOL-RECV-BLOCK   PIC 9(5).
               10  WS-VOL-RECV-RECS    PIC 9(11).
               10  WS-VOL-RECV-BYTES   PIC 9(13).
               10  WS-VOL-RESENT-FILES PIC 9(5).
       01  WS-VOL-IDX              PIC 9(3)   VALUE 0.
       01  WS-VOL-USE-IDX          PIC 9(3)   VALUE 0.
       01  WS-WORK-PARTNER         PIC X(8)   VALUE SPACES.
       01  WS-GRAND-RECV-FILES     PIC 9(7)   VALUE 0.
       01  WS-GRAND-RECV-RECS      PIC 9(11)  VALUE 0.
       01  WS-GRAND-RECV-BYTES     PIC 9(13)  VALUE 0.
       01  WS-GRAND-RESENT-FILES   PIC 9(7)   VALUE 0.

      *    Fixed-layout statement row, one per partner plus one
      *    grand total, every column zero-filled at a fixed offset
           05  WS-STM-RECV-BLOCK   PIC 9(5).
           05  WS-STM-RECV-RECS    PIC 9(11).
           05  WS-STM-RECV-BYTES   PIC 9(13).
      *    Operator resends, added at the end of the row so every
      *    earlier column keeps its offset.
           05  WS-STM-RESENT-FILES PIC 9(5).
      *    Transfer mode ("L", "B" or "C") and active flag ("A" or
      *    "I") of the partner's version in effect at the end of the
      *    month, blank for a partner not in the master and on the
      *    total row; added at the end for the same reason.
           05  WS-STM-XFER-MODE    PIC X.
           05  WS-STM-ACTIVE-FLAG  PIC X.

       01  WS-STMT-HEADER-LINE.
           05  FILLER              PIC X(26)  VALUE
                   UNTIL WS-SCAN-DAY GREATER THAN 31
               COMPUTE WS-SCAN-DATE =
                   WS-STMT-MONTH * 100 + WS-SCAN-DAY
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-SCAN-DATE) = 0
                   MOVE WS-SCAN-DATE TO WS-STMT-END-DATE
               END-IF
               PERFORM SWEEP-MANIFEST-PARA
               PERFORM SWEEP-REGISTER-PARA
           END-PERFORM

           IF WS-STMT-END-DATE GREATER THAN WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO WS-STMT-END-DATE
           END-IF
           PERFORM OPEN-NETCFG-PARA
           PERFORM WRITE-STATEMENT-PARA
           IF WS-NETCFG-AVAIL-FLAG = "Y"
               CLOSE NETCFG-FILE
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "NETSTMT: " WS-VOL-COUNT
      *    its first record; without it the job covers the current
      *    month, which suits the month-end schedule.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE 0 TO WS-TODAY-DATE
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           MOVE 0 TO WS-STMT-MONTH
           STRING WS-CURR-YYYY WS-CURR-MM
               DELIMITED BY SIZE INTO WS-STMT-MONTH
           MOVE WS-MAN-PARTNER TO WS-WORK-PARTNER
           PERFORM FIND-VOL-ENTRY-PARA
           IF WS-VOL-USE-IDX GREATER THAN 0
                   AND WS-MAN-LINE-TYPE = "RSND"
               ADD 1 TO WS-VOL-RESENT-FILES (WS-VOL-USE-IDX)
           END-IF
      *    A DISP line only records a later move of a file already
      *    counted from its XMIT line.
           IF WS-VOL-USE-IDX GREATER THAN 0
                   AND WS-MAN-LINE-TYPE NOT = "RSND"
                   AND WS-MAN-LINE-TYPE NOT = "DISP"
               ADD 1 TO WS-VOL-SENT-FILES (WS-VOL-USE-IDX)
               IF WS-MAN-XFER-MODE = "B" OR WS-MAN-XFER-MODE = "C"
                   ADD 1 TO WS-VOL-SENT-BLOCK (WS-VOL-USE-IDX)
                   TO WS-STM-RECV-RECS
               MOVE WS-VOL-RECV-BYTES (WS-VOL-IDX)
                   TO WS-STM-RECV-BYTES
               MOVE WS-VOL-RESENT-FILES (WS-VOL-IDX)
                   TO WS-STM-RESENT-FILES
               PERFORM FIND-MONTH-END-VERSION-PARA
               WRITE REPORT-RECORD FROM WS-STMT-LINE
               ADD WS-VOL-SENT-FILES (WS-VOL-IDX)
                   TO WS-GRAND-SENT-FILES
                   TO WS-GRAND-RECV-RECS
               ADD WS-VOL-RECV-BYTES (WS-VOL-IDX)
                   TO WS-GRAND-RECV-BYTES
               ADD WS-VOL-RESENT-FILES (WS-VOL-IDX)
                   TO WS-GRAND-RESENT-FILES
               ADD 1 TO WS-VOL-IDX
           END-PERFORM

           MOVE WS-GRAND-RECV-BLOCK TO WS-STM-RECV-BLOCK
           MOVE WS-GRAND-RECV-RECS  TO WS-STM-RECV-RECS
           MOVE WS-GRAND-RECV-BYTES TO WS-STM-RECV-BYTES
           MOVE WS-GRAND-RESENT-FILES TO WS-STM-RESENT-FILES
           MOVE SPACE TO WS-STM-XFER-MODE
           MOVE SPACE TO WS-STM-ACTIVE-FLAG
           WRITE REPORT-RECORD FROM WS-STMT-LINE
           .

       FIND-MONTH-END-VERSION-PARA.
           MOVE SPACE TO WS-STM-XFER-MODE
           MOVE SPACE TO WS-STM-ACTIVE-FLAG
           MOVE WS-VOL-PARTNER (WS-VOL-IDX) TO WS-NETCFG-PARTNER
           MOVE WS-STMT-END-DATE            TO WS-NETCFG-AS-OF
           PERFORM FIND-NETCFG-VERSION-PARA
           IF NETCFG-FOUND
               MOVE NETCFG-XFER-MODE TO WS-STM-XFER-MODE
               IF NETCFG-XFER-MODE = SPACE
                   MOVE "L" TO WS-STM-XFER-MODE
               END-IF
               IF NETCFG-INACTIVE
                   MOVE "I" TO WS-STM-ACTIVE-FLAG
               ELSE
                   MOVE "A" TO WS-STM-ACTIVE-FLAG
               END-IF
           END-IF
           .

       COPY NETCFGPD.
