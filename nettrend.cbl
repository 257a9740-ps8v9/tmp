               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRENDCTL-STATUS.

           COPY NETCFGSEL.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  TRENDCTL-FILE.
       01  TRENDCTL-RECORD         PIC X(3).

       COPY NETCFGFD.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       01  WS-RPT-PATH             PIC X(40)  VALUE SPACES.
       01  WS-RPT-STATUS           PIC XX     VALUE SPACES.

       COPY NETCFG.
       COPY NETCFGWS.

       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURR-YYYY        PIC 9(4).
           05  WS-CURR-MM          PIC 9(2).
       01  WS-FAIL-THRESHOLD-PCT   PIC 9(3)   VALUE 010.

       01  WS-RPT-MONTH            PIC 9(6)   VALUE 0.
       01  WS-TODAY-DATE           PIC 9(8)   VALUE 0.
       01  WS-MONTH-START-DATE     PIC 9(8)   VALUE 0.
       01  WS-SCAN-DAY             PIC 9(2)   VALUE 0.

       01  WS-TREND-TABLE.
           05  FILLER              PIC X(4)   VALUE " H2=".
           05  WS-RPT-TREND-H2     PIC ZZZZZZZZZZZ9.

      *    The partner's settings as they stand at the report date
      *    (month to date), with the date that version took effect;
      *    a version that took effect after the 1st means the month's
      *    figures straddle a change of host or mode.
       01  WS-RPT-SETUP-LINE.
           05  FILLER              PIC X(7)   VALUE "  HOST=".
           05  WS-RPT-SETUP-HOST   PIC X(40).
           05  FILLER              PIC X(6)   VALUE " MODE=".
           05  WS-RPT-SETUP-MODE   PIC X.
           05  FILLER              PIC X(5)   VALUE " EFF=".
           05  WS-RPT-SETUP-EFF    PIC 9(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-RPT-SETUP-NOTE   PIC X(12).

       01  WS-RPT-FLAG-LINE.
           05  FILLER              PIC X(17)  VALUE
                   "** FAILURE RATE ".
           MOVE 0 TO WS-RPT-MONTH
           STRING WS-CURR-YYYY WS-CURR-MM
               DELIMITED BY SIZE INTO WS-RPT-MONTH
           MOVE 0 TO WS-TODAY-DATE
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           COMPUTE WS-MONTH-START-DATE = WS-RPT-MONTH * 100 + 1

           STRING "NETTREND." WS-CURR-YYYY WS-CURR-MM ".RPT"
               DELIMITED BY SIZE INTO WS-RPT-PATH
               PERFORM SCAN-ONE-DAY-PARA
           END-PERFORM

           PERFORM OPEN-NETCFG-PARA
           PERFORM WRITE-TREND-REPORT-PARA
           IF WS-NETCFG-AVAIL-FLAG = "Y"
               CLOSE NETCFG-FILE
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "NETTREND: " WS-TRD-COUNT
       WRITE-ONE-PARTNER-PARA.
           MOVE WS-TRD-PARTNER (WS-TRD-IDX) TO WS-RPT-PARTNER
           WRITE REPORT-RECORD FROM WS-RPT-PARTNER-LINE
           PERFORM WRITE-SETUP-LINE-PARA

           MOVE "C$NetOpen " TO WS-RPT-CALL-NAME
           MOVE WS-TRD-OPEN-ATT (WS-TRD-IDX) TO WS-RPT-CALL-ATT
           WRITE REPORT-RECORD
           .

       WRITE-SETUP-LINE-PARA.
           MOVE WS-TRD-PARTNER (WS-TRD-IDX) TO WS-NETCFG-PARTNER
           MOVE WS-TODAY-DATE               TO WS-NETCFG-AS-OF
           PERFORM FIND-NETCFG-VERSION-PARA
           IF NETCFG-FOUND
               MOVE NETCFG-HOST      TO WS-RPT-SETUP-HOST
               MOVE NETCFG-XFER-MODE TO WS-RPT-SETUP-MODE
               IF NETCFG-XFER-MODE = SPACE
                   MOVE "L" TO WS-RPT-SETUP-MODE
               END-IF
               MOVE NETCFG-EFF-DATE  TO WS-RPT-SETUP-EFF
               MOVE SPACES           TO WS-RPT-SETUP-NOTE
               IF NETCFG-EFF-DATE GREATER THAN WS-MONTH-START-DATE
                   MOVE "CHANGED" TO WS-RPT-SETUP-NOTE
               END-IF
               IF NETCFG-INACTIVE
                   MOVE "DEACTIVATED" TO WS-RPT-SETUP-NOTE
               END-IF
               WRITE REPORT-RECORD FROM WS-RPT-SETUP-LINE
           END-IF
           .

       COMPUTE-OPEN-RATE-PARA.
           MOVE 0 TO WS-RATE-PCT
           IF WS-TRD-OPEN-ATT (WS-TRD-IDX) GREATER THAN 0
                   / WS-TRD-WRITE-ATT (WS-TRD-IDX)
           END-IF
           .

       COPY NETCFGPD.
