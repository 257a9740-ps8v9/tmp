       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NETCALSEL.

           SELECT BOARDCTL-FILE ASSIGN TO DYNAMIC WS-BOARDCTL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BOARDCTL-STATUS.

           COPY NETCFGSEL.

           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CHKPT-PATH
               ORGANIZATION INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD  NETCAL-FILE.
       COPY NETCAL.

       FD  BOARDCTL-FILE.
       01  BOARDCTL-RECORD         PIC X(8).

       COPY NETCFGFD.

       FD  CHECKPOINT-FILE.
       COPY CHKPT.

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD         PIC X(259).

       FD  INBREG-FILE.
       01  INBREG-FILE-RECORD      PIC X(156).

       FD  DONE-FILE.
       01  DONE-RECORD             PIC X(86).

       FD  ALERT-FILE.
       01  ALERT-RECORD            PIC X(48).
       01  REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY NETCALWS.

       01  WS-BOARDCTL-PATH        PIC X(40)  VALUE "NETBOARDCTL.DAT".
       01  WS-BOARDCTL-STATUS      PIC XX     VALUE SPACES.

       COPY NETCFG.
       COPY NETCFGWS.

       01  WS-CHKPT-PATH           PIC X(40)  VALUE SPACES.
       01  WS-CHKPT-STATUS         PIC XX     VALUE SPACES.
      *    standing NETALERT.DAT.
       01  WS-RUN-DATE-STAMP       PIC X(10)  VALUE SPACES.

       COPY INBREG.

       COPY NETALERT.
           05  WS-MAN-WIRE-BYTES   PIC X(9).
           05  FILLER              PIC X.
           05  WS-MAN-XFER-MODE    PIC X.
      *    Disposition code and where the file went; blank on
      *    lines written before the columns existed.
           05  FILLER              PIC X.
           05  WS-MAN-DISPOSITION  PIC X(4).
           05  FILLER              PIC X.
           05  WS-MAN-DISP-PATH    PIC X(96).
      *    Line type (RSND for an operator resend) and the run date
      *    the resent file first went; blank on older lines.
           05  FILLER              PIC X.
           05  WS-MAN-LINE-TYPE    PIC X(4).
           05  FILLER              PIC X.
           05  WS-MAN-ORIG-DATE    PIC X(8).

       01  WS-CHK-TABLE.
           05  WS-CHK-COUNT        PIC 9(3)   VALUE 0.
               10  WS-MAN-T-PARTNER    PIC X(8).
               10  WS-MAN-T-RECS       PIC 9(9).
               10  WS-MAN-T-BYTES      PIC 9(9).
               10  WS-MAN-T-TYPE       PIC X(4).
       01  WS-MAN-IDX              PIC 9(3)   VALUE 0.

       01  WS-REG-TABLE.
      *    Per-partner figures gathered for the block being printed.
       01  WS-P-SENT-DONE          PIC 9(5)   VALUE 0.
       01  WS-P-MAN-FILES          PIC 9(5)   VALUE 0.
       01  WS-P-MAN-RESENT         PIC 9(5)   VALUE 0.
       01  WS-P-MAN-RECS           PIC 9(9)   VALUE 0.
       01  WS-P-MAN-BYTES          PIC 9(9)   VALUE 0.
       01  WS-P-RECV-ACC           PIC 9(5)   VALUE 0.
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-RPT-PARTNER-NOTE PIC X(10).

       01  WS-RPT-CLOSED-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  WS-RPT-CLOSED-TEXT  PIC X(16).
           05  WS-RPT-CLOSED-DESC  PIC X(30).

       01  WS-RPT-STAT-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  WS-RPT-STAT-LABEL   PIC X(22).
           IF WS-ASTAT-STATUS = "00"
               MOVE "Y" TO WS-ASTAT-AVAIL-FLAG
           END-IF
           PERFORM OPEN-NETCAL-PARA

           MOVE 1 TO WS-NETCFG-IDX
           PERFORM UNTIL WS-NETCFG-IDX GREATER THAN WS-NETCFG-COUNT
               MOVE WS-NETCFG-ROW (WS-NETCFG-IDX) TO NETCFG-RECORD
               PERFORM SHOW-ONE-PARTNER-PARA
               ADD 1 TO WS-NETCFG-IDX
           END-PERFORM

           IF WS-ASTAT-AVAIL-FLAG = "Y"
               CLOSE ALERTSTAT-FILE
           END-IF
           IF WS-NETCAL-AVAIL-FLAG = "Y"
               CLOSE NETCAL-FILE
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "NETBOARD: " WS-PARTNERS-SHOWN
           .

       LOAD-CFG-TABLE-PARA.
      *    The board shows each partner as it was set up on the day
      *    being reported, so a rerun for an earlier day does not
      *    pick up a later version's settings or deactivation.
           PERFORM OPEN-NETCFG-PARA
           IF WS-NETCFG-AVAIL-FLAG = "Y"
               MOVE WS-RUN-DATE TO WS-NETCFG-AS-OF
               PERFORM LOAD-NETCFG-AS-OF-PARA
               CLOSE NETCFG-FILE
           ELSE
               MOVE 0 TO WS-NETCFG-COUNT
               DISPLAY "NETCFG.DAT not found, no partners to "
                   "report."
           END-IF
                       AT END
                           MOVE "Y" TO WS-MANIFEST-EOF-FLAG
                       NOT AT END
      *                    A DISP line only records a later move of
      *                    a file already counted from its XMIT line.
                           IF WS-MAN-COUNT LESS THAN 200
                                   AND WS-MAN-LINE-TYPE NOT = "DISP"
                               ADD 1 TO WS-MAN-COUNT
                               MOVE WS-MAN-PARTNER
                                   TO WS-MAN-T-PARTNER (WS-MAN-COUNT)
                                   TO WS-MAN-T-RECS (WS-MAN-COUNT)
                               MOVE WS-MAN-BYTES
                                   TO WS-MAN-T-BYTES (WS-MAN-COUNT)
                               MOVE WS-MAN-LINE-TYPE
                                   TO WS-MAN-T-TYPE (WS-MAN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           PERFORM GATHER-PARTNER-FIGURES-PARA

           MOVE NETCFG-PARTNER-CODE TO WS-RPT-PARTNER
      *    A partner the business calendar closes on the run date is
      *    expected to be quiet, so the board says so up front rather
      *    than leaving empty counts to read as missing traffic.
           MOVE NETCFG-PARTNER-CODE TO WS-CAL-PARTNER
           MOVE WS-RUN-DATE         TO WS-CAL-DATE
           PERFORM CHECK-CAL-CLOSED-PARA
           IF NETCFG-INACTIVE
               MOVE "(INACTIVE)" TO WS-RPT-PARTNER-NOTE
           ELSE
               IF CAL-CLOSED
                   MOVE "(CLOSED)" TO WS-RPT-PARTNER-NOTE
               ELSE
                   MOVE SPACES TO WS-RPT-PARTNER-NOTE
               END-IF
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-PARTNER-LINE
           IF CAL-CLOSED
               IF WS-CAL-CLOSED-BY = "*"
                   MOVE "SHOP CLOSED:" TO WS-RPT-CLOSED-TEXT
               ELSE
                   MOVE "PARTNER CLOSED:" TO WS-RPT-CLOSED-TEXT
               END-IF
               MOVE WS-CAL-DESCRIPTION TO WS-RPT-CLOSED-DESC
               WRITE REPORT-RECORD FROM WS-RPT-CLOSED-LINE
           END-IF

           MOVE "SENT FILES DONE:      " TO WS-RPT-STAT-LABEL
           MOVE WS-P-SENT-DONE            TO WS-RPT-STAT-VALUE
           MOVE WS-P-MAN-BYTES            TO WS-RPT-STAT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-STAT-LINE

           MOVE "RESENT FILES:         " TO WS-RPT-STAT-LABEL
           MOVE WS-P-MAN-RESENT           TO WS-RPT-STAT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-STAT-LINE

           MOVE WS-P-RECV-ACC TO WS-RPT-RECV-ACC
           MOVE WS-P-RECV-DUP TO WS-RPT-RECV-DUP
           MOVE WS-P-RECV-REJ TO WS-RPT-RECV-REJ
       GATHER-PARTNER-FIGURES-PARA.
           MOVE 0 TO WS-P-SENT-DONE
           MOVE 0 TO WS-P-MAN-FILES
           MOVE 0 TO WS-P-MAN-RESENT
           MOVE 0 TO WS-P-MAN-RECS
           MOVE 0 TO WS-P-MAN-BYTES
           MOVE 0 TO WS-P-RECV-ACC

           MOVE 1 TO WS-MAN-IDX
           PERFORM UNTIL WS-MAN-IDX GREATER THAN WS-MAN-COUNT
      *        An operator resend repeats an earlier day's file and
      *        is shown on its own line, not as today's traffic.
               IF WS-MAN-T-PARTNER (WS-MAN-IDX)
                       = NETCFG-PARTNER-CODE
                       AND WS-MAN-T-TYPE (WS-MAN-IDX) = "RSND"
                   ADD 1 TO WS-P-MAN-RESENT
               END-IF
               IF WS-MAN-T-PARTNER (WS-MAN-IDX)
                       = NETCFG-PARTNER-CODE
                       AND WS-MAN-T-TYPE (WS-MAN-IDX) NOT = "RSND"
                   ADD 1 TO WS-P-MAN-FILES
                   ADD WS-MAN-T-RECS (WS-MAN-IDX) TO WS-P-MAN-RECS
                   ADD WS-MAN-T-BYTES (WS-MAN-IDX) TO WS-P-MAN-BYTES
                   MOVE "CLEAN" TO WS-P-VERDICT
               END-IF
           END-IF
      *    Trouble still shows on a closed day; only a quiet closed
      *    partner is reported as closed rather than clean.
           IF CAL-CLOSED AND WS-P-VERDICT = "CLEAN"
               MOVE "CLOSED" TO WS-P-VERDICT
           END-IF
           .

       COPY NETCALPD.

       COPY NETCFGPD.
