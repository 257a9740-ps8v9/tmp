       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NETCALSEL.

           COPY NETCFGSEL.

           SELECT SCHED-FILE ASSIGN TO DYNAMIC WS-SCHED-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NETCAL-FILE.
       COPY NETCAL.

       COPY NETCFGFD.

       FD  SCHED-FILE.
       01  SCHED-FILE-RECORD       PIC X(61).

       FD  INBREG-FILE.
       01  INBREG-FILE-RECORD      PIC X(156).

       FD  CHECKPOINT-FILE.
       COPY CHKPT.
       01  REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY NETCALWS.

       COPY NETCFG.
       COPY NETCFGWS.

       01  WS-SCHED-PATH           PIC X(40)  VALUE "NETSCHED.DAT".
       01  WS-SCHED-STATUS         PIC XX     VALUE SPACES.
       01  WS-SCHED-EOF-FLAG       PIC X      VALUE "N".
      *    weekday columns.
       01  WS-WEEKDAY              PIC 9      VALUE 0.

      *    Walk back from today over the days a "move to the next
      *    business day" schedule line may have been carried across:
      *    weekends and closed days. Two weeks covers any run of
      *    holidays the shop has ever closed for.
       01  WS-WALK-INT             PIC 9(7)   VALUE 0.
       01  WS-WALK-DATE            PIC 9(8)   VALUE 0.
       01  WS-WALK-WEEKDAY         PIC 9      VALUE 0.
       01  WS-WALK-DAYS            PIC 9(2)   VALUE 0.
       01  WS-WALK-DONE-FLAG       PIC X      VALUE "N".
       01  WS-CARRIED-FROM         PIC 9(8)   VALUE 0.

       COPY NETSCHED.

       COPY INBREG.
       01  WS-SCHED-CHECKED        PIC 9(5)   VALUE 0.
       01  WS-MISS-COUNT           PIC 9(5)   VALUE 0.
       01  WS-LATE-COUNT           PIC 9(5)   VALUE 0.
       01  WS-CLOSED-COUNT         PIC 9(5)   VALUE 0.
       01  WS-CARRIED-COUNT        PIC 9(5)   VALUE 0.
       01  WS-INACTIVE-COUNT       PIC 9(5)   VALUE 0.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER              PIC X(8)   VALUE "PARTNER=".
           05  WS-RPT-DET-CUTOFF   PIC X(4).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-RPT-DET-VERDICT  PIC X(20).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-RPT-DET-NOTE     PIC X(24).

       01  WS-RPT-SUMMARY-LINE.
           05  WS-RPT-LABEL        PIC X(24).
           END-IF

           PERFORM OPEN-ALERT-FILES-PARA
           PERFORM OPEN-NETCAL-PARA
           PERFORM OPEN-NETCFG-PARA
           PERFORM LOAD-ARRIVALS-PARA
           PERFORM LOAD-COMPLETIONS-PARA
           PERFORM WALK-SCHEDULE-PARA
           MOVE WS-LATE-COUNT              TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "CLOSED, NOT EXPECTED:   " TO WS-RPT-LABEL
           MOVE WS-CLOSED-COUNT            TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "CARRIED FROM CLOSED DAY:" TO WS-RPT-LABEL
           MOVE WS-CARRIED-COUNT           TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "PARTNER DEACTIVATED:    " TO WS-RPT-LABEL
           MOVE WS-INACTIVE-COUNT          TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           CLOSE REPORT-FILE
           CLOSE ALERT-FILE
           IF WS-ASTAT-AVAIL-FLAG = "Y"
               CLOSE ALERTSTAT-FILE
           END-IF
           IF WS-NETCAL-AVAIL-FLAG = "Y"
               CLOSE NETCAL-FILE
           END-IF
           IF WS-NETCFG-AVAIL-FLAG = "Y"
               CLOSE NETCFG-FILE
           END-IF

           DISPLAY "NETMON: " WS-MISS-COUNT " missing, "
               WS-LATE-COUNT " late of " WS-SCHED-CHECKED
               " expected transfers, " WS-CLOSED-COUNT
               " skipped as closed."

           IF WS-MISS-COUNT GREATER THAN 0
                   OR WS-LATE-COUNT GREATER THAN 0
                       AT END
                           MOVE "Y" TO WS-SCHED-EOF-FLAG
                       NOT AT END
                           PERFORM CHECK-SCHED-LINE-PARA
                   END-READ
               END-PERFORM
               CLOSE SCHED-FILE
           END-IF
           .

       CHECK-SCHED-LINE-PARA.
      *    A partner whose version in effect today is deactivated
      *    expects nothing, whatever NETSCHED still says; a partner
      *    not in the master at all is monitored as before.
           MOVE NETSCHED-PARTNER-CODE TO WS-NETCFG-PARTNER
           MOVE WS-TODAY-DATE         TO WS-NETCFG-AS-OF
           PERFORM FIND-NETCFG-VERSION-PARA
           IF NETCFG-FOUND AND NETCFG-INACTIVE
               IF NETSCHED-WEEKDAYS (WS-WEEKDAY : 1) = "Y"
                   PERFORM REPORT-INACTIVE-PARA
               END-IF
           ELSE
               PERFORM CHECK-SCHED-DAY-PARA
           END-IF
           .

       REPORT-INACTIVE-PARA.
           ADD 1 TO WS-INACTIVE-COUNT
           MOVE NETSCHED-PARTNER-CODE TO WS-RPT-DET-PARTNER
           MOVE NETSCHED-DIRECTION    TO WS-RPT-DET-DIR
           MOVE NETSCHED-CUTOFF-HHMM  TO WS-RPT-DET-CUTOFF
           MOVE "PARTNER DEACTIVATED" TO WS-RPT-DET-VERDICT
           MOVE SPACES                TO WS-RPT-DET-NOTE
           STRING "SINCE " NETCFG-EFF-DATE
               DELIMITED BY SIZE INTO WS-RPT-DET-NOTE
           WRITE REPORT-RECORD FROM WS-RPT-DETAIL-LINE
           .

       CHECK-SCHED-DAY-PARA.
      *    A day the calendar closes for the shop or the partner
      *    expects nothing and raises no alert. On an open weekday a
      *    line that moves to the next business day is also expected
      *    when it fell due on a closed day since the last business
      *    day, even if the line is not scheduled for today itself.
           MOVE 0 TO WS-CARRIED-FROM
           MOVE SPACES TO WS-RPT-DET-NOTE
           MOVE NETSCHED-PARTNER-CODE TO WS-CAL-PARTNER
           MOVE WS-TODAY-DATE         TO WS-CAL-DATE
           PERFORM CHECK-CAL-CLOSED-PARA
           IF CAL-CLOSED
               IF NETSCHED-WEEKDAYS (WS-WEEKDAY : 1) = "Y"
                   PERFORM REPORT-CLOSED-DAY-PARA
               END-IF
           ELSE
               IF NETSCHED-WEEKDAYS (WS-WEEKDAY : 1) = "Y"
                   PERFORM CHECK-ONE-EXPECTED-PARA
               ELSE
                   IF NETSCHED-MOVE-TO-NEXT
                           AND WS-WEEKDAY LESS THAN 6
                       PERFORM FIND-CARRIED-DAY-PARA
                   END-IF
                   IF WS-CARRIED-FROM GREATER THAN 0
                       ADD 1 TO WS-CARRIED-COUNT
                       STRING "CARRIED FROM " WS-CARRIED-FROM
                           DELIMITED BY SIZE INTO WS-RPT-DET-NOTE
                       PERFORM CHECK-ONE-EXPECTED-PARA
                   END-IF
               END-IF
           END-IF
           .

       REPORT-CLOSED-DAY-PARA.
           ADD 1 TO WS-CLOSED-COUNT
           MOVE NETSCHED-PARTNER-CODE TO WS-RPT-DET-PARTNER
           MOVE NETSCHED-DIRECTION    TO WS-RPT-DET-DIR
           MOVE NETSCHED-CUTOFF-HHMM  TO WS-RPT-DET-CUTOFF
           IF WS-CAL-CLOSED-BY = "*"
               MOVE "SHOP CLOSED" TO WS-RPT-DET-VERDICT
           ELSE
               MOVE "PARTNER CLOSED" TO WS-RPT-DET-VERDICT
           END-IF
           IF NETSCHED-MOVE-TO-NEXT
               MOVE "MOVED TO NEXT BUS. DAY" TO WS-RPT-DET-NOTE
           ELSE
               MOVE WS-CAL-DESCRIPTION TO WS-RPT-DET-NOTE
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-DETAIL-LINE
           .

       FIND-CARRIED-DAY-PARA.
      *    Walk back a day at a time. A closed day this line was
      *    scheduled for is the one being carried; an open weekday
      *    in between was the next business day and took it there
      *    instead, so the walk stops with nothing carried. Weekends
      *    and closed unscheduled days are stepped over.
           MOVE 0 TO WS-CARRIED-FROM
           MOVE 0 TO WS-WALK-DAYS
           MOVE WS-TODAY-INT TO WS-WALK-INT
           MOVE "N" TO WS-WALK-DONE-FLAG
           PERFORM UNTIL WS-WALK-DONE-FLAG = "Y"
               SUBTRACT 1 FROM WS-WALK-INT
               ADD 1 TO WS-WALK-DAYS
               COMPUTE WS-WALK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WALK-INT)
               COMPUTE WS-WALK-WEEKDAY = FUNCTION REM(WS-WALK-INT, 7)
               IF WS-WALK-WEEKDAY = 0
                   MOVE 7 TO WS-WALK-WEEKDAY
               END-IF
               MOVE WS-WALK-DATE TO WS-CAL-DATE
               PERFORM CHECK-CAL-CLOSED-PARA
               IF CAL-CLOSED
                   IF NETSCHED-WEEKDAYS (WS-WALK-WEEKDAY : 1) = "Y"
                       MOVE WS-WALK-DATE TO WS-CARRIED-FROM
                       MOVE "Y" TO WS-WALK-DONE-FLAG
                   END-IF
               ELSE
                   IF WS-WALK-WEEKDAY LESS THAN 6
                       MOVE "Y" TO WS-WALK-DONE-FLAG
                   END-IF
               END-IF
               IF WS-WALK-DAYS NOT LESS THAN 14
                   MOVE "Y" TO WS-WALK-DONE-FLAG
               END-IF
           END-PERFORM
           .

       CHECK-ONE-EXPECTED-PARA.
           ADD 1 TO WS-SCHED-CHECKED
           IF NETSCHED-CUTOFF-HHMM IS NUMERIC
               NETSCHED-PARTNER-CODE " " WS-ALERT-TYPE
               " expected transfer."
           .

       COPY NETCALPD.

       COPY NETCFGPD.
