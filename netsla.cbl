       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NETSLA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NETCALSEL.

           COPY NETCFGSEL.

           SELECT SLACTL-FILE ASSIGN TO DYNAMIC WS-SLACTL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SLACTL-STATUS.

           SELECT SCHED-FILE ASSIGN TO DYNAMIC WS-SCHED-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT INBREG-FILE ASSIGN TO DYNAMIC WS-INBREG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INBREG-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CHKPT-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CHKPT-KEY
               FILE STATUS IS WS-CHKPT-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NETCAL-FILE.
       COPY NETCAL.

       COPY NETCFGFD.

       FD  SLACTL-FILE.
       01  SLACTL-RECORD.
           05  SLACTL-MONTH        PIC X(6).
           05  SLACTL-TARGET-PCT   PIC X(3).

       FD  SCHED-FILE.
       01  SCHED-FILE-RECORD       PIC X(61).

       FD  INBREG-FILE.
       01  INBREG-FILE-RECORD      PIC X(156).

       FD  CHECKPOINT-FILE.
       COPY CHKPT.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(120).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD          PIC X(61).

       WORKING-STORAGE SECTION.
       COPY NETCALWS.

       COPY NETCFG.
       COPY NETCFGWS.

       01  WS-SLACTL-PATH          PIC X(40)  VALUE "NETSLACTL.DAT".
       01  WS-SLACTL-STATUS        PIC XX     VALUE SPACES.

       01  WS-SCHED-PATH           PIC X(40)  VALUE "NETSCHED.DAT".
       01  WS-SCHED-STATUS         PIC XX     VALUE SPACES.
       01  WS-SCHED-EOF-FLAG       PIC X      VALUE "N".
       01  WS-SCHED-AVAIL-FLAG     PIC X      VALUE "N".

       01  WS-INBREG-PATH          PIC X(40)  VALUE SPACES.
       01  WS-INBREG-STATUS        PIC XX     VALUE SPACES.
       01  WS-INBREG-EOF-FLAG      PIC X      VALUE "N".

       01  WS-CHKPT-PATH           PIC X(40)  VALUE SPACES.
       01  WS-CHKPT-STATUS         PIC XX     VALUE SPACES.
       01  WS-CHKPT-EOF-FLAG       PIC X      VALUE "N".

       01  WS-RPT-PATH             PIC X(40)  VALUE SPACES.
       01  WS-RPT-STATUS           PIC XX     VALUE SPACES.
       01  WS-EXT-PATH             PIC X(40)  VALUE SPACES.
       01  WS-EXT-STATUS           PIC XX     VALUE SPACES.

       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURR-YYYY        PIC 9(4).
           05  WS-CURR-MM          PIC 9(2).
           05  WS-CURR-DD          PIC 9(2).
           05  WS-CURR-HH          PIC 9(2).
           05  WS-CURR-MIN         PIC 9(2).
           05  WS-CURR-SS          PIC 9(2).
           05  FILLER              PIC X(9).

       01  WS-TODAY-DATE           PIC 9(8)   VALUE 0.
       01  WS-SLA-MONTH            PIC 9(6)   VALUE 0.
      *    Whole percent of expected transfers that must arrive or
      *    go by the cutoff; a partner and direction under it is
      *    flagged. NETSLACTL.DAT may set it in columns 7-9.
       01  WS-TARGET-PCT           PIC 9(3)   VALUE 95.
       01  WS-SCAN-DAY             PIC 9(2)   VALUE 0.
       01  WS-SCAN-DATE            PIC 9(8)   VALUE 0.
       01  WS-DAYS-MEASURED        PIC 9(3)   VALUE 0.

      *    The day being measured is treated exactly as NETMON
      *    treated it on the night: its own register and
      *    checkpoint plus the prior day's, the same weekday
      *    columns, and the same closed-day and carried-day rules,
      *    so the month adds up to the alerts already raised.
       01  WS-DAY-DATE             PIC 9(8)   VALUE 0.
       01  WS-DAY-INT              PIC 9(7)   VALUE 0.
       01  WS-PRIOR-DATE           PIC 9(8)   VALUE 0.
       01  WS-DATE-INT             PIC 9(7)   VALUE 0.
       01  WS-PRIOR-DAY-FLAG       PIC X      VALUE "N".
           88  LOADING-PRIOR-DAY   VALUE "Y".
      *    1 = Monday through 7 = Sunday, matching the NETSCHED
      *    weekday columns.
       01  WS-WEEKDAY              PIC 9      VALUE 0.

       01  WS-WALK-INT             PIC 9(7)   VALUE 0.
       01  WS-WALK-DATE            PIC 9(8)   VALUE 0.
       01  WS-WALK-WEEKDAY         PIC 9      VALUE 0.
       01  WS-WALK-DAYS            PIC 9(2)   VALUE 0.
       01  WS-WALK-DONE-FLAG       PIC X      VALUE "N".
       01  WS-CARRIED-FROM         PIC 9(8)   VALUE 0.

       COPY NETSCHED.

       COPY INBREG.

      *    Register arrivals and checkpoint completions for the day
      *    being measured, times as HHMM; 9999 marks a row without a
      *    usable time, which counts as present but never late.
       01  WS-ARR-TABLE.
           05  WS-ARR-COUNT        PIC 9(3)   VALUE 0.
           05  WS-ARR-ENTRY OCCURS 200 TIMES.
               10  WS-ARR-T-PARTNER    PIC X(8).
               10  WS-ARR-T-TIME       PIC 9(4).
       01  WS-ARR-IDX              PIC 9(3)   VALUE 0.

       01  WS-OUT-TABLE.
           05  WS-OUT-COUNT        PIC 9(3)   VALUE 0.
           05  WS-OUT-ENTRY OCCURS 200 TIMES.
               10  WS-OUT-T-PARTNER    PIC X(8).
               10  WS-OUT-T-FILE       PIC X(60).
               10  WS-OUT-T-TIME       PIC 9(4).
       01  WS-OUT-IDX              PIC 9(3)   VALUE 0.

      *    Pattern matching for the schedule's expected file column,
      *    the same single-"*" form NETMON and TEST use.
       01  WS-MATCH-PATTERN        PIC X(40)  VALUE SPACES.
       01  WS-MATCH-NAME           PIC X(60)  VALUE SPACES.
       01  WS-MATCH-FLAG           PIC X      VALUE "N".
       01  WS-MATCH-PAT-LEN        PIC 9(3)   VALUE 0.
       01  WS-MATCH-NAME-LEN       PIC 9(3)   VALUE 0.
       01  WS-MATCH-STAR-POS       PIC 9(3)   VALUE 0.
       01  WS-MATCH-PRE-LEN        PIC 9(3)   VALUE 0.
       01  WS-MATCH-SUF-LEN        PIC 9(3)   VALUE 0.
       01  WS-MATCH-IDX            PIC 9(3)   VALUE 0.

       01  WS-RECV-TIME-X          PIC X(6)   VALUE SPACES.
       01  WS-RECV-TIME-N REDEFINES WS-RECV-TIME-X
                                   PIC 9(6).
       01  WS-CHKPT-HH             PIC X(2)   VALUE SPACES.
       01  WS-CHKPT-MIN            PIC X(2)   VALUE SPACES.

       01  WS-CUTOFF-HHMM          PIC 9(4)   VALUE 0.
       01  WS-BEST-TIME            PIC 9(4)   VALUE 0.
       01  WS-FOUND-FLAG           PIC X      VALUE "N".
       01  WS-CUTOFF-MINS          PIC 9(4)   VALUE 0.
       01  WS-BEST-MINS            PIC 9(4)   VALUE 0.
       01  WS-HOURS-WORK           PIC 9(2)   VALUE 0.
       01  WS-LATE-MINUTES         PIC 9(4)   VALUE 0.

      *    One accumulator row per partner and direction that was
      *    expected at least once in the month. Every schedule line
      *    due on a day is one expected transfer.
       01  WS-SLA-TABLE.
           05  WS-SLA-COUNT        PIC 9(3)   VALUE 0.
           05  WS-SLA-ENTRY OCCURS 200 TIMES.
               10  WS-SLA-PARTNER      PIC X(8).
               10  WS-SLA-DIRECTION    PIC X.
               10  WS-SLA-EXPECTED     PIC 9(5).
               10  WS-SLA-ON-TIME      PIC 9(5).
               10  WS-SLA-LATE         PIC 9(5).
               10  WS-SLA-LATE-MINS    PIC 9(7).
               10  WS-SLA-WORST-MINS   PIC 9(4).
               10  WS-SLA-MISSED       PIC 9(5).
       01  WS-SLA-IDX              PIC 9(3)   VALUE 0.
       01  WS-SLA-USE-IDX          PIC 9(3)   VALUE 0.

       01  WS-GRAND-EXPECTED       PIC 9(7)   VALUE 0.
       01  WS-GRAND-ON-TIME        PIC 9(7)   VALUE 0.
       01  WS-GRAND-LATE           PIC 9(7)   VALUE 0.
       01  WS-GRAND-LATE-MINS      PIC 9(9)   VALUE 0.
       01  WS-GRAND-WORST-MINS     PIC 9(4)   VALUE 0.
       01  WS-GRAND-MISSED         PIC 9(7)   VALUE 0.
       01  WS-BELOW-COUNT          PIC 9(3)   VALUE 0.

       01  WS-WORK-EXPECTED        PIC 9(7)   VALUE 0.
       01  WS-WORK-ON-TIME         PIC 9(7)   VALUE 0.
       01  WS-WORK-LATE            PIC 9(7)   VALUE 0.
       01  WS-WORK-LATE-MINS       PIC 9(9)   VALUE 0.
       01  WS-WORK-AVG-MINS        PIC 9(4)   VALUE 0.
       01  WS-WORK-PCT             PIC 9(3)V9 VALUE 0.
       01  WS-WORK-BELOW-FLAG      PIC X      VALUE "N".

      *    Fixed-layout extract row for the account managers'
      *    spreadsheet, every column at a fixed offset and
      *    zero-filled so the file loads unchanged month after
      *    month. Record type "D" is a partner and direction, "T"
      *    the total over every partner (direction "*"). Minutes
      *    late are whole minutes past the cutoff; the percentage
      *    carries one decimal with its point in the row.
       01  WS-EXT-LINE.
           05  WS-EXT-REC-TYPE     PIC X.
           05  WS-EXT-MONTH        PIC 9(6).
           05  WS-EXT-PARTNER      PIC X(8).
           05  WS-EXT-DIRECTION    PIC X.
           05  WS-EXT-EXPECTED     PIC 9(7).
           05  WS-EXT-ON-TIME      PIC 9(7).
           05  WS-EXT-LATE         PIC 9(7).
           05  WS-EXT-AVG-MINS     PIC 9(4).
           05  WS-EXT-WORST-MINS   PIC 9(4).
           05  WS-EXT-MISSED       PIC 9(7).
           05  WS-EXT-ON-TIME-PCT  PIC 999.9.
           05  WS-EXT-TARGET-PCT   PIC 9(3).
           05  WS-EXT-BELOW-FLAG   PIC X.

       01  WS-SLA-HEADER-LINE.
           05  FILLER              PIC X(25)  VALUE
                   "TRANSFER SLA COMPLIANCE, ".
           05  WS-HDR-MONTH        PIC 9(6).
           05  FILLER              PIC X(9)   VALUE ", TARGET ".
           05  WS-HDR-TARGET       PIC ZZ9.
           05  FILLER              PIC X      VALUE "%".

       01  WS-RPT-DETAIL-LINE.
           05  FILLER              PIC X(8)   VALUE "PARTNER=".
           05  WS-RPT-DET-PARTNER  PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(4)   VALUE "DIR=".
           05  WS-RPT-DET-DIR      PIC X.
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(9)   VALUE "EXPECTED=".
           05  WS-RPT-DET-EXPECTED PIC ZZZZ9.
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(8)   VALUE "ON TIME=".
           05  WS-RPT-DET-ON-TIME  PIC ZZZZ9.
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(5)   VALUE "LATE=".
           05  WS-RPT-DET-LATE     PIC ZZZZ9.
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(4)   VALUE "AVG=".
           05  WS-RPT-DET-AVG      PIC ZZZ9.
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(6)   VALUE "WORST=".
           05  WS-RPT-DET-WORST    PIC ZZZ9.
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(7)   VALUE "MISSED=".
           05  WS-RPT-DET-MISSED   PIC ZZZZ9.
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-RPT-DET-PCT      PIC ZZ9.9.
           05  FILLER              PIC X(2)   VALUE "% ".
           05  WS-RPT-DET-FLAG     PIC X(12).

       01  WS-RPT-SUMMARY-LINE.
           05  WS-RPT-LABEL        PIC X(24).
           05  WS-RPT-VALUE        PIC ZZZZZZZZ9.

       01  WS-RPT-PCT-LINE.
           05  WS-RPT-PCT-LABEL    PIC X(24).
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  WS-RPT-PCT-VALUE    PIC ZZ9.9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PICK-MONTH-PARA

           STRING "NETSLA." WS-SLA-MONTH ".RPT"
               DELIMITED BY SIZE INTO WS-RPT-PATH
           OPEN OUTPUT REPORT-FILE
           STRING "NETSLA." WS-SLA-MONTH ".DAT"
               DELIMITED BY SIZE INTO WS-EXT-PATH
           OPEN OUTPUT EXTRACT-FILE

           MOVE WS-SLA-MONTH  TO WS-HDR-MONTH
           MOVE WS-TARGET-PCT TO WS-HDR-TARGET
           WRITE REPORT-RECORD FROM WS-SLA-HEADER-LINE

           PERFORM OPEN-NETCAL-PARA
           PERFORM OPEN-NETCFG-PARA

      *    Only days already over are measured: today's and later
      *    transfers may still be on their way, so a month-to-date
      *    run does not count them missed.
           PERFORM VARYING WS-SCAN-DAY FROM 1 BY 1
                   UNTIL WS-SCAN-DAY GREATER THAN 31
               COMPUTE WS-SCAN-DATE =
                   WS-SLA-MONTH * 100 + WS-SCAN-DAY
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-SCAN-DATE) = 0
                       AND WS-SCAN-DATE LESS THAN WS-TODAY-DATE
                   PERFORM MEASURE-ONE-DAY-PARA
               END-IF
           END-PERFORM

           PERFORM WRITE-SLA-PARA

           MOVE "DAYS MEASURED:          " TO WS-RPT-LABEL
           MOVE WS-DAYS-MEASURED           TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "EXPECTED TRANSFERS:     " TO WS-RPT-LABEL
           MOVE WS-GRAND-EXPECTED          TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "ON TIME:                " TO WS-RPT-LABEL
           MOVE WS-GRAND-ON-TIME           TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "LATE:                   " TO WS-RPT-LABEL
           MOVE WS-GRAND-LATE              TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "MISSED:                 " TO WS-RPT-LABEL
           MOVE WS-GRAND-MISSED            TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE WS-GRAND-EXPECTED  TO WS-WORK-EXPECTED
           MOVE WS-GRAND-ON-TIME   TO WS-WORK-ON-TIME
           MOVE WS-GRAND-LATE      TO WS-WORK-LATE
           MOVE WS-GRAND-LATE-MINS TO WS-WORK-LATE-MINS
           PERFORM COMPUTE-RATES-PARA
           MOVE "OVERALL ON-TIME PCT:    " TO WS-RPT-PCT-LABEL
           MOVE WS-WORK-PCT                TO WS-RPT-PCT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-PCT-LINE

           MOVE "BELOW TARGET:           " TO WS-RPT-LABEL
           MOVE WS-BELOW-COUNT             TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           CLOSE REPORT-FILE
           CLOSE EXTRACT-FILE
           IF WS-NETCAL-AVAIL-FLAG = "Y"
               CLOSE NETCAL-FILE
           END-IF
           IF WS-NETCFG-AVAIL-FLAG = "Y"
               CLOSE NETCFG-FILE
           END-IF

           DISPLAY "NETSLA: " WS-SLA-COUNT
               " partner lines for " WS-SLA-MONTH ", "
               WS-BELOW-COUNT " below the " WS-TARGET-PCT
               "% target."

           IF WS-SCHED-AVAIL-FLAG = "N" AND WS-DAYS-MEASURED
                   GREATER THAN 0
               DISPLAY "NETSCHED.DAT not found, no expected "
                   "transfers to measure."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-BELOW-COUNT GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK
           .

       PICK-MONTH-PARA.
      *    NETSLACTL.DAT may carry the month as yyyymm in columns 1-6
      *    of its first record and the target percentage in columns
      *    7-9; without them the job covers the current month to
      *    date against the standing target.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE 0 TO WS-TODAY-DATE
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           MOVE 0 TO WS-SLA-MONTH
           STRING WS-CURR-YYYY WS-CURR-MM
               DELIMITED BY SIZE INTO WS-SLA-MONTH
           OPEN INPUT SLACTL-FILE
           IF WS-SLACTL-STATUS = "00"
               READ SLACTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SLACTL-MONTH IS NUMERIC
                           MOVE SLACTL-MONTH TO WS-SLA-MONTH
                       ELSE
                           DISPLAY "NETSLACTL.DAT month not "
                               "numeric, using current month."
                       END-IF
                       IF SLACTL-TARGET-PCT IS NUMERIC
                               AND SLACTL-TARGET-PCT NOT GREATER
                                   THAN "100"
                           MOVE SLACTL-TARGET-PCT TO WS-TARGET-PCT
                       ELSE
                           IF SLACTL-TARGET-PCT NOT = SPACES
                               DISPLAY "NETSLACTL.DAT target not "
                                   "a percentage, using "
                                   WS-TARGET-PCT "."
                           END-IF
                       END-IF
               END-READ
               CLOSE SLACTL-FILE
           END-IF
           .

       MEASURE-ONE-DAY-PARA.
           ADD 1 TO WS-DAYS-MEASURED
           MOVE WS-SCAN-DATE TO WS-DAY-DATE
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DAY-DATE)
      *    Day 1 of the integer calendar was a Monday, so the
      *    remainder maps straight onto the schedule's Monday-first
      *    weekday columns.
           COMPUTE WS-WEEKDAY = FUNCTION REM(WS-DAY-INT, 7)
           IF WS-WEEKDAY = 0
               MOVE 7 TO WS-WEEKDAY
           END-IF
           COMPUTE WS-DATE-INT = WS-DAY-INT - 1
           COMPUTE WS-PRIOR-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)

           PERFORM LOAD-ARRIVALS-PARA
           PERFORM LOAD-COMPLETIONS-PARA
           PERFORM WALK-SCHEDULE-PARA
           .

       LOAD-ARRIVALS-PARA.
      *    The prior day's register holds an overnight LISTEN
      *    session's arrivals; they predate any cutoff on the day
      *    measured and are recorded at 0000.
           MOVE 0 TO WS-ARR-COUNT
           MOVE "Y" TO WS-PRIOR-DAY-FLAG
           MOVE SPACES TO WS-INBREG-PATH
           STRING "INBREG." WS-PRIOR-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-INBREG-PATH
           PERFORM LOAD-ONE-REGISTER-PARA
           MOVE "N" TO WS-PRIOR-DAY-FLAG
           MOVE SPACES TO WS-INBREG-PATH
           STRING "INBREG." WS-DAY-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-INBREG-PATH
           PERFORM LOAD-ONE-REGISTER-PARA
           .

       LOAD-ONE-REGISTER-PARA.
      *    Verified (ACC), registered duplicate (DUP) and legacy raw
      *    (RAW) rows count as arrivals, as they do for NETMON.
           OPEN INPUT INBREG-FILE
           IF WS-INBREG-STATUS = "00"
               MOVE "N" TO WS-INBREG-EOF-FLAG
               PERFORM UNTIL WS-INBREG-EOF-FLAG = "Y"
                   READ INBREG-FILE INTO INBREG-RECORD
                       AT END
                           MOVE "Y" TO WS-INBREG-EOF-FLAG
                       NOT AT END
                           IF (INBREG-STATUS = "ACC"
                                   OR INBREG-STATUS = "DUP"
                                   OR INBREG-STATUS = "RAW")
                                   AND WS-ARR-COUNT LESS THAN 200
                               ADD 1 TO WS-ARR-COUNT
                               MOVE INBREG-PARTNER-CODE
                                   TO WS-ARR-T-PARTNER (WS-ARR-COUNT)
                               MOVE INBREG-RECV-TIME
                                   TO WS-RECV-TIME-X
                               IF LOADING-PRIOR-DAY
                                   MOVE 0 TO WS-ARR-T-TIME
                                       (WS-ARR-COUNT)
                               ELSE
                               IF WS-RECV-TIME-X IS NUMERIC
                                   COMPUTE WS-ARR-T-TIME
                                           (WS-ARR-COUNT) =
                                       WS-RECV-TIME-N / 100
                               ELSE
                                   MOVE 9999 TO WS-ARR-T-TIME
                                       (WS-ARR-COUNT)
                               END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INBREG-FILE
           END-IF
           .

       LOAD-COMPLETIONS-PARA.
      *    TEST dates its checkpoint at run start, so the prior
      *    day's checkpoint is read as well, like the register.
           MOVE 0 TO WS-OUT-COUNT
           MOVE "Y" TO WS-PRIOR-DAY-FLAG
           MOVE SPACES TO WS-CHKPT-PATH
           STRING "CHECKPOINT." WS-PRIOR-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-CHKPT-PATH
           PERFORM LOAD-ONE-CHECKPOINT-PARA
           MOVE "N" TO WS-PRIOR-DAY-FLAG
           MOVE SPACES TO WS-CHKPT-PATH
           STRING "CHECKPOINT." WS-DAY-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-CHKPT-PATH
           PERFORM LOAD-ONE-CHECKPOINT-PARA
           .

       LOAD-ONE-CHECKPOINT-PARA.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHKPT-STATUS = "00"
               MOVE LOW-VALUES TO CHKPT-KEY
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
                           IF CHKPT-STATUS = "DONE"
                                   AND WS-OUT-COUNT LESS THAN 200
                               ADD 1 TO WS-OUT-COUNT
                               MOVE CHKPT-PARTNER-CODE
                                   TO WS-OUT-T-PARTNER (WS-OUT-COUNT)
                               MOVE CHKPT-FILE-NAME
                                   TO WS-OUT-T-FILE (WS-OUT-COUNT)
                               PERFORM PARSE-CHKPT-TIME-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF
           .

       PARSE-CHKPT-TIME-PARA.
      *    The checkpoint timestamp is yyyy-mm-dd-hh:mm:ss, so the
      *    hour sits at column 12 and the minute at column 15.
           MOVE CHKPT-TIMESTAMP (12 : 2) TO WS-CHKPT-HH
           MOVE CHKPT-TIMESTAMP (15 : 2) TO WS-CHKPT-MIN
           IF LOADING-PRIOR-DAY
               MOVE 0 TO WS-OUT-T-TIME (WS-OUT-COUNT)
           ELSE
           IF WS-CHKPT-HH IS NUMERIC AND WS-CHKPT-MIN IS NUMERIC
               COMPUTE WS-OUT-T-TIME (WS-OUT-COUNT) =
                   FUNCTION NUMVAL(WS-CHKPT-HH) * 100
                   + FUNCTION NUMVAL(WS-CHKPT-MIN)
           ELSE
               MOVE 9999 TO WS-OUT-T-TIME (WS-OUT-COUNT)
           END-IF
           END-IF
           .

       WALK-SCHEDULE-PARA.
           OPEN INPUT SCHED-FILE
           IF WS-SCHED-STATUS = "00"
               MOVE "Y" TO WS-SCHED-AVAIL-FLAG
               MOVE "N" TO WS-SCHED-EOF-FLAG
               PERFORM UNTIL WS-SCHED-EOF-FLAG = "Y"
                   READ SCHED-FILE INTO NETSCHED-RECORD
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
      *    A closed day expects nothing and does not count against
      *    the partner or the shop, and neither does a day on which
      *    the partner's version in effect was deactivated. On an
      *    open weekday a line that moves to the next business day
      *    is also expected when it fell due on a closed day since
      *    the last business day.
           MOVE 0 TO WS-CARRIED-FROM
           MOVE NETSCHED-PARTNER-CODE TO WS-NETCFG-PARTNER
           MOVE WS-DAY-DATE           TO WS-NETCFG-AS-OF
           PERFORM FIND-NETCFG-VERSION-PARA
           MOVE NETSCHED-PARTNER-CODE TO WS-CAL-PARTNER
           MOVE WS-DAY-DATE           TO WS-CAL-DATE
           PERFORM CHECK-CAL-CLOSED-PARA
           IF NOT CAL-CLOSED
                   AND NOT (NETCFG-FOUND AND NETCFG-INACTIVE)
               IF NETSCHED-WEEKDAYS (WS-WEEKDAY : 1) = "Y"
                   PERFORM CHECK-ONE-EXPECTED-PARA
               ELSE
                   IF NETSCHED-MOVE-TO-NEXT
                           AND WS-WEEKDAY LESS THAN 6
                       PERFORM FIND-CARRIED-DAY-PARA
                   END-IF
                   IF WS-CARRIED-FROM GREATER THAN 0
                       PERFORM CHECK-ONE-EXPECTED-PARA
                   END-IF
               END-IF
           END-IF
           .

       FIND-CARRIED-DAY-PARA.
      *    Walk back a day at a time, the same walk NETMON makes:
      *    a closed day this line was scheduled for is the one being
      *    carried; an open weekday in between took it instead.
           MOVE 0 TO WS-CARRIED-FROM
           MOVE 0 TO WS-WALK-DAYS
           MOVE WS-DAY-INT TO WS-WALK-INT
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
           IF NETSCHED-CUTOFF-HHMM IS NUMERIC
               MOVE NETSCHED-CUTOFF-HHMM TO WS-CUTOFF-HHMM
           ELSE
               MOVE 2359 TO WS-CUTOFF-HHMM
           END-IF
           MOVE "N" TO WS-FOUND-FLAG
           MOVE 9999 TO WS-BEST-TIME
           IF NETSCHED-INBOUND
      *        Inbound register rows carry LISTEN's own file names,
      *        so arrivals are matched on partner code alone.
               MOVE 1 TO WS-ARR-IDX
               PERFORM UNTIL WS-ARR-IDX GREATER THAN WS-ARR-COUNT
                   IF WS-ARR-T-PARTNER (WS-ARR-IDX)
                           = NETSCHED-PARTNER-CODE
                       MOVE "Y" TO WS-FOUND-FLAG
                       IF WS-ARR-T-TIME (WS-ARR-IDX)
                               LESS THAN WS-BEST-TIME
                           MOVE WS-ARR-T-TIME (WS-ARR-IDX)
                               TO WS-BEST-TIME
                       END-IF
                   END-IF
                   ADD 1 TO WS-ARR-IDX
               END-PERFORM
           ELSE
               MOVE 1 TO WS-OUT-IDX
               PERFORM UNTIL WS-OUT-IDX GREATER THAN WS-OUT-COUNT
                   IF WS-OUT-T-PARTNER (WS-OUT-IDX)
                           = NETSCHED-PARTNER-CODE
                       MOVE NETSCHED-FILE-PATTERN
                           TO WS-MATCH-PATTERN
                       MOVE WS-OUT-T-FILE (WS-OUT-IDX)
                           TO WS-MATCH-NAME
                       PERFORM MATCH-FILE-PATTERN-PARA
                       IF WS-MATCH-FLAG = "Y"
                           MOVE "Y" TO WS-FOUND-FLAG
                           IF WS-OUT-T-TIME (WS-OUT-IDX)
                                   LESS THAN WS-BEST-TIME
                               MOVE WS-OUT-T-TIME (WS-OUT-IDX)
                                   TO WS-BEST-TIME
                           END-IF
                       END-IF
                   END-IF
                   ADD 1 TO WS-OUT-IDX
               END-PERFORM
           END-IF

           PERFORM FIND-SLA-ENTRY-PARA
           IF WS-SLA-USE-IDX GREATER THAN 0
               ADD 1 TO WS-SLA-EXPECTED (WS-SLA-USE-IDX)
               IF WS-FOUND-FLAG = "N"
                   ADD 1 TO WS-SLA-MISSED (WS-SLA-USE-IDX)
               ELSE
                   IF WS-BEST-TIME GREATER THAN WS-CUTOFF-HHMM
                           AND WS-BEST-TIME NOT = 9999
                       PERFORM TALLY-LATE-PARA
                   ELSE
                       ADD 1 TO WS-SLA-ON-TIME (WS-SLA-USE-IDX)
                   END-IF
               END-IF
           END-IF
           .

       TALLY-LATE-PARA.
      *    Minutes late are clock minutes between the cutoff and the
      *    earliest arrival or completion, both HHMM on the same day.
           COMPUTE WS-HOURS-WORK = WS-CUTOFF-HHMM / 100
           COMPUTE WS-CUTOFF-MINS = WS-HOURS-WORK * 60
               + WS-CUTOFF-HHMM - WS-HOURS-WORK * 100
           COMPUTE WS-HOURS-WORK = WS-BEST-TIME / 100
           COMPUTE WS-BEST-MINS = WS-HOURS-WORK * 60
               + WS-BEST-TIME - WS-HOURS-WORK * 100
           IF WS-BEST-MINS GREATER THAN WS-CUTOFF-MINS
               COMPUTE WS-LATE-MINUTES =
                   WS-BEST-MINS - WS-CUTOFF-MINS
           ELSE
               MOVE 1 TO WS-LATE-MINUTES
           END-IF
           ADD 1 TO WS-SLA-LATE (WS-SLA-USE-IDX)
           ADD WS-LATE-MINUTES TO WS-SLA-LATE-MINS (WS-SLA-USE-IDX)
           IF WS-LATE-MINUTES GREATER THAN
                   WS-SLA-WORST-MINS (WS-SLA-USE-IDX)
               MOVE WS-LATE-MINUTES
                   TO WS-SLA-WORST-MINS (WS-SLA-USE-IDX)
           END-IF
           .

       FIND-SLA-ENTRY-PARA.
           MOVE 0 TO WS-SLA-USE-IDX
           MOVE 1 TO WS-SLA-IDX
           PERFORM UNTIL WS-SLA-IDX GREATER THAN WS-SLA-COUNT
                   OR WS-SLA-USE-IDX GREATER THAN 0
               IF WS-SLA-PARTNER (WS-SLA-IDX) = NETSCHED-PARTNER-CODE
                       AND WS-SLA-DIRECTION (WS-SLA-IDX)
                           = NETSCHED-DIRECTION
                   MOVE WS-SLA-IDX TO WS-SLA-USE-IDX
               END-IF
               ADD 1 TO WS-SLA-IDX
           END-PERFORM
           IF WS-SLA-USE-IDX = 0
               IF WS-SLA-COUNT LESS THAN 200
                   ADD 1 TO WS-SLA-COUNT
                   MOVE WS-SLA-COUNT TO WS-SLA-USE-IDX
                   INITIALIZE WS-SLA-ENTRY (WS-SLA-USE-IDX)
                   MOVE NETSCHED-PARTNER-CODE
                       TO WS-SLA-PARTNER (WS-SLA-USE-IDX)
                   MOVE NETSCHED-DIRECTION
                       TO WS-SLA-DIRECTION (WS-SLA-USE-IDX)
               ELSE
                   DISPLAY "More partner lines this month than the "
                       "SLA table allows, partner "
                       NETSCHED-PARTNER-CODE " is not measured."
               END-IF
           END-IF
           .

       COMPUTE-RATES-PARA.
      *    Nothing expected is no shortfall: the rate shows 100 and
      *    the line is never flagged.
           IF WS-WORK-LATE GREATER THAN 0
               COMPUTE WS-WORK-AVG-MINS ROUNDED =
                   WS-WORK-LATE-MINS / WS-WORK-LATE
           ELSE
               MOVE 0 TO WS-WORK-AVG-MINS
           END-IF
           MOVE "N" TO WS-WORK-BELOW-FLAG
           IF WS-WORK-EXPECTED GREATER THAN 0
               COMPUTE WS-WORK-PCT ROUNDED =
                   WS-WORK-ON-TIME * 100 / WS-WORK-EXPECTED
               IF WS-WORK-PCT LESS THAN WS-TARGET-PCT
                   MOVE "Y" TO WS-WORK-BELOW-FLAG
               END-IF
           ELSE
               MOVE 100 TO WS-WORK-PCT
           END-IF
           .

       WRITE-SLA-PARA.
           MOVE 1 TO WS-SLA-IDX
           PERFORM UNTIL WS-SLA-IDX GREATER THAN WS-SLA-COUNT
               MOVE WS-SLA-EXPECTED (WS-SLA-IDX) TO WS-WORK-EXPECTED
               MOVE WS-SLA-ON-TIME (WS-SLA-IDX)  TO WS-WORK-ON-TIME
               MOVE WS-SLA-LATE (WS-SLA-IDX)     TO WS-WORK-LATE
               MOVE WS-SLA-LATE-MINS (WS-SLA-IDX)
                   TO WS-WORK-LATE-MINS
               PERFORM COMPUTE-RATES-PARA
               IF WS-WORK-BELOW-FLAG = "Y"
                   ADD 1 TO WS-BELOW-COUNT
               END-IF

               MOVE WS-SLA-PARTNER (WS-SLA-IDX)  TO WS-RPT-DET-PARTNER
               MOVE WS-SLA-DIRECTION (WS-SLA-IDX) TO WS-RPT-DET-DIR
               MOVE WS-WORK-EXPECTED TO WS-RPT-DET-EXPECTED
               MOVE WS-WORK-ON-TIME  TO WS-RPT-DET-ON-TIME
               MOVE WS-WORK-LATE     TO WS-RPT-DET-LATE
               MOVE WS-WORK-AVG-MINS TO WS-RPT-DET-AVG
               MOVE WS-SLA-WORST-MINS (WS-SLA-IDX)
                   TO WS-RPT-DET-WORST
               MOVE WS-SLA-MISSED (WS-SLA-IDX) TO WS-RPT-DET-MISSED
               MOVE WS-WORK-PCT      TO WS-RPT-DET-PCT
               IF WS-WORK-BELOW-FLAG = "Y"
                   MOVE "BELOW TARGET" TO WS-RPT-DET-FLAG
               ELSE
                   MOVE SPACES TO WS-RPT-DET-FLAG
               END-IF
               WRITE REPORT-RECORD FROM WS-RPT-DETAIL-LINE

               MOVE "D" TO WS-EXT-REC-TYPE
               MOVE WS-SLA-MONTH TO WS-EXT-MONTH
               MOVE WS-SLA-PARTNER (WS-SLA-IDX)   TO WS-EXT-PARTNER
               MOVE WS-SLA-DIRECTION (WS-SLA-IDX) TO WS-EXT-DIRECTION
               MOVE WS-WORK-EXPECTED TO WS-EXT-EXPECTED
               MOVE WS-WORK-ON-TIME  TO WS-EXT-ON-TIME
               MOVE WS-WORK-LATE     TO WS-EXT-LATE
               MOVE WS-WORK-AVG-MINS TO WS-EXT-AVG-MINS
               MOVE WS-SLA-WORST-MINS (WS-SLA-IDX)
                   TO WS-EXT-WORST-MINS
               MOVE WS-SLA-MISSED (WS-SLA-IDX) TO WS-EXT-MISSED
               MOVE WS-WORK-PCT      TO WS-EXT-ON-TIME-PCT
               MOVE WS-TARGET-PCT    TO WS-EXT-TARGET-PCT
               MOVE WS-WORK-BELOW-FLAG TO WS-EXT-BELOW-FLAG
               WRITE EXTRACT-RECORD FROM WS-EXT-LINE

               ADD WS-SLA-EXPECTED (WS-SLA-IDX) TO WS-GRAND-EXPECTED
               ADD WS-SLA-ON-TIME (WS-SLA-IDX)  TO WS-GRAND-ON-TIME
               ADD WS-SLA-LATE (WS-SLA-IDX)     TO WS-GRAND-LATE
               ADD WS-SLA-LATE-MINS (WS-SLA-IDX)
                   TO WS-GRAND-LATE-MINS
               ADD WS-SLA-MISSED (WS-SLA-IDX)   TO WS-GRAND-MISSED
               IF WS-SLA-WORST-MINS (WS-SLA-IDX)
                       GREATER THAN WS-GRAND-WORST-MINS
                   MOVE WS-SLA-WORST-MINS (WS-SLA-IDX)
                       TO WS-GRAND-WORST-MINS
               END-IF
               ADD 1 TO WS-SLA-IDX
           END-PERFORM

           MOVE WS-GRAND-EXPECTED  TO WS-WORK-EXPECTED
           MOVE WS-GRAND-ON-TIME   TO WS-WORK-ON-TIME
           MOVE WS-GRAND-LATE      TO WS-WORK-LATE
           MOVE WS-GRAND-LATE-MINS TO WS-WORK-LATE-MINS
           PERFORM COMPUTE-RATES-PARA
           MOVE "T" TO WS-EXT-REC-TYPE
           MOVE WS-SLA-MONTH TO WS-EXT-MONTH
           MOVE "*TOTAL*" TO WS-EXT-PARTNER
           MOVE "*" TO WS-EXT-DIRECTION
           MOVE WS-WORK-EXPECTED    TO WS-EXT-EXPECTED
           MOVE WS-WORK-ON-TIME     TO WS-EXT-ON-TIME
           MOVE WS-WORK-LATE        TO WS-EXT-LATE
           MOVE WS-WORK-AVG-MINS    TO WS-EXT-AVG-MINS
           MOVE WS-GRAND-WORST-MINS TO WS-EXT-WORST-MINS
           MOVE WS-GRAND-MISSED     TO WS-EXT-MISSED
           MOVE WS-WORK-PCT         TO WS-EXT-ON-TIME-PCT
           MOVE WS-TARGET-PCT       TO WS-EXT-TARGET-PCT
           MOVE WS-WORK-BELOW-FLAG  TO WS-EXT-BELOW-FLAG
           WRITE EXTRACT-RECORD FROM WS-EXT-LINE
           .

       COPY NETCALPD.

       COPY NETCFGPD.

       MATCH-FILE-PATTERN-PARA.
      *    A blank pattern matches any file; a pattern without "*"
      *    must equal the whole name; one "*" splits the pattern
      *    into a required prefix and suffix around any run of
      *    characters.
           MOVE "N" TO WS-MATCH-FLAG
           MOVE 0 TO WS-MATCH-PAT-LEN
           MOVE 40 TO WS-MATCH-IDX
           PERFORM UNTIL WS-MATCH-IDX = 0
                   OR WS-MATCH-PAT-LEN GREATER THAN 0
               IF WS-MATCH-PATTERN (WS-MATCH-IDX : 1) NOT = SPACE
                   MOVE WS-MATCH-IDX TO WS-MATCH-PAT-LEN
               ELSE
                   SUBTRACT 1 FROM WS-MATCH-IDX
               END-IF
           END-PERFORM
           MOVE 0 TO WS-MATCH-NAME-LEN
           MOVE 60 TO WS-MATCH-IDX
           PERFORM UNTIL WS-MATCH-IDX = 0
                   OR WS-MATCH-NAME-LEN GREATER THAN 0
               IF WS-MATCH-NAME (WS-MATCH-IDX : 1) NOT = SPACE
                   MOVE WS-MATCH-IDX TO WS-MATCH-NAME-LEN
               ELSE
                   SUBTRACT 1 FROM WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-MATCH-PAT-LEN = 0
               MOVE "Y" TO WS-MATCH-FLAG
           ELSE
               MOVE 0 TO WS-MATCH-STAR-POS
               MOVE 1 TO WS-MATCH-IDX
               PERFORM UNTIL WS-MATCH-IDX GREATER THAN
                       WS-MATCH-PAT-LEN
                       OR WS-MATCH-STAR-POS GREATER THAN 0
                   IF WS-MATCH-PATTERN (WS-MATCH-IDX : 1) = "*"
                       MOVE WS-MATCH-IDX TO WS-MATCH-STAR-POS
                   END-IF
                   ADD 1 TO WS-MATCH-IDX
               END-PERFORM
               IF WS-MATCH-STAR-POS = 0
                   IF WS-MATCH-PAT-LEN = WS-MATCH-NAME-LEN
                           AND WS-MATCH-PATTERN
                               (1 : WS-MATCH-PAT-LEN)
                           = WS-MATCH-NAME (1 : WS-MATCH-NAME-LEN)
                       MOVE "Y" TO WS-MATCH-FLAG
                   END-IF
               ELSE
                   COMPUTE WS-MATCH-PRE-LEN = WS-MATCH-STAR-POS - 1
                   COMPUTE WS-MATCH-SUF-LEN =
                       WS-MATCH-PAT-LEN - WS-MATCH-STAR-POS
                   IF WS-MATCH-NAME-LEN NOT LESS THAN
                           WS-MATCH-PRE-LEN + WS-MATCH-SUF-LEN
                       MOVE "Y" TO WS-MATCH-FLAG
                       IF WS-MATCH-PRE-LEN GREATER THAN 0
                               AND WS-MATCH-PATTERN
                                   (1 : WS-MATCH-PRE-LEN)
                               NOT = WS-MATCH-NAME
                                   (1 : WS-MATCH-PRE-LEN)
                           MOVE "N" TO WS-MATCH-FLAG
                       END-IF
                       IF WS-MATCH-SUF-LEN GREATER THAN 0
                               AND WS-MATCH-PATTERN
                                   (WS-MATCH-STAR-POS + 1
                                       : WS-MATCH-SUF-LEN)
                               NOT = WS-MATCH-NAME
                                   (WS-MATCH-NAME-LEN
                                       - WS-MATCH-SUF-LEN + 1
                                       : WS-MATCH-SUF-LEN)
                           MOVE "N" TO WS-MATCH-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
