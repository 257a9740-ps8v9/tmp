       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NETBATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCHCTL-FILE ASSIGN TO DYNAMIC WS-BATCHCTL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHCTL-STATUS.

           SELECT STEP-FILE ASSIGN TO DYNAMIC WS-STEP-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.

           SELECT NETRUN-FILE ASSIGN TO DYNAMIC WS-NETRUN-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS NETRUN-STEP-NAME
               FILE STATUS IS WS-NETRUN-STATUS.

           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCHCTL-FILE.
       01  BATCHCTL-RECORD         PIC X(8).

       FD  STEP-FILE.
       01  STEP-FILE-RECORD        PIC X(59).

       FD  NETRUN-FILE.
       COPY NETRUN.

       FD  ALERT-FILE.
       01  ALERT-RECORD            PIC X(48).

       WORKING-STORAGE SECTION.
       01  WS-BATCHCTL-PATH        PIC X(40)  VALUE "NETBATCHCTL.DAT".
       01  WS-BATCHCTL-STATUS      PIC XX     VALUE SPACES.

       01  WS-STEP-PATH            PIC X(40)  VALUE "NETSTEP.DAT".
       01  WS-STEP-STATUS          PIC XX     VALUE SPACES.
       01  WS-STEP-EOF-FLAG        PIC X      VALUE "N".

       01  WS-NETRUN-PATH          PIC X(40)  VALUE SPACES.
       01  WS-NETRUN-STATUS        PIC XX     VALUE SPACES.

       01  WS-ALERT-PATH           PIC X(40)  VALUE "NETALERT.DAT".
       01  WS-ALERT-STATUS         PIC XX     VALUE SPACES.

       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURR-YYYY        PIC 9(4).
           05  WS-CURR-MM          PIC 9(2).
           05  WS-CURR-DD          PIC 9(2).
           05  WS-CURR-HH          PIC 9(2).
           05  WS-CURR-MIN         PIC 9(2).
           05  WS-CURR-SS          PIC 9(2).
           05  FILLER              PIC X(9).
       01  WS-STAMP                PIC X(19)  VALUE SPACES.

      *    The night the stream belongs to. A stream started in the
      *    evening and rerun after midnight is still the same night,
      *    so before noon the night is yesterday's date;
      *    NETBATCHCTL.DAT may name the night outright.
       01  WS-NIGHT-DATE           PIC 9(8)   VALUE 0.
       01  WS-DATE-INT             PIC 9(7)   VALUE 0.
      *    1 = Monday through 7 = Sunday, matching the NETSTEP
      *    weekday columns.
       01  WS-WEEKDAY              PIC 9      VALUE 0.

       COPY NETSTEP.

       COPY NETALERT.

      *    The step definitions in file order; the stream runs them
      *    in this order and a predecessor must be complete before
      *    its follower may start.
       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT       PIC 9(2)   VALUE 0.
           05  WS-STEP-ENTRY OCCURS 30 TIMES.
               10  WS-STEP-T-NAME      PIC X(8).
               10  WS-STEP-T-PROGRAM   PIC X(8).
               10  WS-STEP-T-PRED      PIC X(8) OCCURS 4 TIMES.
               10  WS-STEP-T-MAX-RC    PIC 9(4).
               10  WS-STEP-T-WEEKDAYS  PIC X(7).
       01  WS-STEP-IDX             PIC 9(2)   VALUE 0.
       01  WS-PRED-IDX             PIC 9      VALUE 0.

       01  WS-STREAM-STATE         PIC X      VALUE "R".
           88  STREAM-RUNNING      VALUE "R".
           88  STREAM-STOPPED      VALUE "S".
       01  WS-FAILED-STEP          PIC X(8)   VALUE SPACES.
       01  WS-FAILED-RC            PIC S9(4)  VALUE 0.
       01  WS-FAILED-REASON        PIC X(30)  VALUE SPACES.

       01  WS-ROW-FOUND-FLAG       PIC X      VALUE "N".
       01  WS-PRIOR-ATTEMPTS       PIC 9(2)   VALUE 0.
       01  WS-PREDS-OK-FLAG        PIC X      VALUE "Y".
       01  WS-MISSING-PRED         PIC X(8)   VALUE SPACES.
       01  WS-CALL-PROGRAM         PIC X(8)   VALUE SPACES.
       01  WS-CALL-FAILED-FLAG     PIC X      VALUE "N".
       01  WS-STEP-RC              PIC S9(4)  VALUE 0.
       01  WS-STEP-RC-DISP         PIC -(4)9.

       01  WS-STEPS-RUN            PIC 9(2)   VALUE 0.
       01  WS-STEPS-PASSED-OVER    PIC 9(2)   VALUE 0.
       01  WS-STEPS-NOT-DUE        PIC 9(2)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PICK-NIGHT-PARA
           MOVE SPACES TO WS-NETRUN-PATH
           STRING "NETRUN." WS-NIGHT-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-NETRUN-PATH

           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF

           PERFORM LOAD-STEPS-PARA
           IF WS-STEP-COUNT = 0
               DISPLAY "NETSTEP.DAT missing or empty, no nightly "
                   "steps to run."
               MOVE "NETSTEP" TO WS-FAILED-STEP
               MOVE 8 TO WS-FAILED-RC
               PERFORM WRITE-BATCH-ALERT-PARA
               CLOSE ALERT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O NETRUN-FILE
           IF WS-NETRUN-STATUS = "35"
               OPEN OUTPUT NETRUN-FILE
               CLOSE NETRUN-FILE
               OPEN I-O NETRUN-FILE
           END-IF
           IF WS-NETRUN-STATUS NOT = "00"
               DISPLAY "Run-control file " WS-NETRUN-PATH
                   " unavailable, status " WS-NETRUN-STATUS
                   ", nightly stream not started."
               MOVE "NETRUN" TO WS-FAILED-STEP
               MOVE 12 TO WS-FAILED-RC
               PERFORM WRITE-BATCH-ALERT-PARA
               CLOSE ALERT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 1 TO WS-STEP-IDX
           PERFORM UNTIL WS-STEP-IDX GREATER THAN WS-STEP-COUNT
                   OR STREAM-STOPPED
               PERFORM RUN-ONE-STEP-PARA
               ADD 1 TO WS-STEP-IDX
           END-PERFORM

           CLOSE NETRUN-FILE

           IF STREAM-STOPPED
               PERFORM WRITE-BATCH-ALERT-PARA
               MOVE WS-FAILED-RC TO WS-STEP-RC-DISP
               DISPLAY "NETBATCH: nightly network batch failed at "
                   "step " WS-FAILED-STEP ", " WS-FAILED-REASON
                   " return code " WS-STEP-RC-DISP "."
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "NETBATCH: " WS-STEPS-RUN " steps run, "
                   WS-STEPS-PASSED-OVER " already complete, "
                   WS-STEPS-NOT-DUE " not due, night of "
                   WS-NIGHT-DATE "."
               MOVE 0 TO RETURN-CODE
           END-IF
           CLOSE ALERT-FILE

           GOBACK
           .

       PICK-NIGHT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE 0 TO WS-NIGHT-DATE
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-NIGHT-DATE
           IF WS-CURR-HH LESS THAN 12
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE) - 1
               COMPUTE WS-NIGHT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF
           OPEN INPUT BATCHCTL-FILE
           IF WS-BATCHCTL-STATUS = "00"
               READ BATCHCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BATCHCTL-RECORD IS NUMERIC
                           MOVE BATCHCTL-RECORD TO WS-NIGHT-DATE
                       ELSE
                           DISPLAY "NETBATCHCTL.DAT night not "
                               "numeric, using " WS-NIGHT-DATE "."
                       END-IF
               END-READ
               CLOSE BATCHCTL-FILE
           END-IF
      *    Day 1 of the integer calendar was a Monday, so the
      *    remainder maps straight onto the Monday-first weekday
      *    columns.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE)
           COMPUTE WS-WEEKDAY = FUNCTION REM(WS-DATE-INT, 7)
           IF WS-WEEKDAY = 0
               MOVE 7 TO WS-WEEKDAY
           END-IF
           .

       LOAD-STEPS-PARA.
           MOVE 0 TO WS-STEP-COUNT
           OPEN INPUT STEP-FILE
           IF WS-STEP-STATUS = "00"
               MOVE "N" TO WS-STEP-EOF-FLAG
               PERFORM UNTIL WS-STEP-EOF-FLAG = "Y"
                   READ STEP-FILE INTO NETSTEP-RECORD
                       AT END
                           MOVE "Y" TO WS-STEP-EOF-FLAG
                       NOT AT END
                           PERFORM ADD-STEP-PARA
                   END-READ
               END-PERFORM
               CLOSE STEP-FILE
           END-IF
           .

       ADD-STEP-PARA.
           IF NETSTEP-NAME = SPACES
               CONTINUE
           ELSE
           IF WS-STEP-COUNT NOT LESS THAN 30
               DISPLAY "More steps than the stream allows, step "
                   NETSTEP-NAME " is not run."
           ELSE
               ADD 1 TO WS-STEP-COUNT
               MOVE NETSTEP-NAME    TO WS-STEP-T-NAME (WS-STEP-COUNT)
               MOVE NETSTEP-PROGRAM
                   TO WS-STEP-T-PROGRAM (WS-STEP-COUNT)
               IF WS-STEP-T-PROGRAM (WS-STEP-COUNT) = SPACES
                   MOVE NETSTEP-NAME
                       TO WS-STEP-T-PROGRAM (WS-STEP-COUNT)
               END-IF
               PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                       UNTIL WS-PRED-IDX GREATER THAN 4
                   MOVE NETSTEP-PREDECESSOR (WS-PRED-IDX)
                       TO WS-STEP-T-PRED (WS-STEP-COUNT, WS-PRED-IDX)
               END-PERFORM
      *        A blank limit accepts only a clean completion.
               IF NETSTEP-MAX-RC IS NUMERIC
                   MOVE NETSTEP-MAX-RC
                       TO WS-STEP-T-MAX-RC (WS-STEP-COUNT)
               ELSE
                   MOVE 0 TO WS-STEP-T-MAX-RC (WS-STEP-COUNT)
               END-IF
               MOVE NETSTEP-WEEKDAYS
                   TO WS-STEP-T-WEEKDAYS (WS-STEP-COUNT)
           END-IF
           END-IF
           .

       RUN-ONE-STEP-PARA.
      *    A step this night's run-control already shows complete,
      *    or not due, is passed over, so a rerun resumes at the
      *    step that failed (or never came back) and nothing that
      *    finished is run twice.
           MOVE WS-STEP-T-NAME (WS-STEP-IDX) TO NETRUN-STEP-NAME
           PERFORM READ-RUN-ROW-PARA
           MOVE 0 TO WS-PRIOR-ATTEMPTS
           IF WS-ROW-FOUND-FLAG = "Y"
               MOVE NETRUN-ATTEMPTS TO WS-PRIOR-ATTEMPTS
           END-IF
           IF WS-ROW-FOUND-FLAG = "Y"
                   AND (NETRUN-DONE OR NETRUN-NOT-DUE)
               ADD 1 TO WS-STEPS-PASSED-OVER
               DISPLAY "Step " WS-STEP-T-NAME (WS-STEP-IDX)
                   " already " NETRUN-STATUS " tonight, passed over."
           ELSE
               IF WS-STEP-T-WEEKDAYS (WS-STEP-IDX) NOT = SPACES
                       AND WS-STEP-T-WEEKDAYS (WS-STEP-IDX)
                           (WS-WEEKDAY : 1) NOT = "Y"
                   PERFORM RECORD-NOT-DUE-PARA
               ELSE
                   PERFORM CHECK-PREDECESSORS-PARA
                   IF WS-PREDS-OK-FLAG = "Y"
                       PERFORM CALL-STEP-PARA
                   ELSE
                       PERFORM RECORD-HELD-PARA
                   END-IF
               END-IF
           END-IF
           .

       READ-RUN-ROW-PARA.
           READ NETRUN-FILE
               INVALID KEY
                   MOVE "N" TO WS-ROW-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-ROW-FOUND-FLAG
           END-READ
           .

       CHECK-PREDECESSORS-PARA.
           MOVE "Y" TO WS-PREDS-OK-FLAG
           MOVE SPACES TO WS-MISSING-PRED
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX GREATER THAN 4
                   OR WS-PREDS-OK-FLAG = "N"
               IF WS-STEP-T-PRED (WS-STEP-IDX, WS-PRED-IDX)
                       NOT = SPACES
                   MOVE WS-STEP-T-PRED (WS-STEP-IDX, WS-PRED-IDX)
                       TO NETRUN-STEP-NAME
                   PERFORM READ-RUN-ROW-PARA
                   IF WS-ROW-FOUND-FLAG = "N"
                       MOVE "N" TO WS-PREDS-OK-FLAG
                   ELSE
                       IF NOT NETRUN-DONE AND NOT NETRUN-NOT-DUE
                           MOVE "N" TO WS-PREDS-OK-FLAG
                       END-IF
                   END-IF
                   IF WS-PREDS-OK-FLAG = "N"
                       MOVE WS-STEP-T-PRED (WS-STEP-IDX, WS-PRED-IDX)
                           TO WS-MISSING-PRED
                   END-IF
               END-IF
           END-PERFORM
           .

       CALL-STEP-PARA.
           PERFORM BUILD-STAMP-PARA
           MOVE WS-STEP-T-NAME (WS-STEP-IDX)    TO NETRUN-STEP-NAME
           MOVE WS-STEP-T-PROGRAM (WS-STEP-IDX) TO NETRUN-PROGRAM
           MOVE "RUN "                          TO NETRUN-STATUS
           MOVE WS-STAMP                        TO NETRUN-START-TIME
           MOVE SPACES                          TO NETRUN-END-TIME
           MOVE 0                               TO NETRUN-RETURN-CODE
           COMPUTE NETRUN-ATTEMPTS = WS-PRIOR-ATTEMPTS + 1
           PERFORM SAVE-RUN-ROW-PARA
      *    Without its RUN row a restart could not tell the step had
      *    started, so the step is not called at all.
           IF NOT STREAM-STOPPED
               PERFORM RUN-STEP-PROGRAM-PARA
           END-IF
           .

       RUN-STEP-PROGRAM-PARA.
           DISPLAY "Step " NETRUN-STEP-NAME " starting "
               NETRUN-PROGRAM " at " WS-STAMP "."

      *    Each step is the same load module the operator ran by
      *    hand; it is released after the call so its storage starts
      *    fresh should a later step name the same program.
           MOVE WS-STEP-T-PROGRAM (WS-STEP-IDX) TO WS-CALL-PROGRAM
           MOVE "N" TO WS-CALL-FAILED-FLAG
           MOVE 0 TO RETURN-CODE
           CALL WS-CALL-PROGRAM
               ON EXCEPTION
                   MOVE "Y" TO WS-CALL-FAILED-FLAG
           END-CALL
           MOVE RETURN-CODE TO WS-STEP-RC
           CANCEL WS-CALL-PROGRAM
           MOVE 0 TO RETURN-CODE
           IF WS-CALL-FAILED-FLAG = "Y"
               DISPLAY "Program " WS-CALL-PROGRAM
                   " could not be loaded."
               MOVE 999 TO WS-STEP-RC
           END-IF

           ADD 1 TO WS-STEPS-RUN
           PERFORM BUILD-STAMP-PARA
           MOVE WS-STEP-T-NAME (WS-STEP-IDX) TO NETRUN-STEP-NAME
           MOVE WS-STAMP   TO NETRUN-END-TIME
           MOVE WS-STEP-RC TO NETRUN-RETURN-CODE
      *    A negative code is a failure the step reported from a
      *    call status, never an acceptable completion.
           IF WS-STEP-RC LESS THAN 0
                   OR WS-STEP-RC GREATER THAN
                       WS-STEP-T-MAX-RC (WS-STEP-IDX)
               MOVE "FAIL" TO NETRUN-STATUS
               MOVE "S" TO WS-STREAM-STATE
               MOVE NETRUN-STEP-NAME TO WS-FAILED-STEP
               MOVE WS-STEP-RC TO WS-FAILED-RC
               IF WS-CALL-FAILED-FLAG = "Y"
                   MOVE "program not loaded," TO WS-FAILED-REASON
               ELSE
                   MOVE "above highest acceptable," TO
                       WS-FAILED-REASON
               END-IF
           ELSE
               MOVE "DONE" TO NETRUN-STATUS
           END-IF
           PERFORM SAVE-RUN-ROW-PARA
           MOVE WS-STEP-RC TO WS-STEP-RC-DISP
           DISPLAY "Step " NETRUN-STEP-NAME " ended " NETRUN-STATUS
               " at " WS-STAMP ", return code " WS-STEP-RC-DISP "."
           .

       RECORD-NOT-DUE-PARA.
           ADD 1 TO WS-STEPS-NOT-DUE
           PERFORM BUILD-STAMP-PARA
           MOVE WS-STEP-T-NAME (WS-STEP-IDX)    TO NETRUN-STEP-NAME
           MOVE WS-STEP-T-PROGRAM (WS-STEP-IDX) TO NETRUN-PROGRAM
           MOVE "SKIP"                          TO NETRUN-STATUS
           MOVE WS-STAMP                        TO NETRUN-START-TIME
           MOVE WS-STAMP                        TO NETRUN-END-TIME
           MOVE 0                               TO NETRUN-RETURN-CODE
           MOVE WS-PRIOR-ATTEMPTS               TO NETRUN-ATTEMPTS
           PERFORM SAVE-RUN-ROW-PARA
           DISPLAY "Step " NETRUN-STEP-NAME " not due tonight."
           .

       RECORD-HELD-PARA.
      *    A predecessor that has not completed means the step
      *    definitions are out of order or name a step that is not
      *    defined; the stream stops here rather than run a step on
      *    input that was never produced.
           PERFORM BUILD-STAMP-PARA
           MOVE WS-STEP-T-NAME (WS-STEP-IDX)    TO NETRUN-STEP-NAME
           MOVE WS-STEP-T-PROGRAM (WS-STEP-IDX) TO NETRUN-PROGRAM
           MOVE "HELD"                          TO NETRUN-STATUS
           MOVE WS-STAMP                        TO NETRUN-START-TIME
           MOVE WS-STAMP                        TO NETRUN-END-TIME
           MOVE 0                               TO NETRUN-RETURN-CODE
           MOVE WS-PRIOR-ATTEMPTS               TO NETRUN-ATTEMPTS
           PERFORM SAVE-RUN-ROW-PARA
           MOVE "S" TO WS-STREAM-STATE
           MOVE NETRUN-STEP-NAME TO WS-FAILED-STEP
           MOVE 0 TO WS-FAILED-RC
           MOVE "predecessor not complete," TO WS-FAILED-REASON
           DISPLAY "Step " NETRUN-STEP-NAME " held, predecessor "
               WS-MISSING-PRED " has not completed tonight."
           .

       SAVE-RUN-ROW-PARA.
      *    A row that cannot be saved stops the stream: the restart
      *    relies on these rows to know what has already run.
           WRITE NETRUN-RECORD
               INVALID KEY
                   REWRITE NETRUN-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE
           IF WS-NETRUN-STATUS NOT = "00"
               DISPLAY "Run-control row for step "
                   NETRUN-STEP-NAME " not saved, status "
                   WS-NETRUN-STATUS "."
               IF NOT STREAM-STOPPED
                   MOVE "S" TO WS-STREAM-STATE
                   MOVE NETRUN-STEP-NAME TO WS-FAILED-STEP
                   MOVE 12 TO WS-FAILED-RC
                   MOVE "run-control row not saved," TO
                       WS-FAILED-REASON
               END-IF
           END-IF
           .

       BUILD-STAMP-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-STAMP
           STRING WS-CURR-YYYY "-" WS-CURR-MM "-" WS-CURR-DD "-"
                   WS-CURR-HH ":" WS-CURR-MIN ":" WS-CURR-SS
               DELIMITED BY SIZE INTO WS-STAMP
           .

       WRITE-BATCH-ALERT-PARA.
      *    One line for the whole stream: the step column carries
      *    the step the night stopped at, the status column its
      *    return code. Always CRIT, since the rest of the night's
      *    network work has not run.
           PERFORM BUILD-STAMP-PARA
           MOVE WS-STAMP       TO NETALERT-TIMESTAMP
           MOVE WS-FAILED-STEP TO NETALERT-PARTNER
           MOVE "BTCH"         TO NETALERT-FAIL-TYPE
           MOVE WS-FAILED-RC   TO NETALERT-STATUS
           MOVE "CRIT"         TO NETALERT-SEVERITY
           WRITE ALERT-RECORD FROM NETALERT-LINE
           DISPLAY "ALERT CRIT nightly network batch failed at step "
               WS-FAILED-STEP "."
           .
