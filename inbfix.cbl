               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           COPY INBFLDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIXCTL-FILE.
       01  FIXCTL-RECORD           PIC X(40).

       FD  REJECT-FILE.
       01  REJECT-FILE-RECORD      PIC X(226).

       FD  TXN-FILE.
       01  TXN-FILE-RECORD         PIC X(234).

       FD  INBLAYOUT-FILE.
       01  INBLAYOUT-FILE-RECORD   PIC X(144).

       FD  DEST-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
       01  DEST-RECORD             PIC X(200).

       FD  CARRY-FILE.
       01  CARRY-FILE-RECORD       PIC X(226).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD            PIC X(224).
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  INBFIELD-FILE.
       01  INBFIELD-FILE-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FIXCTL-PATH          PIC X(40)  VALUE "INBFIXCTL.DAT".
       01  WS-FIXCTL-STATUS        PIC XX     VALUE SPACES.
       01  WS-TODAY-DATE           PIC 9(8)   VALUE 0.

       COPY INBLAYOUT.
       COPY INBFIELD.
       COPY INBFLDWS.

       COPY INBFIXTXN.

           05  WS-REJL-PARTNER     PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-REJL-RECORD      PIC X(200).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-REJL-FIELD       PIC X(12).

      *    Every reject of the day, held with a disposition that
      *    starts at "P" (pending) and moves to "A" (accepted into
               10  WS-REJ-T-REASON     PIC X(3).
               10  WS-REJ-T-PARTNER    PIC X(8).
               10  WS-REJ-T-RECORD     PIC X(200).
               10  WS-REJ-T-FIELD      PIC X(12).
               10  WS-REJ-T-DISP       PIC X.
       01  WS-REJ-IDX              PIC 9(5)   VALUE 0.

       01  WS-LAY-TABLE.
           05  WS-LAY-COUNT        PIC 9(3)   VALUE 0.
           05  WS-LAY-ROW          PIC X(144) OCCURS 50 TIMES.
       01  WS-LAY-IDX              PIC 9(3)   VALUE 0.
       01  WS-LAY-FOUND-FLAG       PIC X      VALUE "N".
       01  WS-LAY-PARTNER          PIC X(8)   VALUE SPACES.
           END-IF
           PERFORM OPEN-REPORT-PARA
           PERFORM LOAD-LAYOUT-TABLE-PARA
           PERFORM LOAD-FIELD-TABLE-PARA
           PERFORM LOAD-REJECT-TABLE-PARA

           IF WS-REJ-COUNT = 0
                                   TO WS-REJ-T-PARTNER (WS-REJ-COUNT)
                               MOVE WS-REJL-RECORD
                                   TO WS-REJ-T-RECORD (WS-REJ-COUNT)
                               MOVE WS-REJL-FIELD
                                   TO WS-REJ-T-FIELD (WS-REJ-COUNT)
                               MOVE "P"
                                   TO WS-REJ-T-DISP (WS-REJ-COUNT)
                           ELSE
               IF INBFIXTXN-FORCE
      *            Force-accept is the operator overruling the rules;
      *            it skips re-validation by design and the audit
      *            trail carries who did it. The field pass still
      *            runs so the record lands in the internal layout.
                   PERFORM CHECK-WORK-FIELDS-PARA
                   MOVE SPACES TO WS-VALIDATE-REASON
               ELSE
                   PERFORM VALIDATE-WORK-RECORD-PARA
                       TO WS-REJ-T-RECORD (WS-TXN-SEQ)
                   MOVE WS-VALIDATE-REASON
                       TO WS-REJ-T-REASON (WS-TXN-SEQ)
                   MOVE WS-INF-FIELD
                       TO WS-REJ-T-FIELD (WS-TXN-SEQ)
                   MOVE SPACES TO WS-TXN-REJECT-REASON
                   STRING "STILL FAILS " WS-VALIDATE-REASON " "
                           WS-INF-FIELD
                       DELIMITED BY SIZE INTO WS-TXN-REJECT-REASON
                   PERFORM WRITE-AUDIT-REJECTED-PARA
               END-IF

       VALIDATE-WORK-RECORD-PARA.
      *    The same rules INBDIST applies in CHECK-ONE-RECORD-PARA:
      *    length inside the partner's bounds, a numeric leading key
      *    when the layout demands one, then the partner's field
      *    definitions.
           MOVE SPACES TO WS-VALIDATE-REASON
           MOVE SPACES TO WS-INF-FIELD
           MOVE "N" TO WS-INF-DEFINED-FLAG
           IF WS-WORK-RECORD-LEN LESS THAN INBLAYOUT-MIN-LEN
                   OR WS-WORK-RECORD-LEN GREATER THAN
                       INBLAYOUT-MAX-LEN
                   END-IF
               END-IF
           END-IF
           IF WS-VALIDATE-REASON = SPACES
               PERFORM CHECK-WORK-FIELDS-PARA
               MOVE WS-INF-REASON TO WS-VALIDATE-REASON
           END-IF
           .

       CHECK-WORK-FIELDS-PARA.
           MOVE WS-REJ-T-PARTNER (WS-TXN-SEQ) TO WS-INF-PARTNER
           MOVE WS-WORK-RECORD     TO WS-INF-IN-RECORD
           MOVE WS-WORK-RECORD-LEN TO WS-INF-IN-LEN
           PERFORM CHECK-FIELDS-PARA
           .

       DELIVER-WORK-RECORD-PARA.
               OPEN OUTPUT DEST-FILE
           END-IF
           IF WS-DEST-STATUS = "00"
               IF WS-INF-DEFINED-FLAG = "Y"
                   MOVE WS-INF-OUT-LEN TO WS-OUT-RECORD-LEN
                   WRITE DEST-RECORD FROM WS-INF-OUT-RECORD
               ELSE
                   MOVE WS-WORK-RECORD-LEN TO WS-OUT-RECORD-LEN
                   WRITE DEST-RECORD FROM WS-WORK-RECORD
               END-IF
               CLOSE DEST-FILE
           ELSE
               DISPLAY "Unable to open " WS-DEST-PATH
                       TO WS-REJL-PARTNER
                   MOVE WS-REJ-T-RECORD (WS-REJ-IDX)
                       TO WS-REJL-RECORD
                   MOVE WS-REJ-T-FIELD (WS-REJ-IDX)
                       TO WS-REJL-FIELD
                   WRITE CARRY-FILE-RECORD FROM WS-REJECT-LINE
               END-IF
               ADD 1 TO WS-REJ-IDX
           MOVE WS-RECS-CARRIED            TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE
           .

       COPY INBFLDPD.
