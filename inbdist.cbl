               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DONE-STATUS.

           COPY INBFLDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  INBREG-FILE.
       01  INBREG-FILE-RECORD      PIC X(156).

       FD  INBLAYOUT-FILE.
       01  INBLAYOUT-FILE-RECORD   PIC X(144).

       FD  INBOUND-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
       01  DEST-RECORD             PIC X(200).

       FD  REJECT-FILE.
       01  REJECT-FILE-RECORD      PIC X(226).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  DONE-FILE.
       01  DONE-RECORD             PIC X(86).

       FD  INBFIELD-FILE.
       01  INBFIELD-FILE-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-INBREG-PATH          PIC X(40)  VALUE SPACES.
       01  WS-DONE-IDX             PIC 9(3)   VALUE 0.
       01  WS-DONE-FOUND-FLAG      PIC X      VALUE "N".

       COPY INBDONE.

       01  WS-TODAY-DATE           PIC 9(8)   VALUE 0.
       01  WS-PRIOR-DATE           PIC 9(8)   VALUE 0.
       01  WS-DATE-INT             PIC 9(7)   VALUE 0.
       COPY INBREG.

       COPY INBLAYOUT.
       COPY INBFIELD.
       COPY INBFLDWS.

       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURR-YYYY        PIC 9(4).

       01  WS-LAY-TABLE.
           05  WS-LAY-COUNT        PIC 9(3)   VALUE 0.
           05  WS-LAY-ROW          PIC X(144) OCCURS 50 TIMES.

       01  WS-LAY-IDX              PIC 9(3)   VALUE 0.
       01  WS-LAY-FOUND-FLAG       PIC X      VALUE "N".
           05  WS-REJL-PARTNER     PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-REJL-RECORD      PIC X(200).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-REJL-FIELD       PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-REPORT-PARA
           PERFORM OPEN-REJECT-PARA
           PERFORM LOAD-LAYOUT-TABLE-PARA
           PERFORM LOAD-FIELD-TABLE-PARA
           PERFORM LOAD-DONE-TABLE-PARA

      *    An overnight LISTEN service started yesterday evening
               END-PERFORM
               CLOSE INBOUND-FILE
               CLOSE DEST-FILE
               MOVE INBREG-FILE-PATH TO INBDONE-FILE-PATH
               MOVE "INBDIST"        TO INBDONE-PROGRAM
               MOVE WS-GOOD-COUNT    TO INBDONE-GOOD-COUNT
               MOVE WS-REJ-COUNT     TO INBDONE-REJ-COUNT
               WRITE DONE-RECORD FROM INBDONE-RECORD
               ADD 1 TO WS-FILES-ROUTED
               ADD WS-GOOD-COUNT TO WS-TOTAL-GOOD
               ADD WS-REJ-COUNT  TO WS-TOTAL-REJECTS

       CHECK-ONE-RECORD-PARA.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REJL-FIELD
           IF WS-INB-RECORD-LEN LESS THAN INBLAYOUT-MIN-LEN
                   OR WS-INB-RECORD-LEN GREATER THAN INBLAYOUT-MAX-LEN
               MOVE "LEN" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
      *    Length and key are checked first so a truncated record is
      *    reported as such rather than as whatever field it cut off.
           IF WS-REJECT-REASON = SPACES
               MOVE INBREG-PARTNER-CODE TO WS-INF-PARTNER
               MOVE SPACES TO WS-INF-IN-RECORD
               MOVE INBOUND-RECORD (1 : WS-INB-RECORD-LEN)
                   TO WS-INF-IN-RECORD
               MOVE WS-INB-RECORD-LEN TO WS-INF-IN-LEN
               PERFORM CHECK-FIELDS-PARA
               IF WS-INF-REASON NOT = SPACES
                   MOVE WS-INF-REASON TO WS-REJECT-REASON
                   MOVE WS-INF-FIELD  TO WS-REJL-FIELD
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-GOOD-COUNT
               MOVE WS-INF-OUT-LEN TO WS-INB-RECORD-LEN
               WRITE DEST-RECORD FROM WS-INF-OUT-RECORD
           ELSE
               ADD 1 TO WS-REJ-COUNT
               MOVE WS-REJECT-REASON     TO WS-REJL-REASON
           MOVE WS-TOTAL-REJECTS           TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE
           .

       COPY INBFLDPD.
