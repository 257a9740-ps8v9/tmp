       DATA DIVISION.
       FILE SECTION.
       FD  INBREG-FILE.
       01  INBREG-FILE-RECORD      PIC X(156).

       FD  INBLAYOUT-FILE.
       01  INBLAYOUT-FILE-RECORD   PIC X(144).

       FD  DONE-FILE.
       01  DONE-RECORD             PIC X(86).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(110).
       01  WS-DONE-IDX             PIC 9(3)   VALUE 0.
       01  WS-DONE-FOUND-FLAG      PIC X      VALUE "N".

       COPY INBDONE.

       01  WS-LAY-TABLE.
           05  WS-LAY-COUNT        PIC 9(3)   VALUE 0.
           05  WS-LAY-ROW          PIC X(144) OCCURS 50 TIMES.
       01  WS-LAY-IDX              PIC 9(3)   VALUE 0.
       01  WS-LAY-FOUND-FLAG       PIC X      VALUE "N".

               MOVE "COPY FAILED, STILL HELD" TO WS-RPT-DET-NOTE
               WRITE REPORT-RECORD FROM WS-RPT-DETAIL-LINE
           ELSE
      *        A binary file is delivered whole: every block it
      *        arrived in counts as gone through, none as rejected.
               MOVE INBREG-FILE-PATH  TO INBDONE-FILE-PATH
               MOVE "INBREL"          TO INBDONE-PROGRAM
               MOVE INBREG-REC-COUNT  TO INBDONE-GOOD-COUNT
               MOVE 0                 TO INBDONE-REJ-COUNT
               WRITE DONE-RECORD FROM INBDONE-RECORD
               ADD 1 TO WS-FILES-DELIVERED
               MOVE SPACES TO WS-RPT-DET-NOTE
               STRING "DELIVERED TO "
