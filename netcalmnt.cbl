       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NETCALMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NETCALSEL.

           COPY NETCFGSEL.

           SELECT TXN-FILE ASSIGN TO DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NETCAL-FILE.
       COPY NETCAL.

       COPY NETCFGFD.

       FD  TXN-FILE.
       01  TXN-FILE-RECORD         PIC X(55).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD            PIC X(118).

       WORKING-STORAGE SECTION.
       COPY NETCALWS.

       COPY NETCFG.
       COPY NETCFGWS.

       01  WS-TXN-PATH             PIC X(40)  VALUE "NETCALTXN.DAT".
       01  WS-TXN-STATUS           PIC XX     VALUE SPACES.
       01  WS-TXN-EOF-FLAG         PIC X      VALUE "N".

       01  WS-AUDIT-PATH           PIC X(40)  VALUE "NETCALAUD.DAT".
       01  WS-AUDIT-STATUS         PIC XX     VALUE SPACES.

       COPY NETCALTXN.

       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURR-YYYY        PIC 9(4).
           05  WS-CURR-MM          PIC 9(2).
           05  WS-CURR-DD          PIC 9(2).
           05  WS-CURR-HH          PIC 9(2).
           05  WS-CURR-MIN         PIC 9(2).
           05  WS-CURR-SS          PIC 9(2).
           05  FILLER              PIC X(9).

      *    Only the partner codes are needed: a partner closure is
      *    refused for a code NETCFG has never heard of, which is
      *    almost always a typing slip. A partner counts as known
      *    once it has any version, even one not yet in effect, so
      *    a closure can be booked ahead for a partner still being
      *    set up.
       01  WS-CFG-TABLE.
           05  WS-CFG-COUNT        PIC 9(3)   VALUE 0.
           05  WS-CFG-CODE         PIC X(8)   OCCURS 200 TIMES.

       01  WS-CFG-IDX              PIC 9(3)   VALUE 0.
       01  WS-CFG-FOUND-FLAG       PIC X      VALUE "N".

       01  WS-CAL-ROW-FOUND-FLAG   PIC X      VALUE "N".
       01  WS-CAL-BEFORE-IMAGE     PIC X(46)  VALUE SPACES.
       01  WS-TXN-DATE-NUM         PIC 9(8)   VALUE 0.
       01  WS-TODAY-DATE           PIC 9(8)   VALUE 0.

       01  WS-TXNS-READ            PIC 9(5)   VALUE 0.
       01  WS-TXNS-APPLIED         PIC 9(5)   VALUE 0.
       01  WS-TXNS-REJECTED        PIC 9(5)   VALUE 0.

       01  WS-TXN-REJECT-REASON    PIC X(30)  VALUE SPACES.

       01  WS-AUDIT-HEADER-LINE.
           05  WS-AUD-TIMESTAMP    PIC X(17).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(5)   VALUE "USER=".
           05  WS-AUD-USER-ID      PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(7)   VALUE "ACTION=".
           05  WS-AUD-ACTION       PIC X.
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

       01  WS-AUDIT-BEFORE-LINE.
           05  FILLER              PIC X(10)  VALUE "  BEFORE: ".
           05  WS-AUD-BEFORE-IMAGE PIC X(46).

       01  WS-AUDIT-AFTER-LINE.
           05  FILLER              PIC X(10)  VALUE "  AFTER:  ".
           05  WS-AUD-AFTER-IMAGE  PIC X(46).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           PERFORM LOAD-CFG-TABLE-PARA
           PERFORM OPEN-AUDIT-PARA
           PERFORM OPEN-CALENDAR-PARA

           OPEN INPUT TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-TXN-PATH
                   ", status " WS-TXN-STATUS ", nothing to do."
               CLOSE NETCAL-FILE
               CLOSE AUDIT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO WS-TXN-EOF-FLAG
           PERFORM UNTIL WS-TXN-EOF-FLAG = "Y"
               READ TXN-FILE INTO NETCALTXN-RECORD
                   AT END
                       MOVE "Y" TO WS-TXN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TXNS-READ
                       PERFORM PROCESS-ONE-TXN-PARA
               END-READ
           END-PERFORM
           CLOSE TXN-FILE

           CLOSE NETCAL-FILE
           CLOSE AUDIT-FILE

           DISPLAY "NETCALMNT: " WS-TXNS-READ " read, "
               WS-TXNS-APPLIED " applied, "
               WS-TXNS-REJECTED " rejected."

           IF WS-TXNS-REJECTED GREATER THAN 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK
           .

       LOAD-CFG-TABLE-PARA.
           MOVE 0 TO WS-CFG-COUNT
           PERFORM OPEN-NETCFG-PARA
           IF WS-NETCFG-AVAIL-FLAG = "Y"
               MOVE 99999999 TO WS-NETCFG-AS-OF
               PERFORM LOAD-NETCFG-AS-OF-PARA
               CLOSE NETCFG-FILE
               MOVE 1 TO WS-NETCFG-IDX
               PERFORM UNTIL WS-NETCFG-IDX GREATER THAN WS-NETCFG-COUNT
                   MOVE WS-NETCFG-ROW (WS-NETCFG-IDX) TO NETCFG-RECORD
                   ADD 1 TO WS-CFG-COUNT
                   MOVE NETCFG-PARTNER-CODE
                       TO WS-CFG-CODE (WS-CFG-COUNT)
                   ADD 1 TO WS-NETCFG-IDX
               END-PERFORM
           ELSE
               DISPLAY "NETCFG.DAT not found, only shop-wide "
                   "closures can be applied."
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
                   "change is applied without its audit record."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           .

       OPEN-CALENDAR-PARA.
           OPEN I-O NETCAL-FILE
           IF WS-NETCAL-STATUS = "35"
               OPEN OUTPUT NETCAL-FILE
               CLOSE NETCAL-FILE
               OPEN I-O NETCAL-FILE
           END-IF
           IF WS-NETCAL-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-NETCAL-PATH
                   ", status " WS-NETCAL-STATUS ", aborting."
               CLOSE AUDIT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           .

       PROCESS-ONE-TXN-PARA.
           MOVE SPACES TO WS-TXN-REJECT-REASON
           PERFORM VALIDATE-TXN-PARA
           IF WS-TXN-REJECT-REASON = SPACES
               PERFORM APPLY-TXN-PARA
           END-IF
           IF WS-TXN-REJECT-REASON = SPACES
               ADD 1 TO WS-TXNS-APPLIED
               PERFORM WRITE-AUDIT-APPLIED-PARA
           ELSE
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Rejected " NETCALTXN-ACTION " transaction "
                   "for partner " NETCALTXN-PARTNER-CODE " date "
                   NETCALTXN-DATE ": " WS-TXN-REJECT-REASON
               PERFORM WRITE-AUDIT-REJECTED-PARA
           END-IF
           .

       VALIDATE-TXN-PARA.
           IF NOT NETCALTXN-ADD AND NOT NETCALTXN-DELETE
               MOVE "INVALID ACTION CODE" TO WS-TXN-REJECT-REASON
           END-IF
           IF WS-TXN-REJECT-REASON = SPACES
                   AND NETCALTXN-USER-ID = SPACES
               MOVE "USER ID BLANK" TO WS-TXN-REJECT-REASON
           END-IF
           IF WS-TXN-REJECT-REASON = SPACES
                   AND NETCALTXN-PARTNER-CODE = SPACES
               MOVE "PARTNER CODE BLANK" TO WS-TXN-REJECT-REASON
           END-IF
           IF WS-TXN-REJECT-REASON = SPACES
               IF NETCALTXN-DATE IS NOT NUMERIC
                   MOVE "DATE NOT NUMERIC" TO WS-TXN-REJECT-REASON
               ELSE
                   MOVE NETCALTXN-DATE TO WS-TXN-DATE-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-TXN-DATE-NUM)
                           NOT = 0
                       MOVE "DATE INVALID" TO WS-TXN-REJECT-REASON
                   END-IF
               END-IF
           END-IF
      *    Only a closure still to come may be added; one already
      *    past would rewrite what NETMON and NETBOARD reported on
      *    that day. Deleting a past row is allowed so a mistaken
      *    holiday can still be cleaned out of the calendar.
           IF WS-TXN-REJECT-REASON = SPACES
                   AND NETCALTXN-ADD
                   AND WS-TXN-DATE-NUM LESS THAN WS-TODAY-DATE
               MOVE "DATE IN PAST" TO WS-TXN-REJECT-REASON
           END-IF
           IF WS-TXN-REJECT-REASON = SPACES
                   AND NETCALTXN-ADD
                   AND NETCALTXN-PARTNER-CODE NOT = "*"
               PERFORM FIND-PARTNER-PARA
               IF WS-CFG-FOUND-FLAG = "N"
                   MOVE "PARTNER NOT FOUND" TO WS-TXN-REJECT-REASON
               END-IF
           END-IF
           IF WS-TXN-REJECT-REASON = SPACES
               PERFORM READ-CAL-ROW-PARA
               IF NETCALTXN-ADD AND WS-CAL-ROW-FOUND-FLAG = "Y"
                   MOVE "ALREADY CLOSED ON DATE"
                       TO WS-TXN-REJECT-REASON
               END-IF
               IF NETCALTXN-DELETE AND WS-CAL-ROW-FOUND-FLAG = "N"
                   MOVE "NOT CLOSED ON DATE" TO WS-TXN-REJECT-REASON
               END-IF
           END-IF
           .

       FIND-PARTNER-PARA.
           MOVE "N" TO WS-CFG-FOUND-FLAG
           MOVE 1 TO WS-CFG-IDX
           PERFORM UNTIL WS-CFG-IDX GREATER THAN WS-CFG-COUNT
                   OR WS-CFG-FOUND-FLAG = "Y"
               IF WS-CFG-CODE (WS-CFG-IDX) = NETCALTXN-PARTNER-CODE
                   MOVE "Y" TO WS-CFG-FOUND-FLAG
               END-IF
               ADD 1 TO WS-CFG-IDX
           END-PERFORM
           .

       READ-CAL-ROW-PARA.
           MOVE SPACES TO WS-CAL-BEFORE-IMAGE
           MOVE WS-TXN-DATE-NUM        TO NETCAL-DATE
           MOVE NETCALTXN-PARTNER-CODE TO NETCAL-PARTNER-CODE
           READ NETCAL-FILE
               INVALID KEY
                   MOVE "N" TO WS-CAL-ROW-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-CAL-ROW-FOUND-FLAG
                   MOVE NETCAL-RECORD TO WS-CAL-BEFORE-IMAGE
           END-READ
           .

       APPLY-TXN-PARA.
           IF NETCALTXN-ADD
               MOVE WS-TXN-DATE-NUM        TO NETCAL-DATE
               MOVE NETCALTXN-PARTNER-CODE TO NETCAL-PARTNER-CODE
               MOVE NETCALTXN-DESCRIPTION  TO NETCAL-DESCRIPTION
               WRITE NETCAL-RECORD
                   INVALID KEY
                       MOVE "CALENDAR WRITE FAILED"
                           TO WS-TXN-REJECT-REASON
               END-WRITE
           END-IF
           IF NETCALTXN-DELETE
               DELETE NETCAL-FILE
                   INVALID KEY
                       MOVE "CALENDAR DELETE FAILED"
                           TO WS-TXN-REJECT-REASON
               END-DELETE
           END-IF
           .

       WRITE-AUDIT-APPLIED-PARA.
           PERFORM BUILD-AUDIT-HEADER-PARA
           MOVE "APPLIED" TO WS-AUD-RESULT
           MOVE SPACES    TO WS-AUD-REASON
           WRITE AUDIT-RECORD FROM WS-AUDIT-HEADER-LINE
           IF NETCALTXN-ADD
               MOVE "(NEW ROW)" TO WS-AUD-BEFORE-IMAGE
               MOVE NETCAL-RECORD TO WS-AUD-AFTER-IMAGE
           ELSE
               MOVE WS-CAL-BEFORE-IMAGE TO WS-AUD-BEFORE-IMAGE
               MOVE "(DELETED)" TO WS-AUD-AFTER-IMAGE
           END-IF
           WRITE AUDIT-RECORD FROM WS-AUDIT-BEFORE-LINE
           WRITE AUDIT-RECORD FROM WS-AUDIT-AFTER-LINE
           .

       WRITE-AUDIT-REJECTED-PARA.
           PERFORM BUILD-AUDIT-HEADER-PARA
           MOVE "REJECTED" TO WS-AUD-RESULT
           MOVE WS-TXN-REJECT-REASON TO WS-AUD-REASON
           WRITE AUDIT-RECORD FROM WS-AUDIT-HEADER-LINE
           .

       BUILD-AUDIT-HEADER-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           STRING WS-CURR-YYYY "-" WS-CURR-MM "-" WS-CURR-DD "-"
                   WS-CURR-HH ":" WS-CURR-MIN ":" WS-CURR-SS
               DELIMITED BY SIZE INTO WS-AUD-TIMESTAMP
           MOVE NETCALTXN-USER-ID      TO WS-AUD-USER-ID
           MOVE NETCALTXN-ACTION       TO WS-AUD-ACTION
           MOVE NETCALTXN-PARTNER-CODE TO WS-AUD-PARTNER
           MOVE NETCALTXN-DATE         TO WS-AUD-DATE
           .

       COPY NETCFGPD.
