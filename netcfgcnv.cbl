       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NETCFGCNV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDCFG-FILE ASSIGN TO DYNAMIC WS-OLDCFG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OLDCFG-STATUS.

           COPY NETCFGSEL.

           SELECT NETSYS-FILE ASSIGN TO DYNAMIC WS-NETSYS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NETSYS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLDCFG-FILE.
       01  OLDCFG-FILE-RECORD      PIC X(130).

       COPY NETCFGFD.

       FD  NETSYS-FILE.
       01  NETSYS-FILE-RECORD      PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-OLDCFG-PATH          PIC X(40)  VALUE "NETCFG.SEQ".
       01  WS-OLDCFG-STATUS        PIC XX     VALUE SPACES.
       01  WS-OLDCFG-EOF-FLAG      PIC X      VALUE "N".

       COPY NETCFG.
       COPY NETCFGWS.

       01  WS-NETSYS-PATH          PIC X(40)  VALUE "NETSYS.DAT".
       01  WS-NETSYS-STATUS        PIC XX     VALUE SPACES.
       01  WS-NETSYS-WRITE-STATUS  PIC XX     VALUE SPACES.
       01  WS-NETSYS-EXISTS-FLAG   PIC X      VALUE "N".

       COPY NETSYS.

      *    The partner row exactly as the line-sequential table held
      *    it, run-level retry columns included.
       01  WS-OLD-ROW.
           05  WS-OLD-PARTNER-CODE PIC X(8).
           05  WS-OLD-HOST         PIC X(40).
           05  WS-OLD-PORT         PIC 9(5).
           05  WS-OLD-TIMEOUT-SECS PIC 9(4).
           05  WS-OLD-RETRY-COUNT  PIC 9(2).
           05  WS-OLD-RETRY-DELAY  PIC 9(4).
           05  WS-OLD-FILE-PATTERN PIC X(40).
           05  WS-OLD-ACTIVE-FLAG  PIC X.
           05  WS-OLD-XFER-MODE    PIC X.
           05  WS-OLD-CREDENTIAL   PIC X(16).
           05  WS-OLD-SEND-EARLIEST PIC X(4).
           05  WS-OLD-SEND-LATEST  PIC X(4).
           05  WS-OLD-PRIORITY     PIC X.

       01  WS-ROWS-READ            PIC 9(5)   VALUE 0.
       01  WS-ROWS-WRITTEN         PIC 9(5)   VALUE 0.
       01  WS-ROWS-DUPLICATE       PIC 9(5)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
      *    One-time conversion of the undated, line-sequential partner
      *    table into the indexed, effective-dated partner master.
      *    The old table is renamed NETCFG.SEQ before the run; every
      *    row becomes its partner's first version, effective from
      *    00000000 so it is in effect on every date already on file.
      *    The run-level settings that used to live in record 1 (the
      *    C$NetInit retry policy, and the port and timeout LISTEN
      *    took as its own) are carried into NETSYS.DAT. A master
      *    that already exists is never touched: the run stops.
           OPEN INPUT OLDCFG-FILE
           IF WS-OLDCFG-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-OLDCFG-PATH
                   ", status " WS-OLDCFG-STATUS ", nothing to convert."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O NETCFG-FILE
           IF WS-NETCFG-STATUS = "00"
               DISPLAY WS-NETCFG-PATH " already exists, aborting: "
                   "the partner master is converted only once."
               CLOSE NETCFG-FILE
               CLOSE OLDCFG-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-NETCFG-STATUS NOT = "35"
               DISPLAY "Unable to open " WS-NETCFG-PATH
                   ", status " WS-NETCFG-STATUS ", aborting: rename "
                   "the old table to " WS-OLDCFG-PATH " first."
               CLOSE OLDCFG-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT NETCFG-FILE
           IF WS-NETCFG-STATUS NOT = "00"
               DISPLAY "Unable to create " WS-NETCFG-PATH
                   ", status " WS-NETCFG-STATUS ", aborting."
               CLOSE OLDCFG-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT NETSYS-FILE
           IF WS-NETSYS-STATUS = "00"
               MOVE "Y" TO WS-NETSYS-EXISTS-FLAG
               CLOSE NETSYS-FILE
               DISPLAY WS-NETSYS-PATH " already exists, run-level "
                   "settings left as they are."
           END-IF

           MOVE "N" TO WS-OLDCFG-EOF-FLAG
           PERFORM UNTIL WS-OLDCFG-EOF-FLAG = "Y"
               READ OLDCFG-FILE INTO WS-OLD-ROW
                   AT END
                       MOVE "Y" TO WS-OLDCFG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF WS-ROWS-READ = 1
                               AND WS-NETSYS-EXISTS-FLAG = "N"
                           PERFORM WRITE-NETSYS-PARA
                       END-IF
                       PERFORM CONVERT-ONE-ROW-PARA
               END-READ
           END-PERFORM

           CLOSE OLDCFG-FILE
           CLOSE NETCFG-FILE

           DISPLAY "NETCFGCNV: " WS-ROWS-READ " read, "
               WS-ROWS-WRITTEN " written, "
               WS-ROWS-DUPLICATE " duplicate."

           IF WS-ROWS-DUPLICATE GREATER THAN 0
                   AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK
           .

       CONVERT-ONE-ROW-PARA.
           MOVE SPACES               TO NETCFG-RECORD
           MOVE WS-OLD-PARTNER-CODE  TO NETCFG-PARTNER-CODE
           MOVE 0                    TO NETCFG-EFF-DATE
           MOVE WS-OLD-HOST          TO NETCFG-HOST
           MOVE WS-OLD-PORT          TO NETCFG-PORT
           MOVE WS-OLD-TIMEOUT-SECS  TO NETCFG-TIMEOUT-SECS
           MOVE WS-OLD-FILE-PATTERN  TO NETCFG-FILE-PATTERN
           MOVE WS-OLD-ACTIVE-FLAG   TO NETCFG-ACTIVE-FLAG
           MOVE WS-OLD-XFER-MODE     TO NETCFG-XFER-MODE
           MOVE WS-OLD-CREDENTIAL    TO NETCFG-CREDENTIAL
           MOVE WS-OLD-SEND-EARLIEST TO NETCFG-SEND-EARLIEST
           MOVE WS-OLD-SEND-LATEST   TO NETCFG-SEND-LATEST
           MOVE WS-OLD-PRIORITY      TO NETCFG-PRIORITY
      *    The old readers took the first row for a partner code, so
      *    a later duplicate is the one left out.
           WRITE NETCFG-FILE-RECORD FROM NETCFG-RECORD
               INVALID KEY
                   ADD 1 TO WS-ROWS-DUPLICATE
                   DISPLAY "Partner " WS-OLD-PARTNER-CODE
                       " appears more than once in " WS-OLDCFG-PATH
                       ", later row left out."
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-WRITTEN
           END-WRITE
           .

       WRITE-NETSYS-PARA.
      *    A column the old row left blank stays non-numeric here, so
      *    the programs keep their built-in default for it.
           MOVE SPACES TO NETSYS-RECORD
           IF WS-OLD-RETRY-COUNT IS NUMERIC
               MOVE WS-OLD-RETRY-COUNT  TO NETSYS-RETRY-COUNT
           END-IF
           IF WS-OLD-RETRY-DELAY IS NUMERIC
               MOVE WS-OLD-RETRY-DELAY  TO NETSYS-RETRY-DELAY-SECS
           END-IF
           IF WS-OLD-PORT IS NUMERIC
               MOVE WS-OLD-PORT         TO NETSYS-LISTEN-PORT
           END-IF
           IF WS-OLD-TIMEOUT-SECS IS NUMERIC
               MOVE WS-OLD-TIMEOUT-SECS TO NETSYS-ACCEPT-TIMEOUT
           END-IF
           OPEN OUTPUT NETSYS-FILE
           IF WS-NETSYS-STATUS = "00"
               WRITE NETSYS-FILE-RECORD FROM NETSYS-RECORD
               MOVE WS-NETSYS-STATUS TO WS-NETSYS-WRITE-STATUS
               CLOSE NETSYS-FILE
               IF WS-NETSYS-WRITE-STATUS NOT = "00"
                   DISPLAY "Unable to write " WS-NETSYS-PATH
                       ", status " WS-NETSYS-WRITE-STATUS
                       ", run-level settings must be keyed in."
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "Unable to write " WS-NETSYS-PATH
                   ", status " WS-NETSYS-STATUS
                   ", run-level settings must be keyed in."
               MOVE 4 TO RETURN-CODE
           END-IF
           .
