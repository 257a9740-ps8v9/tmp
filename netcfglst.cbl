       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NETCFGLST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LSTCTL-FILE ASSIGN TO DYNAMIC WS-LSTCTL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LSTCTL-STATUS.

           COPY NETCFGSEL.

           SELECT NETSYS-FILE ASSIGN TO DYNAMIC WS-NETSYS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NETSYS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LSTCTL-FILE.
       01  LSTCTL-RECORD           PIC X(8).

       COPY NETCFGFD.

       FD  NETSYS-FILE.
       01  NETSYS-FILE-RECORD      PIC X(15).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LSTCTL-PATH          PIC X(40)  VALUE "NETCFGLSTCTL.DAT".
       01  WS-LSTCTL-STATUS        PIC XX     VALUE SPACES.

       COPY NETCFG.
       COPY NETCFGWS.

       01  WS-NETSYS-PATH          PIC X(40)  VALUE "NETSYS.DAT".
       01  WS-NETSYS-STATUS        PIC XX     VALUE SPACES.

       COPY NETSYS.

       01  WS-RPT-PATH             PIC X(40)  VALUE SPACES.
       01  WS-RPT-STATUS           PIC XX     VALUE SPACES.

       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURR-YYYY        PIC 9(4).
           05  WS-CURR-MM          PIC 9(2).
           05  WS-CURR-DD          PIC 9(2).
           05  WS-CURR-HH          PIC 9(2).
           05  WS-CURR-MIN         PIC 9(2).
           05  WS-CURR-SS          PIC 9(2).
           05  FILLER              PIC X(9).

       01  WS-AS-OF-DATE           PIC 9(8)   VALUE 0.

       01  WS-PARTNERS-LISTED      PIC 9(5)   VALUE 0.
       01  WS-PARTNERS-ACTIVE      PIC 9(5)   VALUE 0.
       01  WS-PARTNERS-INACTIVE    PIC 9(5)   VALUE 0.

       01  WS-LST-HEADER-LINE.
           05  FILLER              PIC X(21)  VALUE
                   "PARTNER MASTER AS OF ".
           05  WS-HDR-AS-OF        PIC 9(8).

      *    One line per partner: the version in effect on the date,
      *    with the date it took effect. The credential itself is
      *    never printed, only whether one is set.
       01  WS-RPT-DETAIL-LINE.
           05  FILLER              PIC X(8)   VALUE "PARTNER=".
           05  WS-RPT-DET-PARTNER  PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(4)   VALUE "EFF=".
           05  WS-RPT-DET-EFF      PIC 9(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-RPT-DET-STATE    PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(5)   VALUE "HOST=".
           05  WS-RPT-DET-HOST     PIC X(40).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(5)   VALUE "PORT=".
           05  WS-RPT-DET-PORT     PIC 9(5).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(5)   VALUE "MODE=".
           05  WS-RPT-DET-MODE     PIC X.
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(4)   VALUE "WIN=".
           05  WS-RPT-DET-EARLIEST PIC X(4).
           05  FILLER              PIC X      VALUE "-".
           05  WS-RPT-DET-LATEST   PIC X(4).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(4)   VALUE "PRI=".
           05  WS-RPT-DET-PRIORITY PIC X.
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(5)   VALUE "CRED=".
           05  WS-RPT-DET-CRED     PIC X(4).

       01  WS-RPT-PATTERN-LINE.
           05  FILLER              PIC X(10)  VALUE SPACES.
           05  FILLER              PIC X(8)   VALUE "TIMEOUT=".
           05  WS-RPT-PAT-TIMEOUT  PIC 9(4).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(8)   VALUE "PATTERN=".
           05  WS-RPT-PAT-PATTERN  PIC X(40).

      *    NETSYS is not dated: its line shows the settings as they
      *    stand when the listing is run, whatever the as-of date.
       01  WS-RPT-SYSTEM-LINE.
           05  FILLER              PIC X(24)  VALUE
                   "RUN-LEVEL (CURRENT):    ".
           05  FILLER              PIC X(6)   VALUE "RETRY=".
           05  WS-RPT-SYS-RETRY    PIC X(2).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(6)   VALUE "DELAY=".
           05  WS-RPT-SYS-DELAY    PIC X(4).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(12)  VALUE "LISTEN PORT=".
           05  WS-RPT-SYS-PORT     PIC X(5).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(15)  VALUE "ACCEPT TIMEOUT=".
           05  WS-RPT-SYS-TIMEOUT  PIC X(4).

       01  WS-RPT-SUMMARY-LINE.
           05  WS-RPT-LABEL        PIC X(24).
           05  WS-RPT-VALUE        PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PICK-AS-OF-DATE-PARA

           PERFORM OPEN-NETCFG-PARA
           IF WS-NETCFG-AVAIL-FLAG = "N"
               DISPLAY "NETCFG.DAT not found, status "
                   WS-NETCFG-STATUS ", nothing to list."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-AS-OF-DATE TO WS-NETCFG-AS-OF
           PERFORM LOAD-NETCFG-AS-OF-PARA
           CLOSE NETCFG-FILE

           STRING "NETCFGLST." WS-AS-OF-DATE ".RPT"
               DELIMITED BY SIZE INTO WS-RPT-PATH
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-RPT-PATH
                   ", status " WS-RPT-STATUS ", aborting."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-AS-OF-DATE TO WS-HDR-AS-OF
           WRITE REPORT-RECORD FROM WS-LST-HEADER-LINE

           MOVE 1 TO WS-NETCFG-IDX
           PERFORM UNTIL WS-NETCFG-IDX GREATER THAN WS-NETCFG-COUNT
               MOVE WS-NETCFG-ROW (WS-NETCFG-IDX) TO NETCFG-RECORD
               PERFORM LIST-ONE-PARTNER-PARA
               ADD 1 TO WS-NETCFG-IDX
           END-PERFORM

           PERFORM WRITE-SYSTEM-LINE-PARA
           PERFORM WRITE-SUMMARY-PARA
           CLOSE REPORT-FILE

           DISPLAY "NETCFGLST: " WS-PARTNERS-LISTED
               " partners listed as of " WS-AS-OF-DATE "."

           GOBACK
           .

       PICK-AS-OF-DATE-PARA.
      *    NETCFGLSTCTL.DAT may carry the as-of date as yyyymmdd in
      *    its first record, for an auditor asking how the partners
      *    stood on a past (or coming) date; without it the listing
      *    shows the master as it stands today.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE 0 TO WS-AS-OF-DATE
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-AS-OF-DATE
           OPEN INPUT LSTCTL-FILE
           IF WS-LSTCTL-STATUS = "00"
               READ LSTCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LSTCTL-RECORD IS NUMERIC
                           MOVE LSTCTL-RECORD TO WS-AS-OF-DATE
                       ELSE
                           DISPLAY "NETCFGLSTCTL.DAT as-of date not "
                               "numeric, listing as of today."
                       END-IF
               END-READ
               CLOSE LSTCTL-FILE
           END-IF
           .

       LIST-ONE-PARTNER-PARA.
           ADD 1 TO WS-PARTNERS-LISTED
           MOVE NETCFG-PARTNER-CODE  TO WS-RPT-DET-PARTNER
           MOVE NETCFG-EFF-DATE      TO WS-RPT-DET-EFF
           IF NETCFG-INACTIVE
               MOVE "INACTIVE" TO WS-RPT-DET-STATE
               ADD 1 TO WS-PARTNERS-INACTIVE
           ELSE
               MOVE "ACTIVE"   TO WS-RPT-DET-STATE
               ADD 1 TO WS-PARTNERS-ACTIVE
           END-IF
           MOVE NETCFG-HOST          TO WS-RPT-DET-HOST
           MOVE NETCFG-PORT          TO WS-RPT-DET-PORT
           MOVE NETCFG-XFER-MODE     TO WS-RPT-DET-MODE
           MOVE NETCFG-SEND-EARLIEST TO WS-RPT-DET-EARLIEST
           MOVE NETCFG-SEND-LATEST   TO WS-RPT-DET-LATEST
           MOVE NETCFG-PRIORITY      TO WS-RPT-DET-PRIORITY
           IF NETCFG-CREDENTIAL = SPACES
               MOVE "NONE" TO WS-RPT-DET-CRED
           ELSE
               MOVE "SET"  TO WS-RPT-DET-CRED
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-DETAIL-LINE
           MOVE NETCFG-TIMEOUT-SECS  TO WS-RPT-PAT-TIMEOUT
           MOVE NETCFG-FILE-PATTERN  TO WS-RPT-PAT-PATTERN
           WRITE REPORT-RECORD FROM WS-RPT-PATTERN-LINE
           .

       WRITE-SYSTEM-LINE-PARA.
           MOVE SPACES TO NETSYS-RECORD
           OPEN INPUT NETSYS-FILE
           IF WS-NETSYS-STATUS = "00"
               READ NETSYS-FILE INTO NETSYS-RECORD
                   AT END
                       MOVE SPACES TO NETSYS-RECORD
               END-READ
               CLOSE NETSYS-FILE
           END-IF
           MOVE NETSYS-RECORD (1 : 2)  TO WS-RPT-SYS-RETRY
           MOVE NETSYS-RECORD (3 : 4)  TO WS-RPT-SYS-DELAY
           MOVE NETSYS-RECORD (7 : 5)  TO WS-RPT-SYS-PORT
           MOVE NETSYS-RECORD (12 : 4) TO WS-RPT-SYS-TIMEOUT
           WRITE REPORT-RECORD FROM WS-RPT-SYSTEM-LINE
           .

       WRITE-SUMMARY-PARA.
           MOVE "PARTNERS LISTED:        " TO WS-RPT-LABEL
           MOVE WS-PARTNERS-LISTED         TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "ACTIVE:                 " TO WS-RPT-LABEL
           MOVE WS-PARTNERS-ACTIVE         TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE

           MOVE "INACTIVE:               " TO WS-RPT-LABEL
           MOVE WS-PARTNERS-INACTIVE       TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-RPT-SUMMARY-LINE
           .

       COPY NETCFGPD.
