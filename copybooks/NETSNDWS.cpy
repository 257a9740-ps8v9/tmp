      ***************************************************************
      *  NETSNDWS -- WORKING-STORAGE for the shared outbound envelope
      *  send path in NETSNDPD: the destination and partner the
      *  session belongs to, per-file envelope counts, block-mode
      *  transfer state, run counters, and the run-report lines the
      *  send path writes.
      ***************************************************************
       01  WS-SEND-FILE-STATUS     PIC XX     VALUE SPACES.
       01  WS-SEND-EOF-FLAG        PIC X      VALUE "N".
       01  WS-SEND-WRITE-FAILED    PIC X      VALUE "N".
       01  WS-SEND-RECORD-LEN      PIC 9(4)   VALUE 0.
      *    The file name the partner is told in the envelope header;
      *    usually the path being read, but a file read back from an
      *    archive area keeps the name it was first sent under.
       01  WS-SEND-HDR-NAME        PIC X(60)  VALUE SPACES.

       01  WS-DEST-HOST            PIC X(40)  VALUE "localhost".
       01  WS-DEST-PORT            PIC 9(5)   VALUE 09000.
       01  WS-CONN-TIMEOUT-SECS    PIC 9(4)   VALUE 0030.
       01  WS-PARTNER-CODE         PIC X(8)   VALUE "DEFAULT".
       01  WS-XFER-MODE            PIC X      VALUE "L".
           88  XFER-BLOCK-MODE     VALUE "B".
           88  XFER-COMPRESSED-MODE VALUE "C".
       01  WS-PARTNER-CREDENTIAL   PIC X(16)  VALUE SPACES.

       01  WS-ENV-REC-COUNT        PIC 9(9)   VALUE 0.
       01  WS-ENV-BYTE-COUNT       PIC 9(9)   VALUE 0.
      *    Bytes that actually crossed the wire for the current file;
      *    equal to the byte count except in compressed mode, where
      *    the difference is what the nightly window gained.
       01  WS-ENV-WIRE-BYTES       PIC 9(9)   VALUE 0.
       01  WS-ENV-IO-BUFFER        PIC X(80)  VALUE SPACES.
       01  WS-ENV-WRITE-LEN        PIC 9(4)   VALUE 0.
       01  WS-ENV-READ-LEN         PIC 9(4)   VALUE 0.

      *    Block-mode transfer state: the file moves as fixed-size
      *    binary blocks through the CBL_ byte-stream routines
      *    instead of line records, so record length and content are
      *    unrestricted.
       01  WS-BLK-BUFFER           PIC X(4096) VALUE SPACES.
       01  WS-BLK-LEN              PIC 9(4)   VALUE 0.
       01  WS-BLK-FILE-HANDLE      PIC X(4)   COMP-X VALUE 0.
       01  WS-BLK-OFFSET           PIC X(8)   COMP-X VALUE 0.
       01  WS-BLK-READ-COUNT       PIC X(4)   COMP-X VALUE 0.
       01  WS-BLK-ACCESS-MODE      PIC X      COMP-X VALUE 0.
       01  WS-BLK-DENY-MODE        PIC X      COMP-X VALUE 0.
       01  WS-BLK-DEVICE           PIC X      COMP-X VALUE 0.
       01  WS-BLK-RW-FLAGS         PIC X      COMP-X VALUE 0.
       01  WS-BLK-REMAINING        PIC 9(10)  VALUE 0.
       01  WS-BLK-STATUS           PIC S9(4)  VALUE 0.
       01  WS-CHECK-FILE-DETAILS.
           05  WS-CHECK-FILE-SIZE  PIC X(8)   COMP-X.
           05  WS-CHECK-FILE-DAY   PIC X      COMP-X.
           05  WS-CHECK-FILE-MONTH PIC X      COMP-X.
           05  WS-CHECK-FILE-YEAR  PIC X(2)   COMP-X.
           05  WS-CHECK-FILE-HOUR  PIC X      COMP-X.
           05  WS-CHECK-FILE-MIN   PIC X      COMP-X.
           05  WS-CHECK-FILE-SEC   PIC X      COMP-X.
           05  WS-CHECK-FILE-HUND  PIC X      COMP-X.

       01  WS-CONN-ATTEMPTED       PIC 9(5)   VALUE 0.
       01  WS-CONN-SUCCEEDED       PIC 9(5)   VALUE 0.
       01  WS-CONN-FAILED          PIC 9(5)   VALUE 0.
       01  WS-FILES-TRANSMITTED    PIC 9(5)   VALUE 0.
       01  WS-TOTAL-BYTES-SENT     PIC 9(9)   VALUE 0.
       01  WS-TOTAL-WIRE-BYTES     PIC 9(9)   VALUE 0.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER              PIC X(18)  VALUE
                   "CONNECTION FAILED,".
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(7)   VALUE "STATUS=".
           05  WS-RPT-DETAIL-STATUS PIC ---9.

       01  WS-RPT-SENDERR-LINE.
           05  FILLER              PIC X(17)  VALUE
                   "FILE SEND FAILED".
           05  FILLER              PIC X      VALUE ",".
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(8)   VALUE "PARTNER=".
           05  WS-RPT-SENDERR-PARTNER PIC X(8).

       01  WS-RPT-ACK-LINE.
           05  FILLER              PIC X(12)  VALUE "PARTNER ACK,".
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(8)   VALUE "PARTNER=".
           05  WS-RPT-ACK-PARTNER  PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(7)   VALUE "RESULT=".
           05  WS-RPT-ACK-RESULT   PIC X(3).
           05  FILLER              PIC X      VALUE SPACE.
           05  WS-RPT-ACK-REASON   PIC X(20).
