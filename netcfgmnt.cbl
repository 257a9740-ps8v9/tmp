       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NETCFGSEL.

           SELECT NETSYS-FILE ASSIGN TO DYNAMIC WS-NETSYS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NETSYS-STATUS.

           SELECT TXN-FILE ASSIGN TO DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       COPY NETCFGFD.

       FD  NETSYS-FILE.
       01  NETSYS-FILE-RECORD      PIC X(15).

       FD  TXN-FILE.
       01  TXN-FILE-RECORD         PIC X(146).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD            PIC X(142).

       WORKING-STORAGE SECTION.
       COPY NETCFG.
       COPY NETCFGWS.

       01  WS-NETSYS-PATH          PIC X(40)  VALUE "NETSYS.DAT".
       01  WS-NETSYS-STATUS        PIC XX     VALUE SPACES.
       01  WS-NETSYS-WRITE-STATUS  PIC XX     VALUE SPACES.

       01  WS-TXN-PATH             PIC X(40)  VALUE "NETCFGTXN.DAT".
       01  WS-TXN-STATUS           PIC XX     VALUE SPACES.
       01  WS-AUDIT-PATH           PIC X(40)  VALUE "NETCFGAUD.DAT".
       01  WS-AUDIT-STATUS         PIC XX     VALUE SPACES.

       COPY NETSYS.

       COPY NETCFGTXN.

           05  WS-CURR-SS          PIC 9(2).
           05  FILLER              PIC X(9).

       01  WS-TODAY-DATE           PIC 9(8)   VALUE 0.
      *    The date the transaction's version takes effect. When the
      *    partner already has a version on that very date it is a
      *    same-day correction and that version is replaced;
      *    otherwise a new version is added alongside the others.
       01  WS-TXN-EFF-DATE         PIC 9(8)   VALUE 0.
       01  WS-SAME-DATE-FLAG       PIC X      VALUE "N".
       01  WS-CFG-BEFORE-IMAGE     PIC X(132) VALUE SPACES.
       01  WS-SYS-BEFORE-IMAGE     PIC X(15)  VALUE SPACES.

       01  WS-TXNS-READ            PIC 9(5)   VALUE 0.
       01  WS-TXNS-APPLIED         PIC 9(5)   VALUE 0.
           05  FILLER              PIC X(8)   VALUE "PARTNER=".
           05  WS-AUD-PARTNER      PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(4)   VALUE "EFF=".
           05  WS-AUD-EFF-DATE     PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.
           05  FILLER              PIC X(7)   VALUE "RESULT=".
           05  WS-AUD-RESULT       PIC X(8).
           05  FILLER              PIC X      VALUE SPACE.

       01  WS-AUDIT-BEFORE-LINE.
           05  FILLER              PIC X(10)  VALUE "  BEFORE: ".
           05  WS-AUD-BEFORE-IMAGE PIC X(132).

       01  WS-AUDIT-AFTER-LINE.
           05  FILLER              PIC X(10)  VALUE "  AFTER:  ".
           05  WS-AUD-AFTER-IMAGE  PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE

           PERFORM OPEN-MASTER-PARA
           PERFORM LOAD-NETSYS-PARA
           PERFORM OPEN-AUDIT-PARA

           OPEN INPUT TXN-FILE
               DISPLAY "Unable to open " WS-TXN-PATH
                   ", status " WS-TXN-STATUS ", nothing to do."
               CLOSE AUDIT-FILE
               CLOSE NETCFG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           END-PERFORM
           CLOSE TXN-FILE

           CLOSE NETCFG-FILE
           CLOSE AUDIT-FILE

           DISPLAY "NETCFGMNT: " WS-TXNS-READ " read, "
               WS-TXNS-REJECTED " rejected."

      *    Rejected transactions are only a warning; they must never
      *    mask a failed write's error code.
           IF WS-TXNS-REJECTED GREATER THAN 0
                   AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           GOBACK
           .

       OPEN-MASTER-PARA.
      *    Each version is written to the master as it is applied,
      *    so there is no longer a whole-table rewrite to protect
      *    with a backup copy.
           OPEN I-O NETCFG-FILE
           IF WS-NETCFG-STATUS = "35"
               DISPLAY "NETCFG.DAT not found, starting a new "
                   "partner master."
               OPEN OUTPUT NETCFG-FILE
               CLOSE NETCFG-FILE
               OPEN I-O NETCFG-FILE
           END-IF
           IF WS-NETCFG-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-NETCFG-PATH
                   ", status " WS-NETCFG-STATUS ", aborting."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "Y" TO WS-NETCFG-AVAIL-FLAG
           .

       LOAD-NETSYS-PARA.
           MOVE SPACES TO NETSYS-RECORD
           OPEN INPUT NETSYS-FILE
           IF WS-NETSYS-STATUS = "00"
               READ NETSYS-FILE INTO NETSYS-RECORD
                   AT END
                       MOVE SPACES TO NETSYS-RECORD
               END-READ
               CLOSE NETSYS-FILE
           END-IF
           .

               DISPLAY "Unable to open " WS-AUDIT-PATH
                   ", status " WS-AUDIT-STATUS ", aborting: no "
                   "change is applied without its audit record."
               CLOSE NETCFG-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

       PROCESS-ONE-TXN-PARA.
           MOVE SPACES TO WS-TXN-REJECT-REASON
           MOVE 0      TO WS-TXN-EFF-DATE
           MOVE "N"    TO WS-SAME-DATE-FLAG
           PERFORM VALIDATE-TXN-PARA
           IF WS-TXN-REJECT-REASON = SPACES
               IF NETCFGTXN-SYSTEM
                   PERFORM APPLY-SYSTEM-TXN-PARA
               ELSE
                   PERFORM APPLY-TXN-PARA
               END-IF
           END-IF
           IF WS-TXN-REJECT-REASON = SPACES
               ADD 1 TO WS-TXNS-APPLIED
               PERFORM WRITE-AUDIT-APPLIED-PARA
           ELSE
           .

       FIND-PARTNER-PARA.
      *    An add needs to know whether the partner has any version
      *    at all, future-dated ones included; a change or
      *    deactivation starts from the version in effect on its own
      *    effective date.
           MOVE NETCFGTXN-PARTNER-CODE TO WS-NETCFG-PARTNER
           IF NETCFGTXN-ADD
               MOVE 99999999 TO WS-NETCFG-AS-OF
           ELSE
               MOVE WS-TXN-EFF-DATE TO WS-NETCFG-AS-OF
           END-IF
           PERFORM FIND-NETCFG-VERSION-PARA
           MOVE "N" TO WS-SAME-DATE-FLAG
           IF NETCFG-FOUND
               IF NETCFG-EFF-DATE = WS-TXN-EFF-DATE
                   MOVE "Y" TO WS-SAME-DATE-FLAG
               END-IF
           END-IF
           .

       VALIDATE-TXN-PARA.
           IF NOT NETCFGTXN-ADD AND NOT NETCFGTXN-CHANGE
                   AND NOT NETCFGTXN-DEACT AND NOT NETCFGTXN-SYSTEM
               MOVE "INVALID ACTION CODE" TO WS-TXN-REJECT-REASON
           END-IF
           IF WS-TXN-REJECT-REASON = SPACES
                   AND NETCFGTXN-SYSTEM
               PERFORM VALIDATE-SYSTEM-FIELDS-PARA
           END-IF
           IF WS-TXN-REJECT-REASON = SPACES
                   AND NOT NETCFGTXN-SYSTEM
               PERFORM VALIDATE-EFF-DATE-PARA
               IF WS-TXN-REJECT-REASON = SPACES
                   IF NETCFGTXN-PARTNER-CODE = SPACES
                       MOVE "PARTNER CODE BLANK"
                           TO WS-TXN-REJECT-REASON
                   ELSE
                       PERFORM FIND-PARTNER-PARA
                       IF NETCFGTXN-ADD
                               AND NETCFG-FOUND
                           MOVE "DUPLICATE PARTNER CODE"
                               TO WS-TXN-REJECT-REASON
                       END-IF
                       IF (NETCFGTXN-CHANGE OR NETCFGTXN-DEACT)
                               AND NOT NETCFG-FOUND
                           MOVE "PARTNER NOT IN EFFECT"
                               TO WS-TXN-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           .

       VALIDATE-EFF-DATE-PARA.
      *    A version may take effect today or on any later date, so
      *    a change can be keyed in ahead of a partner's cut-over;
      *    a date already past would rewrite what the reports for
      *    those days have shown and is refused.
           IF NETCFGTXN-EFF-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-TXN-EFF-DATE
           ELSE
               IF NETCFGTXN-EFF-DATE IS NOT NUMERIC
                   MOVE "EFF DATE NOT NUMERIC" TO WS-TXN-REJECT-REASON
               ELSE
                   MOVE NETCFGTXN-EFF-DATE TO WS-TXN-EFF-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-TXN-EFF-DATE)
                           NOT = 0
                       MOVE "EFF DATE INVALID" TO WS-TXN-REJECT-REASON
                   ELSE
                       IF WS-TXN-EFF-DATE LESS THAN WS-TODAY-DATE
                           MOVE "EFF DATE IN PAST"
                               TO WS-TXN-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       VALIDATE-TXN-FIELDS-PARA.
           IF NETCFGTXN-HOST = SPACES
               MOVE "HOST BLANK" TO WS-TXN-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-TXN-REJECT-REASON = SPACES
                   AND NETCFGTXN-FILE-PATTERN = SPACES
               MOVE "FILE PATTERN BLANK" TO WS-TXN-REJECT-REASON
      *    A blank credential is legitimate: it marks a partner that
      *    is not provisioned for inbound transfers, and LISTEN
      *    refuses blank-credential sessions outright.
           .

       VALIDATE-SYSTEM-FIELDS-PARA.
      *    The run-level record is replaced whole, so every column
      *    must be supplied.
           IF NETCFGTXN-RETRY-COUNT IS NOT NUMERIC
               MOVE "RETRY COUNT NOT NUMERIC" TO WS-TXN-REJECT-REASON
           END-IF
           IF WS-TXN-REJECT-REASON = SPACES
                   AND NETCFGTXN-RETRY-DELAY IS NOT NUMERIC
               MOVE "RETRY DELAY NOT NUMERIC" TO WS-TXN-REJECT-REASON
           END-IF
           IF WS-TXN-REJECT-REASON = SPACES
               IF NETCFGTXN-PORT IS NOT NUMERIC
                   MOVE "PORT NOT NUMERIC" TO WS-TXN-REJECT-REASON
               ELSE
                   MOVE NETCFGTXN-PORT TO WS-PORT-NUM
                   IF WS-PORT-NUM LESS THAN 1
                           OR WS-PORT-NUM GREATER THAN 65535
                       MOVE "PORT OUT OF RANGE"
                           TO WS-TXN-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-TXN-REJECT-REASON = SPACES
               IF NETCFGTXN-TIMEOUT-SECS IS NOT NUMERIC
                   MOVE "TIMEOUT NOT NUMERIC" TO WS-TXN-REJECT-REASON
               ELSE
                   MOVE NETCFGTXN-TIMEOUT-SECS TO WS-TIMEOUT-NUM
                   IF WS-TIMEOUT-NUM LESS THAN 1
                       MOVE "TIMEOUT OUT OF RANGE"
                           TO WS-TXN-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           .

               MOVE SPACES TO NETCFG-RECORD
               PERFORM MOVE-TXN-FIELDS-PARA
               MOVE "A" TO NETCFG-ACTIVE-FLAG
           END-IF
           IF NETCFGTXN-CHANGE
               MOVE NETCFG-RECORD TO WS-CFG-BEFORE-IMAGE
               PERFORM MOVE-TXN-FIELDS-PARA
      *        A change reactivates the partner: it is also the only
      *        sanctioned way back for a deactivated partner.
               MOVE "A" TO NETCFG-ACTIVE-FLAG
           END-IF
           IF NETCFGTXN-DEACT
               MOVE NETCFG-RECORD TO WS-CFG-BEFORE-IMAGE
               MOVE "I" TO NETCFG-ACTIVE-FLAG
           END-IF
           MOVE WS-TXN-EFF-DATE TO NETCFG-EFF-DATE
           IF WS-SAME-DATE-FLAG = "Y"
               REWRITE NETCFG-FILE-RECORD FROM NETCFG-RECORD
           ELSE
               WRITE NETCFG-FILE-RECORD FROM NETCFG-RECORD
           END-IF
           IF WS-NETCFG-STATUS NOT = "00"
               DISPLAY "Unable to write " WS-NETCFG-PATH
                   " for partner " NETCFG-PARTNER-CODE
                   ", status " WS-NETCFG-STATUS
               MOVE "MASTER WRITE FAILED" TO WS-TXN-REJECT-REASON
               MOVE 12 TO RETURN-CODE
           END-IF
           .

       APPLY-SYSTEM-TXN-PARA.
           MOVE NETSYS-RECORD TO WS-SYS-BEFORE-IMAGE
           MOVE FUNCTION NUMVAL(NETCFGTXN-RETRY-COUNT)
               TO NETSYS-RETRY-COUNT
           MOVE FUNCTION NUMVAL(NETCFGTXN-RETRY-DELAY)
               TO NETSYS-RETRY-DELAY-SECS
           MOVE WS-PORT-NUM            TO NETSYS-LISTEN-PORT
           MOVE WS-TIMEOUT-NUM         TO NETSYS-ACCEPT-TIMEOUT
           OPEN OUTPUT NETSYS-FILE
           IF WS-NETSYS-STATUS = "00"
               WRITE NETSYS-FILE-RECORD FROM NETSYS-RECORD
               MOVE WS-NETSYS-STATUS TO WS-NETSYS-WRITE-STATUS
               CLOSE NETSYS-FILE
               IF WS-NETSYS-WRITE-STATUS NOT = "00"
                   MOVE WS-NETSYS-WRITE-STATUS TO WS-NETSYS-STATUS
               END-IF
           END-IF
           IF WS-NETSYS-STATUS NOT = "00"
               DISPLAY "Unable to write " WS-NETSYS-PATH
                   ", status " WS-NETSYS-STATUS
               MOVE "CONTROL WRITE FAILED" TO WS-TXN-REJECT-REASON
               MOVE WS-SYS-BEFORE-IMAGE TO NETSYS-RECORD
               MOVE 12 TO RETURN-CODE
           END-IF
           .

           MOVE NETCFGTXN-HOST         TO NETCFG-HOST
           MOVE WS-PORT-NUM            TO NETCFG-PORT
           MOVE WS-TIMEOUT-NUM         TO NETCFG-TIMEOUT-SECS
           MOVE NETCFGTXN-FILE-PATTERN TO NETCFG-FILE-PATTERN
           MOVE NETCFGTXN-XFER-MODE    TO NETCFG-XFER-MODE
           MOVE NETCFGTXN-CREDENTIAL   TO NETCFG-CREDENTIAL
           PERFORM BUILD-AUDIT-HEADER-PARA
           MOVE "APPLIED" TO WS-AUD-RESULT
           MOVE SPACES    TO WS-AUD-REASON
           IF WS-SAME-DATE-FLAG = "Y"
               MOVE "SAME-DAY CORRECTION" TO WS-AUD-REASON
           END-IF
           WRITE AUDIT-RECORD FROM WS-AUDIT-HEADER-LINE
           IF NETCFGTXN-SYSTEM
               IF WS-SYS-BEFORE-IMAGE = SPACES
                   MOVE "(NEW RECORD)" TO WS-AUD-BEFORE-IMAGE
               ELSE
                   MOVE WS-SYS-BEFORE-IMAGE TO WS-AUD-BEFORE-IMAGE
               END-IF
               MOVE NETSYS-RECORD TO WS-AUD-AFTER-IMAGE
           ELSE
               IF NETCFGTXN-ADD
                   MOVE "(NEW ROW)" TO WS-AUD-BEFORE-IMAGE
               ELSE
                   MOVE WS-CFG-BEFORE-IMAGE TO WS-AUD-BEFORE-IMAGE
               END-IF
               MOVE NETCFG-RECORD TO WS-AUD-AFTER-IMAGE
           END-IF
           WRITE AUDIT-RECORD FROM WS-AUDIT-BEFORE-LINE
           WRITE AUDIT-RECORD FROM WS-AUDIT-AFTER-LINE
           .

           MOVE NETCFGTXN-USER-ID      TO WS-AUD-USER-ID
           MOVE NETCFGTXN-ACTION       TO WS-AUD-ACTION
           MOVE NETCFGTXN-PARTNER-CODE TO WS-AUD-PARTNER
           MOVE SPACES                 TO WS-AUD-EFF-DATE
           IF NOT NETCFGTXN-SYSTEM
                   AND WS-TXN-EFF-DATE GREATER THAN 0
               MOVE WS-TXN-EFF-DATE    TO WS-AUD-EFF-DATE
           END-IF
           .

       COPY NETCFGPD.
