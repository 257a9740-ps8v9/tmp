               88  NETENV-ACK-ACCEPTED  VALUE "ACC".
               88  NETENV-ACK-REJECTED  VALUE "REJ".
           05  NETENV-ACK-REASON        PIC X(20).

      *    Status inquiry: after an accepted identification, instead
      *    of a file header the partner may ask what became of the
      *    transfers it sent on a given date (yyyymmdd). The receiver
      *    answers with one reply record per transfer registered for
      *    that partner on that date, in register order, and closes
      *    the answer with an end record carrying the reply count.
      *    The session stays open for more inquiries or files.
       01  NETENV-INQUIRY-RECORD.
           05  NETENV-INQ-TAG           PIC X(9)  VALUE "NETENVINQ".
           05  NETENV-INQ-PARTNER-CODE  PIC X(8).
           05  NETENV-INQ-DATE          PIC 9(8).

      *    One transfer: the stored file's sequence number for the
      *    day, its register status (ACC, REJ, SUS, DUP, RAW), the
      *    record and byte counts and receive time LISTEN registered,
      *    and whether INBDIST or INBREL has passed it on, with the
      *    records that went through and the records rejected.
       01  NETENV-INQ-REPLY-RECORD.
           05  NETENV-IQR-TAG           PIC X(9)  VALUE "NETENVIQR".
           05  NETENV-IQR-FILE-SEQ      PIC 9(3).
           05  NETENV-IQR-STATUS        PIC X(3).
           05  NETENV-IQR-REC-COUNT     PIC 9(9).
           05  NETENV-IQR-BYTE-COUNT    PIC 9(9).
           05  NETENV-IQR-RECV-TIME     PIC 9(6).
           05  NETENV-IQR-DIST-FLAG     PIC X.
               88  NETENV-IQR-DISTRIBUTED VALUE "Y".
           05  NETENV-IQR-DIST-BY       PIC X(8).
           05  NETENV-IQR-GOOD-COUNT    PIC 9(9).
           05  NETENV-IQR-REJ-COUNT     PIC 9(9).

       01  NETENV-INQ-END-RECORD.
           05  NETENV-IQE-TAG           PIC X(9)  VALUE "NETENVIQE".
           05  NETENV-IQE-RESULT        PIC X(3).
               88  NETENV-IQE-ACCEPTED  VALUE "ACC".
               88  NETENV-IQE-REJECTED  VALUE "REJ".
           05  NETENV-IQE-REPLY-COUNT   PIC 9(5).
           05  NETENV-IQE-REASON        PIC X(20).
