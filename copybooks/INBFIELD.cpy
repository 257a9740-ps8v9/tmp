      ***************************************************************
      *  INBFIELD -- one field of one partner record type, one row
      *  per field in INBFIELD.DAT. The record type is the code found
      *  at the partner's INBLAYOUT type position (blank for a
      *  partner that sends a single type). Offsets are 1-based
      *  byte positions; the input offset and length say where the
      *  field sits in the partner's record, the output offset and
      *  length say where it lands in the internal layout written
      *  to the destination file. Data types: "N" unsigned numeric,
      *  right-justified and zero-filled (at most 18 digits); "S"
      *  signed amount, written as a leading sign and digits with
      *  the stated number of implied decimals (an amount received
      *  without a decimal point is read with the same number of
      *  implied decimals); "D" date, received in the stated format
      *  and written as yyyymmdd; "C" code, checked against the
      *  comma-separated valid-code list when one is given and
      *  written left-justified. A blank optional field is written
      *  as zeros for N, S and D and as spaces for C.
      ***************************************************************
       01  INBFIELD-RECORD.
           05  INBFIELD-PARTNER-CODE    PIC X(8).
           05  INBFIELD-REC-TYPE        PIC X(4).
           05  INBFIELD-NAME            PIC X(12).
           05  INBFIELD-OFFSET          PIC 9(3).
           05  INBFIELD-LENGTH          PIC 9(3).
           05  INBFIELD-DATA-TYPE       PIC X.
               88  INBFIELD-NUMERIC     VALUE "N".
               88  INBFIELD-AMOUNT      VALUE "S".
               88  INBFIELD-DATE        VALUE "D".
               88  INBFIELD-CODE        VALUE "C".
           05  INBFIELD-REQUIRED        PIC X.
               88  INBFIELD-IS-REQUIRED VALUE "Y".
      *    Date fields only: blank or "Y" yyyymmdd, "M" mmddyyyy,
      *    "D" ddmmyyyy.
           05  INBFIELD-DATE-FORMAT     PIC X.
      *    Amount fields only: implied decimal places, 0 to 4.
           05  INBFIELD-DECIMALS        PIC 9.
           05  INBFIELD-OUT-OFFSET      PIC 9(3).
           05  INBFIELD-OUT-LENGTH      PIC 9(3).
           05  INBFIELD-VALID-CODES     PIC X(60).
