      ***************************************************************
      *  INBFLDPD -- PROCEDURE DIVISION paragraphs for the field-level
      *  inbound checks. Callers PERFORM LOAD-FIELD-TABLE-PARA once;
      *  then, for each record, leave the partner's INBLAYOUT-RECORD
      *  current, set WS-INF-PARTNER, WS-INF-IN-RECORD (space-padded)
      *  and WS-INF-IN-LEN, and PERFORM CHECK-FIELDS-PARA. A blank
      *  WS-INF-REASON means the record passed; WS-INF-OUT-RECORD
      *  and WS-INF-OUT-LEN always hold what should be written, so a
      *  force-accepted record still lands in the internal layout
      *  (a field that cannot be converted is placed as received).
      *  Reasons: TYP unknown record type, REQ required field blank,
      *  NUM not numeric, AMT not a valid amount, DAT not a valid
      *  date, COD not in the valid-code list, DEF the definition
      *  itself is unusable. Requires INBFLDSEL, an FD for
      *  INBFIELD-FILE with a 100-byte record, and the INBFLDWS,
      *  INBFIELD and INBLAYOUT fields.
      ***************************************************************
       LOAD-FIELD-TABLE-PARA.
           MOVE 0 TO WS-INF-COUNT
           OPEN INPUT INBFIELD-FILE
           IF WS-INF-STATUS = "00"
               MOVE "N" TO WS-INF-EOF-FLAG
               PERFORM UNTIL WS-INF-EOF-FLAG = "Y"
                   READ INBFIELD-FILE
                       AT END
                           MOVE "Y" TO WS-INF-EOF-FLAG
                       NOT AT END
                           IF WS-INF-COUNT LESS THAN 500
                               ADD 1 TO WS-INF-COUNT
                               MOVE INBFIELD-FILE-RECORD
                                   TO WS-INF-ROW (WS-INF-COUNT)
                           ELSE
                               DISPLAY "INBFIELD.DAT holds more rows "
                                   "than the table allows, the rest "
                                   "are ignored."
                               MOVE "Y" TO WS-INF-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INBFIELD-FILE
           ELSE
               DISPLAY "INBFIELD.DAT not found, records are checked "
                   "for length and key only."
           END-IF
           .

       CHECK-FIELDS-PARA.
      *    One pass over the definitions: any row for the partner
      *    marks it as defined, and the rows for this record's type
      *    are checked and placed in the order they appear.
           MOVE SPACES TO WS-INF-REASON
           MOVE SPACES TO WS-INF-FIELD
           MOVE "N" TO WS-INF-DEFINED-FLAG
           MOVE "N" TO WS-INF-TYPE-FOUND-FLAG
           MOVE SPACES TO WS-INF-REC-TYPE
           IF INBLAYOUT-TYPE-POS IS NUMERIC
                   AND INBLAYOUT-TYPE-LEN IS NUMERIC
                   AND INBLAYOUT-TYPE-POS GREATER THAN 0
                   AND INBLAYOUT-TYPE-LEN GREATER THAN 0
                   AND INBLAYOUT-TYPE-LEN NOT GREATER THAN 4
                   AND INBLAYOUT-TYPE-POS + INBLAYOUT-TYPE-LEN - 1
                       NOT GREATER THAN 200
               MOVE WS-INF-IN-RECORD
                       (INBLAYOUT-TYPE-POS : INBLAYOUT-TYPE-LEN)
                   TO WS-INF-REC-TYPE
           END-IF
           MOVE SPACES TO WS-INF-OUT-RECORD
           MOVE 0 TO WS-INF-OUT-LEN
           MOVE 1 TO WS-INF-IDX
           PERFORM UNTIL WS-INF-IDX GREATER THAN WS-INF-COUNT
               MOVE WS-INF-ROW (WS-INF-IDX) TO INBFIELD-RECORD
               IF INBFIELD-PARTNER-CODE = WS-INF-PARTNER
                   MOVE "Y" TO WS-INF-DEFINED-FLAG
                   IF INBFIELD-REC-TYPE = WS-INF-REC-TYPE
                       MOVE "Y" TO WS-INF-TYPE-FOUND-FLAG
                       PERFORM CHECK-ONE-FIELD-PARA
                   END-IF
               END-IF
               ADD 1 TO WS-INF-IDX
           END-PERFORM
           IF WS-INF-DEFINED-FLAG = "Y"
                   AND WS-INF-TYPE-FOUND-FLAG = "N"
               MOVE "TYP" TO WS-INF-REASON
               MOVE "RECORD-TYPE" TO WS-INF-FIELD
           END-IF
           IF WS-INF-DEFINED-FLAG = "N"
                   OR WS-INF-TYPE-FOUND-FLAG = "N"
               MOVE WS-INF-IN-RECORD TO WS-INF-OUT-RECORD
               MOVE WS-INF-IN-LEN    TO WS-INF-OUT-LEN
           END-IF
           .

       CHECK-ONE-FIELD-PARA.
           MOVE "N" TO WS-INF-BAD-FLAG
           MOVE SPACES TO WS-INF-RESULT
           IF INBFIELD-OFFSET IS NOT NUMERIC
                   OR INBFIELD-LENGTH IS NOT NUMERIC
                   OR INBFIELD-OUT-OFFSET IS NOT NUMERIC
                   OR INBFIELD-OUT-LENGTH IS NOT NUMERIC
                   OR INBFIELD-OFFSET = 0
                   OR INBFIELD-LENGTH = 0
                   OR INBFIELD-LENGTH GREATER THAN 60
                   OR INBFIELD-OUT-OFFSET = 0
                   OR INBFIELD-OUT-LENGTH = 0
                   OR INBFIELD-OUT-LENGTH GREATER THAN 60
                   OR INBFIELD-OFFSET + INBFIELD-LENGTH - 1
                       GREATER THAN 200
                   OR INBFIELD-OUT-OFFSET + INBFIELD-OUT-LENGTH - 1
                       GREATER THAN 200
                   OR (INBFIELD-NUMERIC
                       AND INBFIELD-OUT-LENGTH GREATER THAN 18)
                   OR (INBFIELD-AMOUNT
                       AND (INBFIELD-DECIMALS IS NOT NUMERIC
                           OR INBFIELD-DECIMALS GREATER THAN 4
                           OR INBFIELD-OUT-LENGTH LESS THAN 2
                           OR INBFIELD-OUT-LENGTH GREATER THAN 19))
               IF WS-INF-REASON = SPACES
                   MOVE "DEF" TO WS-INF-REASON
                   MOVE INBFIELD-NAME TO WS-INF-FIELD
               END-IF
           ELSE
               MOVE SPACES TO WS-INF-VALUE
               MOVE WS-INF-IN-RECORD
                       (INBFIELD-OFFSET : INBFIELD-LENGTH)
                   TO WS-INF-VALUE
               IF WS-INF-VALUE = SPACES
                   PERFORM FILL-BLANK-FIELD-PARA
               ELSE
                   EVALUATE TRUE
                       WHEN INBFIELD-NUMERIC
                           PERFORM CONVERT-NUMERIC-FIELD-PARA
                       WHEN INBFIELD-AMOUNT
                           PERFORM CONVERT-AMOUNT-FIELD-PARA
                       WHEN INBFIELD-DATE
                           PERFORM CONVERT-DATE-FIELD-PARA
                       WHEN OTHER
                           PERFORM CHECK-CODE-FIELD-PARA
                   END-EVALUATE
               END-IF
               IF WS-INF-BAD-FLAG = "Y"
                   MOVE WS-INF-VALUE TO WS-INF-RESULT
               END-IF
               MOVE WS-INF-RESULT (1 : INBFIELD-OUT-LENGTH)
                   TO WS-INF-OUT-RECORD
                       (INBFIELD-OUT-OFFSET : INBFIELD-OUT-LENGTH)
               COMPUTE WS-INF-FIELD-END =
                   INBFIELD-OUT-OFFSET + INBFIELD-OUT-LENGTH - 1
               IF WS-INF-FIELD-END GREATER THAN WS-INF-OUT-LEN
                   MOVE WS-INF-FIELD-END TO WS-INF-OUT-LEN
               END-IF
           END-IF
           .

       FAIL-FIELD-PARA.
      *    Only the first failing field is named on the reject line;
      *    the rest of the record is still placed so a force-accept
      *    delivers a complete internal record.
           MOVE "Y" TO WS-INF-BAD-FLAG
           IF WS-INF-REASON = SPACES
               MOVE WS-INF-CODE (1 : 3) TO WS-INF-REASON
               MOVE INBFIELD-NAME TO WS-INF-FIELD
           END-IF
           .

       FILL-BLANK-FIELD-PARA.
           IF INBFIELD-IS-REQUIRED
               MOVE "REQ" TO WS-INF-CODE
               PERFORM FAIL-FIELD-PARA
           ELSE
               IF INBFIELD-CODE
                   MOVE SPACES TO WS-INF-RESULT
               ELSE
                   MOVE ALL "0" TO WS-INF-RESULT
                   IF INBFIELD-AMOUNT
                       MOVE "+" TO WS-INF-RESULT (1 : 1)
                   END-IF
               END-IF
           END-IF
           .

       TRIM-FIELD-VALUE-PARA.
           MOVE SPACES TO WS-INF-TRIMMED
           MOVE FUNCTION TRIM(WS-INF-VALUE) TO WS-INF-TRIMMED
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-INF-VALUE))
               TO WS-INF-TRIM-LEN
           .

       CONVERT-NUMERIC-FIELD-PARA.
      *    Leading and trailing blanks are tolerated; anything else
      *    that is not a digit, or a value too wide for its slot in
      *    the internal layout, fails the field.
           PERFORM TRIM-FIELD-VALUE-PARA
           IF WS-INF-TRIM-LEN GREATER THAN 18
                   OR WS-INF-TRIMMED (1 : WS-INF-TRIM-LEN)
                       IS NOT NUMERIC
               MOVE "NUM" TO WS-INF-CODE
               PERFORM FAIL-FIELD-PARA
           ELSE
               MOVE WS-INF-TRIMMED (1 : WS-INF-TRIM-LEN)
                   TO WS-INF-NUM
               IF INBFIELD-OUT-LENGTH LESS THAN 18
                   COMPUTE WS-INF-LIMIT = 10 ** INBFIELD-OUT-LENGTH
               ELSE
                   MOVE 0 TO WS-INF-LIMIT
               END-IF
               IF WS-INF-LIMIT GREATER THAN 0
                       AND WS-INF-NUM NOT LESS THAN WS-INF-LIMIT
                   MOVE "NUM" TO WS-INF-CODE
                   PERFORM FAIL-FIELD-PARA
               ELSE
                   MOVE WS-INF-NUM-X
                           (19 - INBFIELD-OUT-LENGTH
                               : INBFIELD-OUT-LENGTH)
                       TO WS-INF-RESULT
               END-IF
           END-IF
           .

       CONVERT-AMOUNT-FIELD-PARA.
      *    Accepts the forms partners actually send: a leading or
      *    trailing sign, CR or DB, and an optional decimal point.
      *    The internal form is one sign byte followed by digits
      *    carrying the definition's implied decimals, at most four,
      *    which is all the working amount holds.
           IF FUNCTION TEST-NUMVAL(WS-INF-VALUE (1 : INBFIELD-LENGTH))
                   NOT = 0
               MOVE "AMT" TO WS-INF-CODE
               PERFORM FAIL-FIELD-PARA
           ELSE
               COMPUTE WS-INF-SCALE = 10 ** INBFIELD-DECIMALS
               MOVE 0 TO WS-INF-POINTS
               INSPECT WS-INF-VALUE TALLYING WS-INF-POINTS
                   FOR ALL "."
               IF WS-INF-POINTS GREATER THAN 0
                   COMPUTE WS-INF-AMOUNT = FUNCTION NUMVAL
                       (WS-INF-VALUE (1 : INBFIELD-LENGTH))
               ELSE
                   COMPUTE WS-INF-AMOUNT = FUNCTION NUMVAL
                       (WS-INF-VALUE (1 : INBFIELD-LENGTH))
                       / WS-INF-SCALE
               END-IF
               COMPUTE WS-INF-SCALED ROUNDED =
                   WS-INF-AMOUNT * WS-INF-SCALE
               IF WS-INF-SCALED LESS THAN 0
                   COMPUTE WS-INF-NUM = 0 - WS-INF-SCALED
                   MOVE "-" TO WS-INF-RESULT (1 : 1)
               ELSE
                   MOVE WS-INF-SCALED TO WS-INF-NUM
                   MOVE "+" TO WS-INF-RESULT (1 : 1)
               END-IF
               IF INBFIELD-OUT-LENGTH LESS THAN 19
                   COMPUTE WS-INF-LIMIT =
                       10 ** (INBFIELD-OUT-LENGTH - 1)
               ELSE
                   MOVE 0 TO WS-INF-LIMIT
               END-IF
               IF WS-INF-LIMIT GREATER THAN 0
                       AND WS-INF-NUM NOT LESS THAN WS-INF-LIMIT
                   MOVE "AMT" TO WS-INF-CODE
                   PERFORM FAIL-FIELD-PARA
               ELSE
                   MOVE WS-INF-NUM-X
                           (20 - INBFIELD-OUT-LENGTH
                               : INBFIELD-OUT-LENGTH - 1)
                       TO WS-INF-RESULT (2 : INBFIELD-OUT-LENGTH - 1)
               END-IF
           END-IF
           .

       CONVERT-DATE-FIELD-PARA.
           EVALUATE INBFIELD-DATE-FORMAT
               WHEN "M"
                   STRING WS-INF-VALUE (5 : 4) WS-INF-VALUE (1 : 2)
                           WS-INF-VALUE (3 : 2)
                       DELIMITED BY SIZE INTO WS-INF-DATE-X
               WHEN "D"
                   STRING WS-INF-VALUE (5 : 4) WS-INF-VALUE (3 : 2)
                           WS-INF-VALUE (1 : 2)
                       DELIMITED BY SIZE INTO WS-INF-DATE-X
               WHEN OTHER
                   MOVE WS-INF-VALUE (1 : 8) TO WS-INF-DATE-X
           END-EVALUATE
           IF WS-INF-DATE-X IS NOT NUMERIC
               MOVE "DAT" TO WS-INF-CODE
               PERFORM FAIL-FIELD-PARA
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-INF-DATE-N) NOT = 0
                   MOVE "DAT" TO WS-INF-CODE
                   PERFORM FAIL-FIELD-PARA
               ELSE
                   MOVE WS-INF-DATE-X TO WS-INF-RESULT
               END-IF
           END-IF
           .

       CHECK-CODE-FIELD-PARA.
           PERFORM TRIM-FIELD-VALUE-PARA
           MOVE WS-INF-TRIMMED TO WS-INF-RESULT
           IF INBFIELD-VALID-CODES NOT = SPACES
               MOVE "Y" TO WS-INF-BAD-FLAG
               MOVE 1 TO WS-INF-CODE-PTR
               PERFORM UNTIL WS-INF-CODE-PTR GREATER THAN 60
                       OR WS-INF-BAD-FLAG = "N"
                   MOVE SPACES TO WS-INF-CODE
                   UNSTRING INBFIELD-VALID-CODES DELIMITED BY ","
                       INTO WS-INF-CODE
                       WITH POINTER WS-INF-CODE-PTR
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-INF-CODE) = WS-INF-TRIMMED
                           AND WS-INF-CODE NOT = SPACES
                       MOVE "N" TO WS-INF-BAD-FLAG
                   END-IF
               END-PERFORM
               IF WS-INF-BAD-FLAG = "Y"
                   MOVE "COD" TO WS-INF-CODE
                   PERFORM FAIL-FIELD-PARA
               END-IF
           END-IF
           .
