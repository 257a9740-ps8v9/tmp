      ***************************************************************
      *  NETCTL -- outbound readiness control record. The producing
      *  application writes it as <extract>.CTL beside each extract
      *  once the extract is complete: the number of records it
      *  wrote, and a hash total of one named amount field (where
      *  the field sits in each record, and the sum of its values as
      *  written, so an implied-decimal field sums as a whole
      *  number). A record whose field is blank or not a number, such
      *  as a header or trailer record, adds nothing to the total.
      *  TEST sends an extract only when its own count and total
      *  agree with this record, and moves the control record to the
      *  sent or error area beside the extract.
      ***************************************************************
       01  NETCTL-RECORD.
           05  NETCTL-REC-COUNT         PIC 9(9).
           05  NETCTL-HASH-FIELD        PIC X(12).
           05  NETCTL-HASH-OFFSET       PIC 9(3).
           05  NETCTL-HASH-LENGTH       PIC 9(2).
           05  NETCTL-HASH-TOTAL        PIC S9(15)V99
                                        SIGN LEADING SEPARATE.
