      *  partner in INBLAYOUT.DAT. INBDIST checks every record of a
      *  partner's inbound file against the row: length between the
      *  minimum and maximum, and when the key type is "N" the
      *  leading key field must be numeric. When INBFIELD.DAT holds
      *  field definitions for the partner, each record is then
      *  checked field by field and reformatted into the internal
      *  layout; otherwise good records append to the destination
      *  application file as received.
      ***************************************************************
       01  INBLAYOUT-RECORD.
           05  INBLAYOUT-PARTNER-CODE   PIC X(8).
      *    column existed) means the partner has no binary
      *    disposition and its files stay held.
           05  INBLAYOUT-BIN-DEST-PATH  PIC X(60).
      *    Where the record-type code sits in the partner's records,
      *    used to pick that type's INBFIELD definitions. Blank
      *    (including every row written before the columns existed)
      *    means the partner sends one record type, defined in
      *    INBFIELD.DAT under a blank type code.
           05  INBLAYOUT-TYPE-POS       PIC 9(3).
           05  INBLAYOUT-TYPE-LEN       PIC 9(2).
