      ***************************************************************
      *  NETCALTXN -- one maintenance transaction against the business
      *  calendar, as read by NETCALMNT. The date is held as display
      *  characters so NETCALMNT can test it with IS NUMERIC before
      *  anything lands in NETCAL.DAT. A partner code of "*" is a
      *  shop-wide holiday. Actions: "A" add a closed day, "D"
      *  delete one.
      ***************************************************************
       01  NETCALTXN-RECORD.
           05  NETCALTXN-ACTION         PIC X.
               88  NETCALTXN-ADD        VALUE "A".
               88  NETCALTXN-DELETE     VALUE "D".
           05  NETCALTXN-USER-ID        PIC X(8).
           05  NETCALTXN-PARTNER-CODE   PIC X(8).
           05  NETCALTXN-DATE           PIC X(8).
           05  NETCALTXN-DESCRIPTION    PIC X(30).
