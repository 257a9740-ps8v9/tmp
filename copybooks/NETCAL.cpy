      ***************************************************************
      *  NETCAL -- business calendar, one row per closed day. Keyed
      *  by date then partner code, so every closure on a date is
      *  read back with one START. A partner code of "*" is a
      *  shop-wide holiday that closes every partner; any other code
      *  closes that partner alone. Rows are maintained through
      *  NETCALMNT only, which audits every change.
      ***************************************************************
       01  NETCAL-RECORD.
           05  NETCAL-KEY.
               10  NETCAL-DATE          PIC 9(8).
               10  NETCAL-PARTNER-CODE  PIC X(8).
                   88  NETCAL-SHOP-WIDE VALUE "*".
           05  NETCAL-DESCRIPTION       PIC X(30).
