      ***************************************************************
      *  NETCALWS -- WORKING-STORAGE for the shared business-calendar
      *  lookup in NETCALPD. Callers set the partner and date to
      *  ask about; the answer comes back in the closed flag, with
      *  who closed the day ("*" for the whole shop, else the
      *  partner) and the calendar's description of the closure.
      ***************************************************************
       01  WS-NETCAL-PATH          PIC X(40)  VALUE "NETCAL.DAT".
       01  WS-NETCAL-STATUS        PIC XX     VALUE SPACES.
       01  WS-NETCAL-AVAIL-FLAG    PIC X      VALUE "N".
       01  WS-CAL-PARTNER          PIC X(8)   VALUE SPACES.
       01  WS-CAL-DATE             PIC 9(8)   VALUE 0.
       01  WS-CAL-CLOSED-FLAG      PIC X      VALUE "N".
           88  CAL-CLOSED          VALUE "Y".
       01  WS-CAL-CLOSED-BY        PIC X(8)   VALUE SPACES.
       01  WS-CAL-DESCRIPTION      PIC X(30)  VALUE SPACES.
