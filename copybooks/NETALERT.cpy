      *  ultimately failed; console trigger rules key on this
      *  fail-type column. Severity starts at WARN and escalates to
      *  CRIT when the same partner also failed the run before
      *  without a clean run in between. TEST also raises a line
      *  per extract it gives up on and moves to the error area
      *  (ERRQ, always CRIT) and per acknowledged extract it could
      *  not move to the sent area (DISP, WARN); the status column
      *  of those two carries the file rename status. An extract
      *  held by the readiness check raises NRDY (no usable control
      *  record or no extract, WARN) or CTLM (count or hash total
      *  disagrees with the control record, CRIT), status zero.
      *  NETBATCH raises one BTCH line (always CRIT) when the nightly
      *  stream stops: the partner column carries the step name the
      *  stream failed at and the status column its return code.
      ***************************************************************
       01  NETALERT-LINE.
           05  NETALERT-TIMESTAMP       PIC X(17).
