      *> rebuilds nightly (AUDINDX.cpy) -- the answer to "show me
      *> every time this reference or year went through the system"
      *> in the time an audit meeting allows, instead of a
      *> sequential read of the whole 397-byte-record AUDITLOG.
      *> Reads inquiry lines from SYSIN, one per line -- a blank
      *> line or END stops the run, REFINQ-style:
      *>   columns 1-8    program name (blank = any program)
