      *> leading 32 bytes of AUDIT-INPUT-VALUE plus the full
      *> AUDIT-TIMESTAMP, so a START on program (and optionally an
      *> input prefix) walks a reference or year's trail in time
      *> order without reading the whole 397-byte-record log. COPY
      *> into the FD for AUDIT-INDEX; AUDX-KEY is the RECORD KEY.
       01 AUDX-REC.
         05 AUDX-KEY.
