      *> it writes REFOUT and read by the REFINQ inquiry program, so
      *> the settlements team can look a reference up weeks after
      *> the flat nightly output has been archived. COPY into the FD
      *> for XREF-MASTER; XRF-ORIG-REF is the RECORD KEY and
      *> XRF-REVERSED-REF an ALTERNATE RECORD KEY WITH DUPLICATES
      *> (path DD REFXREF1) -- every program that opens the master
      *> declares both, so settlements can look a reference up by
      *> the reversed value they were shipped.
      *> XRF-CYCLE-COUNT is the sighting count within the
      *> XRF-LAST-SEEN cycle -- upstream references are supposed to
      *> be unique, so anything above 1 is a duplicate RSBATCH
