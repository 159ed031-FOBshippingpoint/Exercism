      *> FIXTMST - pangram fixture master, keyed on the assigned
      *> fixture ID. Owned and maintained by FIXTMNT through batch
      *> ADD/CHG/DEA transactions, applied only once a second user
      *> approves them off FIXTPND (every change audited to the
      *> shared AUDITLOG); FXM-CHANGED-DATE is the approval date,
      *> FXM-CHANGED-BY the maker. Read by PGBATCH in key order in
      *> place of the flat FIXTIN extract nobody owned, so the
      *> population PGDELTA compares night over night is stable and
      *> keyed -- inserting a fixture no longer renumbers everything
      *> after it. Deactivated fixtures stay on file with status D
      *> so their IDs are never reused. COPY into the FD for
      *> FIXTURE-MASTER; FXM-FIXTURE-ID is the RECORD KEY.
      *> FXM-LANGUAGE is the fixture's language, the PGALPHA
      *> alphabet (PGALPHA.cpy) it is checked against; blank on
      *> fixtures added before languages were kept, read as EN.
       01 FXM-REC.
         05 FXM-FIXTURE-ID   PIC 9(6).
         05 FXM-STATUS       PIC X.
         05 FXM-ADDED-DATE   PIC X(8).
         05 FXM-CHANGED-DATE PIC X(8).
         05 FXM-CHANGED-BY   PIC X(8).
         05 FXM-LANGUAGE     PIC X(2).
