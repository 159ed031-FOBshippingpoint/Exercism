      *> FIXTPND - pending fixture master changes, keyed on the
      *> fixture ID: at most one change per fixture awaits a
      *> decision at a time. An ADD, CHG or DEA transaction on
      *> FIXTTXN lands here instead of on FIXTMST; a later FIXTMNT
      *> run applies it to the master when a second user -- never
      *> the maker -- keys APR for the fixture, or drops it when
      *> they key REJ. Until then PGBATCH keeps reading the approved
      *> master version. FXP-SENTENCE is the proposed text (blank on
      *> DEA); the before text is the master's own. FXP-LANGUAGE is
      *> the language the fixture will carry once applied. COPY into
      *> the FD for FIXTURE-PENDING; FXP-FIXTURE-ID is the RECORD
      *> KEY.
       01 FXP-REC.
         05 FXP-FIXTURE-ID   PIC 9(6).
         05 FXP-ACTION       PIC X(4).
           88 FXP-ADD        VALUE "ADD ".
           88 FXP-CHANGE     VALUE "CHG ".
           88 FXP-DEACTIVATE VALUE "DEA ".
         05 FXP-SENTENCE     PIC X(250).
         05 FXP-MAKER        PIC X(8).
         05 FXP-SUBMIT-DATE  PIC X(8).
         05 FXP-LANGUAGE     PIC X(2).
