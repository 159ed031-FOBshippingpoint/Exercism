      *> PGALPHA - pangram alphabet table: one 80-byte line of the
      *> PROD.PARMLIB.PGALPHA member per required letter of each
      *> fixture language, maintained by operations:
      *>   columns  1-2   language code, as keyed on the fixture
      *>                  (EN, ES, DE, SV, DA, NO, ...)
      *>   columns  4-72  the forms that count as the letter: its
      *>                  upper-case forms, then a slash, then its
      *>                  lower-case forms, each separated by spaces
      *>                  -- accented and case-folded equivalents
      *>                  listed alongside the plain letter: the
      *>                  ES line for A lists A and A-acute, a
      *>                  slash, then a and a-acute; the ES line for
      *>                  N-tilde lists only the two tilde forms, so
      *>                  a plain N does not count for it; up to
      *>                  four forms a side, four bytes a form
      *> The first form listed is the letter's name on the missing
      *> letters list. A side left empty has no form to find: a
      *> case-sensitive check only asks for the sides listed, so a
      *> DE line for sharp s, which has no upper-case form of its
      *> own, lists only the lower-case side. Lines starting with *
      *> and blank lines are comments. A language with no lines
      *> has no alphabet and its fixtures are not checked; EN falls
      *> back to plain A-Z when the member carries no EN lines.
      *> PANGRAM and PGBATCH load the member once per run, and
      *> FIXTMNT checks fixture language codes against it (see
      *> PGALPTAB.cpy, PGALPLD.cpy and PGALPCHK.cpy).
       01 PGALPHA-REC.
         05 PGR-LANGUAGE      PIC X(2).
         05 FILLER            PIC X.
         05 PGR-FORMS         PIC X(69).
         05 FILLER            PIC X(8).
