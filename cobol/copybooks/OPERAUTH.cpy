      *> OPERAUTH - operator authorization record: one 80-byte line
      *> of the PROD.PARMLIB.OPERAUTH member security administration
      *> maintains under change control. Each line grants one user
      *> ID function codes or transaction types in one program:
      *>   columns  1-8   user ID
      *>   columns 10-17  program (HARNESS, FIXTMNT, EDREPAIR)
      *>   column  19     status (A active; anything else -- S for
      *>                  suspended -- grants nothing)
      *>   columns 21-68  up to twelve codes, four columns each,
      *>                  left-justified: the HARNESS function codes
      *>                  (LP L2 RS PG DV DW DY DB), the FIXTMNT
      *>                  actions (ADD CHG DEA to make a change, APR
      *>                  REJ to approve or reject another user's),
      *>                  the EDREPAIR actions (REP RCY DRP); * alone
      *>                  grants every code of the program
      *> A user may carry several lines for one program; an active
      *> line for the program is what lets the user sign on to it.
      *> Lines starting with * and blank lines are comments. The
      *> OPAUTH subprogram loads the member once per run and
      *> answers every check; a refused attempt is written to the
      *> shared AUDITLOG with AUDIT-RESULT-VALUE starting NOTAUTH,
      *> which is what the weekly AUDACCS access report counts.
       01 OPAUTH-REC.
         05 OPA-USER-ID      PIC X(8).
         05 FILLER           PIC X.
         05 OPA-PROGRAM      PIC X(8).
         05 FILLER           PIC X.
         05 OPA-STATUS       PIC X.
           88 OPA-ACTIVE     VALUE "A".
         05 FILLER           PIC X.
         05 OPA-CODES.
           10 OPA-CODE       PIC X(4) OCCURS 12 TIMES.
         05 FILLER           PIC X(12).
