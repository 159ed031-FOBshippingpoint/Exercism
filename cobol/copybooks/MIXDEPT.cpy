      *> MIXDEPT - combined-feed department roster: one 80-byte line
      *> of the PROD.PARMLIB.MIXDEPT member per department that
      *> submits work on MIXIN and is owed a return file. Each line
      *> assigns the department one of the ten return-file slots
      *> the MIXED job allocates (DD MIXRT01-MIXRT10):
      *>   columns  1-3   department code, as keyed on MIXIN
      *>   columns  5-6   return slot 01-10
      *>   columns  8-47  department name, for the console summary
      *> Lines starting with * and blank lines are comments. A
      *> department or a slot may appear only once. MXRETURN loads
      *> the member every run; a department missing from it gets
      *> no return file -- its records go to the MIXEXCP exception
      *> file with the unkeyed *** bucket.
       01 MIXDEPT-REC.
         05 MXD-DEPT          PIC X(3).
         05 FILLER            PIC X.
         05 MXD-SLOT          PIC X(2).
         05 MXD-SLOT-9 REDEFINES MXD-SLOT PIC 9(2).
         05 FILLER            PIC X.
         05 MXD-NAME          PIC X(40).
         05 FILLER            PIC X(33).
