      *> WINPLAN - batch-window plan: one 80-byte line of the
      *> PROD.PARMLIB.WINPLAN member per step of the NIGHTLY,
      *> INTRADAY and RSPARA chains, listed in JCL order within
      *> each chain:
      *>   columns  1-8   chain: NIGHTLY, INTRADAY or RSPARA
      *>   columns 10-16  step name, as in the JCL
      *>   columns 18-25  program identity the step's RUNCTL STP
      *>                  and RUNSTATS records carry (EDBATCHS,
      *>                  RSBATCH1, ...); blank for an IEFBR14 or
      *>                  IEBGENER step, which leaves no record
      *>   columns 27-30  expected run time in minutes, 0000-9999
      *>   columns 32-35  hard deadline HHMM the step must have
      *>                  ended by; blank for none
      *>   columns 37-76  what to do when a deadline is projected
      *>                  to be missed while this step is still to
      *>                  run; blank for nothing
      *> Lines starting with * and blank lines are comments. A
      *> deadline is the first HH:MM at or after the chain started
      *> -- CYCINIT's stamp on the CYC record for NIGHTLY and
      *> RSPARA, the first EDBATCHS run for INTRADAY -- so the
      *> NIGHTLY service deadline keyed 0600 is the next morning.
      *> Key each chain's service deadline on its last step; the
      *> last deadline on a chain is the one its finish is judged
      *> against. WINCHK loads the member every run.
       01 WINPLAN-REC.
         05 WPL-CHAIN         PIC X(8).
         05 FILLER            PIC X.
         05 WPL-STEP          PIC X(7).
         05 FILLER            PIC X.
         05 WPL-PROGRAM       PIC X(8).
         05 FILLER            PIC X.
         05 WPL-MINUTES       PIC X(4).
         05 WPL-MINUTES-9 REDEFINES WPL-MINUTES PIC 9(4).
         05 FILLER            PIC X.
         05 WPL-DEADLINE.
           10 WPL-DEADLINE-HH PIC 9(2).
           10 WPL-DEADLINE-MM PIC 9(2).
         05 FILLER            PIC X.
         05 WPL-ACTION        PIC X(40).
         05 FILLER            PIC X(4).
