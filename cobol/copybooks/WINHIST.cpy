      *> WINHIST - retained batch-window history, 100 bytes,
      *> appended by WINCHK to the cumulative PROD.NIGHTLY.WINHIST
      *> and read by the month-end WINREVW review. Three kinds:
      *>   P  one per checkpoint taken between steps: WNH-STEP the
      *>      step it was taken ahead of, WNH-PLAN-SECS the chain's
      *>      planned run time, WNH-ACTUAL-SECS the run time still
      *>      projected, WNH-END-TS the projected finish, and
      *>      WNH-STATE O on plan, R at risk (within the warning
      *>      margin of a deadline) or L late
      *>   S  one per plan step, written by the FINAL check at the
      *>      end of the chain: the step's planned and actual
      *>      seconds, actual start and end (blank when the step
      *>      left no record) and WNH-STATE O on plan, V over its
      *>      planned time, M ended after its deadline, N no
      *>      record, U utility step
      *>   F  one per FINAL check: the chain's planned and actual
      *>      run time from its start to its last step's end, and
      *>      WNH-STATE O finished by the deadline, M missed it, N
      *>      nothing recorded
      *> WNH-START-TS is the chain's start on P and F records;
      *> WNH-DEADLINE-TS is the step's deadline on S records and
      *> the chain's on P and F (blank when the plan gives none).
      *> Stamps are YYYYMMDDHHMMSS. A FINAL check rerun after a
      *> restart appends a second set; WNH-RECORDED-TS tells the
      *> sets apart and the latest one stands. COPY into the FD for
      *> WINHIST-FILE.
       01 WINHIST-REC.
         05 WNH-CHAIN         PIC X(8).
         05 WNH-CYCLE-DATE    PIC X(8).
         05 WNH-REC-KIND      PIC X.
           88 WNH-CHECKPOINT  VALUE "P".
           88 WNH-STEP-ACTUAL VALUE "S".
           88 WNH-FINISH      VALUE "F".
         05 WNH-STEP          PIC X(7).
         05 WNH-PROGRAM       PIC X(8).
         05 WNH-PLAN-SECS     PIC 9(5).
         05 WNH-ACTUAL-SECS   PIC 9(5).
         05 WNH-START-TS      PIC X(14).
         05 WNH-END-TS        PIC X(14).
         05 WNH-DEADLINE-TS   PIC X(14).
         05 WNH-STATE         PIC X.
         05 WNH-RECORDED-TS   PIC X(14).
         05 FILLER            PIC X(1).
