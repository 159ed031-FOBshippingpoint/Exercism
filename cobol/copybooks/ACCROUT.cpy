      *> ACCROUT - day-count output record written by ACBATCH, one
      *> per ACCRPER input period in input order, 80 bytes. The
      *> period as supplied, the DAYCNT result code (1 calculated,
      *> 0 invalid dates or end before start, 2 unknown basis), the
      *> actual days, the year-fraction denominator (0 for an
      *> ACT/ACT period that straddles a leap-year boundary), the
      *> ACT/ACT leap/non-leap split, and the year fraction. A
      *> FEEDCTL-style trailer closes the file: the TRL id and
      *> record count in the first 20 bytes, followed by the control
      *> totals over the calculated periods for balancing.
       01 ACCR-OUT-REC.
         05 ACO-REFERENCE      PIC X(12).
         05 ACO-START-DATE     PIC X(8).
         05 ACO-END-DATE       PIC X(8).
         05 ACO-BASIS          PIC X(3).
         05 ACO-RESULT         PIC 9.
         05 ACO-DAYS           PIC 9(7).
         05 ACO-DENOMINATOR    PIC 9(3).
         05 ACO-LEAP-DAYS      PIC 9(7).
         05 ACO-NONLEAP-DAYS   PIC 9(7).
         05 ACO-YEAR-FRACTION  PIC 9(3)V9(9).
         05 FILLER             PIC X(12).
       01 ACCR-OUT-TRAILER REDEFINES ACCR-OUT-REC.
         05 ACT-CTL-ID         PIC X(3).
         05 ACT-RECORD-COUNT   PIC 9(9).
         05 FILLER             PIC X(8).
         05 ACT-CALC-COUNT     PIC 9(9).
         05 ACT-TOTAL-DAYS     PIC 9(11).
         05 ACT-TOTAL-LEAP     PIC 9(11).
         05 ACT-TOTAL-NONLEAP  PIC 9(11).
         05 ACT-TOTAL-FRACTION PIC 9(7)V9(9).
         05 FILLER             PIC X(2).
