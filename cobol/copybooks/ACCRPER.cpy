      *> ACCRPER - accrual-period input record for the ACBATCH
      *> day-count batch. One 80-byte record per accrual period:
      *> the deal or account reference the interest team keys it
      *> by, the period start date (excluded from the count) and end
      *> date (included), both YYYYMMDD, and the DAYCNT basis code
      *> (365, 366 or ACT). The file may open with a FEEDCTL header
      *> and close with a FEEDCTL trailer carrying the record count.
       01 ACCR-PERIOD-REC.
         05 ACP-REFERENCE      PIC X(12).
         05 ACP-START-DATE     PIC X(8).
         05 ACP-END-DATE       PIC X(8).
         05 ACP-BASIS          PIC X(3).
         05 FILLER             PIC X(49).
