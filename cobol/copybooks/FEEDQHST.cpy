      *> FEEDQHST - retained upstream feed-quality history, 240
      *> bytes, one record per extract per EDBATCH run, appended to
      *> the cumulative PROD.NIGHTLY.FEEDQHST (never deleted by any
      *> chain, like WINHIST) and rolled up by the month-end FEEDQSC
      *> scorecard. FQH-PROGRAM is EDBATCH for the nightly run and
      *> EDBATCHS for the intraday supplemental. FQH-SOURCE is the
      *> FEED-HDR-SOURCE of the extract's upstream header (blank
      *> when the feed arrived without one). The received, clean
      *> and rejected counts cover the upstream records only;
      *> recycled repairs are counted apart in the FQH-RECYC
      *> fields -- read from EDRECYC, passed the edits again,
      *> failed again, or aged out to EDAGED past the attempt
      *> limit. FQH-TRL-OK is Y when the upstream trailer balanced
      *> with the records read, N when it did not, blank when no
      *> trailer came; FQH-DATE-OK is Y or N on the header date
      *> check, blank when no header came. The upstream rejects are
      *> broken down by EDRULES reason code in FQH-REASON, most
      *> frequent first, up to eight codes; rejects under any
      *> further codes are totalled in FQH-RSN-OTHER. An extract
      *> whose raw or clean file would not open leaves no record.
      *> A rerun appends a second record for the cycle and extract;
      *> FQH-RECORDED-TS (YYYYMMDDHHMMSS) tells them apart and the
      *> latest one stands. COPY into the FD for FEEDQHST-FILE.
       01 FEEDQHST-REC.
         05 FQH-CYCLE-DATE    PIC X(8).
         05 FQH-PROGRAM       PIC X(8).
         05 FQH-EXTRACT       PIC X(8).
         05 FQH-SOURCE        PIC X(8).
         05 FQH-RECORDED-TS   PIC X(14).
         05 FQH-RECEIVED      PIC 9(9).
         05 FQH-CLEAN         PIC 9(9).
         05 FQH-REJECTED      PIC 9(9).
         05 FQH-TRL-OK        PIC X.
         05 FQH-DATE-OK       PIC X.
         05 FQH-TRL-COUNT     PIC 9(9).
         05 FQH-RECYC-READ    PIC 9(7).
         05 FQH-RECYC-CLEAN   PIC 9(7).
         05 FQH-RECYC-REJECT  PIC 9(7).
         05 FQH-RECYC-AGED    PIC 9(7).
         05 FQH-REASON-USED   PIC 9(2).
         05 FQH-REASON OCCURS 8 TIMES.
           10 FQH-RSN-CODE    PIC X(4).
           10 FQH-RSN-COUNT   PIC 9(9).
         05 FQH-RSN-OTHER     PIC 9(9).
         05 FILLER            PIC X(13).
