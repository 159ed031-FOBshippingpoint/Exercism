      *> FEEDQLIM - agreed reject-rate ceilings: one 80-byte line of
      *> the PROD.PARMLIB.FEEDQLIM member per upstream source, as
      *> agreed with that source's team for the service reviews:
      *>   columns  1-8   upstream source, as named on the feed
      *>                  header (FEED-HDR-SOURCE), or DEFAULT for
      *>                  every source not listed
      *>   columns 10-15  the monthly reject-rate ceiling as a
      *>                  percentage, NNN.NN (002.50 is 2.5 per cent)
      *>   columns 17-76  free text -- the agreement or contact the
      *>                  ceiling comes from; not read
      *> Lines starting with * and blank lines are comments; a line
      *> whose ceiling is not NNN.NN is skipped with a console note.
      *> Without a DEFAULT line, or without the member, a source not
      *> listed is held to the FEEDQSC built-in ceiling of 2.00 per
      *> cent. FEEDQSC loads the member every run.
       01 FEEDQLIM-REC.
         05 FQL-SOURCE        PIC X(8).
         05 FILLER            PIC X.
         05 FQL-CEILING.
           10 FQL-CEIL-WHOLE  PIC X(3).
           10 FQL-CEIL-POINT  PIC X.
           10 FQL-CEIL-FRAC   PIC X(2).
         05 FILLER            PIC X.
         05 FQL-NOTE          PIC X(60).
         05 FILLER            PIC X(4).
