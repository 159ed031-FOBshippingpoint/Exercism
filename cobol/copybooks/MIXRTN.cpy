      *> MIXRTN - combined-feed department return record, 326 bytes:
      *> the layout of every record on a department's return file
      *> and on the MIXEXCP operations exception file MXRETURN
      *> splits out of MIXOUT. The data records are MIXOUT detail
      *> lines exactly as MXBATCH wrote them -- result 9 marks a
      *> record MXBATCH refused as invalid. Each file opens with a
      *> FEEDCTL header (FEED-HDR-DATE the cycle date,
      *> FEED-HDR-SOURCE MXBATCH) and closes with a FEEDCTL trailer
      *> (FEED-TRL-COUNT the data records on the file); both carry
      *> the department code in MRT-CTL-DEPT (*** on MIXEXCP), and
      *> the trailer carries how many of the data records are
      *> invalid in MRT-CTL-INVALID (zero on the header). A
      *> department that submitted nothing gets the header and a
      *> zero trailer. COPY into WORKING-STORAGE and MOVE the first
      *> 20 bytes to FEED-CTL-REC to classify a record.
       01 MIXRTN-REC.
         05 MRT-DETAIL.
           10 MRT-DEPT        PIC X(3).
           10 FILLER          PIC X.
           10 MRT-FUNC        PIC X(2).
           10 FILLER          PIC X.
           10 MRT-INPUT       PIC X(250).
           10 FILLER          PIC X.
           10 MRT-RESULT      PIC X.
             88 MRT-INVALID   VALUE "9".
           10 FILLER          PIC X.
           10 MRT-FLAG        PIC X.
           10 FILLER          PIC X.
           10 MRT-VALUE       PIC X(64).
         05 MRT-CONTROL REDEFINES MRT-DETAIL.
           10 MRT-FEED-CTL    PIC X(20).
           10 MRT-CTL-DEPT    PIC X(3).
           10 FILLER          PIC X.
           10 MRT-CTL-INVALID PIC 9(9).
           10 FILLER          PIC X(293).
