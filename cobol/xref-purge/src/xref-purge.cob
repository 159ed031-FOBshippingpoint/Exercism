      *>         the original reference
      *>   DATE  XRF-FIRST-SEEN after XRF-LAST-SEEN, or either
      *>         date not numeric
      *> A second pass then walks the XRF-REVERSED-REF alternate
      *> index from the top and checks it agrees with the base
      *> cluster the purge just left --
      *>   AIXS  a record reached through the index out of
      *>         reversed-reference order (a stale index entry)
      *>   AIXC  the index reaches a different number of records
      *>         than the base cluster holds
      *> -- the purge's DELETEs go through the same declared keys,
      *> so a clean run proves the index followed them. Exceptions
      *> go to the XREFRPT control report along
      *> with before/after record counts, the positive proof for
      *> settlements that a bad restart has not corrupted the
      *> lookups they depend on weeks later. The retention period in
       FILE-CONTROL.
           SELECT XREF-MASTER ASSIGN TO "REFXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-ORIG-REF
               ALTERNATE RECORD KEY IS XRF-REVERSED-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
           SELECT ARCH-OUT ASSIGN TO "XRFARCH"
               ORGANIZATION IS SEQUENTIAL
       01 WS-XREF-RPT-STATUS PIC XX.
       01 WS-EOF-FLAG        PIC X VALUE "N".
         88 WS-EOF           VALUE "Y".
       01 WS-AIX-EOF-FLAG    PIC X VALUE "N".
         88 AIX-EOF          VALUE "Y".
       01 WS-RETURN-CODE     PIC 9(2) VALUE 0.
       01 WS-RC-CANDIDATE    PIC 9(2) VALUE 0.

       01 WS-ARCHIVE-COUNT   PIC 9(9) VALUE 0.
       01 WS-RETAIN-COUNT    PIC 9(9) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(9) VALUE 0.
       01 WS-AIX-COUNT       PIC 9(9) VALUE 0.
       01 WS-PRIOR-REVERSED  PIC X(64).

       01 TEMP      PIC X(64).
       01 WS-REREV  PIC X(64).
         05 EXL-LAST        PIC X(8).
         05 FILLER          PIC X(52) VALUE SPACES.

       01 WS-AIX-COUNT-LINE.
         05 FILLER          PIC X(15) VALUE "EXCEPTION AIXC ".
         05 FILLER          PIC X(23)
            VALUE "REVERSED INDEX RECORDS ".
         05 AXL-AIX-COUNT   PIC 9(9).
         05 FILLER          PIC X(22)
            VALUE "  BASE CLUSTER RECORDS".
         05 FILLER          PIC X     VALUE SPACE.
         05 AXL-BASE-COUNT  PIC 9(9).
         05 FILLER          PIC X(81) VALUE SPACES.

       01 WS-COUNT-LINE.
         05 CNT-LIT         PIC X(30).
         05 CNT-VALUE       PIC 9(9).
           PERFORM OPEN-FILES
           PERFORM WRITE-RPT-HEADING
           PERFORM UNTIL WS-EOF
              READ XREF-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-FLAG
                 NOT AT END
                 MOVE "Y" TO WS-EOF-FLAG
              END-IF
           END-PERFORM
           IF WS-RETURN-CODE < 12
              PERFORM CHECK-REVERSED-INDEX
           END-IF
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM CLOSE-FILES
           IF WS-EXCEPTION-COUNT > 0
           END-PERFORM
           MOVE FUNCTION TRIM(TEMP, LEADING) TO WS-REREV.

      *> Runs after the purge pass, so the base cluster now holds
      *> exactly the retained records. Reading by the alternate key
      *> from the lowest value reaches every record the index
      *> knows; they must arrive in XRF-REVERSED-REF order and
      *> number the same as the base.
       CHECK-REVERSED-INDEX.
           MOVE LOW-VALUES TO WS-PRIOR-REVERSED
           MOVE LOW-VALUES TO XRF-REVERSED-REF
           START XREF-MASTER KEY >= XRF-REVERSED-REF
              INVALID KEY
                 MOVE "Y" TO WS-AIX-EOF-FLAG
           END-START
           PERFORM READ-REVERSED-INDEX UNTIL AIX-EOF
           IF WS-AIX-COUNT NOT = WS-RETAIN-COUNT
              AND WS-RETURN-CODE < 12
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE WS-AIX-COUNT TO AXL-AIX-COUNT
              MOVE WS-RETAIN-COUNT TO AXL-BASE-COUNT
              WRITE XREF-RPT-REC FROM WS-AIX-COUNT-LINE
           END-IF.

       READ-REVERSED-INDEX.
           READ XREF-MASTER NEXT RECORD
              AT END
                 MOVE "Y" TO WS-AIX-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-AIX-COUNT
                 IF XRF-REVERSED-REF < WS-PRIOR-REVERSED
                    MOVE "AIXS" TO EXL-REASON
                    PERFORM WRITE-EXCEPTION
                 END-IF
                 MOVE XRF-REVERSED-REF TO WS-PRIOR-REVERSED
           END-READ
           IF WS-XREF-STATUS NOT = "00"
              AND WS-XREF-STATUS NOT = "02"
              AND WS-XREF-STATUS NOT = "10"
              DISPLAY "XREFPURG: REFXREF INDEX READ FAILED, STATUS="
                 WS-XREF-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "Y" TO WS-AIX-EOF-FLAG
           END-IF.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE XRF-ORIG-REF TO EXL-REF
           MOVE "RECORDS RETAINED ...........: " TO CNT-LIT
           MOVE WS-RETAIN-COUNT TO CNT-VALUE
           WRITE XREF-RPT-REC FROM WS-COUNT-LINE
           MOVE "RECORDS VIA REVERSED INDEX .: " TO CNT-LIT
           MOVE WS-AIX-COUNT TO CNT-VALUE
           WRITE XREF-RPT-REC FROM WS-COUNT-LINE
           MOVE "INTEGRITY EXCEPTIONS .......: " TO CNT-LIT
           MOVE WS-EXCEPTION-COUNT TO CNT-VALUE
           WRITE XREF-RPT-REC FROM WS-COUNT-LINE.
