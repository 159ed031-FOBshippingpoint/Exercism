      *>   LENMAX=NN        length at most
      *>   PREFIX=XXXX      original reference begins with (up to
      *>                    32 characters, case as stored)
      *>   REVPFX=XXXX      reversed reference -- the REFOUT value
      *>                    settlements see downstream -- begins
      *>                    with (up to 32 characters, case as
      *>                    stored)
      *> Matching master records go to the XREFEXT extract file
      *> as-is, closed with a standard FEEDCTL trailer carrying the
      *> selected-record count so downstream balancing works the
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRF-ORIG-REF
               ALTERNATE RECORD KEY IS XRF-REVERSED-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
           SELECT EXTRACT-OUT ASSIGN TO "XREFEXT"
               ORGANIZATION IS SEQUENTIAL
       01 WS-SEL-PREFIX-FLAG PIC X VALUE "N".
       01 WS-SEL-PREFIX      PIC X(32).
       01 WS-SEL-PREFIX-LEN  PIC 9(2).
       01 WS-SEL-REVPFX-FLAG PIC X VALUE "N".
       01 WS-SEL-REVPFX      PIC X(32).
       01 WS-SEL-REVPFX-LEN  PIC 9(2).

       01 WS-MATCH-FLAG      PIC X.
         88 RECORD-MATCHES   VALUE "Y".
              AND WS-SEL-LENMIN-FLAG = "N"
              AND WS-SEL-LENMAX-FLAG = "N"
              AND WS-SEL-PREFIX-FLAG = "N"
              AND WS-SEL-REVPFX-FLAG = "N"
              MOVE "NONE - FULL MASTER SELECTED" TO WS-SECTION-LINE
              WRITE EXTRACT-RPT-REC FROM WS-SECTION-LINE
           END-IF.
                 MOVE FUNCTION LENGTH(
                    FUNCTION TRIM(WS-SEL-PREFIX, TRAILING))
                    TO WS-SEL-PREFIX-LEN
              WHEN "REVPFX"
                 MOVE "Y" TO WS-SEL-REVPFX-FLAG
                 MOVE WS-PARM-VALUE(1:32) TO WS-SEL-REVPFX
                 MOVE FUNCTION LENGTH(
                    FUNCTION TRIM(WS-SEL-REVPFX, TRAILING))
                    TO WS-SEL-REVPFX-LEN
              WHEN OTHER
                 PERFORM NOTE-PARM-ERROR
           END-EVALUATE
                 NOT = WS-SEL-PREFIX(1:WS-SEL-PREFIX-LEN)
              MOVE "N" TO WS-MATCH-FLAG
           END-IF
           IF WS-SEL-REVPFX-FLAG = "Y"
              AND WS-SEL-REVPFX-LEN > 0
              AND XRF-REVERSED-REF(1:WS-SEL-REVPFX-LEN)
                 NOT = WS-SEL-REVPFX(1:WS-SEL-REVPFX-LEN)
              MOVE "N" TO WS-MATCH-FLAG
           END-IF
           IF RECORD-MATCHES
              WRITE EXTRACT-OUT-REC FROM XREF-REC
              ADD 1 TO WS-SELECT-COUNT
