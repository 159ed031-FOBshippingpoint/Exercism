      *> Back-office inquiry against the REFXREF cross-reference
      *> master RSBATCH maintains (REFXREF.cpy). Reads reference
      *> values from SYSIN one per line -- a blank line or END stops
      *> the run. Each value is tried both ways: as an original
      *> reference on the record key, then as a reversed reference
      *> (the REFOUT value downstream settlement systems quote back)
      *> on the XRF-REVERSED-REF alternate index. Every record found
      *> prints in full with MATCHED ON saying which value it was
      *> found by -- ORIGINAL, REVERSED, or both for a palindrome; a
      *> reversed value that several originals share prints each of
      *> them. A value found neither way prints NOT FOUND. Replaces
      *> the manual grep of last night's REFOUT dataset.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-MASTER ASSIGN TO "REFXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-ORIG-REF
               ALTERNATE RECORD KEY IS XRF-REVERSED-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.

       DATA DIVISION.
       01 WS-INQ-REF      PIC X(64).
       01 WS-DONE-FLAG    PIC X VALUE "N".
         88 INQUIRY-DONE  VALUE "Y".
       01 WS-BROWSE-FLAG  PIC X.
         88 BROWSE-DONE   VALUE "Y".
       01 WS-MATCH-COUNT  PIC 9(4).
       01 WS-MATCHED-ON   PIC X(21).

       PROCEDURE DIVISION.
       REF-INQUIRY-MAIN.
           STOP RUN.

       LOOKUP-REFERENCE.
           MOVE 0 TO WS-MATCH-COUNT
           MOVE WS-INQ-REF TO XRF-ORIG-REF
           READ XREF-MASTER
              KEY IS XRF-ORIG-REF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF XRF-REVERSED-REF = WS-INQ-REF
                    MOVE "ORIGINAL AND REVERSED" TO WS-MATCHED-ON
                 ELSE
                    MOVE "ORIGINAL" TO WS-MATCHED-ON
                 END-IF
                 PERFORM SHOW-XREF-REC
           END-READ
           PERFORM BROWSE-REVERSED
           IF WS-MATCH-COUNT = 0
              DISPLAY "REFERENCE NOT FOUND: " WS-INQ-REF
           END-IF.

      *> The alternate index allows duplicates, so every record
      *> carrying the value is browsed; the one already shown as an
      *> original-reference match (a palindrome) is skipped.
       BROWSE-REVERSED.
           MOVE "N" TO WS-BROWSE-FLAG
           MOVE WS-INQ-REF TO XRF-REVERSED-REF
           START XREF-MASTER KEY = XRF-REVERSED-REF
              INVALID KEY
                 MOVE "Y" TO WS-BROWSE-FLAG
           END-START
           PERFORM READ-NEXT-REVERSED UNTIL BROWSE-DONE.

       READ-NEXT-REVERSED.
           READ XREF-MASTER NEXT RECORD
              AT END
                 MOVE "Y" TO WS-BROWSE-FLAG
              NOT AT END
                 IF XRF-REVERSED-REF NOT = WS-INQ-REF
                    MOVE "Y" TO WS-BROWSE-FLAG
                 ELSE
                    IF XRF-ORIG-REF NOT = WS-INQ-REF
                       MOVE "REVERSED" TO WS-MATCHED-ON
                       PERFORM SHOW-XREF-REC
                    END-IF
                 END-IF
           END-READ
           IF WS-XREF-STATUS NOT = "00"
              AND WS-XREF-STATUS NOT = "02"
              AND WS-XREF-STATUS NOT = "10"
              DISPLAY "REFINQ: REFXREF READ FAILED, STATUS="
                 WS-XREF-STATUS
              MOVE "Y" TO WS-BROWSE-FLAG
           END-IF.

       SHOW-XREF-REC.
           ADD 1 TO WS-MATCH-COUNT
           DISPLAY "MATCHED ON : " WS-MATCHED-ON
           DISPLAY "ORIGINAL ..: " XRF-ORIG-REF
           DISPLAY "REVERSED ..: " XRF-REVERSED-REF
           DISPLAY "PALINDROME : " XRF-PALINDROME
           DISPLAY "LENGTH ....: " XRF-LENGTH
           DISPLAY "FIRST SEEN : " XRF-FIRST-SEEN
           DISPLAY "LAST SEEN .: " XRF-LAST-SEEN
           DISPLAY "CYCLE SEEN : " XRF-CYCLE-COUNT.
