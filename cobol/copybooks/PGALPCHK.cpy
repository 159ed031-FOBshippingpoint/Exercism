      *> PGALPCHK - pangram check against the fixture language's
      *> alphabet from the PGALPHA member (PGALPHA.cpy). COPY near
      *> the end of PROCEDURE DIVISION along with the PGALPLD
      *> loader, which CHECK-ALPHABET runs on the first check of
      *> the run. Caller declares SELECT
      *> PGALPHA-FILE ASSIGN TO "PGALPHA" with FILE STATUS
      *> WS-PGALPHA-STATUS, an FD copying PGALPHA, COPY PGALPTAB in
      *> WORKING-STORAGE, and:
      *>   WS-RAW-SENTENCE    PIC X(250)  the sentence to check
      *>   WS-SENTENCE        PIC X(132)  its up-cased working copy
      *>   WS-CASE-MODE       PIC X, with 88 CASE-SENSITIVE
      *>   WS-RESULT          PIC 9
      *>   WS-MISSING-LETTERS PIC X(26)
      *>   WS-MISSING-COUNT   PIC 9(2)
      *>   WS-AUDIT-PROGRAM   PIC X(8)    names the console notes
      *>
      *> CHECK-ALPHABET checks WS-RAW-SENTENCE against the letters
      *> of the language in PGA-LANGUAGE (blank is EN) and sets
      *> WS-RESULT 1 every letter present, 0 any missing, or 9 when
      *> the language has no alphabet loaded -- nothing is checked
      *> and the missing list stays blank. Case-insensitive, the
      *> forms are looked for in the up-cased first 132 bytes, the
      *> span the check has always covered; a letter listed with
      *> lower-case forms only is looked for as keyed there, since
      *> up-casing would hide it. Case-sensitive, each side listed
      *> must turn up somewhere in the full raw sentence. The
      *> missing letters are listed by name in alphabet order; a +
      *> closes a list too long for its 26 bytes, and
      *> WS-MISSING-COUNT still counts them all. PGA-HITS and
      *> PGA-MISSED-FLAG are left set on each letter of the
      *> language for a caller keeping statistics.
       CHECK-ALPHABET.
           PERFORM LOAD-ALPHABETS
           MOVE PGA-LANGUAGE TO PGA-CHECK-LANG
           IF PGA-CHECK-LANG = SPACES
              MOVE "EN" TO PGA-CHECK-LANG
           END-IF
           PERFORM FIND-ALPHABET-LANGUAGE
           MOVE FUNCTION UPPER-CASE(WS-RAW-SENTENCE) TO WS-SENTENCE
           MOVE SPACES TO WS-MISSING-LETTERS
           MOVE 0 TO WS-MISSING-COUNT
           MOVE 1 TO PGA-MISSING-POS PGA-LAST-POS
           MOVE "N" TO PGA-LIST-FULL-FLAG
           IF PGA-LANG-FOUND = 0
              MOVE 9 TO WS-RESULT
           ELSE
              PERFORM CHECK-ALPHABET-LETTER
                 VARYING PGA-IDX FROM 1 BY 1
                 UNTIL PGA-IDX > PGA-LETTER-USED
              IF WS-MISSING-COUNT = 0
                 MOVE 1 TO WS-RESULT
              ELSE
                 MOVE 0 TO WS-RESULT
              END-IF
           END-IF.

       CHECK-ALPHABET-LETTER.
           MOVE 0 TO PGA-HITS (PGA-IDX)
           MOVE "N" TO PGA-MISSED-FLAG (PGA-IDX)
           IF PGA-LANG (PGA-IDX) = PGA-CHECK-LANG
              MOVE 0 TO PGA-UPPER-HITS PGA-LOWER-HITS
              PERFORM TALLY-UPPER-FORM
                 VARYING PGA-FORM-IDX FROM 1 BY 1
                 UNTIL PGA-FORM-IDX > PGA-UPPER-USED (PGA-IDX)
              PERFORM TALLY-LOWER-FORM
                 VARYING PGA-FORM-IDX FROM 1 BY 1
                 UNTIL PGA-FORM-IDX > PGA-LOWER-USED (PGA-IDX)
              COMPUTE PGA-HITS (PGA-IDX) =
                 PGA-UPPER-HITS + PGA-LOWER-HITS
              IF CASE-SENSITIVE
                 IF (PGA-UPPER-USED (PGA-IDX) > 0
                       AND PGA-UPPER-HITS = 0)
                    OR (PGA-LOWER-USED (PGA-IDX) > 0
                       AND PGA-LOWER-HITS = 0)
                    MOVE "Y" TO PGA-MISSED-FLAG (PGA-IDX)
                 END-IF
              ELSE
                 IF PGA-HITS (PGA-IDX) = 0
                    MOVE "Y" TO PGA-MISSED-FLAG (PGA-IDX)
                 END-IF
              END-IF
              IF PGA-MISSED (PGA-IDX)
                 PERFORM LIST-MISSING-LETTER
              END-IF
           END-IF.

       TALLY-UPPER-FORM.
           IF CASE-SENSITIVE
              INSPECT WS-RAW-SENTENCE TALLYING PGA-UPPER-HITS
                 FOR ALL PGA-UPPER-TEXT (PGA-IDX PGA-FORM-IDX)
                    (1:PGA-UPPER-LEN (PGA-IDX PGA-FORM-IDX))
           ELSE
              INSPECT WS-SENTENCE TALLYING PGA-UPPER-HITS
                 FOR ALL PGA-UPPER-TEXT (PGA-IDX PGA-FORM-IDX)
                    (1:PGA-UPPER-LEN (PGA-IDX PGA-FORM-IDX))
           END-IF.

       TALLY-LOWER-FORM.
           EVALUATE TRUE
              WHEN CASE-SENSITIVE
                 INSPECT WS-RAW-SENTENCE TALLYING PGA-LOWER-HITS
                    FOR ALL PGA-LOWER-TEXT (PGA-IDX PGA-FORM-IDX)
                       (1:PGA-LOWER-LEN (PGA-IDX PGA-FORM-IDX))
              WHEN PGA-UPPER-USED (PGA-IDX) = 0
                 INSPECT WS-RAW-SENTENCE (1:132)
                    TALLYING PGA-LOWER-HITS
                    FOR ALL PGA-LOWER-TEXT (PGA-IDX PGA-FORM-IDX)
                       (1:PGA-LOWER-LEN (PGA-IDX PGA-FORM-IDX))
              WHEN OTHER
                 INSPECT WS-SENTENCE TALLYING PGA-LOWER-HITS
                    FOR ALL PGA-LOWER-TEXT (PGA-IDX PGA-FORM-IDX)
                       (1:PGA-LOWER-LEN (PGA-IDX PGA-FORM-IDX))
           END-EVALUATE.

      *> Names go on end to end while they fit; the first that does
      *> not is replaced by a +, and when the list filled exactly
      *> the last name gives way to it.
       LIST-MISSING-LETTER.
           ADD 1 TO WS-MISSING-COUNT
           IF NOT PGA-LIST-FULL
              IF PGA-MISSING-POS + PGA-LABEL-LEN (PGA-IDX) - 1 <= 26
                 MOVE PGA-MISSING-POS TO PGA-LAST-POS
                 MOVE PGA-LABEL (PGA-IDX)(1:PGA-LABEL-LEN (PGA-IDX))
                    TO WS-MISSING-LETTERS
                       (PGA-MISSING-POS:PGA-LABEL-LEN (PGA-IDX))
                 ADD PGA-LABEL-LEN (PGA-IDX) TO PGA-MISSING-POS
              ELSE
                 MOVE "Y" TO PGA-LIST-FULL-FLAG
                 IF PGA-MISSING-POS > 26
                    MOVE SPACES TO WS-MISSING-LETTERS (PGA-LAST-POS:)
                    MOVE PGA-LAST-POS TO PGA-MISSING-POS
                 END-IF
                 MOVE "+" TO WS-MISSING-LETTERS (PGA-MISSING-POS:1)
              END-IF
           END-IF.
