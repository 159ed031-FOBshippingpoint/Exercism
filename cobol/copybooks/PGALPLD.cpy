      *> PGALPLD - loads the PGALPHA alphabet member (PGALPHA.cpy)
      *> into the PGALPTAB table. COPY near the end of PROCEDURE
      *> DIVISION, with PGALPCHK in a program that checks sentences.
      *> Caller declares SELECT PGALPHA-FILE ASSIGN TO "PGALPHA"
      *> with FILE STATUS WS-PGALPHA-STATUS, an FD copying PGALPHA,
      *> COPY PGALPTAB in WORKING-STORAGE, and WS-AUDIT-PROGRAM
      *> PIC X(8), which names the console notes. After
      *> LOAD-ALPHABETS, FIND-ALPHABET-LANGUAGE sets PGA-LANG-FOUND
      *> to the PGA-LANG-ENTRY of the language in PGA-CHECK-LANG,
      *> or 0 when it has no alphabet.
      *>
      *> LOAD-ALPHABETS loads the member once per run unit.
      *> A missing member (status 35) loads nothing beyond the
      *> built-in EN A-Z; a line that will not parse is an
      *> operations typo, skipped with a console note rather than
      *> poisoning the table.
       LOAD-ALPHABETS.
           IF NOT ALPHABETS-LOADED
              MOVE "Y" TO PGA-LOAD-FLAG
              OPEN INPUT PGALPHA-FILE
              IF WS-PGALPHA-STATUS = "35"
                 CONTINUE
              ELSE
                 IF WS-PGALPHA-STATUS NOT = "00"
                    DISPLAY FUNCTION TRIM(WS-AUDIT-PROGRAM)
                       ": PGALPHA OPEN FAILED, STATUS="
                       WS-PGALPHA-STATUS
                 ELSE
                    PERFORM READ-ALPHABET-REC
                       UNTIL WS-PGALPHA-STATUS NOT = "00"
                    CLOSE PGALPHA-FILE
                 END-IF
              END-IF
              MOVE "EN" TO PGA-CHECK-LANG
              PERFORM FIND-ALPHABET-LANGUAGE
              IF PGA-LANG-FOUND = 0
                 AND PGA-LANG-USED < PGA-LANG-MAX
                 PERFORM ADD-BUILTIN-LETTER
                    VARYING PGA-BUILTIN-IDX FROM 1 BY 1
                    UNTIL PGA-BUILTIN-IDX > 26
              END-IF
           END-IF.

       READ-ALPHABET-REC.
           READ PGALPHA-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF PGALPHA-REC NOT = SPACES
                    AND PGR-LANGUAGE(1:1) NOT = "*"
                    PERFORM STORE-ALPHABET-LINE
                 END-IF
           END-READ.

      *> Exactly one slash splits the upper-case side from the
      *> lower-case side; at least one side must list a form.
       STORE-ALPHABET-LINE.
           MOVE "N" TO PGA-BAD-LINE-FLAG
           MOVE 0 TO PGA-SLASH-COUNT
           INSPECT PGR-FORMS TALLYING PGA-SLASH-COUNT FOR ALL "/"
           IF PGA-SLASH-COUNT NOT = 1 OR PGR-LANGUAGE = SPACES
              MOVE "Y" TO PGA-BAD-LINE-FLAG
           ELSE
              MOVE SPACES TO PGA-UPPER-SIDE PGA-LOWER-SIDE
              UNSTRING PGR-FORMS DELIMITED BY "/"
                 INTO PGA-UPPER-SIDE PGA-LOWER-SIDE
              IF PGA-UPPER-SIDE = SPACES AND PGA-LOWER-SIDE = SPACES
                 MOVE "Y" TO PGA-BAD-LINE-FLAG
              END-IF
           END-IF
           IF NOT PGA-BAD-LINE
              MOVE PGR-LANGUAGE TO PGA-CHECK-LANG
              PERFORM FIND-ALPHABET-LANGUAGE
              EVALUATE TRUE
                 WHEN PGA-LETTER-USED >= PGA-LETTER-MAX
                    DISPLAY FUNCTION TRIM(WS-AUDIT-PROGRAM)
                       ": PGALPHA TABLE FULL, LINE IGNORED: "
                       PGR-LANGUAGE " " FUNCTION TRIM(PGR-FORMS)
                 WHEN PGA-LANG-FOUND = 0
                    AND PGA-LANG-USED >= PGA-LANG-MAX
                    DISPLAY FUNCTION TRIM(WS-AUDIT-PROGRAM)
                       ": PGALPHA LANGUAGE TABLE FULL, "
                       PGR-LANGUAGE " IGNORED"
                 WHEN PGA-LANG-FOUND > 0
                    AND PGA-LANG-LETTERS (PGA-LANG-FOUND)
                       >= PGA-LANG-LIMIT
                    DISPLAY FUNCTION TRIM(WS-AUDIT-PROGRAM)
                       ": PGALPHA TOO MANY LETTERS FOR "
                       PGR-LANGUAGE ", LINE IGNORED: "
                       FUNCTION TRIM(PGR-FORMS)
                 WHEN OTHER
                    PERFORM STORE-ALPHABET-LETTER
              END-EVALUATE
           END-IF
           IF PGA-BAD-LINE
              DISPLAY FUNCTION TRIM(WS-AUDIT-PROGRAM)
                 ": PGALPHA LINE SKIPPED: " PGR-LANGUAGE " "
                 FUNCTION TRIM(PGR-FORMS)
           END-IF.

      *> Built in the next free entry and only counted once both
      *> sides have parsed, so a bad line leaves no trace. The
      *> first form listed names the letter.
       STORE-ALPHABET-LETTER.
           COMPUTE PGA-IDX = PGA-LETTER-USED + 1
           INITIALIZE PGA-LETTER (PGA-IDX)
           MOVE PGR-LANGUAGE TO PGA-LANG (PGA-IDX)
           MOVE PGA-UPPER-SIDE TO PGA-SIDE-WORK
           PERFORM SPLIT-ALPHABET-SIDE
           PERFORM STORE-UPPER-FORM
              VARYING PGA-FORM-IDX FROM 1 BY 1 UNTIL PGA-FORM-IDX > 4
           MOVE PGA-LOWER-SIDE TO PGA-SIDE-WORK
           PERFORM SPLIT-ALPHABET-SIDE
           PERFORM STORE-LOWER-FORM
              VARYING PGA-FORM-IDX FROM 1 BY 1 UNTIL PGA-FORM-IDX > 4
           IF NOT PGA-BAD-LINE
              ADD 1 TO PGA-LETTER-USED
              IF PGA-UPPER-USED (PGA-IDX) > 0
                 MOVE PGA-UPPER-TEXT (PGA-IDX 1) TO PGA-LABEL (PGA-IDX)
                 MOVE PGA-UPPER-LEN (PGA-IDX 1)
                    TO PGA-LABEL-LEN (PGA-IDX)
              ELSE
                 MOVE PGA-LOWER-TEXT (PGA-IDX 1) TO PGA-LABEL (PGA-IDX)
                 MOVE PGA-LOWER-LEN (PGA-IDX 1)
                    TO PGA-LABEL-LEN (PGA-IDX)
              END-IF
              PERFORM COUNT-ALPHABET-LETTER
           END-IF.

      *> A fifth form on a side, or a form over four bytes, spoils
      *> the line.
       SPLIT-ALPHABET-SIDE.
           MOVE SPACES TO PGA-WORK-FORMS
           IF PGA-SIDE-WORK NOT = SPACES
              MOVE FUNCTION TRIM(PGA-SIDE-WORK) TO PGA-SIDE-WORK
              UNSTRING PGA-SIDE-WORK DELIMITED BY ALL SPACE
                 INTO PGA-WORK-FORM (1) PGA-WORK-FORM (2)
                      PGA-WORK-FORM (3) PGA-WORK-FORM (4)
                      PGA-WORK-FORM (5)
           END-IF
           IF PGA-WORK-FORM (5) NOT = SPACES
              MOVE "Y" TO PGA-BAD-LINE-FLAG
           END-IF.

       STORE-UPPER-FORM.
           IF PGA-WORK-FORM (PGA-FORM-IDX) NOT = SPACES
              PERFORM MEASURE-ALPHABET-FORM
              ADD 1 TO PGA-UPPER-USED (PGA-IDX)
              MOVE PGA-WORK-FORM (PGA-FORM-IDX)
                 TO PGA-UPPER-TEXT (PGA-IDX PGA-FORM-IDX)
              MOVE PGA-WORK-LEN TO PGA-UPPER-LEN (PGA-IDX PGA-FORM-IDX)
           END-IF.

       STORE-LOWER-FORM.
           IF PGA-WORK-FORM (PGA-FORM-IDX) NOT = SPACES
              PERFORM MEASURE-ALPHABET-FORM
              ADD 1 TO PGA-LOWER-USED (PGA-IDX)
              MOVE PGA-WORK-FORM (PGA-FORM-IDX)
                 TO PGA-LOWER-TEXT (PGA-IDX PGA-FORM-IDX)
              MOVE PGA-WORK-LEN TO PGA-LOWER-LEN (PGA-IDX PGA-FORM-IDX)
           END-IF.

       MEASURE-ALPHABET-FORM.
           IF PGA-WORK-FORM (PGA-FORM-IDX)(5:4) NOT = SPACES
              MOVE "Y" TO PGA-BAD-LINE-FLAG
           END-IF
           MOVE 0 TO PGA-WORK-LEN
           INSPECT PGA-WORK-FORM (PGA-FORM-IDX)(1:4)
              TALLYING PGA-WORK-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.

       COUNT-ALPHABET-LETTER.
           IF PGA-LANG-FOUND = 0
              ADD 1 TO PGA-LANG-USED
              MOVE PGA-LANG-USED TO PGA-LANG-FOUND
              MOVE PGA-LANG (PGA-IDX) TO PGA-LANG-CODE (PGA-LANG-FOUND)
              MOVE 0 TO PGA-LANG-LETTERS (PGA-LANG-FOUND)
           END-IF
           ADD 1 TO PGA-LANG-LETTERS (PGA-LANG-FOUND).

      *> EN with no lines on the member is the plain A-Z the check
      *> has always used, each letter in both cases.
       ADD-BUILTIN-LETTER.
           IF PGA-LETTER-USED < PGA-LETTER-MAX
              ADD 1 TO PGA-LETTER-USED
              MOVE PGA-LETTER-USED TO PGA-IDX
              INITIALIZE PGA-LETTER (PGA-IDX)
              MOVE "EN" TO PGA-LANG (PGA-IDX)
              MOVE PGA-BUILTIN-UPPER (PGA-BUILTIN-IDX:1)
                 TO PGA-LABEL (PGA-IDX) PGA-UPPER-TEXT (PGA-IDX 1)
              MOVE PGA-BUILTIN-LOWER (PGA-BUILTIN-IDX:1)
                 TO PGA-LOWER-TEXT (PGA-IDX 1)
              MOVE 1 TO PGA-LABEL-LEN (PGA-IDX)
                 PGA-UPPER-USED (PGA-IDX) PGA-UPPER-LEN (PGA-IDX 1)
                 PGA-LOWER-USED (PGA-IDX) PGA-LOWER-LEN (PGA-IDX 1)
              PERFORM COUNT-ALPHABET-LETTER
           END-IF.

       FIND-ALPHABET-LANGUAGE.
           MOVE 0 TO PGA-LANG-FOUND
           PERFORM MATCH-ALPHABET-LANGUAGE
              VARYING PGA-LNG-IDX FROM 1 BY 1
              UNTIL PGA-LNG-IDX > PGA-LANG-USED OR PGA-LANG-FOUND > 0.

       MATCH-ALPHABET-LANGUAGE.
           IF PGA-LANG-CODE (PGA-LNG-IDX) = PGA-CHECK-LANG
              MOVE PGA-LNG-IDX TO PGA-LANG-FOUND
           END-IF.
