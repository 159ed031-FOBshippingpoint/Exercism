           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PGALPHA-FILE ASSIGN TO "PGALPHA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PGALPHA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       COPY AUDITLOG.

       FD  PGALPHA-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PGALPHA.

       WORKING-STORAGE SECTION.
       01 WS-RAW-SENTENCE PIC X(250).
       01 WS-SENTENCE PIC X(132).
       01 WS-RESULT PIC 9.
       01 WS-MISSING-LETTERS PIC X(26) VALUE SPACES.
       01 WS-MISSING-COUNT PIC 9(2) VALUE 0.
       01 WS-TRUNCATION-FLAG PIC X VALUE "N".
      *> CASE-SENSITIVE is a stricter completeness check: a letter only
      *> counts as present if BOTH its upper- and lower-case forms
      *> appear somewhere in the original (un-cased) sentence, checked
      *> against WS-RAW-SENTENCE directly. The letters, and the
      *> accented and case-folded forms that count for each, are the
      *> fixture language's alphabet on the PGALPHA member
      *> (PGALPCHK.cpy); a blank language is EN.
       01 WS-CASE-MODE PIC X VALUE "U".
         88 CASE-SENSITIVE    VALUE "S".
         88 CASE-INSENSITIVE  VALUE "U".

       01 WS-PGALPHA-STATUS PIC XX.
       COPY PGALPTAB.

       01 WS-AUDIT-STATUS  PIC XX.
       01 WS-AUDIT-PROGRAM PIC X(8) VALUE "PANGRAM".
       01 WS-AUDIT-INPUT   PIC X(250).
       01 WS-AUDIT-RESULT  PIC X(64).
       01 WS-AUDIT-CHAIN-FUNC PIC X(2).

       LINKAGE SECTION.
       01 LS-SENTENCE          PIC X(250).
       01 LS-MISSING-LETTERS   PIC X(26).
       01 LS-TRUNCATION-FLAG   PIC X.
       01 LS-ORIGINAL-SENTENCE PIC X(250).
      *> Result 9: no alphabet loaded for LS-LANGUAGE-CODE.
       01 LS-LANGUAGE-CODE     PIC X(2).

       PROCEDURE DIVISION USING LS-SENTENCE LS-CASE-MODE LS-RESULT
           LS-MISSING-LETTERS LS-TRUNCATION-FLAG LS-ORIGINAL-SENTENCE
           LS-LANGUAGE-CODE.
       PANGRAM.
           MOVE LS-SENTENCE TO WS-RAW-SENTENCE.
           MOVE LS-CASE-MODE TO WS-CASE-MODE.
           PERFORM CHECK-TRUNCATION.
           MOVE LS-LANGUAGE-CODE TO PGA-LANGUAGE.
           PERFORM CHECK-ALPHABET.
           MOVE WS-RESULT TO LS-RESULT.
           MOVE WS-MISSING-LETTERS TO LS-MISSING-LETTERS.
           MOVE WS-TRUNCATION-FLAG TO LS-TRUNCATION-FLAG.
           MOVE SPACES TO WS-AUDIT-RESULT.
           MOVE WS-RESULT TO WS-AUDIT-RESULT(1:1).
           MOVE WS-MISSING-LETTERS TO WS-AUDIT-RESULT(2:26).
           MOVE PGA-CHECK-LANG TO WS-AUDIT-RESULT(29:2).
           PERFORM WRITE-AUDIT-REC.

           GOBACK.

       CHECK-TRUNCATION.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-RAW-SENTENCE)) >
              FUNCTION LENGTH(WS-SENTENCE)
              MOVE "N" TO WS-TRUNCATION-FLAG
           END-IF.

       COPY PGALPLD.

       COPY PGALPCHK.

       COPY AUDITWRT.
