      *> PGALPTAB - working storage for the PGALPHA alphabet table
      *> (PGALPHA.cpy): COPY into WORKING-STORAGE of a program that
      *> COPYs the PGALPCHK paragraphs. One PGA-LETTER entry per
      *> required letter, in member order, each with the forms
      *> that count for it and, after CHECK-ALPHABET, how often
      *> they were found in the sentence and whether the letter
      *> was missing. PGA-LANG-ENTRY lists each language loaded
      *> with its letter count.
       01 PGA-LOAD-FLAG       PIC X VALUE "N".
         88 ALPHABETS-LOADED  VALUE "Y".
       01 PGA-LETTER-MAX      PIC 9(3) VALUE 400.
       01 PGA-LETTER-USED     PIC 9(3) VALUE 0.
       01 PGA-LETTER-TABLE.
         05 PGA-LETTER OCCURS 400 TIMES.
           10 PGA-LANG        PIC X(2).
           10 PGA-LABEL       PIC X(4).
           10 PGA-LABEL-LEN   PIC 9.
           10 PGA-UPPER-USED  PIC 9.
           10 PGA-UPPER-FORM  OCCURS 4 TIMES.
             15 PGA-UPPER-TEXT PIC X(4).
             15 PGA-UPPER-LEN  PIC 9.
           10 PGA-LOWER-USED  PIC 9.
           10 PGA-LOWER-FORM  OCCURS 4 TIMES.
             15 PGA-LOWER-TEXT PIC X(4).
             15 PGA-LOWER-LEN  PIC 9.
           10 PGA-HITS        PIC 9(3).
           10 PGA-MISSED-FLAG PIC X.
             88 PGA-MISSED    VALUE "Y".
      *> A language's letters are capped so the missing-letter count
      *> the callers keep (PIC 9(2)) cannot wrap.
       01 PGA-LANG-MAX        PIC 9(2) VALUE 20.
       01 PGA-LANG-USED       PIC 9(2) VALUE 0.
       01 PGA-LANG-LIMIT      PIC 9(3) VALUE 60.
       01 PGA-LANG-TABLE.
         05 PGA-LANG-ENTRY OCCURS 20 TIMES.
           10 PGA-LANG-CODE    PIC X(2).
           10 PGA-LANG-LETTERS PIC 9(3).
       01 PGA-LANG-FOUND      PIC 9(2).
      *> The caller's language for CHECK-ALPHABET; blank is EN.
       01 PGA-LANGUAGE        PIC X(2).
       01 PGA-CHECK-LANG      PIC X(2).

       01 PGA-IDX             PIC 9(3).
       01 PGA-LNG-IDX         PIC 9(2).
       01 PGA-FORM-IDX        PIC 9.
       01 PGA-UPPER-HITS      PIC 9(3).
       01 PGA-LOWER-HITS      PIC 9(3).
       01 PGA-MISSING-POS     PIC 9(2).
       01 PGA-LAST-POS        PIC 9(2).
       01 PGA-LIST-FULL-FLAG  PIC X.
         88 PGA-LIST-FULL     VALUE "Y".

       01 PGA-SLASH-COUNT     PIC 9(2).
       01 PGA-BAD-LINE-FLAG   PIC X.
         88 PGA-BAD-LINE      VALUE "Y".
       01 PGA-UPPER-SIDE      PIC X(69).
       01 PGA-LOWER-SIDE      PIC X(69).
       01 PGA-SIDE-WORK       PIC X(69).
       01 PGA-WORK-FORMS.
         05 PGA-WORK-FORM OCCURS 5 TIMES PIC X(8).
       01 PGA-WORK-LEN        PIC 9.
       01 PGA-BUILTIN-IDX     PIC 9(2).
       01 PGA-BUILTIN-UPPER   PIC X(26)
          VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 PGA-BUILTIN-LOWER   PIC X(26)
          VALUE "abcdefghijklmnopqrstuvwxyz".
