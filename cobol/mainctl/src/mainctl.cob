         88 FC-PRIOR-BUS-DAY   VALUE "PB".
         88 FC-DATE-SERVICE    VALUES "DV" "DW" "DY" "DB"
                                      "BD" "NB" "PB".
         88 FC-DAY-COUNT       VALUES "DC" "YF".

       LINKAGE SECTION.
       01 LS-FUNCTION-CODE      PIC X(2).
       01 LS-DATE-A             PIC 9(8).
       01 LS-DATE-B             PIC 9(8).
       01 LS-DAYS-RESULT        PIC S9(7).
       01 LS-BASIS-CODE         PIC X(3).
       01 LS-DENOMINATOR        PIC 9(3).
       01 LS-LEAP-DAYS          PIC 9(7).
       01 LS-NONLEAP-DAYS       PIC 9(7).
       01 LS-YEAR-FRACTION      PIC 9(3)V9(9).
      *> Fixture language for PG (PGALPHA.cpy); blank is EN.
       01 LS-LANGUAGE-CODE      PIC X(2).

       PROCEDURE DIVISION USING LS-FUNCTION-CODE LS-YEAR LS-YEAR-2D
           LS-STRING LS-SENTENCE LS-RESULT LS-BAD-YEAR
           LS-PALINDROME-FLAG LS-STRING-LENGTH LS-MISSING-LETTERS
           LS-TRUNCATION-FLAG LS-CASE-MODE LS-ORIGINAL-SENTENCE
           LS-DATE-A LS-DATE-B LS-DAYS-RESULT LS-BASIS-CODE
           LS-DENOMINATOR LS-LEAP-DAYS LS-NONLEAP-DAYS
           LS-YEAR-FRACTION LS-LANGUAGE-CODE.
       MAINCTL-MAIN.
         MOVE LS-FUNCTION-CODE TO WS-FUNCTION-CODE
         EVALUATE TRUE
            WHEN FC-PANGRAM
               CALL "PANGRAM" USING LS-SENTENCE LS-CASE-MODE
                  LS-RESULT LS-MISSING-LETTERS LS-TRUNCATION-FLAG
                  LS-ORIGINAL-SENTENCE LS-LANGUAGE-CODE
            WHEN FC-DATE-SERVICE
               CALL "DATESERV" USING LS-FUNCTION-CODE LS-DATE-A
                  LS-DATE-B LS-RESULT LS-BAD-YEAR LS-DAYS-RESULT
            WHEN FC-DAY-COUNT
               CALL "DAYCNT" USING LS-FUNCTION-CODE LS-DATE-A
                  LS-DATE-B LS-BASIS-CODE LS-RESULT LS-BAD-YEAR
                  LS-DAYS-RESULT LS-DENOMINATOR LS-LEAP-DAYS
                  LS-NONLEAP-DAYS LS-YEAR-FRACTION
            WHEN OTHER
               MOVE 9 TO LS-RESULT
         END-EVALUATE
