       IDENTIFICATION DIVISION.
       PROGRAM-ID. HARNESS.
      *> Ad-hoc test harness. The operator signs on with a user ID
      *> that the OPERAUTH authorization member (OPERAUTH.cpy, via
      *> OPAUTH) lists for HARNESS -- three tries, then the session
      *> ends -- and each menu choice is checked against the
      *> function codes listed for that user before it runs. The
      *> user ID is declared to AUDCHAIN as the session identity,
      *> so every audit record LEAP, PANGRAM, REVERSE-STRING and
      *> DATESERV write for the session carries it. Sign-on,
      *> sign-off, and every refused sign-on or function are
      *> audited here under program HARNESS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01 WS-MENU-CHOICE      PIC 9.
       01 WS-FUNCTION-CODE    PIC X(2).
       01 WS-DATE-A           PIC 9(8).
       01 WS-DATE-B           PIC 9(8).
       01 WS-DAYS-RESULT      PIC S9(7).
       01 WS-BASIS-CODE       PIC X(3).
       01 WS-DENOMINATOR      PIC 9(3).
       01 WS-LEAP-DAYS        PIC 9(7).
       01 WS-NONLEAP-DAYS     PIC 9(7).
       01 WS-YEAR-FRACTION    PIC 9(3)V9(9).
       01 WS-LANGUAGE-CODE    PIC X(2) VALUE SPACES.
       01 WS-PAUSE            PIC X.
       01 WS-EXIT-FLAG        PIC X VALUE "N".
         88 WS-EXIT-REQUESTED VALUE "Y".

       01 WS-USER-ID          PIC X(8) VALUE SPACES.
       01 WS-SIGNON-TRIES     PIC 9 VALUE 0.
       01 WS-SIGNON-MAX       PIC 9 VALUE 3.
       01 WS-SIGNON-FLAG      PIC X VALUE "N".
         88 OPERATOR-SIGNED-ON VALUE "Y".
       01 WS-SIGNON-MESSAGE   PIC X(40) VALUE SPACES.
       01 WS-AUTH-FUNCTION    PIC X(2).
       01 WS-AUTH-PROGRAM     PIC X(8) VALUE "HARNESS".
       01 WS-AUTH-CODE        PIC X(4).
       01 WS-AUTH-GRANTED     PIC X.
         88 AUTH-GRANTED      VALUE "Y".

       01 WS-AUDIT-STATUS     PIC XX.
       01 WS-AUDIT-PROGRAM    PIC X(8) VALUE "HARNESS".
       01 WS-AUDIT-INPUT      PIC X(250).
       01 WS-AUDIT-RESULT     PIC X(64).
       01 WS-AUDIT-CHAIN-FUNC PIC X(2).

       SCREEN SECTION.
       01 SCR-SIGNON.
         05 BLANK SCREEN.
         05 LINE 1 COL 1 VALUE "AD-HOC TEST HARNESS - SIGN ON".
         05 LINE 3 COL 1 VALUE "USER ID: ".
         05 LINE 3 COL 10 PIC X(8) USING WS-USER-ID.
         05 LINE 5 COL 1 PIC X(40) FROM WS-SIGNON-MESSAGE.

       01 SCR-REFUSED.
         05 BLANK SCREEN.
         05 LINE 1 COL 1 VALUE "FUNCTION NOT AUTHORIZED FOR USER ".
         05 LINE 1 COL 34 PIC X(8) FROM WS-USER-ID.
         05 LINE 3 COL 1 VALUE "PRESS ENTER TO CONTINUE".
         05 LINE 3 COL 25 PIC X USING WS-PAUSE.

       01 SCR-MENU.
         05 BLANK SCREEN.
         05 LINE 1 COL 1 VALUE "AD-HOC TEST HARNESS".
         05 LINE 1 COL 1 VALUE "CASE (U=UPPER, S=SENSITIVE):".
         05 LINE 2 COL 1 VALUE "SELECTION: ".
         05 LINE 2 COL 12 PIC X USING WS-CASE-MODE.
         05 LINE 4 COL 1 VALUE "LANGUAGE (BLANK=EN):".
         05 LINE 5 COL 1 VALUE "LANGUAGE: ".
         05 LINE 5 COL 12 PIC X(2) USING WS-LANGUAGE-CODE.

       01 SCR-DATE-A.
         05 BLANK SCREEN.
         05 LINE 1 COL 1 VALUE "PANGRAM RESULT".
         05 LINE 3 COL 1 VALUE "PANGRAM RESULT .: ".
         05 LINE 3 COL 20 PIC 9 FROM WS-RESULT.
         05 LINE 3 COL 23 VALUE "(9 = NO ALPHABET FOR LANGUAGE)".
         05 LINE 4 COL 1 VALUE "MISSING LETTERS : ".
         05 LINE 4 COL 20 PIC X(26) FROM WS-MISSING-LETTERS.
         05 LINE 5 COL 1 VALUE "TRUNCATED ......: ".
         05 LINE 5 COL 20 PIC X FROM WS-TRUNCATION-FLAG.
         05 LINE 6 COL 1 VALUE "ORIGINAL TEXT ..: ".
         05 LINE 6 COL 20 PIC X(48) FROM WS-ORIGINAL-SENTENCE.
         05 LINE 7 COL 1 VALUE "LANGUAGE .......: ".
         05 LINE 7 COL 20 PIC X(2) FROM WS-LANGUAGE-CODE.
         05 LINE 9 COL 1 VALUE "PRESS ENTER TO CONTINUE".
         05 LINE 9 COL 25 PIC X USING WS-PAUSE.

       PROCEDURE DIVISION.
       HARNESS-MAIN.
           PERFORM SIGN-ON-OPERATOR
              UNTIL OPERATOR-SIGNED-ON
                 OR WS-SIGNON-TRIES >= WS-SIGNON-MAX
           IF NOT OPERATOR-SIGNED-ON
              MOVE "Y" TO WS-EXIT-FLAG
           END-IF
           PERFORM UNTIL WS-EXIT-REQUESTED
              DISPLAY SCR-MENU
              ACCEPT SCR-MENU
              PERFORM AUTHORIZE-MENU-CHOICE
              IF AUTH-GRANTED
                 EVALUATE WS-MENU-CHOICE
                    WHEN 1 PERFORM DO-LEAP-4
                    WHEN 2 PERFORM DO-LEAP-2
                    WHEN 3 PERFORM DO-REVERSE
                    WHEN 4 PERFORM DO-PANGRAM
                    WHEN 5 PERFORM DO-DATE-SERVICE
                    WHEN 6 PERFORM DO-DATE-SERVICE
                    WHEN 7 PERFORM DO-DATE-SERVICE
                    WHEN 8 PERFORM DO-DATE-SERVICE
                    WHEN 9 MOVE "Y" TO WS-EXIT-FLAG
                    WHEN OTHER CONTINUE
                 END-EVALUATE
              ELSE
                 PERFORM REFUSE-MENU-CHOICE
              END-IF
           END-PERFORM
           IF OPERATOR-SIGNED-ON
              MOVE SPACES TO WS-AUDIT-INPUT
              STRING "SIGNOFF " WS-USER-ID
                 DELIMITED BY SIZE INTO WS-AUDIT-INPUT
              MOVE "SIGNED OFF" TO WS-AUDIT-RESULT
              PERFORM WRITE-AUDIT-REC
           END-IF
           STOP RUN.

      *> The ID keyed is declared to AUDCHAIN before the attempt is
      *> audited, so a refused sign-on is on the trail under the
      *> user ID that was tried.
       SIGN-ON-OPERATOR.
           DISPLAY SCR-SIGNON
           ACCEPT SCR-SIGNON
           ADD 1 TO WS-SIGNON-TRIES
           IF WS-USER-ID = SPACES
              MOVE "ENTER A USER ID" TO WS-SIGNON-MESSAGE
           ELSE
              MOVE "US" TO WS-AUDIT-CHAIN-FUNC
              CALL "AUDCHAIN" USING WS-AUDIT-CHAIN-FUNC WS-USER-ID
              MOVE "SO" TO WS-AUTH-FUNCTION
              MOVE SPACES TO WS-AUTH-CODE
              CALL "OPAUTH" USING WS-AUTH-FUNCTION WS-USER-ID
                 WS-AUTH-PROGRAM WS-AUTH-CODE WS-AUTH-GRANTED
              MOVE SPACES TO WS-AUDIT-INPUT
              STRING "SIGNON " WS-USER-ID
                 DELIMITED BY SIZE INTO WS-AUDIT-INPUT
              IF AUTH-GRANTED
                 MOVE "Y" TO WS-SIGNON-FLAG
                 MOVE "SIGNED ON" TO WS-AUDIT-RESULT
              ELSE
                 MOVE "USER ID NOT AUTHORIZED FOR HARNESS"
                    TO WS-SIGNON-MESSAGE
                 MOVE "NOTAUTH SIGNON REFUSED" TO WS-AUDIT-RESULT
              END-IF
              PERFORM WRITE-AUDIT-REC
           END-IF.

      *> Menu choices 1-8 are the function codes MAINCTL
      *> dispatches; EXIT and an unknown choice need no grant.
       AUTHORIZE-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
              WHEN 1 MOVE "LP" TO WS-AUTH-CODE
              WHEN 2 MOVE "L2" TO WS-AUTH-CODE
              WHEN 3 MOVE "RS" TO WS-AUTH-CODE
              WHEN 4 MOVE "PG" TO WS-AUTH-CODE
              WHEN 5 MOVE "DV" TO WS-AUTH-CODE
              WHEN 6 MOVE "DW" TO WS-AUTH-CODE
              WHEN 7 MOVE "DY" TO WS-AUTH-CODE
              WHEN 8 MOVE "DB" TO WS-AUTH-CODE
              WHEN OTHER MOVE SPACES TO WS-AUTH-CODE
           END-EVALUATE
           IF WS-AUTH-CODE = SPACES
              MOVE "Y" TO WS-AUTH-GRANTED
           ELSE
              MOVE "CK" TO WS-AUTH-FUNCTION
              CALL "OPAUTH" USING WS-AUTH-FUNCTION WS-USER-ID
                 WS-AUTH-PROGRAM WS-AUTH-CODE WS-AUTH-GRANTED
           END-IF.

       REFUSE-MENU-CHOICE.
           MOVE SPACES TO WS-AUDIT-INPUT
           STRING "FUNCTION " WS-AUTH-CODE
              DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "NOTAUTH FUNCTION " WS-AUTH-CODE
              DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-REC
           MOVE SPACE TO WS-PAUSE
           DISPLAY SCR-REFUSED
           ACCEPT SCR-REFUSED.

       DO-LEAP-4.
           DISPLAY SCR-YEAR
           ACCEPT SCR-YEAR
              WS-STRING WS-SENTENCE WS-RESULT WS-BAD-YEAR
              WS-PALINDROME-FLAG WS-STRING-LENGTH WS-MISSING-LETTERS
              WS-TRUNCATION-FLAG WS-CASE-MODE WS-ORIGINAL-SENTENCE
              WS-DATE-A WS-DATE-B WS-DAYS-RESULT WS-BASIS-CODE
              WS-DENOMINATOR WS-LEAP-DAYS WS-NONLEAP-DAYS
              WS-YEAR-FRACTION WS-LANGUAGE-CODE
           DISPLAY SCR-LEAP-RESULT
           ACCEPT SCR-LEAP-RESULT.

              WS-STRING WS-SENTENCE WS-RESULT WS-BAD-YEAR
              WS-PALINDROME-FLAG WS-STRING-LENGTH WS-MISSING-LETTERS
              WS-TRUNCATION-FLAG WS-CASE-MODE WS-ORIGINAL-SENTENCE
              WS-DATE-A WS-DATE-B WS-DAYS-RESULT WS-BASIS-CODE
              WS-DENOMINATOR WS-LEAP-DAYS WS-NONLEAP-DAYS
              WS-YEAR-FRACTION WS-LANGUAGE-CODE
           DISPLAY SCR-LEAP-2D-RESULT
           ACCEPT SCR-LEAP-2D-RESULT.

              WS-STRING WS-SENTENCE WS-RESULT WS-BAD-YEAR
              WS-PALINDROME-FLAG WS-STRING-LENGTH WS-MISSING-LETTERS
              WS-TRUNCATION-FLAG WS-CASE-MODE WS-ORIGINAL-SENTENCE
              WS-DATE-A WS-DATE-B WS-DAYS-RESULT WS-BASIS-CODE
              WS-DENOMINATOR WS-LEAP-DAYS WS-NONLEAP-DAYS
              WS-YEAR-FRACTION WS-LANGUAGE-CODE
           DISPLAY SCR-REVERSE-RESULT
           ACCEPT SCR-REVERSE-RESULT.

           DISPLAY SCR-SENTENCE
           ACCEPT SCR-SENTENCE
           MOVE "U" TO WS-CASE-MODE
           MOVE SPACES TO WS-LANGUAGE-CODE
           DISPLAY SCR-CASE-MODE
           ACCEPT SCR-CASE-MODE
           MOVE "PG" TO WS-FUNCTION-CODE
              WS-STRING WS-SENTENCE WS-RESULT WS-BAD-YEAR
              WS-PALINDROME-FLAG WS-STRING-LENGTH WS-MISSING-LETTERS
              WS-TRUNCATION-FLAG WS-CASE-MODE WS-ORIGINAL-SENTENCE
              WS-DATE-A WS-DATE-B WS-DAYS-RESULT WS-BASIS-CODE
              WS-DENOMINATOR WS-LEAP-DAYS WS-NONLEAP-DAYS
              WS-YEAR-FRACTION WS-LANGUAGE-CODE
           DISPLAY SCR-PANGRAM-RESULT
           ACCEPT SCR-PANGRAM-RESULT.

              WS-STRING WS-SENTENCE WS-RESULT WS-BAD-YEAR
              WS-PALINDROME-FLAG WS-STRING-LENGTH WS-MISSING-LETTERS
              WS-TRUNCATION-FLAG WS-CASE-MODE WS-ORIGINAL-SENTENCE
              WS-DATE-A WS-DATE-B WS-DAYS-RESULT WS-BASIS-CODE
              WS-DENOMINATOR WS-LEAP-DAYS WS-NONLEAP-DAYS
              WS-YEAR-FRACTION WS-LANGUAGE-CODE
           DISPLAY SCR-DATE-RESULT
           ACCEPT SCR-DATE-RESULT.

       COPY AUDITWRT.
