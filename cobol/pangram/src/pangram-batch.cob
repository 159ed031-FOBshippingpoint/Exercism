      *> carries no HDR/TRL feed control, so the recon record's
      *> trailer and date flags stay space (no control present to
      *> validate against); the report still closes with its own
      *> trailer for downstream balancing. Each fixture is checked
      *> against its own language's alphabet from the PGALPHA member
      *> (PGALPHA.cpy -- blank FXM-LANGUAGE is EN), the language
      *> prints on its detail line, and the letter-frequency
      *> statistics are broken out by language. A fixture whose
      *> language has no alphabet on the member is not checked:
      *> it reports SKIP, counts as no-alphabet rather than pass or
      *> fail, and ends the step RC 4 so operations add the
      *> alphabet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PGALPHA-FILE ASSIGN TO "PGALPHA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PGALPHA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIXTURE-MASTER
           RECORD CONTAINS 283 CHARACTERS.
       COPY FIXTMST.

       FD  PANGRAM-RPT
           RECORD CONTAINS 54 CHARACTERS.
       COPY RUNCTL.

       FD  PGALPHA-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PGALPHA.

       WORKING-STORAGE SECTION.
       01 WS-FIXT-MST-STATUS     PIC XX.
       01 WS-PANGRAM-RPT-STATUS  PIC XX.
       01 WS-RECON-DATE-OK    PIC X VALUE SPACE.

      *> Return-code policy: 0 clean, 4 warnings (any truncated
      *> fixtures, any fixture with no alphabet), 8 truncations
      *> over the agreed threshold or a failed header/trailer
      *> validation, 12 a file-status failure
      *> on the FIXTIN, PANGRPT, or AUDITLOG files.
       01 WS-RETURN-CODE      PIC 9(2) VALUE 0.
       01 WS-RC-CANDIDATE     PIC 9(2) VALUE 0.
       01 WS-AUDIT-PROGRAM PIC X(8) VALUE "PGBATCH".
       01 WS-AUDIT-INPUT   PIC X(250).
       01 WS-AUDIT-RESULT  PIC X(64).
       01 WS-AUDIT-CHAIN-FUNC PIC X(2).
      *> Job identity every audit record of the run carries in
      *> AUDIT-USER-ID (AUDITLOG.cpy): the chain's job name.
       01 WS-AUDIT-USER    PIC X(8) VALUE "NIGHTLY".
       01 WS-AUDIT-OPEN-FLAG      PIC X VALUE "N".
         88 AUDIT-IS-OPEN         VALUE "Y".
       01 WS-AUDIT-WRITE-COUNT    PIC 9(9) VALUE 0.
       01 WS-RAW-SENTENCE PIC X(250).
       01 WS-SENTENCE PIC X(132).
       01 WS-RESULT PIC 9.
       01 WS-MISSING-LETTERS PIC X(26) VALUE SPACES.
       01 WS-MISSING-COUNT PIC 9(2) VALUE 0.
       01 WS-TRUNCATION-FLAG PIC X VALUE "N".
         88 TRUNCATION-OCCURRED        VALUE "Y".
         88 TRUNCATION-DID-NOT-OCCUR   VALUE "N".
       01 WS-TRUNC-COUNT PIC 9(6) VALUE 0.
      *> The batch check has always been case-insensitive.
       01 WS-CASE-MODE PIC X VALUE "U".
         88 CASE-SENSITIVE    VALUE "S".
         88 CASE-INSENSITIVE  VALUE "U".
       01 WS-PGALPHA-STATUS PIC XX.
       COPY PGALPTAB.

       01 WS-LINE-NO     PIC 9(6) VALUE 0.
       01 WS-PASS-COUNT  PIC 9(6) VALUE 0.
       01 WS-FAIL-COUNT  PIC 9(6) VALUE 0.
       01 WS-NOALPHA-COUNT PIC 9(6) VALUE 0.

       01 WS-CHAIN-TOT-STATUS PIC XX.
       01 WS-CHT-AVAILABLE    PIC X VALUE "N".
         05 FILLER         PIC X(30)
            VALUE "MISSING LETTERS               ".
         05 FILLER         PIC X(11) VALUE "TRUNCATED  ".
         05 FILLER         PIC X(8)  VALUE "LANGUAGE".
         05 FILLER         PIC X(13) VALUE SPACES.

       01 WS-CHAIN-HDR-LINE.
         05 FILLER         PIC X(23)
      *> be thrown away after the zero test -- now it accumulates
      *> here across the run, along with how many fixtures are
      *> missing each letter and which fixtures are near-pangrams
      *> (one or two letters short). The letter totals run parallel
      *> to the PGA-LETTER alphabet table, so each language's letters
      *> keep their own counts; WS-LANG-STAT keeps each language's
      *> fixture counts in the order the languages turn up.
       01 WS-LETTER-TOTALS.
         05 WS-LETTER-TOTAL OCCURS 400 TIMES PIC 9(9).
       01 WS-LETTER-MISSING-TOTALS.
         05 WS-LETTER-MISSING-TOTAL OCCURS 400 TIMES PIC 9(9).
       01 WS-LANG-MAX    PIC 9(2) VALUE 30.
       01 WS-LANG-USED   PIC 9(2) VALUE 0.
       01 WS-LANG-CUR    PIC 9(2) VALUE 0.
       01 LNG-IDX        PIC 9(2).
       01 WS-LANG-STATS.
         05 WS-LANG-STAT OCCURS 30 TIMES.
           10 WS-LANG-CODE     PIC X(2).
           10 WS-LANG-FIXTURES PIC 9(6).
           10 WS-LANG-PASS     PIC 9(6).
           10 WS-LANG-FAIL     PIC 9(6).
           10 WS-LANG-NOALPHA  PIC 9(6).
       01 WS-LANG-OVERFLOW PIC 9(6) VALUE 0.
       01 WS-NEAR-MAX    PIC 9(3) VALUE 200.
       01 WS-NEAR-USED   PIC 9(3) VALUE 0.
       01 WS-NEAR-OVERFLOW PIC 9(6) VALUE 0.
         05 WS-NEAR-ENTRY OCCURS 200 TIMES INDEXED BY NEAR-IDX.
           10 WS-NEAR-LINE-NO PIC 9(6).
           10 WS-NEAR-MISSING PIC X(26).
           10 WS-NEAR-LANG    PIC X(2).

       01 WS-DETAIL-LINE.
         05 DTL-LINE-LIT    PIC X(6)  VALUE "FXID= ".
         05 FILLER          PIC X(3)  VALUE SPACES.
         05 DTL-TRUNC-LIT   PIC X(10) VALUE "TRUNCATED=".
         05 DTL-TRUNC       PIC X.
         05 FILLER          PIC X(3)  VALUE SPACES.
         05 DTL-LANG-LIT    PIC X(6)  VALUE "LANG= ".
         05 DTL-LANG        PIC X(2).

       01 WS-SUMMARY-LINE.
         05 SUM-TOTAL-LIT   PIC X(7)  VALUE "TOTAL= ".
         05 FILLER          PIC X(3)  VALUE SPACES.
         05 SUM-TRUNC-LIT   PIC X(11) VALUE "TRUNCATED= ".
         05 SUM-TRUNC       PIC 9(6).
         05 FILLER          PIC X(3)  VALUE SPACES.
         05 SUM-NOAL-LIT    PIC X(13) VALUE "NO-ALPHABET= ".
         05 SUM-NOAL        PIC 9(6).
         05 FILLER          PIC X(5)  VALUE SPACES.

       01 WS-FREQ-HDG-LINE.
         05 FILLER          PIC X(36)
            VALUE "LETTER FREQUENCY ACROSS FIXTURE RUN ".
         05 FILLER          PIC X(54) VALUE SPACES.

       01 WS-FREQ-LANG-LINE.
         05 FILLER          PIC X(9)  VALUE "LANGUAGE ".
         05 FRL-LANG        PIC X(2).
         05 FILLER          PIC X(3)  VALUE SPACES.
         05 FILLER          PIC X(10) VALUE "FIXTURES= ".
         05 FRL-FIXTURES    PIC 9(6).
         05 FILLER          PIC X(3)  VALUE SPACES.
         05 FILLER          PIC X(6)  VALUE "PASS= ".
         05 FRL-PASS        PIC 9(6).
         05 FILLER          PIC X(3)  VALUE SPACES.
         05 FILLER          PIC X(6)  VALUE "FAIL= ".
         05 FRL-FAIL        PIC 9(6).
         05 FILLER          PIC X(30) VALUE SPACES.

       01 WS-FREQ-DTL-LINE.
         05 FILLER          PIC X(7)  VALUE "LETTER ".
         05 FRQ-LETTER      PIC X(4).
         05 FILLER          PIC X(3)  VALUE SPACES.
         05 FRQ-COUNT-LIT   PIC X(7)  VALUE "COUNT= ".
         05 FRQ-COUNT       PIC 9(9).
         05 FRQ-MISS-LIT    PIC X(12) VALUE "MISSING-IN= ".
         05 FRQ-MISS-COUNT  PIC 9(6).
         05 FILLER          PIC X(9)  VALUE " FIXTURES".
         05 FILLER          PIC X(30) VALUE SPACES.

       01 WS-FREQ-NOAL-LINE.
         05 FILLER          PIC X(9)  VALUE "LANGUAGE ".
         05 FRN-LANG        PIC X(2).
         05 FILLER          PIC X(3)  VALUE SPACES.
         05 FILLER          PIC X(10) VALUE "FIXTURES= ".
         05 FRN-FIXTURES    PIC 9(6).
         05 FILLER          PIC X(36)
            VALUE "   NOT CHECKED - NO ALPHABET ON FILE".
         05 FILLER          PIC X(24) VALUE SPACES.

       01 WS-LANG-OVFL-LINE.
         05 FILLER          PIC X(33)
            VALUE "FIXTURES IN LANGUAGES NOT SHOWN: ".
         05 FILLER          PIC X(2)  VALUE SPACES.
         05 LOV-COUNT       PIC 9(6).
         05 FILLER          PIC X(49) VALUE SPACES.

       01 WS-NEAR-HDG-LINE.
         05 FILLER          PIC X(37)
         05 FILLER          PIC X(3)  VALUE SPACES.
         05 NRL-MISS-LIT    PIC X(9)  VALUE "MISSING= ".
         05 NRL-MISSING     PIC X(26).
         05 FILLER          PIC X(3)  VALUE SPACES.
         05 NRL-LANG-LIT    PIC X(6)  VALUE "LANG= ".
         05 NRL-LANG        PIC X(2).
         05 FILLER          PIC X(29) VALUE SPACES.

       01 WS-NEAR-OVFL-LINE.
         05 FILLER          PIC X(30)

       PROCEDURE DIVISION.
       PANGRAM-BATCH-MAIN.
           MOVE "US" TO WS-AUDIT-CHAIN-FUNC
           CALL "AUDCHAIN" USING WS-AUDIT-CHAIN-FUNC WS-AUDIT-USER
           MOVE ZEROS TO WS-LETTER-TOTALS
           MOVE ZEROS TO WS-LETTER-MISSING-TOTALS
           MOVE FUNCTION CURRENT-DATE TO WS-RST-START-TS
              MOVE FXM-FIXTURE-ID TO WS-FIXTURE-ID
              IF WS-RECORD-COUNT > WS-CHKPT-RESTART-COUNT
                 MOVE FXM-SENTENCE TO WS-RAW-SENTENCE
                 MOVE FXM-LANGUAGE TO PGA-LANGUAGE
                 PERFORM PANGRAM-CHECK
                 PERFORM WRITE-DETAIL-LINE
                 PERFORM CHECKPOINT-IF-DUE
           IF TRUNCATION-OCCURRED
              ADD 1 TO WS-TRUNC-COUNT
           END-IF
           PERFORM CHECK-ALPHABET
           PERFORM FIND-LANGUAGE-STAT
           EVALUATE TRUE
              WHEN WS-RESULT = 9
                 ADD 1 TO WS-NOALPHA-COUNT
                 MOVE "NO ALPHABET FOR LANGUAGE" TO WS-MISSING-LETTERS
              WHEN WS-RESULT = 1
                 ADD 1 TO WS-PASS-COUNT
              WHEN OTHER
                 ADD 1 TO WS-FAIL-COUNT
           END-EVALUATE
           IF WS-LANG-CUR > 0
              ADD 1 TO WS-LANG-FIXTURES (WS-LANG-CUR)
              EVALUATE TRUE
                 WHEN WS-RESULT = 9
                    ADD 1 TO WS-LANG-NOALPHA (WS-LANG-CUR)
                 WHEN WS-RESULT = 1
                    ADD 1 TO WS-LANG-PASS (WS-LANG-CUR)
                 WHEN OTHER
                    ADD 1 TO WS-LANG-FAIL (WS-LANG-CUR)
              END-EVALUATE
           ELSE
              ADD 1 TO WS-LANG-OVERFLOW
           END-IF
           IF WS-RESULT NOT = 9
              PERFORM ACCUMULATE-LETTER
                 VARYING PGA-IDX FROM 1 BY 1
                 UNTIL PGA-IDX > PGA-LETTER-USED
              IF WS-MISSING-COUNT = 1 OR WS-MISSING-COUNT = 2
                 PERFORM STORE-NEAR-PANGRAM
              END-IF
           END-IF.

      *> CHECK-ALPHABET leaves each letter of the fixture's language
      *> with its tally and missing flag.
       ACCUMULATE-LETTER.
           IF PGA-LANG (PGA-IDX) = PGA-CHECK-LANG
              ADD PGA-HITS (PGA-IDX) TO WS-LETTER-TOTAL (PGA-IDX)
              IF PGA-MISSED (PGA-IDX)
                 ADD 1 TO WS-LETTER-MISSING-TOTAL (PGA-IDX)
              END-IF
           END-IF.

      *> A language past the table's capacity still checks; only
      *> its breakdown is lost, and the statistics say how many
      *> fixtures that covers.
       FIND-LANGUAGE-STAT.
           MOVE 0 TO WS-LANG-CUR
           PERFORM MATCH-LANGUAGE-STAT
              VARYING LNG-IDX FROM 1 BY 1
              UNTIL LNG-IDX > WS-LANG-USED OR WS-LANG-CUR > 0
           IF WS-LANG-CUR = 0 AND WS-LANG-USED < WS-LANG-MAX
              ADD 1 TO WS-LANG-USED
              MOVE WS-LANG-USED TO WS-LANG-CUR
              MOVE PGA-CHECK-LANG TO WS-LANG-CODE (WS-LANG-CUR)
              MOVE 0 TO WS-LANG-FIXTURES (WS-LANG-CUR)
                 WS-LANG-PASS (WS-LANG-CUR) WS-LANG-FAIL (WS-LANG-CUR)
                 WS-LANG-NOALPHA (WS-LANG-CUR)
           END-IF.

       MATCH-LANGUAGE-STAT.
           IF WS-LANG-CODE (LNG-IDX) = PGA-CHECK-LANG
              MOVE LNG-IDX TO WS-LANG-CUR
           END-IF.

       STORE-NEAR-PANGRAM.
              SET NEAR-IDX TO WS-NEAR-USED
              MOVE WS-FIXTURE-ID TO WS-NEAR-LINE-NO (NEAR-IDX)
              MOVE WS-MISSING-LETTERS TO WS-NEAR-MISSING (NEAR-IDX)
              MOVE PGA-CHECK-LANG TO WS-NEAR-LANG (NEAR-IDX)
           ELSE
              ADD 1 TO WS-NEAR-OVERFLOW
           END-IF.

       CHECK-TRUNCATION.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-RAW-SENTENCE)) >
              FUNCTION LENGTH(WS-SENTENCE)
           MOVE "FXID= " TO DTL-LINE-LIT
           MOVE WS-FIXTURE-ID TO DTL-LINE-NO
           MOVE "RESULT= " TO DTL-RESULT-LIT
           EVALUATE WS-RESULT
              WHEN 1
                 MOVE "PASS" TO DTL-RESULT
              WHEN 9
                 MOVE "SKIP" TO DTL-RESULT
              WHEN OTHER
                 MOVE "FAIL" TO DTL-RESULT
           END-EVALUATE
           MOVE "MISSING= " TO DTL-MISSING-LIT
           MOVE WS-MISSING-LETTERS TO DTL-MISSING
           MOVE "TRUNCATED=" TO DTL-TRUNC-LIT
           MOVE WS-TRUNCATION-FLAG TO DTL-TRUNC
           MOVE "LANG= " TO DTL-LANG-LIT
           MOVE PGA-CHECK-LANG TO DTL-LANG
           WRITE PANGRAM-RPT-REC FROM WS-DETAIL-LINE
           ADD 1 TO WS-DATA-WRITE-COUNT
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-AUDIT-RESULT
           MOVE WS-RESULT TO WS-AUDIT-RESULT(1:1)
           MOVE WS-MISSING-LETTERS TO WS-AUDIT-RESULT(2:26)
           MOVE PGA-CHECK-LANG TO WS-AUDIT-RESULT(29:2)
           PERFORM WRITE-AUDIT-REC
           IF WS-AUDIT-STATUS NOT = "00"
              MOVE 12 TO WS-RC-CANDIDATE
           MOVE WS-FAIL-COUNT TO SUM-FAIL
           MOVE "TRUNCATED= " TO SUM-TRUNC-LIT
           MOVE WS-TRUNC-COUNT TO SUM-TRUNC
           MOVE "NO-ALPHABET= " TO SUM-NOAL-LIT
           MOVE WS-NOALPHA-COUNT TO SUM-NOAL
           WRITE PANGRAM-RPT-REC FROM WS-SUMMARY-LINE.

       ASSESS-RESULTS.
           IF WS-TRUNC-COUNT > 0 OR WS-NOALPHA-COUNT > 0
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF

      *> Appended behind the summary line so the detail section the
      *> downstream consumers already parse is unchanged; the report
      *> trailer still closes the file. One block per language
      *> checked this run: its fixture counts, then each letter of
      *> its alphabet in PGALPHA order.
       WRITE-FREQUENCY-STATS.
           WRITE PANGRAM-RPT-REC FROM WS-FREQ-HDG-LINE
           PERFORM WRITE-LANGUAGE-FREQUENCY
              VARYING LNG-IDX FROM 1 BY 1 UNTIL LNG-IDX > WS-LANG-USED
           IF WS-LANG-OVERFLOW > 0
              MOVE WS-LANG-OVERFLOW TO LOV-COUNT
              WRITE PANGRAM-RPT-REC FROM WS-LANG-OVFL-LINE
           END-IF
           WRITE PANGRAM-RPT-REC FROM WS-NEAR-HDG-LINE
           PERFORM WRITE-NEAR-PANGRAM
              VARYING NEAR-IDX FROM 1 BY 1
              UNTIL NEAR-IDX > WS-NEAR-USED
           IF WS-NEAR-OVERFLOW > 0
              MOVE WS-NEAR-OVERFLOW TO NOV-COUNT
              WRITE PANGRAM-RPT-REC FROM WS-NEAR-OVFL-LINE
           END-IF.

       WRITE-LANGUAGE-FREQUENCY.
           IF WS-LANG-NOALPHA (LNG-IDX) > 0
              MOVE WS-LANG-CODE (LNG-IDX) TO FRN-LANG
              MOVE WS-LANG-FIXTURES (LNG-IDX) TO FRN-FIXTURES
              WRITE PANGRAM-RPT-REC FROM WS-FREQ-NOAL-LINE
           ELSE
              MOVE WS-LANG-CODE (LNG-IDX) TO FRL-LANG
              MOVE WS-LANG-FIXTURES (LNG-IDX) TO FRL-FIXTURES
              MOVE WS-LANG-PASS (LNG-IDX) TO FRL-PASS
              MOVE WS-LANG-FAIL (LNG-IDX) TO FRL-FAIL
              WRITE PANGRAM-RPT-REC FROM WS-FREQ-LANG-LINE
              PERFORM WRITE-LETTER-FREQUENCY
                 VARYING PGA-IDX FROM 1 BY 1
                 UNTIL PGA-IDX > PGA-LETTER-USED
           END-IF.

       WRITE-LETTER-FREQUENCY.
           IF PGA-LANG (PGA-IDX) = WS-LANG-CODE (LNG-IDX)
              MOVE PGA-LABEL (PGA-IDX) TO FRQ-LETTER
              MOVE WS-LETTER-TOTAL (PGA-IDX) TO FRQ-COUNT
              MOVE WS-LETTER-MISSING-TOTAL (PGA-IDX) TO FRQ-MISS-COUNT
              WRITE PANGRAM-RPT-REC FROM WS-FREQ-DTL-LINE
           END-IF.

       WRITE-NEAR-PANGRAM.
           MOVE WS-NEAR-LINE-NO (NEAR-IDX) TO NRL-LINE-NO
           MOVE WS-NEAR-MISSING (NEAR-IDX) TO NRL-MISSING
           MOVE WS-NEAR-LANG (NEAR-IDX) TO NRL-LANG
           WRITE PANGRAM-RPT-REC FROM WS-NEAR-DTL-LINE.

       WRITE-RUN-STATS.
           MOVE WS-LINE-NO TO WS-RST-READ-COUNT
           MOVE WS-DATA-WRITE-COUNT TO WS-RST-WRITE-COUNT
           MOVE "PGBATCH TRUNCATED ..........: " TO CHD-LIT
           MOVE WS-TRUNC-COUNT TO CHD-COUNT
           WRITE PANGRAM-RPT-REC FROM WS-CHAIN-DTL-LINE
           MOVE "PGBATCH NO ALPHABET ........: " TO CHD-LIT
           MOVE WS-NOALPHA-COUNT TO CHD-COUNT
           WRITE PANGRAM-RPT-REC FROM WS-CHAIN-DTL-LINE
           MOVE "PGBATCH INACTIVE SKIPPED ...: " TO CHD-LIT
           MOVE WS-INACTIVE-COUNT TO CHD-COUNT
           WRITE PANGRAM-RPT-REC FROM WS-CHAIN-DTL-LINE.
       COPY RECONWRT.

       COPY AUDITWRB.

       COPY PGALPLD.

       COPY PGALPCHK.
