      *> fixtures added or dropped; a clean night prints the single
      *> line NO CHANGES so the operator can sign off in seconds.
      *> The fixture library is supposed to be stable, so anything
      *> on this report needs explaining. Each line therefore
      *> carries its cause in columns 113-120: APPROVED when the
      *> FIXTMST master shows the fixture changed by an approved
      *> FIXTMNT change after the prior cycle (its changed date
      *> later than the CYCLE date on PANGPRV's heading and no later
      *> than tonight's), UNEXPLND otherwise -- the result moved
      *> with no fixture change behind it, which usually means an
      *> upstream extract problem. If the master cannot be opened
      *> every line is UNEXPLND. Each fixture's language (columns
      *> 89-90 of the detail line, blank on reports from before
      *> languages were kept and read as EN) is part of the
      *> comparison and prints with the values, and the summary
      *> breaks the changes out by language -- a change counts
      *> against tonight's language, a dropped fixture against its
      *> prior one. Return codes: 0 no changes, 4 changes listed,
      *> 12 a file-status failure on open or read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELTA-RPT ASSIGN TO "PGDELTA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTA-RPT-STATUS.
           SELECT FIXTURE-MASTER ASSIGN TO "FIXTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FXM-FIXTURE-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           RECORD CONTAINS 120 CHARACTERS.
       01 DELTA-RPT-REC   PIC X(120).

       FD  FIXTURE-MASTER
           RECORD CONTAINS 283 CHARACTERS.
       COPY FIXTMST.

       FD  RUNCTL-FILE
           RECORD CONTAINS 54 CHARACTERS.
       COPY RUNCTL.
       01 WS-PANG-NEW-STATUS PIC XX.
       01 WS-PANG-PRV-STATUS PIC XX.
       01 WS-DELTA-RPT-STATUS PIC XX.
       01 WS-MASTER-STATUS   PIC XX.
       01 WS-MASTER-OPEN-FLAG PIC X VALUE "N".
         88 MASTER-OPEN      VALUE "Y".
       01 WS-NEW-EOF-FLAG    PIC X VALUE "N".
         88 NEW-EOF          VALUE "Y".
       01 WS-PRV-EOF-FLAG    PIC X VALUE "N".
         05 WS-NEW-RESULT   PIC X(4).
         05 WS-NEW-MISSING  PIC X(26).
         05 WS-NEW-TRUNC    PIC X.
         05 WS-NEW-LANG     PIC X(2).
       01 WS-PRV-DETAIL.
         05 WS-PRV-LINE-NO  PIC 9(6).
         05 WS-PRV-RESULT   PIC X(4).
         05 WS-PRV-MISSING  PIC X(26).
         05 WS-PRV-TRUNC    PIC X.
         05 WS-PRV-LANG     PIC X(2).

       01 WS-CHANGE-COUNT    PIC 9(6) VALUE 0.
       01 WS-APPROVED-COUNT  PIC 9(6) VALUE 0.
       01 WS-UNEXPLND-COUNT  PIC 9(6) VALUE 0.

      *> Changes by language, in the order the languages turn up;
      *> languages past the table's capacity are summed as OTHER.
       01 WS-DELTA-LANG      PIC X(2).
       01 WS-LANG-MAX        PIC 9(2) VALUE 30.
       01 WS-LANG-USED       PIC 9(2) VALUE 0.
       01 WS-LANG-CUR        PIC 9(2) VALUE 0.
       01 LNG-IDX            PIC 9(2).
       01 WS-LANG-DELTAS.
         05 WS-LANG-DELTA OCCURS 30 TIMES.
           10 WS-LANG-CODE      PIC X(2).
           10 WS-LANG-CHANGES   PIC 9(6).
           10 WS-LANG-APPROVED  PIC 9(6).
           10 WS-LANG-UNEXPLND  PIC 9(6).
       01 WS-OTHER-CHANGES   PIC 9(6) VALUE 0.
       01 WS-OTHER-APPROVED  PIC 9(6) VALUE 0.
       01 WS-OTHER-UNEXPLND  PIC 9(6) VALUE 0.

      *> The prior cycle's date, from the first page heading on
      *> PANGPRV; spaces if the heading never turned up.
       01 WS-PRV-CYCLE-DATE  PIC X(8) VALUE SPACES.
       01 WS-RETURN-CODE     PIC 9(2) VALUE 0.

       01 WS-CYCLE-DATE       PIC X(8).
         05 FILLER          PIC X(2)  VALUE SPACES.
         05 DLT-NEW-LIT     PIC X(5)  VALUE "NEW: ".
         05 DLT-NEW-VALUE   PIC X(38).
         05 DLT-CAUSE       PIC X(8).

       01 WS-VALUE-IMAGE.
         05 IMG-RESULT      PIC X(4).
         05 IMG-MISSING     PIC X(26).
         05 FILLER          PIC X(3)  VALUE " T=".
         05 IMG-TRUNC       PIC X.
         05 FILLER          PIC X     VALUE SPACE.
         05 IMG-LANG        PIC X(2).

       01 WS-MESSAGE-LINE  PIC X(120).

              MOVE 12 TO WS-RETURN-CODE
              MOVE "Y" TO WS-NEW-EOF-FLAG
              MOVE "Y" TO WS-PRV-EOF-FLAG
           END-IF
           OPEN INPUT FIXTURE-MASTER
           IF WS-MASTER-STATUS = "00"
              MOVE "Y" TO WS-MASTER-OPEN-FLAG
           ELSE
              DISPLAY "PGDELTA: FIXTMST NOT AVAILABLE, STATUS="
                 WS-MASTER-STATUS " - CHANGES MARKED UNEXPLND"
           END-IF.

       CLOSE-FILES.
           CLOSE PANG-NEW
           CLOSE PANG-PRV
           CLOSE DELTA-RPT
           IF MASTER-OPEN
              CLOSE FIXTURE-MASTER
           END-IF.

      *> Only the fixture detail lines take part: "FXID= " in
      *> columns 1-6 AND "RESULT= " in columns 16-23 -- the second
                       MOVE PANG-NEW-REC(24:4) TO WS-NEW-RESULT
                       MOVE PANG-NEW-REC(40:26) TO WS-NEW-MISSING
                       MOVE PANG-NEW-REC(79:1) TO WS-NEW-TRUNC
                       MOVE PANG-NEW-REC(89:2) TO WS-NEW-LANG
                       IF WS-NEW-LANG = SPACES
                          MOVE "EN" TO WS-NEW-LANG
                       END-IF
                       MOVE "Y" TO WS-NEW-HAVE
                    END-IF
              END-READ
                 AT END
                    MOVE "Y" TO WS-PRV-EOF-FLAG
                 NOT AT END
                    IF WS-PRV-CYCLE-DATE = SPACES
                       AND PANG-PRV-REC(1:37) =
                          "PANGRAM FIXTURE CHECK REPORT   CYCLE "
                       MOVE PANG-PRV-REC(38:8) TO WS-PRV-CYCLE-DATE
                    END-IF
                    IF PANG-PRV-REC(1:6) = "FXID= "
                       AND PANG-PRV-REC(16:8) = "RESULT= "
                       AND PANG-PRV-REC(7:6) IS NUMERIC
                       MOVE PANG-PRV-REC(24:4) TO WS-PRV-RESULT
                       MOVE PANG-PRV-REC(40:26) TO WS-PRV-MISSING
                       MOVE PANG-PRV-REC(79:1) TO WS-PRV-TRUNC
                       MOVE PANG-PRV-REC(89:2) TO WS-PRV-LANG
                       IF WS-PRV-LANG = SPACES
                          MOVE "EN" TO WS-PRV-LANG
                       END-IF
                       MOVE "Y" TO WS-PRV-HAVE
                    END-IF
              END-READ
           IF WS-NEW-RESULT NOT = WS-PRV-RESULT
              OR WS-NEW-MISSING NOT = WS-PRV-MISSING
              OR WS-NEW-TRUNC NOT = WS-PRV-TRUNC
              OR WS-NEW-LANG NOT = WS-PRV-LANG
              ADD 1 TO WS-CHANGE-COUNT
              MOVE SPACES TO WS-DELTA-LINE
              MOVE "FXID= " TO DLT-LINE-LIT
              MOVE WS-PRV-RESULT TO IMG-RESULT
              MOVE WS-PRV-MISSING TO IMG-MISSING
              MOVE WS-PRV-TRUNC TO IMG-TRUNC
              MOVE WS-PRV-LANG TO IMG-LANG
              MOVE WS-VALUE-IMAGE TO DLT-OLD-VALUE
              MOVE "NEW: " TO DLT-NEW-LIT
              MOVE WS-NEW-RESULT TO IMG-RESULT
              MOVE WS-NEW-MISSING TO IMG-MISSING
              MOVE WS-NEW-TRUNC TO IMG-TRUNC
              MOVE WS-NEW-LANG TO IMG-LANG
              MOVE WS-VALUE-IMAGE TO DLT-NEW-VALUE
              MOVE WS-NEW-LANG TO WS-DELTA-LANG
              PERFORM SET-CHANGE-CAUSE
              WRITE DELTA-RPT-REC FROM WS-DELTA-LINE
           END-IF.

           MOVE WS-NEW-RESULT TO IMG-RESULT
           MOVE WS-NEW-MISSING TO IMG-MISSING
           MOVE WS-NEW-TRUNC TO IMG-TRUNC
           MOVE WS-NEW-LANG TO IMG-LANG
           MOVE WS-VALUE-IMAGE TO DLT-NEW-VALUE
           MOVE WS-NEW-LANG TO WS-DELTA-LANG
           PERFORM SET-CHANGE-CAUSE
           WRITE DELTA-RPT-REC FROM WS-DELTA-LINE.

       REPORT-DROPPED.
           MOVE WS-PRV-RESULT TO IMG-RESULT
           MOVE WS-PRV-MISSING TO IMG-MISSING
           MOVE WS-PRV-TRUNC TO IMG-TRUNC
           MOVE WS-PRV-LANG TO IMG-LANG
           MOVE WS-VALUE-IMAGE TO DLT-OLD-VALUE
           MOVE WS-PRV-LANG TO WS-DELTA-LANG
           PERFORM SET-CHANGE-CAUSE
           WRITE DELTA-RPT-REC FROM WS-DELTA-LINE.

      *> A change is explained only by a fixture change approved
      *> between the two cycles: FIXTMNT stamps FXM-CHANGED-DATE
      *> when the checker's approval is applied (an add, a sentence
      *> change, or a deactivation). Anything else -- no master
      *> record, no change since the prior cycle, no prior cycle
      *> date to compare with -- is unexplained. The change is also
      *> counted against WS-DELTA-LANG.
       SET-CHANGE-CAUSE.
           MOVE "UNEXPLND" TO DLT-CAUSE
           IF MASTER-OPEN AND WS-PRV-CYCLE-DATE NOT = SPACES
              MOVE DLT-LINE-NO TO FXM-FIXTURE-ID
              READ FIXTURE-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF FXM-CHANGED-DATE > WS-PRV-CYCLE-DATE
                       AND FXM-CHANGED-DATE NOT > WS-CYCLE-DATE
                       MOVE "APPROVED" TO DLT-CAUSE
                    END-IF
              END-READ
           END-IF
           PERFORM FIND-LANGUAGE-DELTA
           IF DLT-CAUSE = "APPROVED"
              ADD 1 TO WS-APPROVED-COUNT
           ELSE
              ADD 1 TO WS-UNEXPLND-COUNT
           END-IF
           IF WS-LANG-CUR > 0
              ADD 1 TO WS-LANG-CHANGES (WS-LANG-CUR)
              IF DLT-CAUSE = "APPROVED"
                 ADD 1 TO WS-LANG-APPROVED (WS-LANG-CUR)
              ELSE
                 ADD 1 TO WS-LANG-UNEXPLND (WS-LANG-CUR)
              END-IF
           ELSE
              ADD 1 TO WS-OTHER-CHANGES
              IF DLT-CAUSE = "APPROVED"
                 ADD 1 TO WS-OTHER-APPROVED
              ELSE
                 ADD 1 TO WS-OTHER-UNEXPLND
              END-IF
           END-IF.

       FIND-LANGUAGE-DELTA.
           MOVE 0 TO WS-LANG-CUR
           PERFORM MATCH-LANGUAGE-DELTA
              VARYING LNG-IDX FROM 1 BY 1
              UNTIL LNG-IDX > WS-LANG-USED OR WS-LANG-CUR > 0
           IF WS-LANG-CUR = 0 AND WS-LANG-USED < WS-LANG-MAX
              ADD 1 TO WS-LANG-USED
              MOVE WS-LANG-USED TO WS-LANG-CUR
              MOVE WS-DELTA-LANG TO WS-LANG-CODE (WS-LANG-CUR)
              MOVE 0 TO WS-LANG-CHANGES (WS-LANG-CUR)
                 WS-LANG-APPROVED (WS-LANG-CUR)
                 WS-LANG-UNEXPLND (WS-LANG-CUR)
           END-IF.

       MATCH-LANGUAGE-DELTA.
           IF WS-LANG-CODE (LNG-IDX) = WS-DELTA-LANG
              MOVE LNG-IDX TO WS-LANG-CUR
           END-IF.

      *> NO CHANGES is the operator's sign-off signal, so it must
      *> never appear when the comparison did not actually run.
       WRITE-DELTA-SUMMARY.
              MOVE SPACES TO WS-MESSAGE-LINE
              STRING "CHANGES LISTED: " DELIMITED BY SIZE
                 WS-CHANGE-COUNT DELIMITED BY SIZE
                 "  APPROVED: " DELIMITED BY SIZE
                 WS-APPROVED-COUNT DELIMITED BY SIZE
                 "  UNEXPLAINED: " DELIMITED BY SIZE
                 WS-UNEXPLND-COUNT DELIMITED BY SIZE
                 INTO WS-MESSAGE-LINE
              WRITE DELTA-RPT-REC FROM WS-MESSAGE-LINE
              PERFORM WRITE-LANGUAGE-SUMMARY
                 VARYING LNG-IDX FROM 1 BY 1
                 UNTIL LNG-IDX > WS-LANG-USED
              IF WS-OTHER-CHANGES > 0
                 MOVE SPACES TO WS-MESSAGE-LINE
                 STRING "OTHER LANGUAGES  CHANGES: " DELIMITED BY SIZE
                    WS-OTHER-CHANGES DELIMITED BY SIZE
                    "  APPROVED: " DELIMITED BY SIZE
                    WS-OTHER-APPROVED DELIMITED BY SIZE
                    "  UNEXPLAINED: " DELIMITED BY SIZE
                    WS-OTHER-UNEXPLND DELIMITED BY SIZE
                    INTO WS-MESSAGE-LINE
                 WRITE DELTA-RPT-REC FROM WS-MESSAGE-LINE
              END-IF
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF
           END-IF.

       WRITE-LANGUAGE-SUMMARY.
           MOVE SPACES TO WS-MESSAGE-LINE
           STRING "LANGUAGE " DELIMITED BY SIZE
              WS-LANG-CODE (LNG-IDX) DELIMITED BY SIZE
              "  CHANGES: " DELIMITED BY SIZE
              WS-LANG-CHANGES (LNG-IDX) DELIMITED BY SIZE
              "  APPROVED: " DELIMITED BY SIZE
              WS-LANG-APPROVED (LNG-IDX) DELIMITED BY SIZE
              "  UNEXPLAINED: " DELIMITED BY SIZE
              WS-LANG-UNEXPLND (LNG-IDX) DELIMITED BY SIZE
              INTO WS-MESSAGE-LINE
           WRITE DELTA-RPT-REC FROM WS-MESSAGE-LINE.

       COPY RUNCTLIO.
