       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDACCS.
      *> Weekly access report over the shared AUDIT-LOG file
      *> (AUDITLOG.cpy layout) for the security administrator who
      *> keeps the OPERAUTH authorization member (OPERAUTH.cpy).
      *> Reads the whole log and, for the seven days of the report
      *> week, prints to AUDACRPT: every refused attempt (an
      *> AUDIT-RESULT-VALUE starting NOTAUTH) with its timestamp,
      *> user, program and what was asked for; then the activity
      *> by user -- one line per user and program with the record
      *> count, the refusals, and the first/last AUDIT-TIMESTAMP,
      *> in user order -- and the week's totals. Records from
      *> before AUDIT-USER-ID was carried (blank user) report under
      *> (NONE). The week is the seven days starting on the
      *> YYYYMMDD date keyed in SYSIN columns 1-8; a blank SYSIN
      *> takes the seven days ending yesterday, so the job runs
      *> unattended on Monday morning for the Monday-to-Sunday week
      *> just closed. Read-only against the log. Return codes: 0 no
      *> refusals in the week, 4 refused attempts to review, 8 the
      *> SYSIN date is not a valid date, 12 a file-status failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ACCESS-RPT ASSIGN TO "AUDACRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCESS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       COPY AUDITLOG.

       FD  ACCESS-RPT
           RECORD CONTAINS 100 CHARACTERS.
       01 ACCESS-RPT-REC  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS      PIC XX.
       01 WS-ACCESS-RPT-STATUS PIC XX.
       01 WS-EOF-FLAG          PIC X VALUE "N".
         88 WS-EOF             VALUE "Y".
       01 WS-FAIL-FLAG         PIC X VALUE "N".
         88 AUDIT-LOAD-FAILED  VALUE "Y".
       01 WS-RETURN-CODE       PIC 9(2) VALUE 0.
       01 WS-RC-CANDIDATE      PIC 9(2) VALUE 0.

       01 WS-PARM-IN           PIC X(80).
       01 WS-PARM-DATE         PIC X(8).
       01 WS-PARM-DATE-N REDEFINES WS-PARM-DATE.
         05 WS-PARM-YYYY       PIC 9(4).
         05 WS-PARM-MM         PIC 9(2).
         05 WS-PARM-DD         PIC 9(2).
       01 WS-PARM-DATE-9 REDEFINES WS-PARM-DATE PIC 9(8).
       01 WS-PARM-FLAG         PIC X VALUE "Y".
         88 PARM-OK            VALUE "Y".

       01 WS-TODAY             PIC 9(8).
       01 WS-TODAY-INT         PIC 9(7).
       01 WS-WEEK-START-INT    PIC 9(7).
       01 WS-WEEK-START        PIC 9(8).
       01 WS-WEEK-END          PIC 9(8).
       01 WS-REC-DATE          PIC X(8).
       01 WS-REC-USER          PIC X(8).

       01 WS-READ-COUNT        PIC 9(9) VALUE 0.
       01 WS-WEEK-COUNT        PIC 9(9) VALUE 0.
       01 WS-NOTAUTH-COUNT     PIC 9(9) VALUE 0.
       01 WS-NO-USER-COUNT     PIC 9(9) VALUE 0.
       01 WS-BAD-DATE-COUNT    PIC 9(9) VALUE 0.

      *> Per user-and-program rollup, kept in user/program order as
      *> it is built so the report groups each user's lines
      *> together. Two hundred slots covers every operator on the
      *> authorization member against every program with room to
      *> spare; new keys stop one short of the table so the last
      *> slot is always free for the *OVERFLO bucket, the AUDRPT
      *> rule.
       01 WS-ACC-MAX        PIC 9(3) VALUE 200.
       01 WS-ACC-LIMIT      PIC 9(3) VALUE 199.
       01 WS-ACC-USED       PIC 9(3) VALUE 0.
       01 WS-ACC-TABLE.
         05 WS-ACC-ENTRY OCCURS 200 TIMES INDEXED BY ACC-IDX.
           10 WS-ACC-KEY.
             15 WS-ACC-USER    PIC X(8).
             15 WS-ACC-PROGRAM PIC X(8).
           10 WS-ACC-COUNT     PIC 9(9).
           10 WS-ACC-NOTAUTH   PIC 9(9).
           10 WS-ACC-FIRST-TS  PIC X(21).
           10 WS-ACC-LAST-TS   PIC X(21).
       01 WS-ACC-FOUND      PIC X VALUE "N".
         88 ACC-FOUND       VALUE "Y".
       01 WS-ACC-NEW-KEY.
         05 WS-NEW-USER     PIC X(8).
         05 WS-NEW-PROGRAM  PIC X(8).
       01 ACC-POS           PIC 9(3).
       01 ACC-SUB           PIC 9(3).

      *> Refused attempts, in log order. Past the table size they
      *> are still counted; the report says how many are not
      *> listed.
       01 WS-REF-MAX        PIC 9(3) VALUE 300.
       01 WS-REF-USED       PIC 9(3) VALUE 0.
       01 WS-REF-TABLE.
         05 WS-REF-ENTRY OCCURS 300 TIMES INDEXED BY REF-IDX.
           10 WS-REF-TS        PIC X(21).
           10 WS-REF-USER      PIC X(8).
           10 WS-REF-PROGRAM   PIC X(8).
           10 WS-REF-RESULT    PIC X(24).
           10 WS-REF-INPUT     PIC X(32).

       01 WS-RUN-STAMP  PIC X(21).

       01 WS-HDR-LINE.
         05 FILLER          PIC X(31)
            VALUE "WEEKLY ACCESS REPORT      DATE ".
         05 HDR-DATE        PIC X(8).
         05 FILLER          PIC X(7) VALUE "  TIME ".
         05 HDR-TIME        PIC X(6).
         05 FILLER          PIC X(48) VALUE SPACES.

       01 WS-WEEK-LINE.
         05 FILLER          PIC X(12) VALUE "REPORT WEEK ".
         05 WKL-START       PIC 9(8).
         05 FILLER          PIC X(4)  VALUE " TO ".
         05 WKL-END         PIC 9(8).
         05 FILLER          PIC X(68) VALUE SPACES.

       01 WS-REF-HDG-LINE.
         05 FILLER          PIC X(23) VALUE "TIMESTAMP              ".
         05 FILLER          PIC X(10) VALUE "USER      ".
         05 FILLER          PIC X(10) VALUE "PROGRAM   ".
         05 FILLER          PIC X(26)
            VALUE "RESULT                    ".
         05 FILLER          PIC X(31) VALUE "INPUT".

       01 WS-REF-DTL-LINE.
         05 RFL-TS          PIC X(21).
         05 FILLER          PIC X(2)  VALUE SPACES.
         05 RFL-USER        PIC X(8).
         05 FILLER          PIC X(2)  VALUE SPACES.
         05 RFL-PROGRAM     PIC X(8).
         05 FILLER          PIC X(2)  VALUE SPACES.
         05 RFL-RESULT      PIC X(24).
         05 FILLER          PIC X(2)  VALUE SPACES.
         05 RFL-INPUT       PIC X(31).

       01 WS-ACC-HDG-LINE.
         05 FILLER          PIC X(10) VALUE "USER      ".
         05 FILLER          PIC X(10) VALUE "PROGRAM   ".
         05 FILLER          PIC X(11) VALUE "RECORDS    ".
         05 FILLER          PIC X(11) VALUE "REFUSED    ".
         05 FILLER          PIC X(23) VALUE "FIRST TIMESTAMP        ".
         05 FILLER          PIC X(35) VALUE "LAST TIMESTAMP".

       01 WS-ACC-DTL-LINE.
         05 ADL-USER        PIC X(8).
         05 FILLER          PIC X(2)  VALUE SPACES.
         05 ADL-PROGRAM     PIC X(8).
         05 FILLER          PIC X(2)  VALUE SPACES.
         05 ADL-COUNT       PIC 9(9).
         05 FILLER          PIC X(2)  VALUE SPACES.
         05 ADL-NOTAUTH     PIC 9(9).
         05 FILLER          PIC X(2)  VALUE SPACES.
         05 ADL-FIRST       PIC X(21).
         05 FILLER          PIC X(2)  VALUE SPACES.
         05 ADL-LAST        PIC X(21).
         05 FILLER          PIC X(14) VALUE SPACES.

       01 WS-COUNT-LINE.
         05 CNT-LIT         PIC X(40).
         05 FILLER          PIC X(1)  VALUE SPACE.
         05 CNT-VALUE       PIC 9(9).
         05 FILLER          PIC X(50) VALUE SPACES.

       01 WS-SECTION-LINE  PIC X(100).

       PROCEDURE DIVISION.
       AUDIT-ACCESS-MAIN.
           PERFORM GET-REPORT-WEEK
           PERFORM OPEN-FILES
           PERFORM UNTIL WS-EOF
              READ AUDIT-LOG
                 AT END
                    MOVE "Y" TO WS-EOF-FLAG
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM TALLY-AUDIT-REC
              END-READ
              IF WS-AUDIT-STATUS NOT = "00"
                 AND WS-AUDIT-STATUS NOT = "10"
                 DISPLAY "AUDACCS: AUDITLOG READ FAILED, STATUS="
                    WS-AUDIT-STATUS
                 MOVE "Y" TO WS-FAIL-FLAG
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
                 MOVE "Y" TO WS-EOF-FLAG
              END-IF
           END-PERFORM
           PERFORM WRITE-REPORT
           PERFORM CLOSE-FILES
           IF WS-NOTAUTH-COUNT > 0
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> SYSIN columns 1-8 give the first day of the week; a blank
      *> SYSIN takes the seven days ending yesterday. A date that
      *> will not convert stops the run before the log is read.
       GET-REPORT-WEEK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN
           MOVE WS-PARM-IN(1:8) TO WS-PARM-DATE
           IF WS-PARM-DATE = SPACES
              COMPUTE WS-WEEK-START-INT = WS-TODAY-INT - 7
           ELSE
              IF WS-PARM-DATE IS NUMERIC
                 AND WS-PARM-YYYY > 1600
                 AND WS-PARM-MM >= 1 AND WS-PARM-MM <= 12
                 AND WS-PARM-DD >= 1 AND WS-PARM-DD <= 31
                 COMPUTE WS-WEEK-START-INT =
                    FUNCTION INTEGER-OF-DATE(WS-PARM-DATE-9)
              ELSE
                 MOVE "N" TO WS-PARM-FLAG
                 DISPLAY "AUDACCS: SYSIN MUST BE BLANK OR THE WEEK'S"
                    " FIRST DAY AS YYYYMMDD, GOT " WS-PARM-DATE
                 MOVE 8 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
                 MOVE "Y" TO WS-EOF-FLAG
              END-IF
           END-IF
           IF PARM-OK
              MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INT)
                 TO WS-WEEK-START
              MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INT + 6)
                 TO WS-WEEK-END
              DISPLAY "AUDACCS: REPORT WEEK " WS-WEEK-START
                 " TO " WS-WEEK-END
           END-IF.

       OPEN-FILES.
           IF PARM-OK
              OPEN INPUT AUDIT-LOG
              IF WS-AUDIT-STATUS NOT = "00"
                 DISPLAY "AUDACCS: AUDITLOG OPEN FAILED, STATUS="
                    WS-AUDIT-STATUS
                 MOVE "Y" TO WS-FAIL-FLAG
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
                 MOVE "Y" TO WS-EOF-FLAG
              END-IF
           END-IF
           OPEN OUTPUT ACCESS-RPT
           IF WS-ACCESS-RPT-STATUS NOT = "00"
              DISPLAY "AUDACCS: AUDACRPT OPEN FAILED, STATUS="
                 WS-ACCESS-RPT-STATUS
              MOVE "Y" TO WS-FAIL-FLAG
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "Y" TO WS-EOF-FLAG
           END-IF.

       CLOSE-FILES.
           IF PARM-OK
              CLOSE AUDIT-LOG
           END-IF
           CLOSE ACCESS-RPT.

      *> Only records stamped inside the week count. A record whose
      *> timestamp date is not numeric cannot be placed in any week
      *> and is counted on its own line.
       TALLY-AUDIT-REC.
           MOVE AUDIT-TIMESTAMP(1:8) TO WS-REC-DATE
           IF WS-REC-DATE IS NOT NUMERIC
              ADD 1 TO WS-BAD-DATE-COUNT
           ELSE
              IF WS-REC-DATE >= WS-WEEK-START
                 AND WS-REC-DATE <= WS-WEEK-END
                 ADD 1 TO WS-WEEK-COUNT
                 MOVE AUDIT-USER-ID TO WS-REC-USER
                 IF WS-REC-USER = SPACES
                    MOVE "(NONE)" TO WS-REC-USER
                    ADD 1 TO WS-NO-USER-COUNT
                 END-IF
                 PERFORM TALLY-USER-PROGRAM
                 IF AUDIT-RESULT-VALUE(1:7) = "NOTAUTH"
                    ADD 1 TO WS-NOTAUTH-COUNT
                    ADD 1 TO WS-ACC-NOTAUTH (ACC-IDX)
                    PERFORM STORE-REFUSAL
                 END-IF
              END-IF
           END-IF.

      *> Leaves ACC-IDX on the entry the record was counted in.
       TALLY-USER-PROGRAM.
           MOVE WS-REC-USER TO WS-NEW-USER
           MOVE AUDIT-PROGRAM TO WS-NEW-PROGRAM
           MOVE "N" TO WS-ACC-FOUND
           MOVE 1 TO ACC-POS
           PERFORM FIND-ACC-ENTRY
              UNTIL ACC-FOUND OR ACC-POS > WS-ACC-USED
                 OR WS-ACC-KEY (ACC-POS) > WS-ACC-NEW-KEY
           IF NOT ACC-FOUND
              IF WS-ACC-USED < WS-ACC-LIMIT
                 PERFORM INSERT-ACC-ENTRY
              ELSE
                 PERFORM FIND-OVERFLOW-ENTRY
              END-IF
           END-IF
           SET ACC-IDX TO ACC-POS
           ADD 1 TO WS-ACC-COUNT (ACC-IDX)
           IF AUDIT-TIMESTAMP < WS-ACC-FIRST-TS (ACC-IDX)
              MOVE AUDIT-TIMESTAMP TO WS-ACC-FIRST-TS (ACC-IDX)
           END-IF
           IF AUDIT-TIMESTAMP > WS-ACC-LAST-TS (ACC-IDX)
              MOVE AUDIT-TIMESTAMP TO WS-ACC-LAST-TS (ACC-IDX)
           END-IF.

       FIND-ACC-ENTRY.
           IF WS-ACC-KEY (ACC-POS) = WS-ACC-NEW-KEY
              MOVE "Y" TO WS-ACC-FOUND
           ELSE
              ADD 1 TO ACC-POS
           END-IF.

      *> ACC-POS is the first entry past the new key: everything
      *> from there up moves one slot to keep the table in order.
       INSERT-ACC-ENTRY.
           PERFORM SHIFT-ACC-ENTRY-UP
              VARYING ACC-SUB FROM WS-ACC-USED BY -1
              UNTIL ACC-SUB < ACC-POS
           ADD 1 TO WS-ACC-USED
           PERFORM CLEAR-ACC-ENTRY.

       SHIFT-ACC-ENTRY-UP.
           MOVE WS-ACC-ENTRY (ACC-SUB) TO WS-ACC-ENTRY (ACC-SUB + 1).

       CLEAR-ACC-ENTRY.
           MOVE WS-ACC-NEW-KEY TO WS-ACC-KEY (ACC-POS)
           MOVE 0 TO WS-ACC-COUNT (ACC-POS)
           MOVE 0 TO WS-ACC-NOTAUTH (ACC-POS)
           MOVE HIGH-VALUES TO WS-ACC-FIRST-TS (ACC-POS)
           MOVE LOW-VALUES TO WS-ACC-LAST-TS (ACC-POS).

      *> The overflow bucket sits in the last slot, past every real
      *> key, once the table is full.
       FIND-OVERFLOW-ENTRY.
           MOVE WS-ACC-MAX TO ACC-POS
           IF WS-ACC-USED < WS-ACC-MAX
              ADD 1 TO WS-ACC-USED
              MOVE "*OVERFLO" TO WS-NEW-USER
              MOVE SPACES TO WS-NEW-PROGRAM
              PERFORM CLEAR-ACC-ENTRY
           END-IF.

       STORE-REFUSAL.
           IF WS-REF-USED < WS-REF-MAX
              ADD 1 TO WS-REF-USED
              SET REF-IDX TO WS-REF-USED
              MOVE AUDIT-TIMESTAMP TO WS-REF-TS (REF-IDX)
              MOVE WS-REC-USER TO WS-REF-USER (REF-IDX)
              MOVE AUDIT-PROGRAM TO WS-REF-PROGRAM (REF-IDX)
              MOVE AUDIT-RESULT-VALUE TO WS-REF-RESULT (REF-IDX)
              MOVE AUDIT-INPUT-VALUE TO WS-REF-INPUT (REF-IDX)
           END-IF.

      *> An empty report reads as a quiet week, so when the audit
      *> log could not be read or the week could not be set the
      *> report says so instead of printing normal-looking zeros.
       WRITE-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO HDR-DATE
           MOVE WS-RUN-STAMP(9:6) TO HDR-TIME
           WRITE ACCESS-RPT-REC FROM WS-HDR-LINE
           EVALUATE TRUE
              WHEN NOT PARM-OK
                 MOVE "REPORT NOT RUN - SYSIN WEEK DATE INVALID"
                    TO WS-SECTION-LINE
                 WRITE ACCESS-RPT-REC FROM WS-SECTION-LINE
              WHEN AUDIT-LOAD-FAILED
                 MOVE "REPORT NOT RUN - AUDIT LOG UNREADABLE"
                    TO WS-SECTION-LINE
                 WRITE ACCESS-RPT-REC FROM WS-SECTION-LINE
              WHEN OTHER
                 PERFORM WRITE-REPORT-BODY
           END-EVALUATE.

       WRITE-REPORT-BODY.
           MOVE WS-WEEK-START TO WKL-START
           MOVE WS-WEEK-END TO WKL-END
           WRITE ACCESS-RPT-REC FROM WS-WEEK-LINE
           MOVE SPACES TO ACCESS-RPT-REC
           WRITE ACCESS-RPT-REC

           MOVE "REFUSED ATTEMPTS - NOT AUTHORIZED" TO WS-SECTION-LINE
           WRITE ACCESS-RPT-REC FROM WS-SECTION-LINE
           IF WS-REF-USED = 0
              MOVE "  NONE" TO WS-SECTION-LINE
              WRITE ACCESS-RPT-REC FROM WS-SECTION-LINE
           ELSE
              WRITE ACCESS-RPT-REC FROM WS-REF-HDG-LINE
              PERFORM WRITE-REF-DTL
                 VARYING REF-IDX FROM 1 BY 1
                 UNTIL REF-IDX > WS-REF-USED
              IF WS-NOTAUTH-COUNT > WS-REF-USED
                 MOVE "  FURTHER REFUSALS NOT LISTED .........:"
                    TO CNT-LIT
                 COMPUTE CNT-VALUE = WS-NOTAUTH-COUNT - WS-REF-USED
                 WRITE ACCESS-RPT-REC FROM WS-COUNT-LINE
              END-IF
           END-IF
           MOVE SPACES TO ACCESS-RPT-REC
           WRITE ACCESS-RPT-REC

           MOVE "ACTIVITY BY USER" TO WS-SECTION-LINE
           WRITE ACCESS-RPT-REC FROM WS-SECTION-LINE
           WRITE ACCESS-RPT-REC FROM WS-ACC-HDG-LINE
           PERFORM WRITE-ACC-DTL
              VARYING ACC-IDX FROM 1 BY 1
              UNTIL ACC-IDX > WS-ACC-USED
           MOVE SPACES TO ACCESS-RPT-REC
           WRITE ACCESS-RPT-REC

           MOVE "AUDIT RECORDS READ ....................:" TO CNT-LIT
           MOVE WS-READ-COUNT TO CNT-VALUE
           WRITE ACCESS-RPT-REC FROM WS-COUNT-LINE
           MOVE "RECORDS IN REPORT WEEK ................:" TO CNT-LIT
           MOVE WS-WEEK-COUNT TO CNT-VALUE
           WRITE ACCESS-RPT-REC FROM WS-COUNT-LINE
           MOVE "REFUSED ATTEMPTS (NOTAUTH) ............:" TO CNT-LIT
           MOVE WS-NOTAUTH-COUNT TO CNT-VALUE
           WRITE ACCESS-RPT-REC FROM WS-COUNT-LINE
           MOVE "RECORDS WITH NO USER ID ...............:" TO CNT-LIT
           MOVE WS-NO-USER-COUNT TO CNT-VALUE
           WRITE ACCESS-RPT-REC FROM WS-COUNT-LINE
           MOVE "RECORDS WITH UNREADABLE TIMESTAMP .....:" TO CNT-LIT
           MOVE WS-BAD-DATE-COUNT TO CNT-VALUE
           WRITE ACCESS-RPT-REC FROM WS-COUNT-LINE.

       WRITE-REF-DTL.
           MOVE WS-REF-TS (REF-IDX) TO RFL-TS
           MOVE WS-REF-USER (REF-IDX) TO RFL-USER
           MOVE WS-REF-PROGRAM (REF-IDX) TO RFL-PROGRAM
           MOVE WS-REF-RESULT (REF-IDX) TO RFL-RESULT
           MOVE WS-REF-INPUT (REF-IDX) TO RFL-INPUT
           WRITE ACCESS-RPT-REC FROM WS-REF-DTL-LINE.

       WRITE-ACC-DTL.
           MOVE WS-ACC-USER (ACC-IDX) TO ADL-USER
           MOVE WS-ACC-PROGRAM (ACC-IDX) TO ADL-PROGRAM
           MOVE WS-ACC-COUNT (ACC-IDX) TO ADL-COUNT
           MOVE WS-ACC-NOTAUTH (ACC-IDX) TO ADL-NOTAUTH
           MOVE WS-ACC-FIRST-TS (ACC-IDX) TO ADL-FIRST
           MOVE WS-ACC-LAST-TS (ACC-IDX) TO ADL-LAST
           WRITE ACCESS-RPT-REC FROM WS-ACC-DTL-LINE.

       SET-RETURN-CODE.
           IF WS-RC-CANDIDATE > WS-RETURN-CODE
              MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
           END-IF.
