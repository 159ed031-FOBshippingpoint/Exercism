       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXTMNT.
      *> Maintenance front door for the FIXTMST pangram fixture
      *> master (FIXTMST.cpy), under maker-checker control. Reads
      *> batch transactions from FIXTTXN -- prepared by the
      *> documentation team that owns the fixture library:
      *>   ADD  000000 user sentence ll  add, next free ID assigned
      *>   ADD  nnnnnn user sentence ll  add under a specific ID
      *>   CHG  nnnnnn user sentence ll  replace the sentence text
      *>   DEA  nnnnnn user              deactivate (status D; the
      *>                                 ID is never reused)
      *>   APR  nnnnnn user              approve the fixture's
      *>                                 pending change
      *>   REJ  nnnnnn user              reject the fixture's
      *>                                 pending change
      *> (action in columns 1-4, fixture ID in 5-10, user ID in
      *> 11-18, sentence in 20-269, language code ll in 271-272).
      *> The language must have an alphabet on the PGALPHA member
      *> (PGALPHA.cpy) or the transaction is refused BADLANG; left
      *> blank, an ADD is EN and a CHG keeps the fixture's current
      *> language. ADD, CHG and DEA do not touch the master: each lands
      *> on the FIXTPND pending file (FIXTPND.cpy), one pending change
      *> per fixture, and PGBATCH goes on reading the approved master
      *> version. APR applies the pending change to the master and REJ
      *> drops it; either must come from a user other than the one who
      *> keyed the change -- the maker's own APR or REJ is refused
      *> SELFCHK and counted with the refusals. The decision must also
      *> come in a later run than the change: an APR or REJ for a
      *> fixture whose change was queued earlier in this same FIXTTXN
      *> is refused SAMERUN and the change stays pending. The user ID
      *> must be listed on the OPERAUTH authorization member
      *> (OPERAUTH.cpy, via OPAUTH) for FIXTMNT with the transaction's
      *> action; a transaction from anyone else is refused NOTAUTH
      *> before it touches either file, and the refusal is audited.
      *> Every queued, approved and rejected change is written to the
      *> shared AUDITLOG under the user ID, so who changed what and who
      *> let it through is on the same forensic trail as everything
      *> else, and each transaction's disposition prints on the
      *> FIXTMRPT control report. Every run closes with the FIXTPRPT
      *> pending-changes report: each change still waiting, its before
      *> and after sentence text, the maker, and how many days it has
      *> waited. Rejected transactions (bad action, non-numeric,
      *> unknown, or duplicate ID, blank sentence on ADD/CHG, a
      *> language with no alphabet, a change already pending, nothing
      *> pending to decide, a decision in the run that queued the
      *> change) are counted and reported, never half-applied: nothing
      *> is counted, reported as applied, or audited unless the WRITE,
      *> REWRITE or DELETE came back clean -- a failed update reports
      *> IOFAIL instead. Return codes: 0 clean, 4 any rejected
      *> transactions, 8 any transaction refused as not authorized or
      *> self-checked, 12 a file-status failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXM-FIXTURE-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT FIXTURE-PENDING ASSIGN TO "FIXTPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXP-FIXTURE-ID
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT FIXTURE-TXN ASSIGN TO "FIXTTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT MAINT-RPT ASSIGN TO "FIXTMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-RPT-STATUS.
           SELECT PENDING-RPT ASSIGN TO "FIXTPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-RPT-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PGALPHA-FILE ASSIGN TO "PGALPHA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PGALPHA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIXTURE-MASTER
           RECORD CONTAINS 283 CHARACTERS.
       COPY FIXTMST.

       FD  FIXTURE-PENDING
           RECORD CONTAINS 278 CHARACTERS.
       COPY FIXTPND.

       FD  FIXTURE-TXN
           RECORD CONTAINS 272 CHARACTERS.
       01 FIXTURE-TXN-REC.
         05 FTX-ACTION       PIC X(4).
         05 FTX-FIXTURE-ID   PIC 9(6).
         05 FTX-USER         PIC X(8).
         05 FILLER           PIC X(1).
         05 FTX-SENTENCE     PIC X(250).
         05 FILLER           PIC X(1).
         05 FTX-LANGUAGE     PIC X(2).

       FD  MAINT-RPT
           RECORD CONTAINS 100 CHARACTERS.
       01 MAINT-RPT-REC   PIC X(100).

       FD  PENDING-RPT
           RECORD CONTAINS 100 CHARACTERS.
       01 PENDING-RPT-REC PIC X(100).

       FD  AUDIT-LOG.
       COPY AUDITLOG.

       FD  PGALPHA-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PGALPHA.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS    PIC XX.
       01 WS-TXN-STATUS       PIC XX.
       01 WS-MAINT-RPT-STATUS PIC XX.
       01 WS-PENDING-STATUS   PIC XX.
       01 WS-PENDING-RPT-STATUS PIC XX.
       01 WS-PND-EOF-FLAG    PIC X VALUE "N".
         88 PND-EOF          VALUE "Y".
       01 WS-EOF-FLAG        PIC X VALUE "N".
         88 WS-EOF           VALUE "Y".
       01 WS-RETURN-CODE     PIC 9(2) VALUE 0.
       01 WS-TODAY           PIC X(8).
       01 WS-NEXT-ID         PIC 9(6) VALUE 0.
       01 WS-TXN-ID          PIC 9(6).
      *> Sentence text the report line and the audit record carry:
      *> the transaction's own on ADD/CHG/DEA, the pending change's
      *> on APR/REJ (audited behind the pending action and maker).
       01 WS-TXN-TEXT        PIC X(250).
       01 WS-AUDIT-DETAIL    PIC X(229).
      *> Language the change carries: keyed, defaulted, or the
      *> pending change's on APR/REJ.
       01 WS-TXN-LANG        PIC X(2).
       01 WS-BEFORE-LANG     PIC X(2).

       01 WS-PGALPHA-STATUS  PIC XX.
       COPY PGALPTAB.

       01 WS-READ-COUNT      PIC 9(9) VALUE 0.
       01 WS-ADD-COUNT       PIC 9(9) VALUE 0.
       01 WS-CHG-COUNT       PIC 9(9) VALUE 0.
       01 WS-DEA-COUNT       PIC 9(9) VALUE 0.
       01 WS-QUEUED-COUNT    PIC 9(9) VALUE 0.
       01 WS-DECLINE-COUNT   PIC 9(9) VALUE 0.
       01 WS-WAITING-COUNT   PIC 9(9) VALUE 0.
       01 WS-OLDEST-DAYS     PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(9) VALUE 0.
       01 WS-NOTAUTH-COUNT   PIC 9(9) VALUE 0.

      *> Fixture IDs whose change this run queued: a checker may not
      *> decide them until a later run. Past 500 queued changes every
      *> later decision of the run is refused, as it can no longer
      *> be told apart.
       01 WS-RUN-QUEUED-MAX  PIC 9(3) VALUE 500.
       01 WS-RUN-QUEUED-USED PIC 9(3) VALUE 0.
       01 WS-RUN-QUEUED-TABLE.
         05 WS-RUN-QUEUED-ID OCCURS 500 TIMES PIC 9(6).
       01 RQ-IDX             PIC 9(3).
       01 WS-RUN-QUEUED-FLAG PIC X VALUE "N".
         88 QUEUED-THIS-RUN  VALUE "Y".
       01 WS-RUN-QUEUED-FULL PIC X VALUE "N".
         88 RUN-QUEUE-FULL   VALUE "Y".

       01 WS-AUTH-FUNCTION   PIC X(2) VALUE "CK".
       01 WS-AUTH-PROGRAM    PIC X(8) VALUE "FIXTMNT".
       01 WS-AUTH-GRANTED    PIC X.
         88 AUTH-GRANTED     VALUE "Y".

       01 WS-AUDIT-STATUS  PIC XX.
       01 WS-AUDIT-PROGRAM PIC X(8) VALUE "FIXTMNT".
       01 WS-AUDIT-INPUT   PIC X(250).
       01 WS-AUDIT-RESULT  PIC X(64).
       01 WS-AUDIT-CHAIN-FUNC PIC X(2).

       01 WS-HDR-LINE.
         05 FILLER          PIC X(30)
         05 TDL-DISP        PIC X(10).
         05 FILLER          PIC X(1)  VALUE SPACE.
         05 TDL-SENTENCE    PIC X(60).
         05 FILLER          PIC X(1)  VALUE SPACE.
         05 TDL-LANG        PIC X(2).
         05 FILLER          PIC X(5)  VALUE SPACES.

       01 WS-COUNT-LINE.
         05 CNT-LIT         PIC X(30).
         05 CNT-VALUE       PIC 9(9).
         05 FILLER          PIC X(61) VALUE SPACES.

      *> Pending-changes report (FIXTPRPT): one heading line per
      *> waiting change, then its before and after text in 80-byte
      *> pieces.
       01 WS-PND-RPT-HDR-LINE.
         05 FILLER          PIC X(30)
            VALUE "PENDING FIXTURE CHANGES RUN   ".
         05 PRH-DATE        PIC X(8).
         05 FILLER          PIC X(62) VALUE SPACES.

       01 WS-PND-DTL-LINE.
         05 FILLER          PIC X(6)  VALUE "FXID= ".
         05 PDL-ID          PIC 9(6).
         05 FILLER          PIC X(2)  VALUE SPACES.
         05 PDL-ACTION      PIC X(4).
         05 FILLER          PIC X(8)  VALUE "  MAKER ".
         05 PDL-MAKER       PIC X(8).
         05 FILLER          PIC X(12) VALUE "  SUBMITTED ".
         05 PDL-DATE        PIC X(8).
         05 FILLER          PIC X(10) VALUE "  WAITING ".
         05 PDL-DAYS        PIC ZZZZ9.
         05 FILLER          PIC X(5)  VALUE " DAYS".
         05 FILLER          PIC X(7)  VALUE "  LANG ".
         05 PDL-LANG        PIC X(2).
         05 PDL-WAS-LIT     PIC X(6).
         05 PDL-WAS-LANG    PIC X(2).
         05 FILLER          PIC X(9)  VALUE SPACES.

       01 WS-PND-TEXT-LINE.
         05 FILLER          PIC X(4)  VALUE SPACES.
         05 PTL-LABEL       PIC X(8).
         05 PTL-TEXT        PIC X(80).
         05 FILLER          PIC X(8)  VALUE SPACES.

       01 WS-TEXT-WORK      PIC X(320).
       01 WS-TEXT-PIECES REDEFINES WS-TEXT-WORK.
         05 WS-TEXT-PIECE   PIC X(80) OCCURS 4 TIMES.
       01 TXT-IDX           PIC 9(2).
       01 WS-TEXT-LABEL     PIC X(8).

       01 WS-WAIT-DAYS      PIC 9(5).
       01 WS-DATE-9         PIC 9(8).
       01 WS-TODAY-9        PIC 9(8).

       PROCEDURE DIVISION.
       FIXTURE-MAINT-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-TODAY-9
           PERFORM OPEN-FILES
           PERFORM FIND-NEXT-FREE-ID
           MOVE WS-TODAY TO HDR-DATE
              END-IF
           END-PERFORM
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-PENDING-REPORT
           PERFORM CLOSE-FILES
           IF WS-REJECT-COUNT > 0
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF
           IF WS-NOTAUTH-COUNT > 0
              MOVE 8 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> The master and the pending file persist across runs; OPEN
      *> I-O fails with status 35 the first time through -- create
      *> the file with OPEN OUTPUT and re-open, the same fall-back
      *> RSBATCH makes for REFXREF.
       OPEN-FILES.
           OPEN I-O FIXTURE-MASTER
           IF WS-MASTER-STATUS = "35"
              CLOSE FIXTURE-MASTER
              OPEN I-O FIXTURE-MASTER
           END-IF
           OPEN I-O FIXTURE-PENDING
           IF WS-PENDING-STATUS = "35"
              OPEN OUTPUT FIXTURE-PENDING
              CLOSE FIXTURE-PENDING
              OPEN I-O FIXTURE-PENDING
           END-IF
           OPEN INPUT FIXTURE-TXN
           OPEN OUTPUT MAINT-RPT
           OPEN OUTPUT PENDING-RPT
           IF WS-MASTER-STATUS NOT = "00"
              OR WS-PENDING-STATUS NOT = "00"
              OR WS-TXN-STATUS NOT = "00"
              OR WS-MAINT-RPT-STATUS NOT = "00"
              OR WS-PENDING-RPT-STATUS NOT = "00"
              DISPLAY "FIXTMNT: OPEN FAILED, FIXTMST STATUS="
                 WS-MASTER-STATUS " FIXTPND STATUS="
                 WS-PENDING-STATUS " FIXTTXN STATUS="
                 WS-TXN-STATUS " FIXTMRPT STATUS="
                 WS-MAINT-RPT-STATUS " FIXTPRPT STATUS="
                 WS-PENDING-RPT-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "Y" TO WS-EOF-FLAG
              MOVE "Y" TO WS-PND-EOF-FLAG
           END-IF.

       CLOSE-FILES.
           CLOSE FIXTURE-MASTER
           CLOSE FIXTURE-PENDING
           CLOSE FIXTURE-TXN
           CLOSE MAINT-RPT
           CLOSE PENDING-RPT.

      *> Highest key on either file plus one; deactivated fixtures
      *> keep their records, so a retired ID can never be handed
      *> out again, and an ADD still waiting for approval holds its
      *> ID against a second ADD.
       FIND-NEXT-FREE-ID.
           MOVE 1 TO WS-NEXT-ID
           MOVE 999999 TO FXM-FIXTURE-ID
                    NOT AT END
                       COMPUTE WS-NEXT-ID = FXM-FIXTURE-ID + 1
                 END-READ
           END-START
           MOVE 999999 TO FXP-FIXTURE-ID
           START FIXTURE-PENDING KEY <= FXP-FIXTURE-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ FIXTURE-PENDING NEXT
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FXP-FIXTURE-ID >= WS-NEXT-ID
                          COMPUTE WS-NEXT-ID = FXP-FIXTURE-ID + 1
                       END-IF
                 END-READ
           END-START.

      *> The transaction's user is the audit identity for it,
      *> refused or applied. Authorization is checked first: an
      *> unauthorized user learns nothing from the master. A
      *> non-numeric fixture ID is refused before any action runs
      *> -- written as a key it would corrupt the permanent master
      *> and the next-free-ID arithmetic.
       APPLY-TRANSACTION.
           MOVE "US" TO WS-AUDIT-CHAIN-FUNC
           CALL "AUDCHAIN" USING WS-AUDIT-CHAIN-FUNC FTX-USER
           CALL "OPAUTH" USING WS-AUTH-FUNCTION FTX-USER
              WS-AUTH-PROGRAM FTX-ACTION WS-AUTH-GRANTED
           IF FTX-FIXTURE-ID IS NUMERIC
              MOVE FTX-FIXTURE-ID TO WS-TXN-ID
           ELSE
              MOVE 0 TO WS-TXN-ID
           END-IF
           MOVE FTX-SENTENCE TO WS-TXN-TEXT
           MOVE FTX-SENTENCE TO WS-AUDIT-DETAIL
           MOVE FTX-LANGUAGE TO WS-TXN-LANG
           EVALUATE TRUE
              WHEN NOT AUTH-GRANTED
                 ADD 1 TO WS-NOTAUTH-COUNT
                 MOVE "NOTAUTH" TO TDL-DISP
                 PERFORM REJECT-TRANSACTION
                 PERFORM AUDIT-TRANSACTION
              WHEN FTX-FIXTURE-ID IS NOT NUMERIC
                 MOVE "BADID" TO TDL-DISP
                 PERFORM REJECT-TRANSACTION
              WHEN FTX-ACTION = "ADD "
                 PERFORM SUBMIT-ADD
              WHEN FTX-ACTION = "CHG "
                 PERFORM SUBMIT-CHANGE
              WHEN FTX-ACTION = "DEA "
                 PERFORM SUBMIT-DEACTIVATE
              WHEN FTX-ACTION = "APR "
                 PERFORM APPROVE-CHANGE
              WHEN FTX-ACTION = "REJ "
                 PERFORM DECLINE-CHANGE
              WHEN OTHER
                 MOVE "BADACTION" TO TDL-DISP
                 PERFORM REJECT-TRANSACTION
           END-EVALUATE.

      *> The maker's side: each change is edited against the master
      *> as it stands and queued on FIXTPND for a second user.
       SUBMIT-ADD.
           IF WS-TXN-LANG = SPACES
              MOVE "EN" TO WS-TXN-LANG
           END-IF
           PERFORM CHECK-TXN-LANGUAGE
           EVALUATE TRUE
              WHEN FTX-SENTENCE = SPACES
                 MOVE "NOTEXT" TO TDL-DISP
                 PERFORM REJECT-TRANSACTION
              WHEN PGA-LANG-FOUND = 0
                 MOVE "BADLANG" TO TDL-DISP
                 PERFORM REJECT-TRANSACTION
              WHEN OTHER
                 PERFORM SUBMIT-ADD-FIXTURE
           END-EVALUATE.

       SUBMIT-ADD-FIXTURE.
           IF WS-TXN-ID = 0
              MOVE WS-NEXT-ID TO WS-TXN-ID
           END-IF
           MOVE WS-TXN-ID TO FXM-FIXTURE-ID
           READ FIXTURE-MASTER
              INVALID KEY
                 PERFORM QUEUE-PENDING-CHANGE
              NOT INVALID KEY
                 MOVE "DUPID" TO TDL-DISP
                 PERFORM REJECT-TRANSACTION
           END-READ.

      *> Only a language actually keyed is checked: a change that
      *> keeps the fixture's language can still correct its text.
       SUBMIT-CHANGE.
           MOVE 1 TO PGA-LANG-FOUND
           IF WS-TXN-LANG NOT = SPACES
              PERFORM CHECK-TXN-LANGUAGE
           END-IF
           EVALUATE TRUE
              WHEN FTX-SENTENCE = SPACES
                 MOVE "NOTEXT" TO TDL-DISP
                 PERFORM REJECT-TRANSACTION
              WHEN PGA-LANG-FOUND = 0
                 MOVE "BADLANG" TO TDL-DISP
                 PERFORM REJECT-TRANSACTION
              WHEN OTHER
                 MOVE WS-TXN-ID TO FXM-FIXTURE-ID
                 READ FIXTURE-MASTER
                    INVALID KEY
                       MOVE "NOTFOUND" TO TDL-DISP
                       PERFORM REJECT-TRANSACTION
                    NOT INVALID KEY
                       IF WS-TXN-LANG = SPACES
                          MOVE FXM-LANGUAGE TO WS-TXN-LANG
                       END-IF
                       PERFORM QUEUE-PENDING-CHANGE
                 END-READ
           END-EVALUATE.

       SUBMIT-DEACTIVATE.
           MOVE WS-TXN-ID TO FXM-FIXTURE-ID
           READ FIXTURE-MASTER
              INVALID KEY
                 MOVE "NOTFOUND" TO TDL-DISP
                 PERFORM REJECT-TRANSACTION
              NOT INVALID KEY
                 MOVE SPACES TO WS-TXN-TEXT WS-AUDIT-DETAIL
                 MOVE FXM-LANGUAGE TO WS-TXN-LANG
                 PERFORM QUEUE-PENDING-CHANGE
           END-READ.

       CHECK-TXN-LANGUAGE.
           PERFORM LOAD-ALPHABETS
           MOVE WS-TXN-LANG TO PGA-CHECK-LANG
           PERFORM FIND-ALPHABET-LANGUAGE.

      *> One pending change per fixture: a second change keyed
      *> before the first is decided is refused ALRPEND.
       QUEUE-PENDING-CHANGE.
           MOVE WS-TXN-ID TO FXP-FIXTURE-ID
           MOVE FTX-ACTION TO FXP-ACTION
           MOVE WS-TXN-TEXT TO FXP-SENTENCE
           MOVE FTX-USER TO FXP-MAKER
           MOVE WS-TODAY TO FXP-SUBMIT-DATE
           MOVE WS-TXN-LANG TO FXP-LANGUAGE
           WRITE FXP-REC
              INVALID KEY
                 MOVE "ALRPEND" TO TDL-DISP
                 PERFORM REJECT-TRANSACTION
              NOT INVALID KEY
                 IF WS-PENDING-STATUS = "00"
                    ADD 1 TO WS-QUEUED-COUNT
                    PERFORM NOTE-QUEUED-THIS-RUN
                    IF FXP-ADD AND WS-TXN-ID >= WS-NEXT-ID
                       COMPUTE WS-NEXT-ID = WS-TXN-ID + 1
                    END-IF
                    MOVE "PENDING" TO TDL-DISP
                    PERFORM REPORT-TRANSACTION
                    PERFORM AUDIT-TRANSACTION
                 ELSE
                    PERFORM CHECK-PENDING-STATUS
                    MOVE "IOFAIL" TO TDL-DISP
                    PERFORM REPORT-TRANSACTION
                 END-IF
           END-WRITE.

      *> The checker's side. The pending change is what gets
      *> reported and audited, behind its action and maker, so the
      *> trail shows both users on the decision record.
       APPROVE-CHANGE.
           MOVE WS-TXN-ID TO FXP-FIXTURE-ID
           READ FIXTURE-PENDING
              INVALID KEY
                 MOVE "NOPENDING" TO TDL-DISP
                 PERFORM REJECT-TRANSACTION
              NOT INVALID KEY
                 PERFORM LOAD-PENDING-TEXT
                 PERFORM CHECK-QUEUED-THIS-RUN
                 EVALUATE TRUE
                    WHEN FXP-MAKER = FTX-USER
                       PERFORM REFUSE-SELF-CHECK
                    WHEN QUEUED-THIS-RUN
                       PERFORM REFUSE-SAME-RUN
                    WHEN FXP-ADD
                       PERFORM APPLY-ADD
                    WHEN FXP-CHANGE
                       PERFORM APPLY-CHANGE
                    WHEN OTHER
                       PERFORM APPLY-DEACTIVATE
                 END-EVALUATE
           END-READ.

       DECLINE-CHANGE.
           MOVE WS-TXN-ID TO FXP-FIXTURE-ID
           READ FIXTURE-PENDING
              INVALID KEY
                 MOVE "NOPENDING" TO TDL-DISP
                 PERFORM REJECT-TRANSACTION
              NOT INVALID KEY
                 PERFORM LOAD-PENDING-TEXT
                 PERFORM CHECK-QUEUED-THIS-RUN
                 EVALUATE TRUE
                    WHEN FXP-MAKER = FTX-USER
                       PERFORM REFUSE-SELF-CHECK
                    WHEN QUEUED-THIS-RUN
                       PERFORM REFUSE-SAME-RUN
                    WHEN OTHER
                       PERFORM DROP-PENDING-CHANGE
                 END-EVALUATE
           END-READ.

       DROP-PENDING-CHANGE.
           DELETE FIXTURE-PENDING RECORD
           IF WS-PENDING-STATUS = "00"
              ADD 1 TO WS-DECLINE-COUNT
              MOVE "DECLINED" TO TDL-DISP
              PERFORM REPORT-TRANSACTION
              PERFORM AUDIT-TRANSACTION
           ELSE
              PERFORM CHECK-PENDING-STATUS
              MOVE "IOFAIL" TO TDL-DISP
              PERFORM REPORT-TRANSACTION
           END-IF.

      *> A change keyed and decided in one FIXTTXN never had a
      *> second look in between: the decision is refused and the
      *> change stays pending for a checker in a later run.
       REFUSE-SAME-RUN.
           MOVE "SAMERUN" TO TDL-DISP
           PERFORM REJECT-TRANSACTION.

       NOTE-QUEUED-THIS-RUN.
           IF WS-RUN-QUEUED-USED < WS-RUN-QUEUED-MAX
              ADD 1 TO WS-RUN-QUEUED-USED
              MOVE WS-TXN-ID TO WS-RUN-QUEUED-ID (WS-RUN-QUEUED-USED)
           ELSE
              IF NOT RUN-QUEUE-FULL
                 DISPLAY "FIXTMNT: OVER " WS-RUN-QUEUED-MAX
                    " CHANGES QUEUED THIS RUN, LATER DECISIONS REFUSED"
              END-IF
              MOVE "Y" TO WS-RUN-QUEUED-FULL
           END-IF.

       CHECK-QUEUED-THIS-RUN.
           MOVE "N" TO WS-RUN-QUEUED-FLAG
           IF RUN-QUEUE-FULL
              MOVE "Y" TO WS-RUN-QUEUED-FLAG
           END-IF
           PERFORM MATCH-QUEUED-THIS-RUN
              VARYING RQ-IDX FROM 1 BY 1
              UNTIL RQ-IDX > WS-RUN-QUEUED-USED
                 OR QUEUED-THIS-RUN.

       MATCH-QUEUED-THIS-RUN.
           IF WS-RUN-QUEUED-ID (RQ-IDX) = WS-TXN-ID
              MOVE "Y" TO WS-RUN-QUEUED-FLAG
           END-IF.

       LOAD-PENDING-TEXT.
           MOVE FXP-SENTENCE TO WS-TXN-TEXT
           MOVE FXP-LANGUAGE TO WS-TXN-LANG
           MOVE SPACES TO WS-AUDIT-DETAIL
           MOVE FXP-ACTION TO WS-AUDIT-DETAIL(1:4)
           MOVE FXP-MAKER TO WS-AUDIT-DETAIL(6:8)
           MOVE FXP-SENTENCE TO WS-AUDIT-DETAIL(15:215).

      *> A maker deciding their own change defeats the control: it
      *> is refused and audited NOTAUTH like any other refusal, and
      *> the change stays pending for someone else.
       REFUSE-SELF-CHECK.
           ADD 1 TO WS-NOTAUTH-COUNT
           MOVE "SELFCHK" TO TDL-DISP
           PERFORM REJECT-TRANSACTION
           PERFORM AUDIT-TRANSACTION.

      *> Approval applies the pending change exactly as the maker
      *> keyed it; the master records the maker as the author and
      *> the pending record goes only once the master is updated.
       APPLY-ADD.
           MOVE FXP-FIXTURE-ID TO FXM-FIXTURE-ID
           MOVE "A" TO FXM-STATUS
           MOVE FXP-SENTENCE TO FXM-SENTENCE
           MOVE WS-TODAY TO FXM-ADDED-DATE
           MOVE WS-TODAY TO FXM-CHANGED-DATE
           MOVE FXP-MAKER TO FXM-CHANGED-BY
           MOVE FXP-LANGUAGE TO FXM-LANGUAGE
           WRITE FXM-REC
              INVALID KEY
                 MOVE "DUPID" TO TDL-DISP
                 PERFORM REJECT-TRANSACTION
              NOT INVALID KEY
                 IF WS-MASTER-STATUS = "00"
                    ADD 1 TO WS-ADD-COUNT
                    MOVE "ADDED" TO TDL-DISP
                    PERFORM REMOVE-PENDING-CHANGE
                 ELSE
                    PERFORM CHECK-MASTER-STATUS
                    MOVE "IOFAIL" TO TDL-DISP
                    PERFORM REPORT-TRANSACTION
                 END-IF
           END-WRITE.

       APPLY-CHANGE.
           MOVE FXP-FIXTURE-ID TO FXM-FIXTURE-ID
           READ FIXTURE-MASTER
              INVALID KEY
                 MOVE "NOTFOUND" TO TDL-DISP
                 PERFORM REJECT-TRANSACTION
              NOT INVALID KEY
                 MOVE FXP-SENTENCE TO FXM-SENTENCE
                 IF FXP-LANGUAGE NOT = SPACES
                    MOVE FXP-LANGUAGE TO FXM-LANGUAGE
                 END-IF
                 MOVE WS-TODAY TO FXM-CHANGED-DATE
                 MOVE FXP-MAKER TO FXM-CHANGED-BY
                 REWRITE FXM-REC
                 IF WS-MASTER-STATUS = "00"
                    ADD 1 TO WS-CHG-COUNT
                    MOVE "CHANGED" TO TDL-DISP
                    PERFORM REMOVE-PENDING-CHANGE
                 ELSE
                    PERFORM CHECK-MASTER-STATUS
                    MOVE "IOFAIL" TO TDL-DISP
                    PERFORM REPORT-TRANSACTION
                 END-IF
           END-READ.

       APPLY-DEACTIVATE.
           MOVE FXP-FIXTURE-ID TO FXM-FIXTURE-ID
           READ FIXTURE-MASTER
              INVALID KEY
                 MOVE "NOTFOUND" TO TDL-DISP
              NOT INVALID KEY
                 MOVE "D" TO FXM-STATUS
                 MOVE WS-TODAY TO FXM-CHANGED-DATE
                 MOVE FXP-MAKER TO FXM-CHANGED-BY
                 REWRITE FXM-REC
                 IF WS-MASTER-STATUS = "00"
                    ADD 1 TO WS-DEA-COUNT
                    MOVE "DEACTVD" TO TDL-DISP
                    PERFORM REMOVE-PENDING-CHANGE
                 ELSE
                    PERFORM CHECK-MASTER-STATUS
                    MOVE "IOFAIL" TO TDL-DISP
                 END-IF
           END-READ.

      *> The master is already updated when this runs, so the
      *> transaction reports and audits as applied either way; a
      *> pending record that will not delete is a file failure the
      *> operator must clear before the next run.
       REMOVE-PENDING-CHANGE.
           DELETE FIXTURE-PENDING RECORD
           PERFORM CHECK-PENDING-STATUS
           PERFORM REPORT-TRANSACTION
           PERFORM AUDIT-TRANSACTION.

       CHECK-MASTER-STATUS.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "FIXTMNT: FIXTMST UPDATE FAILED, STATUS="
              PERFORM SET-RETURN-CODE
           END-IF.

       CHECK-PENDING-STATUS.
           IF WS-PENDING-STATUS NOT = "00"
              DISPLAY "FIXTMNT: FIXTPND UPDATE FAILED, STATUS="
                 WS-PENDING-STATUS " ID=" WS-TXN-ID
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           PERFORM REPORT-TRANSACTION.
           MOVE FTX-ACTION TO TDL-ACTION
           MOVE WS-TXN-ID TO TDL-ID
           MOVE FTX-USER TO TDL-USER
           MOVE WS-TXN-TEXT(1:60) TO TDL-SENTENCE
           MOVE WS-TXN-LANG TO TDL-LANG
           WRITE MAINT-RPT-REC FROM WS-TXN-DTL-LINE.

      *> Who changed what, on the same shared trail as everything
      *> else: the input carries the action, ID, and user, then the
      *> sentence (on APR/REJ the pending action, maker and
      *> sentence), the result the disposition and, from column 21,
      *> the change's language. A self-check refusal results NOTAUTH
      *> like every other refusal, so the access report counts it.
       AUDIT-TRANSACTION.
           MOVE SPACES TO WS-AUDIT-INPUT
           MOVE FTX-ACTION TO WS-AUDIT-INPUT(1:4)
           MOVE WS-TXN-ID TO WS-AUDIT-INPUT(6:6)
           MOVE FTX-USER TO WS-AUDIT-INPUT(13:8)
           MOVE WS-AUDIT-DETAIL TO WS-AUDIT-INPUT(22:229)
           MOVE SPACES TO WS-AUDIT-RESULT
           IF TDL-DISP = "SELFCHK"
              MOVE "NOTAUTH" TO WS-AUDIT-RESULT(1:8)
              MOVE TDL-DISP TO WS-AUDIT-RESULT(9:10)
           ELSE
              MOVE TDL-DISP TO WS-AUDIT-RESULT(1:10)
           END-IF
           MOVE WS-TXN-LANG TO WS-AUDIT-RESULT(21:2)
           PERFORM WRITE-AUDIT-REC
           IF WS-AUDIT-STATUS NOT = "00"
              MOVE 12 TO WS-RC-CANDIDATE
           MOVE "TRANSACTIONS READ ..........: " TO CNT-LIT
           MOVE WS-READ-COUNT TO CNT-VALUE
           WRITE MAINT-RPT-REC FROM WS-COUNT-LINE
           MOVE "CHANGES QUEUED FOR APPROVAL : " TO CNT-LIT
           MOVE WS-QUEUED-COUNT TO CNT-VALUE
           WRITE MAINT-RPT-REC FROM WS-COUNT-LINE
           MOVE "FIXTURES ADDED .............: " TO CNT-LIT
           MOVE WS-ADD-COUNT TO CNT-VALUE
           WRITE MAINT-RPT-REC FROM WS-COUNT-LINE
           MOVE "FIXTURES DEACTIVATED .......: " TO CNT-LIT
           MOVE WS-DEA-COUNT TO CNT-VALUE
           WRITE MAINT-RPT-REC FROM WS-COUNT-LINE
           MOVE "CHANGES REJECTED BY CHECKER : " TO CNT-LIT
           MOVE WS-DECLINE-COUNT TO CNT-VALUE
           WRITE MAINT-RPT-REC FROM WS-COUNT-LINE
           MOVE "TRANSACTIONS REJECTED ......: " TO CNT-LIT
           MOVE WS-REJECT-COUNT TO CNT-VALUE
           WRITE MAINT-RPT-REC FROM WS-COUNT-LINE
           MOVE "  OF WHICH NOT AUTHORIZED ..: " TO CNT-LIT
           MOVE WS-NOTAUTH-COUNT TO CNT-VALUE
           WRITE MAINT-RPT-REC FROM WS-COUNT-LINE.

      *> Every change still waiting after this run's decisions, in
      *> fixture-ID order: before text from the approved master,
      *> after text from the pending change, the days since it was
      *> keyed, and the language it carries -- with the fixture's
      *> current language when the change moves it to another.
       WRITE-PENDING-REPORT.
           MOVE WS-TODAY TO PRH-DATE
           WRITE PENDING-RPT-REC FROM WS-PND-RPT-HDR-LINE
           IF NOT PND-EOF
              MOVE 0 TO FXP-FIXTURE-ID
              START FIXTURE-PENDING KEY >= FXP-FIXTURE-ID
                 INVALID KEY
                    MOVE "Y" TO WS-PND-EOF-FLAG
              END-START
           END-IF
           PERFORM READ-PENDING-REC UNTIL PND-EOF
           MOVE SPACES TO PENDING-RPT-REC
           WRITE PENDING-RPT-REC
           IF WS-WAITING-COUNT = 0
              MOVE "NO CHANGES PENDING" TO PENDING-RPT-REC
              WRITE PENDING-RPT-REC
           ELSE
              MOVE "CHANGES PENDING ............: " TO CNT-LIT
              MOVE WS-WAITING-COUNT TO CNT-VALUE
              WRITE PENDING-RPT-REC FROM WS-COUNT-LINE
              MOVE "OLDEST WAITING (DAYS) ......: " TO CNT-LIT
              MOVE WS-OLDEST-DAYS TO CNT-VALUE
              WRITE PENDING-RPT-REC FROM WS-COUNT-LINE
           END-IF.

       READ-PENDING-REC.
           READ FIXTURE-PENDING NEXT
              AT END
                 MOVE "Y" TO WS-PND-EOF-FLAG
              NOT AT END
                 PERFORM REPORT-PENDING-CHANGE
           END-READ
           IF WS-PENDING-STATUS NOT = "00"
              AND WS-PENDING-STATUS NOT = "10"
              DISPLAY "FIXTMNT: FIXTPND READ FAILED, STATUS="
                 WS-PENDING-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "Y" TO WS-PND-EOF-FLAG
           END-IF.

       REPORT-PENDING-CHANGE.
           ADD 1 TO WS-WAITING-COUNT
           MOVE 0 TO WS-WAIT-DAYS
           IF FXP-SUBMIT-DATE IS NUMERIC
              MOVE FXP-SUBMIT-DATE TO WS-DATE-9
              IF WS-DATE-9 < WS-TODAY-9
                 COMPUTE WS-WAIT-DAYS =
                    FUNCTION INTEGER-OF-DATE (WS-TODAY-9)
                    - FUNCTION INTEGER-OF-DATE (WS-DATE-9)
              END-IF
           END-IF
           IF WS-WAIT-DAYS > WS-OLDEST-DAYS
              MOVE WS-WAIT-DAYS TO WS-OLDEST-DAYS
           END-IF
           MOVE FXP-FIXTURE-ID TO FXM-FIXTURE-ID
           READ FIXTURE-MASTER
              INVALID KEY
                 MOVE "(NONE - NEW FIXTURE)" TO WS-TEXT-WORK
                 MOVE FXP-LANGUAGE TO WS-BEFORE-LANG
              NOT INVALID KEY
                 MOVE FXM-SENTENCE TO WS-TEXT-WORK
                 MOVE FXM-LANGUAGE TO WS-BEFORE-LANG
           END-READ
           IF WS-BEFORE-LANG = SPACES
              MOVE "EN" TO WS-BEFORE-LANG
           END-IF
           MOVE SPACES TO PENDING-RPT-REC
           WRITE PENDING-RPT-REC
           MOVE FXP-FIXTURE-ID TO PDL-ID
           MOVE FXP-ACTION TO PDL-ACTION
           MOVE FXP-MAKER TO PDL-MAKER
           MOVE FXP-SUBMIT-DATE TO PDL-DATE
           MOVE WS-WAIT-DAYS TO PDL-DAYS
           MOVE FXP-LANGUAGE TO PDL-LANG
           IF PDL-LANG = SPACES
              MOVE WS-BEFORE-LANG TO PDL-LANG
           END-IF
           MOVE SPACES TO PDL-WAS-LIT PDL-WAS-LANG
           IF PDL-LANG NOT = WS-BEFORE-LANG
              MOVE "  WAS " TO PDL-WAS-LIT
              MOVE WS-BEFORE-LANG TO PDL-WAS-LANG
           END-IF
           WRITE PENDING-RPT-REC FROM WS-PND-DTL-LINE
           MOVE "BEFORE: " TO WS-TEXT-LABEL
           PERFORM WRITE-PENDING-TEXT
           IF FXP-DEACTIVATE
              MOVE "(NONE - FIXTURE DEACTIVATED)" TO WS-TEXT-WORK
           ELSE
              MOVE FXP-SENTENCE TO WS-TEXT-WORK
           END-IF
           MOVE "AFTER:  " TO WS-TEXT-LABEL
           PERFORM WRITE-PENDING-TEXT.

      *> The first 80 bytes always print under the label; the rest
      *> of a long sentence follows on continuation lines.
       WRITE-PENDING-TEXT.
           MOVE WS-TEXT-LABEL TO PTL-LABEL
           MOVE WS-TEXT-PIECE (1) TO PTL-TEXT
           WRITE PENDING-RPT-REC FROM WS-PND-TEXT-LINE
           MOVE SPACES TO PTL-LABEL
           PERFORM WRITE-TEXT-PIECE
              VARYING TXT-IDX FROM 2 BY 1 UNTIL TXT-IDX > 4.

       WRITE-TEXT-PIECE.
           IF WS-TEXT-PIECE (TXT-IDX) NOT = SPACES
              MOVE WS-TEXT-PIECE (TXT-IDX) TO PTL-TEXT
              WRITE PENDING-RPT-REC FROM WS-PND-TEXT-LINE
           END-IF.

       SET-RETURN-CODE.
           IF WS-RC-CANDIDATE > WS-RETURN-CODE
              MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
           END-IF.

       COPY AUDITWRT.

       COPY PGALPLD.
