       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCHAIN.
      *> Audit-trail chain service. Every AUDIT-REC writer (the
      *> WRITE-AUDIT-REC paragraph in AUDITWRT.cpy and AUDITWRB.cpy)
      *> CALLs this program to stamp the AUDIT-CHAIN fields of
      *> AUDITLOG.cpy, and AUDVERFY CALLs it to recompute check
      *> values, so the sequencing and the hash live in exactly one
      *> place. The chain state -- last sequence number and last
      *> check value written -- is kept in WORKING-STORAGE for the
      *> life of the run unit, so LEAP, PANGRAM, DATESERV and a
      *> batch driver writing into the same log in one step all
      *> carry one chain between them. It is loaded on the first
      *> LD or ST of the run by reading the live AUDIT-LOG to its
      *> last chained record; records written before the chain
      *> existed (blank chain fields) are passed over, and an absent
      *> log (status 35) starts the chain at sequence 1. The log is
      *> not owned by one run unit: a MAINCTL/HARNESS session stays
      *> up while batch jobs append behind it, so the per-record
      *> writer (AUDITWRT) asks for RL on every record, under its
      *> OPEN EXTEND. RL re-reads the tail and takes it when the log
      *> has moved on past the state held; when the state held is
      *> the further on -- records a batch writer of this run unit
      *> (AUDITWRB) has streamed but not yet synced -- the held
      *> state stands.
      *>
      *>   LD  load the chain state if this run has not yet
      *>   RL  reload the chain state from the log's tail, keeping
      *>       the state held when it is further on (see above)
      *>   ST  stamp LS-AUDIT-REC: next sequence number, the last
      *>       check value as its predecessor, and its own check
      *>       (loads the state first if need be)
      *>   CM  commit LS-AUDIT-REC as the last record written --
      *>       the caller's WRITE succeeded. Also how AUDARCH hands
      *>       over the state of a log it has just rewritten.
      *>   CK  recompute the check value of LS-AUDIT-REC as it
      *>       stands into LS-AUDIT-CHECK (state untouched)
      *>   US  set the identity this run unit acts for -- the
      *>       second argument is then just the 8-byte user ID or
      *>       job identity, not a record. Every ST from then on
      *>       stamps it into AUDIT-USER-ID; a run unit that never
      *>       declares one writes it blank.
      *>
      *> The check value is two polynomial hashes over bytes 1-371
      *> of the record -- everything up to and including the
      *> predecessor's check -- and then, when it is not blank, the
      *> user ID, modulo the two largest nine-digit primes, side by
      *> side in 18 digits: altering any byte of a record, or
      *> removing or reordering one, breaks the link to every
      *> record after it. A blank user ID adds nothing, so records
      *> from before the user ID existed keep their check values.
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
       01 WS-FUNCTION-CODE PIC X(2).
         88 FC-LOAD-CHAIN      VALUE "LD".
         88 FC-RELOAD-CHAIN    VALUE "RL".
         88 FC-STAMP-RECORD    VALUE "ST".
         88 FC-COMMIT-RECORD   VALUE "CM".
         88 FC-CHECK-RECORD    VALUE "CK".
         88 FC-SET-IDENTITY    VALUE "US".

       01 WS-AUDIT-STATUS    PIC XX.
       01 WS-CHAIN-LOAD-FLAG PIC X VALUE "N".
         88 CHAIN-LOADED     VALUE "Y".
       01 WS-LAST-SEQ-NO     PIC 9(10) VALUE 0.
       01 WS-LAST-CHECK      PIC 9(18) VALUE 0.
       01 WS-HELD-SEQ-NO     PIC 9(10) VALUE 0.
       01 WS-HELD-CHECK      PIC 9(18) VALUE 0.
       01 WS-AUDIT-IDENTITY  PIC X(8) VALUE SPACES.

       01 WS-HASH-LENGTH     PIC 9(3) VALUE 371.
       01 WS-HASH-IDX        PIC 9(3).
       01 WS-HASH-USER-LENGTH PIC 9(3) VALUE 8.
       01 WS-HASH-CHAR       PIC X.
       01 WS-HASH-BYTE       PIC 9(3).
       01 WS-HASH-A          PIC 9(9).
       01 WS-HASH-B          PIC 9(9).
       01 WS-HASH-WORK       PIC 9(12).
       01 WS-HASH-QUOT       PIC 9(12).
       01 WS-HASH-MOD-A      PIC 9(9) VALUE 999999937.
       01 WS-HASH-MOD-B      PIC 9(9) VALUE 999999929.
       01 WS-HASH-RESULT     PIC 9(18).
       01 WS-HASH-PARTS REDEFINES WS-HASH-RESULT.
         05 WS-HASH-PART-A   PIC 9(9).
         05 WS-HASH-PART-B   PIC 9(9).

      *> LS-AUDIT-REC mirrors AUDIT-REC (AUDITLOG.cpy) byte for
      *> byte; LS-AUDIT-SEALED is the 371 bytes the check always
      *> covers, LS-AUDIT-USER-ID the 8 it covers when non-blank.
       LINKAGE SECTION.
       01 LS-FUNCTION-CODE   PIC X(2).
       01 LS-AUDIT-REC.
         05 LS-AUDIT-SEALED.
           10 LS-AUDIT-BODY       PIC X(343).
           10 LS-AUDIT-SEQ-NO     PIC 9(10).
           10 LS-AUDIT-PREV-CHECK PIC 9(18).
         05 LS-AUDIT-CHECK        PIC 9(18).
         05 LS-AUDIT-USER-ID      PIC X(8).

       PROCEDURE DIVISION USING LS-FUNCTION-CODE LS-AUDIT-REC.
       AUDCHAIN.
           MOVE LS-FUNCTION-CODE TO WS-FUNCTION-CODE
           EVALUATE TRUE
              WHEN FC-LOAD-CHAIN
                 PERFORM LOAD-CHAIN-STATE
              WHEN FC-RELOAD-CHAIN
                 PERFORM RELOAD-CHAIN-STATE
              WHEN FC-STAMP-RECORD
                 PERFORM LOAD-CHAIN-STATE
                 PERFORM STAMP-RECORD
              WHEN FC-COMMIT-RECORD
                 PERFORM COMMIT-RECORD
              WHEN FC-CHECK-RECORD
                 PERFORM COMPUTE-CHECK
                 MOVE WS-HASH-RESULT TO LS-AUDIT-CHECK
              WHEN FC-SET-IDENTITY
                 MOVE LS-AUDIT-BODY(1:8) TO WS-AUDIT-IDENTITY
              WHEN OTHER
                 DISPLAY "AUDCHAIN: UNKNOWN FUNCTION CODE "
                    LS-FUNCTION-CODE
           END-EVALUATE
           GOBACK.

      *> A log that cannot be read (anything but 00 or 35) starts
      *> the chain from zero with a console note -- the record still
      *> gets written, and AUDVERFY will show the break it leaves.
       LOAD-CHAIN-STATE.
           IF NOT CHAIN-LOADED
              MOVE "Y" TO WS-CHAIN-LOAD-FLAG
              MOVE 0 TO WS-LAST-SEQ-NO
              MOVE 0 TO WS-LAST-CHECK
              OPEN INPUT AUDIT-LOG
              IF WS-AUDIT-STATUS = "35"
                 CONTINUE
              ELSE
                 IF WS-AUDIT-STATUS NOT = "00"
                    DISPLAY "AUDCHAIN: AUDITLOG OPEN FAILED, STATUS="
                       WS-AUDIT-STATUS ", CHAIN RESTARTED"
                 ELSE
                    PERFORM READ-CHAIN-REC
                       UNTIL WS-AUDIT-STATUS NOT = "00"
                    IF WS-AUDIT-STATUS NOT = "10"
                       DISPLAY "AUDCHAIN: AUDITLOG READ FAILED, STATUS="
                          WS-AUDIT-STATUS ", CHAIN RESUMES AT "
                          WS-LAST-SEQ-NO
                    END-IF
                    CLOSE AUDIT-LOG
                 END-IF
              END-IF
           END-IF.

      *> A log behind the state held (the streamed records of a
      *> batch writer not yet synced, or a log that would not read)
      *> leaves the held state standing.
       RELOAD-CHAIN-STATE.
           MOVE WS-LAST-SEQ-NO TO WS-HELD-SEQ-NO
           MOVE WS-LAST-CHECK TO WS-HELD-CHECK
           MOVE "N" TO WS-CHAIN-LOAD-FLAG
           PERFORM LOAD-CHAIN-STATE
           IF WS-LAST-SEQ-NO < WS-HELD-SEQ-NO
              MOVE WS-HELD-SEQ-NO TO WS-LAST-SEQ-NO
              MOVE WS-HELD-CHECK TO WS-LAST-CHECK
           END-IF.

       READ-CHAIN-REC.
           READ AUDIT-LOG
              AT END
                 CONTINUE
              NOT AT END
                 IF AUDIT-SEQ-NO IS NUMERIC
                    AND AUDIT-CHECK IS NUMERIC
                    MOVE AUDIT-SEQ-NO TO WS-LAST-SEQ-NO
                    MOVE AUDIT-CHECK TO WS-LAST-CHECK
                 END-IF
           END-READ.

       STAMP-RECORD.
           COMPUTE LS-AUDIT-SEQ-NO = WS-LAST-SEQ-NO + 1
           MOVE WS-LAST-CHECK TO LS-AUDIT-PREV-CHECK
           MOVE WS-AUDIT-IDENTITY TO LS-AUDIT-USER-ID
           PERFORM COMPUTE-CHECK
           MOVE WS-HASH-RESULT TO LS-AUDIT-CHECK.

       COMMIT-RECORD.
           MOVE "Y" TO WS-CHAIN-LOAD-FLAG
           MOVE LS-AUDIT-SEQ-NO TO WS-LAST-SEQ-NO
           MOVE LS-AUDIT-CHECK TO WS-LAST-CHECK.

       COMPUTE-CHECK.
           MOVE 0 TO WS-HASH-A
           MOVE 0 TO WS-HASH-B
           PERFORM HASH-ONE-BYTE
              VARYING WS-HASH-IDX FROM 1 BY 1
              UNTIL WS-HASH-IDX > WS-HASH-LENGTH
           IF LS-AUDIT-USER-ID NOT = SPACES
              PERFORM HASH-USER-BYTE
                 VARYING WS-HASH-IDX FROM 1 BY 1
                 UNTIL WS-HASH-IDX > WS-HASH-USER-LENGTH
           END-IF
           MOVE WS-HASH-A TO WS-HASH-PART-A
           MOVE WS-HASH-B TO WS-HASH-PART-B.

       HASH-ONE-BYTE.
           MOVE LS-AUDIT-SEALED(WS-HASH-IDX:1) TO WS-HASH-CHAR
           PERFORM HASH-CHAR.

       HASH-USER-BYTE.
           MOVE LS-AUDIT-USER-ID(WS-HASH-IDX:1) TO WS-HASH-CHAR
           PERFORM HASH-CHAR.

       HASH-CHAR.
           COMPUTE WS-HASH-BYTE = FUNCTION ORD(WS-HASH-CHAR)
           COMPUTE WS-HASH-WORK = WS-HASH-A * 31 + WS-HASH-BYTE
           DIVIDE WS-HASH-WORK BY WS-HASH-MOD-A
              GIVING WS-HASH-QUOT REMAINDER WS-HASH-A
           COMPUTE WS-HASH-WORK = WS-HASH-B * 257 + WS-HASH-BYTE
           DIVIDE WS-HASH-WORK BY WS-HASH-MOD-B
              GIVING WS-HASH-QUOT REMAINDER WS-HASH-B.
