       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPRSND.
      *> Resends a REFOUT or LEAPRPT shipment that ACKBAL reported
      *> rejected or overdue. SYSIN names the file in columns 1-8,
      *> its cycle date (YYYYMMDD) in 10-17 and the requesting user
      *> ID in 19-26. The shipment is rebuilt from the generations
      *> SHIPKEEP kept (REFGEN or LPGEN, the retained generations
      *> concatenated oldest first): the last generation whose
      *> SHIPHDR.cpy header carries that file and cycle -- the
      *> intraday leg's whole-day copy when there is one -- is
      *> written to REFRSND or LPRSND with its kept header at the
      *> front, stamped with the resend sequence number, and its
      *> records and trailer(s) copied exactly. The kept copy is
      *> balanced first, in a pass of its own -- data records
      *> against the last trailer count -- and only a copy that
      *> balances is written; one that does not leaves the resend
      *> file empty, so there is nothing to transmit.
      *>
      *> The resend number is one past the highest on the RSNDHIST
      *> history or the pending entry, so it keeps counting even
      *> after ACKBAL has dropped a rejected entry. The pending file
      *> is rewritten (ACKPENDI to ACKPENDO, rotated by the JCL as
      *> ACKBAL's is) with the entry re-armed for the new
      *> transmission -- age back to zero, out-count from the resent
      *> trailer, resend number set and counted as not yet reported
      *> -- or added back if ACKBAL had retired it, so the next
      *> ACKBAL run expects the resend instead of aging the old one
      *> and lists it on ACKRPT. Each resend is appended to RSNDHIST
      *> and written to the shared AUDITLOG with the user ID.
      *> Return codes: 0 resent, 8 nothing resent (bad SYSIN, no
      *> kept generation for that cycle, the kept copy does not
      *> balance, or the file has been resent 99 times), 12 a
      *> file-status failure. The pending file is rewritten
      *> unchanged when nothing was resent.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-GEN ASSIGN TO "REFGEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT LEAP-GEN ASSIGN TO "LPGEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT REF-RSND ASSIGN TO "REFRSND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSND-STATUS.
           SELECT LEAP-RSND ASSIGN TO "LPRSND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSND-STATUS.
           SELECT PEND-IN ASSIGN TO "ACKPENDI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-IN-STATUS.
           SELECT PEND-OUT ASSIGN TO "ACKPENDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-OUT-STATUS.
           SELECT RSND-HIST ASSIGN TO "RSNDHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REF-GEN
           RECORD CONTAINS 69 CHARACTERS.
       01 REF-GEN-REC     PIC X(69).

       FD  LEAP-GEN
           RECORD CONTAINS 80 CHARACTERS.
       01 LEAP-GEN-REC    PIC X(80).

       FD  REF-RSND
           RECORD CONTAINS 69 CHARACTERS.
       01 REF-RSND-REC    PIC X(69).

       FD  LEAP-RSND
           RECORD CONTAINS 80 CHARACTERS.
       01 LEAP-RSND-REC   PIC X(80).

       FD  PEND-IN
           RECORD CONTAINS 31 CHARACTERS.
       COPY ACKPEND.

       FD  PEND-OUT
           RECORD CONTAINS 31 CHARACTERS.
       01 PEND-OUT-REC    PIC X(31).

       FD  RSND-HIST
           RECORD CONTAINS 48 CHARACTERS.
       COPY RSNDHIST.

       FD  AUDIT-LOG.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01 WS-GEN-STATUS      PIC XX.
       01 WS-RSND-STATUS     PIC XX.
       01 WS-PEND-IN-STATUS  PIC XX.
       01 WS-PEND-OUT-STATUS PIC XX.
       01 WS-HIST-STATUS     PIC XX.
       01 WS-AUDIT-STATUS    PIC XX.
       01 WS-AUDIT-PROGRAM   PIC X(8) VALUE "SHIPRSND".
       01 WS-AUDIT-INPUT     PIC X(250).
       01 WS-AUDIT-RESULT    PIC X(64).
       01 WS-AUDIT-CHAIN-FUNC PIC X(2).
       01 WS-RETURN-CODE     PIC 9(2) VALUE 0.
       01 WS-RC-CANDIDATE    PIC 9(2) VALUE 0.

       01 WS-PARM-IN.
         05 WS-PARM-FILE     PIC X(8).
         05 FILLER           PIC X.
         05 WS-PARM-DATE     PIC X(8).
         05 FILLER           PIC X.
         05 WS-PARM-USER     PIC X(8).
         05 FILLER           PIC X(54).
       01 WS-RESEND-FILE     PIC X(8).
         88 RESEND-REFOUT    VALUE "REFOUT".
         88 RESEND-LEAPRPT   VALUE "LEAPRPT".
       01 WS-RESEND-DATE     PIC X(8).
       01 WS-RESEND-USER     PIC X(8).
       01 WS-RESEND-SEQ      PIC 9(2) VALUE 0.
       01 WS-PARM-FLAG       PIC X VALUE "N".
         88 PARM-VALID       VALUE "Y".
       01 WS-RESENT-FLAG     PIC X VALUE "N".
         88 RESEND-DONE      VALUE "Y".

      *> One kept record, whichever file is being resent; a REFOUT
      *> record fills the first 69 bytes.
       01 WS-SHIP-REC        PIC X(80).
       01 WS-GEN-EOF-FLAG    PIC X VALUE "N".
         88 GEN-EOF          VALUE "Y".
       01 WS-HDR-ORDINAL     PIC 9(5) VALUE 0.
       01 WS-WANT-ORDINAL    PIC 9(5) VALUE 0.
       01 WS-COPY-FLAG       PIC X VALUE "N".
         88 COPYING          VALUE "Y".
       01 WS-COPY-COUNT      PIC 9(9) VALUE 0.
       01 WS-DATA-COUNT      PIC 9(9) VALUE 0.
       01 WS-LAST-TRL-COUNT  PIC 9(9) VALUE 0.
       01 WS-TRL-FLAG        PIC X VALUE "N".
         88 TRAILER-FOUND    VALUE "Y".
       01 WS-KEPT-LEG        PIC X(8) VALUE SPACES.
       01 WS-PASS-FLAG       PIC X VALUE "T".
         88 TALLY-PASS       VALUE "T".
         88 WRITE-PASS       VALUE "W".
       01 WS-BALANCE-FLAG    PIC X VALUE "N".
         88 KEPT-BALANCED    VALUE "Y".

       COPY FEEDCTL.
       COPY SHIPHDR.

      *> The pending file, held so the entry can be re-armed once
      *> the resend has been written -- same 50 entries ACKBAL holds.
       01 WS-PEND-MAX    PIC 9(2) VALUE 50.
       01 WS-PEND-USED   PIC 9(2) VALUE 0.
       01 WS-PEND-TABLE.
         05 WS-PEND-ENTRY OCCURS 50 TIMES.
           10 WS-PND-REC      PIC X(31).
       01 PND-IDX        PIC 9(2).
       01 WS-PEND-HIT    PIC 9(2) VALUE 0.
       01 WS-PEND-LOADED-FLAG PIC X VALUE "N".
         88 PEND-LOADED  VALUE "Y".

       PROCEDURE DIVISION.
       SHIP-RESEND-MAIN.
           PERFORM GET-RESEND-PARM
           PERFORM LOAD-PENDING-FILE
           IF PARM-VALID AND PEND-LOADED
              PERFORM NEXT-RESEND-SEQ
           END-IF
           IF PARM-VALID AND PEND-LOADED AND WS-RESEND-SEQ > 0
              PERFORM FIND-KEPT-GENERATION
              IF WS-WANT-ORDINAL > 0
                 PERFORM TALLY-KEPT-GENERATION
                 IF WS-RETURN-CODE < 8
                    PERFORM CHECK-RESEND-BALANCE
                 END-IF
                 IF KEPT-BALANCED
                    PERFORM WRITE-RESEND
                 ELSE
                    PERFORM CLEAR-RESEND
                 END-IF
              ELSE
                 DISPLAY "SHIPRSND: NO KEPT GENERATION FOR "
                    WS-RESEND-FILE " CYCLE " WS-RESEND-DATE
                 MOVE 8 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
           END-IF
           IF PEND-LOADED
              IF RESEND-DONE
                 PERFORM REARM-PENDING-ENTRY
              END-IF
              PERFORM WRITE-PENDING-FILE
           END-IF
           IF RESEND-DONE
              PERFORM APPEND-RESEND-HISTORY
              PERFORM AUDIT-RESEND
              DISPLAY "SHIPRSND: " WS-RESEND-FILE " CYCLE "
                 WS-RESEND-DATE " RESEND " WS-RESEND-SEQ
                 " FROM THE " WS-KEPT-LEG " GENERATION, "
                 WS-DATA-COUNT " RECORDS"
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       GET-RESEND-PARM.
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN
           MOVE WS-PARM-FILE TO WS-RESEND-FILE
           MOVE WS-PARM-DATE TO WS-RESEND-DATE
           MOVE WS-PARM-USER TO WS-RESEND-USER
           IF WS-RESEND-USER = SPACES
              MOVE "UNKNOWN" TO WS-RESEND-USER
           END-IF
           MOVE "US" TO WS-AUDIT-CHAIN-FUNC
           CALL "AUDCHAIN" USING WS-AUDIT-CHAIN-FUNC WS-RESEND-USER
           IF (RESEND-REFOUT OR RESEND-LEAPRPT)
              AND WS-RESEND-DATE IS NUMERIC
              MOVE "Y" TO WS-PARM-FLAG
           ELSE
              DISPLAY "SHIPRSND: SYSIN MUST BE REFOUT OR LEAPRPT IN"
                 " COLUMNS 1-8 AND A YYYYMMDD CYCLE IN 10-17: "
                 WS-PARM-IN(1:26)
              MOVE 8 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

      *> A missing pending file (status 35) is an empty one, as in
      *> ACKBAL. Any other failure stops the job short of the
      *> resend: the entry could not be re-armed for it.
       LOAD-PENDING-FILE.
           OPEN INPUT PEND-IN
           EVALUATE WS-PEND-IN-STATUS
              WHEN "00"
                 MOVE "Y" TO WS-PEND-LOADED-FLAG
                 PERFORM READ-PENDING-REC
                    UNTIL WS-PEND-IN-STATUS NOT = "00"
                 IF WS-PEND-IN-STATUS NOT = "10"
                    DISPLAY "SHIPRSND: ACKPENDI READ FAILED, STATUS="
                       WS-PEND-IN-STATUS
                    MOVE 12 TO WS-RC-CANDIDATE
                    PERFORM SET-RETURN-CODE
                    MOVE "N" TO WS-PEND-LOADED-FLAG
                 END-IF
                 CLOSE PEND-IN
              WHEN "35"
                 MOVE "Y" TO WS-PEND-LOADED-FLAG
              WHEN OTHER
                 DISPLAY "SHIPRSND: ACKPENDI OPEN FAILED, STATUS="
                    WS-PEND-IN-STATUS
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
           END-EVALUATE.

       READ-PENDING-REC.
           READ PEND-IN
              AT END
                 CONTINUE
              NOT AT END
                 IF WS-PEND-USED < WS-PEND-MAX
                    ADD 1 TO WS-PEND-USED
                    MOVE ACKPEND-REC TO WS-PND-REC (WS-PEND-USED)
                    IF APD-FILE-NAME = WS-RESEND-FILE
                       AND APD-CYCLE-DATE = WS-RESEND-DATE
                       MOVE WS-PEND-USED TO WS-PEND-HIT
                    END-IF
                 ELSE
                    DISPLAY "SHIPRSND: PENDING TABLE FULL"
                    MOVE 12 TO WS-RC-CANDIDATE
                    PERFORM SET-RETURN-CODE
                    MOVE "99" TO WS-PEND-IN-STATUS
                 END-IF
           END-READ.

      *> Highest resend number so far for this file and cycle, from
      *> the history and from the pending entry itself.
       NEXT-RESEND-SEQ.
           MOVE 0 TO WS-RESEND-SEQ
           IF WS-PEND-HIT > 0
              MOVE WS-PND-REC (WS-PEND-HIT) TO ACKPEND-REC
              IF APD-RESEND-SEQ IS NUMERIC
                 MOVE APD-RESEND-SEQ TO WS-RESEND-SEQ
              END-IF
           END-IF
           OPEN INPUT RSND-HIST
           EVALUATE WS-HIST-STATUS
              WHEN "00"
                 PERFORM READ-HISTORY-REC
                    UNTIL WS-HIST-STATUS NOT = "00"
                 IF WS-HIST-STATUS NOT = "10"
                    DISPLAY "SHIPRSND: RSNDHIST READ FAILED, STATUS="
                       WS-HIST-STATUS
                    MOVE 12 TO WS-RC-CANDIDATE
                    PERFORM SET-RETURN-CODE
                 END-IF
                 CLOSE RSND-HIST
              WHEN "35"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "SHIPRSND: RSNDHIST OPEN FAILED, STATUS="
                    WS-HIST-STATUS
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
           END-EVALUATE
           EVALUATE TRUE
              WHEN WS-RETURN-CODE > 8
                 MOVE 0 TO WS-RESEND-SEQ
              WHEN WS-RESEND-SEQ = 99
                 DISPLAY "SHIPRSND: " WS-RESEND-FILE " CYCLE "
                    WS-RESEND-DATE " ALREADY RESENT 99 TIMES"
                 MOVE 8 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
                 MOVE 0 TO WS-RESEND-SEQ
              WHEN OTHER
                 ADD 1 TO WS-RESEND-SEQ
           END-EVALUATE.

       READ-HISTORY-REC.
           READ RSND-HIST
              AT END
                 CONTINUE
              NOT AT END
                 IF RSH-FILE-NAME = WS-RESEND-FILE
                    AND RSH-CYCLE-DATE = WS-RESEND-DATE
                    AND RSH-RESEND-SEQ IS NUMERIC
                    AND RSH-RESEND-SEQ > WS-RESEND-SEQ
                    MOVE RSH-RESEND-SEQ TO WS-RESEND-SEQ
                 END-IF
           END-READ.

      *> First pass: number the kept headers for this file and note
      *> the last one for the cycle -- a later generation of the
      *> same cycle is the intraday leg's whole-day copy.
       FIND-KEPT-GENERATION.
           MOVE 0 TO WS-HDR-ORDINAL
           MOVE 0 TO WS-WANT-ORDINAL
           PERFORM OPEN-GENERATIONS
           PERFORM SCAN-GEN-REC UNTIL GEN-EOF
           PERFORM CLOSE-GENERATIONS.

       SCAN-GEN-REC.
           PERFORM READ-GEN-REC
           IF NOT GEN-EOF
              PERFORM CHECK-KEPT-HEADER
              IF SHH-HEADER
                 ADD 1 TO WS-HDR-ORDINAL
                 IF SHH-CYCLE-DATE = WS-RESEND-DATE
                    MOVE WS-HDR-ORDINAL TO WS-WANT-ORDINAL
                 END-IF
              END-IF
           END-IF.

      *> A kept header names this file and carries a numeric cycle
      *> date and resend number; anything else (a data record that
      *> happens to start HDR included) is shipment content.
       CHECK-KEPT-HEADER.
           MOVE WS-SHIP-REC TO SHIP-HDR-REC
           IF NOT SHH-HEADER
              OR SHH-FILE-NAME NOT = WS-RESEND-FILE
              OR SHH-CYCLE-DATE IS NOT NUMERIC
              OR SHH-RESEND-SEQ IS NOT NUMERIC
              MOVE SPACES TO SHH-CTL-ID
           END-IF.

      *> Second pass: count the chosen generation's data records
      *> and note its last trailer, writing nothing.
       TALLY-KEPT-GENERATION.
           MOVE 0 TO WS-HDR-ORDINAL
           MOVE "N" TO WS-COPY-FLAG
           MOVE "T" TO WS-PASS-FLAG
           PERFORM OPEN-GENERATIONS
           PERFORM COPY-GEN-REC UNTIL GEN-EOF
           PERFORM CLOSE-GENERATIONS.

      *> Third pass, once the copy has balanced: copy the chosen
      *> generation out behind its header, re-stamped with the
      *> resend number.
       WRITE-RESEND.
           MOVE 0 TO WS-HDR-ORDINAL
           MOVE "N" TO WS-COPY-FLAG
           MOVE "W" TO WS-PASS-FLAG
           PERFORM OPEN-GENERATIONS
           IF RESEND-REFOUT
              OPEN OUTPUT REF-RSND
           ELSE
              OPEN OUTPUT LEAP-RSND
           END-IF
           IF WS-RSND-STATUS NOT = "00"
              DISPLAY "SHIPRSND: RESEND FILE OPEN FAILED, STATUS="
                 WS-RSND-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "Y" TO WS-GEN-EOF-FLAG
           END-IF
           PERFORM COPY-GEN-REC UNTIL GEN-EOF
           PERFORM CLOSE-GENERATIONS
           IF RESEND-REFOUT
              CLOSE REF-RSND
           ELSE
              CLOSE LEAP-RSND
           END-IF
           IF WS-RETURN-CODE < 8
              MOVE "Y" TO WS-RESENT-FLAG
           END-IF.

      *> A copy that did not balance (or could not be read) is not
      *> written: the resend file is opened and closed empty, so the
      *> dataset the job catalogues carries nothing to transmit.
       CLEAR-RESEND.
           IF RESEND-REFOUT
              OPEN OUTPUT REF-RSND
           ELSE
              OPEN OUTPUT LEAP-RSND
           END-IF
           IF WS-RSND-STATUS NOT = "00"
              DISPLAY "SHIPRSND: RESEND FILE OPEN FAILED, STATUS="
                 WS-RSND-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           ELSE
              IF RESEND-REFOUT
                 CLOSE REF-RSND
              ELSE
                 CLOSE LEAP-RSND
              END-IF
           END-IF.

       COPY-GEN-REC.
           PERFORM READ-GEN-REC
           IF NOT GEN-EOF
              PERFORM CHECK-KEPT-HEADER
              IF SHH-HEADER
                 ADD 1 TO WS-HDR-ORDINAL
                 IF WS-HDR-ORDINAL = WS-WANT-ORDINAL
                    MOVE "Y" TO WS-COPY-FLAG
                    MOVE SHH-LEG TO WS-KEPT-LEG
                    IF WRITE-PASS
                       MOVE WS-RESEND-SEQ TO SHH-RESEND-SEQ
                       MOVE SPACES TO WS-SHIP-REC
                       MOVE SHIP-HDR-REC TO WS-SHIP-REC
                       PERFORM WRITE-RESEND-REC
                    END-IF
                 ELSE
                    IF COPYING
                       MOVE "Y" TO WS-GEN-EOF-FLAG
                    END-IF
                 END-IF
              ELSE
                 IF COPYING
                    IF TALLY-PASS
                       PERFORM TALLY-RESEND-REC
                    ELSE
                       PERFORM WRITE-RESEND-REC
                    END-IF
                 END-IF
              END-IF
           END-IF.

       TALLY-RESEND-REC.
           ADD 1 TO WS-COPY-COUNT
           MOVE WS-SHIP-REC(1:20) TO FEED-CTL-REC
           IF FEED-TRAILER AND FEED-TRL-COUNT IS NUMERIC
              MOVE "Y" TO WS-TRL-FLAG
              MOVE FEED-TRL-COUNT TO WS-LAST-TRL-COUNT
           ELSE
              ADD 1 TO WS-DATA-COUNT
           END-IF.

       CHECK-RESEND-BALANCE.
           IF TRAILER-FOUND
              AND WS-LAST-TRL-COUNT = WS-DATA-COUNT
              MOVE "Y" TO WS-BALANCE-FLAG
           ELSE
              DISPLAY "SHIPRSND: KEPT " WS-RESEND-FILE " CYCLE "
                 WS-RESEND-DATE " DOES NOT BALANCE - DATA "
                 WS-DATA-COUNT " TRAILER " WS-LAST-TRL-COUNT
                 " - DO NOT TRANSMIT"
              MOVE 8 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

       OPEN-GENERATIONS.
           MOVE "N" TO WS-GEN-EOF-FLAG
           IF RESEND-REFOUT
              OPEN INPUT REF-GEN
           ELSE
              OPEN INPUT LEAP-GEN
           END-IF
           IF WS-GEN-STATUS NOT = "00"
              DISPLAY "SHIPRSND: KEPT GENERATIONS OPEN FAILED, STATUS="
                 WS-GEN-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "Y" TO WS-GEN-EOF-FLAG
           END-IF.

       CLOSE-GENERATIONS.
           IF RESEND-REFOUT
              CLOSE REF-GEN
           ELSE
              CLOSE LEAP-GEN
           END-IF.

       READ-GEN-REC.
           MOVE SPACES TO WS-SHIP-REC
           IF RESEND-REFOUT
              READ REF-GEN INTO WS-SHIP-REC
                 AT END
                    MOVE "Y" TO WS-GEN-EOF-FLAG
              END-READ
           ELSE
              READ LEAP-GEN INTO WS-SHIP-REC
                 AT END
                    MOVE "Y" TO WS-GEN-EOF-FLAG
              END-READ
           END-IF
           IF WS-GEN-STATUS NOT = "00"
              AND WS-GEN-STATUS NOT = "10"
              DISPLAY "SHIPRSND: KEPT GENERATIONS READ FAILED, STATUS="
                 WS-GEN-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "Y" TO WS-GEN-EOF-FLAG
           END-IF.

       WRITE-RESEND-REC.
           IF RESEND-REFOUT
              MOVE WS-SHIP-REC TO REF-RSND-REC
              WRITE REF-RSND-REC
           ELSE
              MOVE WS-SHIP-REC TO LEAP-RSND-REC
              WRITE LEAP-RSND-REC
           END-IF
           IF WS-RSND-STATUS NOT = "00"
              DISPLAY "SHIPRSND: RESEND FILE WRITE FAILED, STATUS="
                 WS-RSND-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "Y" TO WS-GEN-EOF-FLAG
           END-IF.

      *> The downstream acknowledges the resend against the trailer
      *> it carries, so that count is what the entry now expects.
       REARM-PENDING-ENTRY.
           IF WS-PEND-HIT = 0
              IF WS-PEND-USED < WS-PEND-MAX
                 ADD 1 TO WS-PEND-USED
                 MOVE WS-PEND-USED TO WS-PEND-HIT
                 MOVE SPACES TO ACKPEND-REC
                 MOVE WS-RESEND-FILE TO APD-FILE-NAME
                 MOVE WS-RESEND-DATE TO APD-CYCLE-DATE
                 MOVE 0 TO APD-RESEND-UNRPT
              ELSE
                 DISPLAY "SHIPRSND: PENDING TABLE FULL, "
                    WS-RESEND-FILE " " WS-RESEND-DATE " NOT ADDED"
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
           ELSE
              MOVE WS-PND-REC (WS-PEND-HIT) TO ACKPEND-REC
              IF APD-RESEND-UNRPT IS NOT NUMERIC
                 MOVE 0 TO APD-RESEND-UNRPT
              END-IF
           END-IF
           IF WS-PEND-HIT > 0
              MOVE WS-LAST-TRL-COUNT TO APD-OUT-COUNT
              MOVE 0 TO APD-AGE-CYCLES
              MOVE WS-RESEND-SEQ TO APD-RESEND-SEQ
              IF APD-RESEND-UNRPT < 99
                 ADD 1 TO APD-RESEND-UNRPT
              END-IF
              MOVE ACKPEND-REC TO WS-PND-REC (WS-PEND-HIT)
           END-IF.

       WRITE-PENDING-FILE.
           OPEN OUTPUT PEND-OUT
           IF WS-PEND-OUT-STATUS NOT = "00"
              DISPLAY "SHIPRSND: ACKPENDO OPEN FAILED, STATUS="
                 WS-PEND-OUT-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           ELSE
              PERFORM WRITE-PENDING-REC
                 VARYING PND-IDX FROM 1 BY 1
                 UNTIL PND-IDX > WS-PEND-USED
              CLOSE PEND-OUT
           END-IF.

       WRITE-PENDING-REC.
           WRITE PEND-OUT-REC FROM WS-PND-REC (PND-IDX)
           IF WS-PEND-OUT-STATUS NOT = "00"
              DISPLAY "SHIPRSND: ACKPENDO WRITE FAILED, STATUS="
                 WS-PEND-OUT-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

       APPEND-RESEND-HISTORY.
           OPEN EXTEND RSND-HIST
           IF WS-HIST-STATUS = "35"
              OPEN OUTPUT RSND-HIST
           END-IF
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "SHIPRSND: RSNDHIST OPEN FAILED, STATUS="
                 WS-HIST-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           ELSE
              MOVE SPACES TO RSND-HIST-REC
              MOVE WS-RESEND-FILE TO RSH-FILE-NAME
              MOVE WS-RESEND-DATE TO RSH-CYCLE-DATE
              MOVE WS-RESEND-SEQ TO RSH-RESEND-SEQ
              MOVE WS-LAST-TRL-COUNT TO RSH-OUT-COUNT
              MOVE FUNCTION CURRENT-DATE TO RSH-TIMESTAMP
              WRITE RSND-HIST-REC
              IF WS-HIST-STATUS NOT = "00"
                 DISPLAY "SHIPRSND: RSNDHIST WRITE FAILED, STATUS="
                    WS-HIST-STATUS
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
              CLOSE RSND-HIST
           END-IF.

       AUDIT-RESEND.
           MOVE SPACES TO WS-AUDIT-INPUT
           STRING "RESEND " WS-RESEND-FILE " CYCLE " WS-RESEND-DATE
              " USER " WS-RESEND-USER
              DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "SEQ " WS-RESEND-SEQ " RECORDS " WS-DATA-COUNT
              " LEG " WS-KEPT-LEG
              DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-REC
           IF WS-AUDIT-STATUS NOT = "00"
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

       SET-RETURN-CODE.
           IF WS-RC-CANDIDATE > WS-RETURN-CODE
              MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
           END-IF.

       COPY AUDITWRT.
