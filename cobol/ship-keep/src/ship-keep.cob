       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPKEEP.
      *> Keeps each cycle's shipped REFOUT and LEAPRPT as cycle-dated
      *> generations so a rejected or overdue shipment can be sent
      *> again after the next NIGHTLY STEP001 has deleted the live
      *> files (SHIPRSND rebuilds the resend from them). Runs at the
      *> end of each leg, once the files are final for it: NIGHTLY
      *> STEP038 behind RSVERIFY, and INTRADAY STEP235 (SYSIN SUPP)
      *> behind the supplemental RSBATCH -- the intraday drivers
      *> append to the cycle's files, so that generation is the
      *> whole day's and supersedes the nightly one for a resend.
      *> Each generation is a SHIPHDR.cpy header carrying the RUNCTL
      *> cycle date, run number, file name and leg, followed by an
      *> exact copy of the shipped file, trailer(s) included. A
      *> shipped file with no FEEDCTL trailer on it is still kept
      *> but flagged. Return codes: 0 both files kept, 4 a file
      *> was kept without a trailer, 12 a file-status failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-OUT ASSIGN TO "REFOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REF-OUT-STATUS.
           SELECT LEAP-RPT ASSIGN TO "LEAPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEAP-RPT-STATUS.
           SELECT REF-KEEP ASSIGN TO "REFKEEP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REF-KEEP-STATUS.
           SELECT LEAP-KEEP ASSIGN TO "LPKEEP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEAP-KEEP-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REF-OUT
           RECORD CONTAINS 69 CHARACTERS.
       01 REF-OUT-REC     PIC X(69).

       FD  LEAP-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01 LEAP-RPT-REC    PIC X(80).

       FD  REF-KEEP
           RECORD CONTAINS 69 CHARACTERS.
       01 REF-KEEP-REC    PIC X(69).

       FD  LEAP-KEEP
           RECORD CONTAINS 80 CHARACTERS.
       01 LEAP-KEEP-REC   PIC X(80).

       FD  RUNCTL-FILE
           RECORD CONTAINS 54 CHARACTERS.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-REF-OUT-STATUS   PIC XX.
       01 WS-LEAP-RPT-STATUS  PIC XX.
       01 WS-REF-KEEP-STATUS  PIC XX.
       01 WS-LEAP-KEEP-STATUS PIC XX.
       01 WS-RETURN-CODE      PIC 9(2) VALUE 0.
       01 WS-RC-CANDIDATE     PIC 9(2) VALUE 0.

       01 WS-PARM-IN          PIC X(8).
       01 WS-LEG-NAME         PIC X(8) VALUE "NIGHTLY".

       01 WS-CYCLE-DATE       PIC X(8).
       01 WS-RUNCTL-STATUS    PIC XX.
       01 WS-RUNCTL-PROGRAM   PIC X(8) VALUE "SHIPKEEP".
       01 WS-RUNCTL-STEP-STAT PIC X(8).
       01 WS-RUNCTL-RC        PIC 9(2).
       01 WS-RUN-NUMBER       PIC 9(4) VALUE 0.
       01 WS-RUNCTL-DATE-FLAG PIC X VALUE "N".
         88 RUNCTL-DATE-SET   VALUE "Y".

       COPY FEEDCTL.
       COPY SHIPHDR.

      *> Per-file tallies, reset before each file is kept.
       01 WS-KEEP-FILE        PIC X(8).
       01 WS-COPY-COUNT       PIC 9(9) VALUE 0.
       01 WS-DATA-COUNT       PIC 9(9) VALUE 0.
       01 WS-LAST-TRL-COUNT   PIC 9(9) VALUE 0.
       01 WS-TRL-FLAG         PIC X VALUE "N".
         88 TRAILER-FOUND     VALUE "Y".

       PROCEDURE DIVISION.
       SHIP-KEEP-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE
           PERFORM READ-RUN-CONTROL
           PERFORM GET-LEG-PARM
           PERFORM KEEP-REFOUT
           PERFORM KEEP-LEAPRPT
           MOVE "COMPLETE" TO WS-RUNCTL-STEP-STAT
           MOVE WS-RETURN-CODE TO WS-RUNCTL-RC
           PERFORM WRITE-STEP-STATUS
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       GET-LEG-PARM.
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN
           IF WS-PARM-IN(1:4) = "SUPP"
              MOVE "INTRADAY" TO WS-LEG-NAME
           END-IF.

       BUILD-KEEP-HEADER.
           MOVE SPACES TO SHIP-HDR-REC
           MOVE "HDR" TO SHH-CTL-ID
           MOVE WS-CYCLE-DATE TO SHH-CYCLE-DATE
           MOVE WS-KEEP-FILE TO SHH-FILE-NAME
           MOVE WS-LEG-NAME TO SHH-LEG
           MOVE WS-RUN-NUMBER TO SHH-RUN-NUMBER
           MOVE 0 TO SHH-RESEND-SEQ
           MOVE FUNCTION CURRENT-DATE TO SHH-KEPT-TS
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-DATA-COUNT
           MOVE 0 TO WS-LAST-TRL-COUNT
           MOVE "N" TO WS-TRL-FLAG.

       KEEP-REFOUT.
           MOVE "REFOUT" TO WS-KEEP-FILE
           PERFORM BUILD-KEEP-HEADER
           OPEN INPUT REF-OUT
           OPEN OUTPUT REF-KEEP
           IF WS-REF-OUT-STATUS NOT = "00"
              OR WS-REF-KEEP-STATUS NOT = "00"
              DISPLAY "SHIPKEEP: OPEN FAILED, REFOUT STATUS="
                 WS-REF-OUT-STATUS " REFKEEP STATUS="
                 WS-REF-KEEP-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           ELSE
              MOVE SPACES TO REF-KEEP-REC
              MOVE SHIP-HDR-REC TO REF-KEEP-REC
              PERFORM WRITE-REF-KEEP-REC
              PERFORM COPY-REFOUT-REC
                 UNTIL WS-REF-OUT-STATUS NOT = "00"
              IF WS-REF-OUT-STATUS NOT = "10"
                 AND WS-REF-OUT-STATUS NOT = "99"
                 DISPLAY "SHIPKEEP: REFOUT READ FAILED, STATUS="
                    WS-REF-OUT-STATUS
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
              PERFORM REPORT-KEPT-FILE
           END-IF
           CLOSE REF-OUT
           CLOSE REF-KEEP.

       COPY-REFOUT-REC.
           READ REF-OUT
              AT END
                 CONTINUE
              NOT AT END
                 MOVE REF-OUT-REC(1:20) TO FEED-CTL-REC
                 PERFORM TALLY-SHIPPED-REC
                 MOVE REF-OUT-REC TO REF-KEEP-REC
                 PERFORM WRITE-REF-KEEP-REC
           END-READ.

       WRITE-REF-KEEP-REC.
           WRITE REF-KEEP-REC
           IF WS-REF-KEEP-STATUS NOT = "00"
              DISPLAY "SHIPKEEP: REFKEEP WRITE FAILED, STATUS="
                 WS-REF-KEEP-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "99" TO WS-REF-OUT-STATUS
           END-IF.

       KEEP-LEAPRPT.
           MOVE "LEAPRPT" TO WS-KEEP-FILE
           PERFORM BUILD-KEEP-HEADER
           OPEN INPUT LEAP-RPT
           OPEN OUTPUT LEAP-KEEP
           IF WS-LEAP-RPT-STATUS NOT = "00"
              OR WS-LEAP-KEEP-STATUS NOT = "00"
              DISPLAY "SHIPKEEP: OPEN FAILED, LEAPRPT STATUS="
                 WS-LEAP-RPT-STATUS " LPKEEP STATUS="
                 WS-LEAP-KEEP-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           ELSE
              MOVE SPACES TO LEAP-KEEP-REC
              MOVE SHIP-HDR-REC TO LEAP-KEEP-REC
              PERFORM WRITE-LEAP-KEEP-REC
              PERFORM COPY-LEAPRPT-REC
                 UNTIL WS-LEAP-RPT-STATUS NOT = "00"
              IF WS-LEAP-RPT-STATUS NOT = "10"
                 AND WS-LEAP-RPT-STATUS NOT = "99"
                 DISPLAY "SHIPKEEP: LEAPRPT READ FAILED, STATUS="
                    WS-LEAP-RPT-STATUS
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
              PERFORM REPORT-KEPT-FILE
           END-IF
           CLOSE LEAP-RPT
           CLOSE LEAP-KEEP.

       COPY-LEAPRPT-REC.
           READ LEAP-RPT
              AT END
                 CONTINUE
              NOT AT END
                 MOVE LEAP-RPT-REC(1:20) TO FEED-CTL-REC
                 PERFORM TALLY-SHIPPED-REC
                 MOVE LEAP-RPT-REC TO LEAP-KEEP-REC
                 PERFORM WRITE-LEAP-KEEP-REC
           END-READ.

       WRITE-LEAP-KEEP-REC.
           WRITE LEAP-KEEP-REC
           IF WS-LEAP-KEEP-STATUS NOT = "00"
              DISPLAY "SHIPKEEP: LPKEEP WRITE FAILED, STATUS="
                 WS-LEAP-KEEP-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "99" TO WS-LEAP-RPT-STATUS
           END-IF.

      *> Only TRL with a numeric count is control, as in RSBATCH's
      *> own count of REFOUT; the last trailer is the one the
      *> downstream balances against.
       TALLY-SHIPPED-REC.
           ADD 1 TO WS-COPY-COUNT
           IF FEED-TRAILER AND FEED-TRL-COUNT IS NUMERIC
              MOVE "Y" TO WS-TRL-FLAG
              MOVE FEED-TRL-COUNT TO WS-LAST-TRL-COUNT
           ELSE
              ADD 1 TO WS-DATA-COUNT
           END-IF.

       REPORT-KEPT-FILE.
           DISPLAY "SHIPKEEP: " WS-KEEP-FILE " CYCLE " WS-CYCLE-DATE
              " LEG " WS-LEG-NAME " RECORDS " WS-COPY-COUNT
              " DATA " WS-DATA-COUNT " TRAILER " WS-LAST-TRL-COUNT
           IF NOT TRAILER-FOUND
              DISPLAY "SHIPKEEP: " WS-KEEP-FILE
                 " KEPT WITHOUT A TRAILER - NOT A COMPLETE SHIPMENT"
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

       SET-RETURN-CODE.
           IF WS-RC-CANDIDATE > WS-RETURN-CODE
              MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
           END-IF.

       COPY RUNCTLIO.
