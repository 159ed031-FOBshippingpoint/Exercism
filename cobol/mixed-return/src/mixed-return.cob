       IDENTIFICATION DIVISION.
       PROGRAM-ID. MXRETURN.
      *> Combined-feed department return split. Runs right after
      *> MXBATCH and splits its MIXOUT by submitting department so
      *> each department gets back only its own results, invalid
      *> (result 9) records included. The PROD.PARMLIB.MIXDEPT
      *> roster (MIXDEPT.cpy) assigns every department one of the
      *> ten return files MIXRT01-MIXRT10; each rostered department
      *> gets its file every run, in the MIXRTN.cpy layout -- a
      *> FEEDCTL header with the cycle date and the department, its
      *> MIXOUT detail lines, and a trailer with its record and
      *> invalid counts -- so a department that submitted nothing
      *> still gets a header and a zero trailer. The unkeyed ***
      *> bucket, and any department not on the roster, go to the
      *> MIXEXCP operations exception file in the same layout
      *> (department *** on its header and trailer), never to a
      *> department. MIXOUT's own count block is totalled and
      *> checked against the detail lines read, so a short MIXOUT
      *> ends the step RC=8 before its return files go out. Every
      *> file's counts go to RECONFIL as MXRETURN/RTNddd (ddd the
      *> department) and MXRETURN/MIXEXCP, with MXRETURN/MIXOUT for
      *> the whole split, for RECONRPT to prove the return files add
      *> up to the MXBATCH/MIXOUT count. The cycle date is the last
      *> RUNCTL cycle (RUNCTLPD.cpy; the system date when there is
      *> none); not a chain step, so no STP record is written.
      *> Return codes: 0 clean, 4 records held on MIXEXCP, 8 the
      *> roster is in error (nothing split; the return files are
      *> left empty) or MIXOUT's count block does not match its
      *> detail lines, 12 a file-status failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIX-OUT ASSIGN TO "MIXOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MIX-OUT-STATUS.
           SELECT DEPT-ROSTER ASSIGN TO "MIXDEPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT RTN01-FILE ASSIGN TO "MIXRT01"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT RTN02-FILE ASSIGN TO "MIXRT02"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT RTN03-FILE ASSIGN TO "MIXRT03"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT RTN04-FILE ASSIGN TO "MIXRT04"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT RTN05-FILE ASSIGN TO "MIXRT05"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT RTN06-FILE ASSIGN TO "MIXRT06"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT RTN07-FILE ASSIGN TO "MIXRT07"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT RTN08-FILE ASSIGN TO "MIXRT08"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT RTN09-FILE ASSIGN TO "MIXRT09"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT RTN10-FILE ASSIGN TO "MIXRT10"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT EXCP-FILE ASSIGN TO "MIXEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT RECON-FILE ASSIGN TO "RECONFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MIX-OUT
           RECORD CONTAINS 326 CHARACTERS.
       01 MIX-OUT-REC       PIC X(326).

       FD  DEPT-ROSTER
           RECORD CONTAINS 80 CHARACTERS.
       COPY MIXDEPT.

       FD  RTN01-FILE
           RECORD CONTAINS 326 CHARACTERS.
       01 RTN01-REC       PIC X(326).

       FD  RTN02-FILE
           RECORD CONTAINS 326 CHARACTERS.
       01 RTN02-REC       PIC X(326).

       FD  RTN03-FILE
           RECORD CONTAINS 326 CHARACTERS.
       01 RTN03-REC       PIC X(326).

       FD  RTN04-FILE
           RECORD CONTAINS 326 CHARACTERS.
       01 RTN04-REC       PIC X(326).

       FD  RTN05-FILE
           RECORD CONTAINS 326 CHARACTERS.
       01 RTN05-REC       PIC X(326).

       FD  RTN06-FILE
           RECORD CONTAINS 326 CHARACTERS.
       01 RTN06-REC       PIC X(326).

       FD  RTN07-FILE
           RECORD CONTAINS 326 CHARACTERS.
       01 RTN07-REC       PIC X(326).

       FD  RTN08-FILE
           RECORD CONTAINS 326 CHARACTERS.
       01 RTN08-REC       PIC X(326).

       FD  RTN09-FILE
           RECORD CONTAINS 326 CHARACTERS.
       01 RTN09-REC       PIC X(326).

       FD  RTN10-FILE
           RECORD CONTAINS 326 CHARACTERS.
       01 RTN10-REC       PIC X(326).

       FD  EXCP-FILE
           RECORD CONTAINS 326 CHARACTERS.
       01 EXCP-REC          PIC X(326).

       FD  RECON-FILE
           RECORD CONTAINS 45 CHARACTERS.
       COPY RECONREC.

       FD  RUNCTL-FILE
           RECORD CONTAINS 54 CHARACTERS.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-MIX-OUT-STATUS PIC XX.
       01 WS-ROSTER-STATUS  PIC XX.
       01 WS-RTN-STATUS     PIC XX.
       01 WS-EOF-FLAG       PIC X VALUE "N".
         88 WS-EOF          VALUE "Y".
       01 WS-ROSTER-FLAG    PIC X VALUE "Y".
         88 ROSTER-OK       VALUE "Y".
       01 WS-OPEN-FLAG      PIC X VALUE "Y".
         88 FILES-OPEN      VALUE "Y".
       01 WS-RETURN-CODE    PIC 9(2) VALUE 0.
       01 WS-RC-CANDIDATE   PIC 9(2).

       COPY FEEDCTL.
       COPY MIXRTN.

      *> Cycle date from RUNCTL (RUNCTLPD.cpy) for the headers.
       01 WS-RUNCTL-STATUS  PIC XX.
       01 WS-CYCLE-DATE     PIC X(8).
       01 WS-RUNCTL-DATE-FLAG PIC X VALUE "N".
         88 RUNCTL-DATE-SET VALUE "Y".
       01 WS-CYCLE-PERIOD.
         05 WS-MONTH-END-FLAG    PIC X.
           88 CYCLE-MONTH-END    VALUE "Y".
         05 WS-QUARTER-END-FLAG  PIC X.
           88 CYCLE-QUARTER-END  VALUE "Y".
         05 WS-YEAR-END-FLAG     PIC X.
           88 CYCLE-YEAR-END     VALUE "Y".
         05 WS-CLOSE-PERIOD      PIC X(6).
         05 FILLER               PIC X(1).

      *> One entry per return file: slots 1-10 are MIXRT01-MIXRT10
      *> as the roster assigns them (department blank when the slot
      *> is unassigned), slot 11 is MIXEXCP under department ***.
       01 WS-SLOT-MAX       PIC 9(2) VALUE 10.
       01 WS-EXCP-SLOT      PIC 9(2) VALUE 11.
       01 WS-SLOT-TABLE.
         05 WS-SLOT-ENTRY OCCURS 11 TIMES.
           10 WS-SLOT-DEPT    PIC X(3).
           10 WS-SLOT-NAME    PIC X(40).
           10 WS-SLOT-ROUTED  PIC 9(9).
           10 WS-SLOT-WRITTEN PIC 9(9).
           10 WS-SLOT-INVALID PIC 9(9).
           10 WS-SLOT-TRL-OK  PIC X.
       01 WS-SLOT-NO        PIC 9(2).
       01 SLT-IDX           PIC 9(2).
       01 WS-DEPT-CODE      PIC X(3).
       01 WS-DD-NAME        PIC X(8).

      *> Departments found on MIXOUT but not on the roster, for the
      *> console note that tells operations which to add.
       01 WS-UNR-MAX        PIC 9(2) VALUE 20.
       01 WS-UNR-USED       PIC 9(2) VALUE 0.
       01 WS-UNR-TABLE.
         05 WS-UNR-ENTRY OCCURS 20 TIMES.
           10 WS-UNR-DEPT     PIC X(3).
           10 WS-UNR-COUNT    PIC 9(9).
       01 UNR-IDX           PIC 9(2).
       01 WS-UNR-FOUND      PIC X.
         88 UNR-FOUND       VALUE "Y".

       01 WS-DETAIL-COUNT   PIC 9(9) VALUE 0.
       01 WS-RETURNED-COUNT PIC 9(9) VALUE 0.
       01 WS-BLOCK-TOTAL    PIC 9(9) VALUE 0.
       01 WS-BLOCK-COUNT    PIC 9(9).
       01 WS-BLOCK-LINES    PIC 9(2) VALUE 0.
      *> MXBATCH closes MIXOUT with eight TYPE lines and the **
      *> invalid line.
       01 WS-BLOCK-EXPECTED PIC 9(2) VALUE 9.
       01 WS-BLOCK-FLAG     PIC X VALUE "N".
         88 BLOCK-BALANCED  VALUE "Y".

       01 WS-RECON-STATUS     PIC XX.
       01 WS-RECON-PROGRAM    PIC X(8) VALUE "MXRETURN".
       01 WS-RECON-FILE-NAME  PIC X(8).
       01 WS-RECON-IN-COUNT   PIC 9(9).
       01 WS-RECON-OUT-COUNT  PIC 9(9).
       01 WS-RECON-TRL-COUNT  PIC 9(9).
       01 WS-RECON-TRL-OK     PIC X.
       01 WS-RECON-DATE-OK    PIC X.

       PROCEDURE DIVISION.
       MIXED-RETURN-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE
           PERFORM READ-CYCLE-PERIOD
           IF NOT RUNCTL-DATE-SET
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE
           END-IF
           PERFORM LOAD-DEPT-ROSTER
           PERFORM OPEN-FILES
           IF ROSTER-OK AND FILES-OPEN
              PERFORM WRITE-RETURN-HEADER
                 VARYING WS-SLOT-NO FROM 1 BY 1
                 UNTIL WS-SLOT-NO > WS-EXCP-SLOT
              PERFORM SPLIT-MIX-OUT
              PERFORM WRITE-RETURN-TRAILER
                 VARYING WS-SLOT-NO FROM 1 BY 1
                 UNTIL WS-SLOT-NO > WS-EXCP-SLOT
              PERFORM CHECK-COUNT-BLOCK
              PERFORM WRITE-SPLIT-RECON
              PERFORM DISPLAY-SPLIT-SUMMARY
           END-IF
           PERFORM CLOSE-FILES
           IF WS-SLOT-WRITTEN (WS-EXCP-SLOT) > 0
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> The roster is checked whole before anything is split: a
      *> bad slot, a department on two slots or a slot given twice
      *> would return one department's results to another.
       LOAD-DEPT-ROSTER.
           PERFORM CLEAR-SLOT-ENTRY
              VARYING SLT-IDX FROM 1 BY 1
              UNTIL SLT-IDX > WS-EXCP-SLOT
           MOVE "***" TO WS-SLOT-DEPT (WS-EXCP-SLOT)
           MOVE "OPERATIONS EXCEPTIONS" TO WS-SLOT-NAME (WS-EXCP-SLOT)
           OPEN INPUT DEPT-ROSTER
           IF WS-ROSTER-STATUS NOT = "00"
              DISPLAY "MXRETURN: MIXDEPT OPEN FAILED, STATUS="
                 WS-ROSTER-STATUS
              MOVE "N" TO WS-ROSTER-FLAG
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           ELSE
              PERFORM READ-ROSTER-REC
                 UNTIL WS-ROSTER-STATUS NOT = "00"
              IF WS-ROSTER-STATUS NOT = "10"
                 DISPLAY "MXRETURN: MIXDEPT READ FAILED, STATUS="
                    WS-ROSTER-STATUS
                 MOVE "N" TO WS-ROSTER-FLAG
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
              CLOSE DEPT-ROSTER
           END-IF
           IF NOT ROSTER-OK
              DISPLAY "MXRETURN: NOTHING SPLIT, RETURN FILES LEFT"
                 " EMPTY"
           END-IF.

       CLEAR-SLOT-ENTRY.
           MOVE SPACES TO WS-SLOT-DEPT (SLT-IDX)
           MOVE SPACES TO WS-SLOT-NAME (SLT-IDX)
           MOVE 0 TO WS-SLOT-ROUTED (SLT-IDX)
           MOVE 0 TO WS-SLOT-WRITTEN (SLT-IDX)
           MOVE 0 TO WS-SLOT-INVALID (SLT-IDX)
           MOVE SPACE TO WS-SLOT-TRL-OK (SLT-IDX).

       READ-ROSTER-REC.
           READ DEPT-ROSTER
              AT END
                 CONTINUE
              NOT AT END
                 IF MIXDEPT-REC = SPACES
                    OR MXD-DEPT(1:1) = "*"
                    CONTINUE
                 ELSE
                    PERFORM STORE-ROSTER-REC
                 END-IF
           END-READ.

       STORE-ROSTER-REC.
           MOVE MXD-DEPT TO WS-DEPT-CODE
           PERFORM FIND-DEPT-SLOT
           EVALUATE TRUE
              WHEN MXD-DEPT = SPACES
                 DISPLAY "MXRETURN: MIXDEPT LINE WITHOUT DEPARTMENT,"
                    " SLOT " MXD-SLOT
                 MOVE "N" TO WS-ROSTER-FLAG
              WHEN MXD-SLOT IS NOT NUMERIC
                 DISPLAY "MXRETURN: MIXDEPT DEPARTMENT " MXD-DEPT
                    " SLOT " MXD-SLOT " NOT 01-10"
                 MOVE "N" TO WS-ROSTER-FLAG
              WHEN MXD-SLOT-9 < 1 OR MXD-SLOT-9 > WS-SLOT-MAX
                 DISPLAY "MXRETURN: MIXDEPT DEPARTMENT " MXD-DEPT
                    " SLOT " MXD-SLOT " NOT 01-10"
                 MOVE "N" TO WS-ROSTER-FLAG
              WHEN WS-SLOT-NO NOT = 0
                 DISPLAY "MXRETURN: MIXDEPT DEPARTMENT " MXD-DEPT
                    " LISTED TWICE"
                 MOVE "N" TO WS-ROSTER-FLAG
              WHEN WS-SLOT-DEPT (MXD-SLOT-9) NOT = SPACES
                 DISPLAY "MXRETURN: MIXDEPT SLOT " MXD-SLOT
                    " GIVEN TO " WS-SLOT-DEPT (MXD-SLOT-9)
                    " AND " MXD-DEPT
                 MOVE "N" TO WS-ROSTER-FLAG
              WHEN OTHER
                 MOVE MXD-DEPT TO WS-SLOT-DEPT (MXD-SLOT-9)
                 MOVE MXD-NAME TO WS-SLOT-NAME (MXD-SLOT-9)
           END-EVALUATE
           IF NOT ROSTER-OK
              MOVE 8 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

      *> WS-SLOT-NO comes back with the return slot of WS-DEPT-CODE,
      *> or zero when the roster does not list it. *** is never on
      *> the roster, so the unkeyed bucket always comes back zero.
       FIND-DEPT-SLOT.
           MOVE 0 TO WS-SLOT-NO
           PERFORM CHECK-DEPT-SLOT
              VARYING SLT-IDX FROM 1 BY 1
              UNTIL SLT-IDX > WS-SLOT-MAX OR WS-SLOT-NO NOT = 0.

       CHECK-DEPT-SLOT.
           IF WS-SLOT-DEPT (SLT-IDX) = WS-DEPT-CODE
              AND WS-DEPT-CODE NOT = SPACES
              MOVE SLT-IDX TO WS-SLOT-NO
           END-IF.

      *> All eleven files are opened every run, assigned or not, so
      *> no return dataset is ever left unopened or holding an
      *> earlier run's records.
       OPEN-FILES.
           PERFORM OPEN-RETURN-FILE
              VARYING WS-SLOT-NO FROM 1 BY 1
              UNTIL WS-SLOT-NO > WS-EXCP-SLOT
           IF ROSTER-OK
              OPEN INPUT MIX-OUT
              IF WS-MIX-OUT-STATUS NOT = "00"
                 DISPLAY "MXRETURN: MIXOUT OPEN FAILED, STATUS="
                    WS-MIX-OUT-STATUS
                 MOVE "N" TO WS-OPEN-FLAG
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
           END-IF.

       OPEN-RETURN-FILE.
           EVALUATE WS-SLOT-NO
              WHEN 1
                 OPEN OUTPUT RTN01-FILE
              WHEN 2
                 OPEN OUTPUT RTN02-FILE
              WHEN 3
                 OPEN OUTPUT RTN03-FILE
              WHEN 4
                 OPEN OUTPUT RTN04-FILE
              WHEN 5
                 OPEN OUTPUT RTN05-FILE
              WHEN 6
                 OPEN OUTPUT RTN06-FILE
              WHEN 7
                 OPEN OUTPUT RTN07-FILE
              WHEN 8
                 OPEN OUTPUT RTN08-FILE
              WHEN 9
                 OPEN OUTPUT RTN09-FILE
              WHEN 10
                 OPEN OUTPUT RTN10-FILE
              WHEN OTHER
                 OPEN OUTPUT EXCP-FILE
           END-EVALUATE
           IF WS-RTN-STATUS NOT = "00"
              PERFORM SET-DD-NAME
              DISPLAY "MXRETURN: " WS-DD-NAME " OPEN FAILED, STATUS="
                 WS-RTN-STATUS
              MOVE "N" TO WS-OPEN-FLAG
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

       CLOSE-FILES.
           PERFORM CLOSE-RETURN-FILE
              VARYING WS-SLOT-NO FROM 1 BY 1
              UNTIL WS-SLOT-NO > WS-EXCP-SLOT
           IF ROSTER-OK
              CLOSE MIX-OUT
           END-IF.

       CLOSE-RETURN-FILE.
           EVALUATE WS-SLOT-NO
              WHEN 1
                 CLOSE RTN01-FILE
              WHEN 2
                 CLOSE RTN02-FILE
              WHEN 3
                 CLOSE RTN03-FILE
              WHEN 4
                 CLOSE RTN04-FILE
              WHEN 5
                 CLOSE RTN05-FILE
              WHEN 6
                 CLOSE RTN06-FILE
              WHEN 7
                 CLOSE RTN07-FILE
              WHEN 8
                 CLOSE RTN08-FILE
              WHEN 9
                 CLOSE RTN09-FILE
              WHEN 10
                 CLOSE RTN10-FILE
              WHEN OTHER
                 CLOSE EXCP-FILE
           END-EVALUATE.

       SET-DD-NAME.
           IF WS-SLOT-NO = WS-EXCP-SLOT
              MOVE "MIXEXCP" TO WS-DD-NAME
           ELSE
              MOVE "MIXRT" TO WS-DD-NAME
              MOVE WS-SLOT-NO TO WS-DD-NAME(6:2)
           END-IF.

      *> Header and trailer go only on the files the roster has
      *> given a department, and always on MIXEXCP.
       WRITE-RETURN-HEADER.
           IF WS-SLOT-DEPT (WS-SLOT-NO) NOT = SPACES
              MOVE SPACES TO FEED-CTL-REC
              MOVE "HDR" TO FEED-CTL-ID
              MOVE WS-CYCLE-DATE TO FEED-HDR-DATE
              MOVE "MXBATCH" TO FEED-HDR-SOURCE
              MOVE SPACES TO MIXRTN-REC
              MOVE FEED-CTL-REC TO MRT-FEED-CTL
              MOVE WS-SLOT-DEPT (WS-SLOT-NO) TO MRT-CTL-DEPT
              MOVE 0 TO MRT-CTL-INVALID
              PERFORM WRITE-RETURN-REC
           END-IF.

       WRITE-RETURN-TRAILER.
           IF WS-SLOT-DEPT (WS-SLOT-NO) NOT = SPACES
              MOVE SPACES TO FEED-CTL-REC
              MOVE "TRL" TO FEED-CTL-ID
              MOVE WS-SLOT-WRITTEN (WS-SLOT-NO) TO FEED-TRL-COUNT
              MOVE SPACES TO MIXRTN-REC
              MOVE FEED-CTL-REC TO MRT-FEED-CTL
              MOVE WS-SLOT-DEPT (WS-SLOT-NO) TO MRT-CTL-DEPT
              MOVE WS-SLOT-INVALID (WS-SLOT-NO) TO MRT-CTL-INVALID
              PERFORM WRITE-RETURN-REC
              IF WS-RTN-STATUS = "00"
                 MOVE "Y" TO WS-SLOT-TRL-OK (WS-SLOT-NO)
              ELSE
                 MOVE "N" TO WS-SLOT-TRL-OK (WS-SLOT-NO)
              END-IF
           END-IF.

       WRITE-RETURN-REC.
           EVALUATE WS-SLOT-NO
              WHEN 1
                 WRITE RTN01-REC FROM MIXRTN-REC
              WHEN 2
                 WRITE RTN02-REC FROM MIXRTN-REC
              WHEN 3
                 WRITE RTN03-REC FROM MIXRTN-REC
              WHEN 4
                 WRITE RTN04-REC FROM MIXRTN-REC
              WHEN 5
                 WRITE RTN05-REC FROM MIXRTN-REC
              WHEN 6
                 WRITE RTN06-REC FROM MIXRTN-REC
              WHEN 7
                 WRITE RTN07-REC FROM MIXRTN-REC
              WHEN 8
                 WRITE RTN08-REC FROM MIXRTN-REC
              WHEN 9
                 WRITE RTN09-REC FROM MIXRTN-REC
              WHEN 10
                 WRITE RTN10-REC FROM MIXRTN-REC
              WHEN OTHER
                 WRITE EXCP-REC FROM MIXRTN-REC
           END-EVALUATE
           IF WS-RTN-STATUS NOT = "00"
              PERFORM SET-DD-NAME
              DISPLAY "MXRETURN: " WS-DD-NAME " WRITE FAILED, STATUS="
                 WS-RTN-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

       SPLIT-MIX-OUT.
           PERFORM READ-MIX-OUT-REC UNTIL WS-EOF.

       READ-MIX-OUT-REC.
           READ MIX-OUT
              AT END
                 MOVE "Y" TO WS-EOF-FLAG
              NOT AT END
                 IF MIX-OUT-REC(1:5) = "TYPE "
                    AND MIX-OUT-REC(8:8) = " COUNT= "
                    PERFORM ADD-COUNT-LINE
                 ELSE
                    PERFORM ROUTE-DETAIL-REC
                 END-IF
           END-READ
           IF WS-MIX-OUT-STATUS NOT = "00"
              AND WS-MIX-OUT-STATUS NOT = "10"
              DISPLAY "MXRETURN: MIXOUT READ FAILED, STATUS="
                 WS-MIX-OUT-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "Y" TO WS-EOF-FLAG
           END-IF.

       ADD-COUNT-LINE.
           ADD 1 TO WS-BLOCK-LINES
           IF MIX-OUT-REC(16:9) IS NUMERIC
              MOVE MIX-OUT-REC(16:9) TO WS-BLOCK-COUNT
              ADD WS-BLOCK-COUNT TO WS-BLOCK-TOTAL
           END-IF.

       ROUTE-DETAIL-REC.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE MIX-OUT-REC TO MIXRTN-REC
           MOVE MRT-DEPT TO WS-DEPT-CODE
           PERFORM FIND-DEPT-SLOT
           IF WS-SLOT-NO = 0
              MOVE WS-EXCP-SLOT TO WS-SLOT-NO
              IF MRT-DEPT NOT = "***"
                 PERFORM NOTE-UNROSTERED-DEPT
              END-IF
           END-IF
           ADD 1 TO WS-SLOT-ROUTED (WS-SLOT-NO)
           PERFORM WRITE-RETURN-REC
           IF WS-RTN-STATUS = "00"
              ADD 1 TO WS-SLOT-WRITTEN (WS-SLOT-NO)
              ADD 1 TO WS-RETURNED-COUNT
              IF MRT-INVALID
                 ADD 1 TO WS-SLOT-INVALID (WS-SLOT-NO)
              END-IF
           END-IF.

       NOTE-UNROSTERED-DEPT.
           MOVE "N" TO WS-UNR-FOUND
           PERFORM CHECK-UNROSTERED-DEPT
              VARYING UNR-IDX FROM 1 BY 1
              UNTIL UNR-IDX > WS-UNR-USED OR UNR-FOUND
           IF NOT UNR-FOUND
              AND WS-UNR-USED < WS-UNR-MAX
              ADD 1 TO WS-UNR-USED
              MOVE MRT-DEPT TO WS-UNR-DEPT (WS-UNR-USED)
              MOVE 1 TO WS-UNR-COUNT (WS-UNR-USED)
           END-IF.

       CHECK-UNROSTERED-DEPT.
           IF WS-UNR-DEPT (UNR-IDX) = MRT-DEPT
              MOVE "Y" TO WS-UNR-FOUND
              ADD 1 TO WS-UNR-COUNT (UNR-IDX)
           END-IF.

      *> MIXOUT carries no FEEDCTL trailer of its own; its count
      *> block is the control total. A block that is missing, short
      *> or out of step with the detail lines means MIXOUT is not
      *> the file MXBATCH finished writing.
       CHECK-COUNT-BLOCK.
           IF WS-BLOCK-LINES = WS-BLOCK-EXPECTED
              AND WS-BLOCK-TOTAL = WS-DETAIL-COUNT
              MOVE "Y" TO WS-BLOCK-FLAG
           ELSE
              DISPLAY "MXRETURN: MIXOUT COUNT BLOCK " WS-BLOCK-TOTAL
                 " IN " WS-BLOCK-LINES " LINES, DETAIL LINES READ "
                 WS-DETAIL-COUNT
              MOVE 8 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

       WRITE-SPLIT-RECON.
           MOVE "MIXOUT" TO WS-RECON-FILE-NAME
           MOVE WS-DETAIL-COUNT TO WS-RECON-IN-COUNT
           MOVE WS-RETURNED-COUNT TO WS-RECON-OUT-COUNT
           MOVE WS-BLOCK-TOTAL TO WS-RECON-TRL-COUNT
           IF BLOCK-BALANCED
              MOVE "Y" TO WS-RECON-TRL-OK
           ELSE
              MOVE "N" TO WS-RECON-TRL-OK
           END-IF
           MOVE SPACE TO WS-RECON-DATE-OK
           PERFORM WRITE-RECON-REC
           PERFORM WRITE-SLOT-RECON
              VARYING WS-SLOT-NO FROM 1 BY 1
              UNTIL WS-SLOT-NO > WS-EXCP-SLOT.

       WRITE-SLOT-RECON.
           IF WS-SLOT-DEPT (WS-SLOT-NO) NOT = SPACES
              IF WS-SLOT-NO = WS-EXCP-SLOT
                 MOVE "MIXEXCP" TO WS-RECON-FILE-NAME
              ELSE
                 MOVE "RTN" TO WS-RECON-FILE-NAME
                 MOVE WS-SLOT-DEPT (WS-SLOT-NO)
                    TO WS-RECON-FILE-NAME(4:3)
              END-IF
              MOVE WS-SLOT-ROUTED (WS-SLOT-NO) TO WS-RECON-IN-COUNT
              MOVE WS-SLOT-WRITTEN (WS-SLOT-NO) TO WS-RECON-OUT-COUNT
              MOVE WS-SLOT-WRITTEN (WS-SLOT-NO) TO WS-RECON-TRL-COUNT
              MOVE WS-SLOT-TRL-OK (WS-SLOT-NO) TO WS-RECON-TRL-OK
              MOVE SPACE TO WS-RECON-DATE-OK
              PERFORM WRITE-RECON-REC
           END-IF.

       DISPLAY-SPLIT-SUMMARY.
           DISPLAY "MXRETURN: CYCLE " WS-CYCLE-DATE
              " MIXOUT DETAIL LINES " WS-DETAIL-COUNT
              " RETURNED " WS-RETURNED-COUNT
           PERFORM DISPLAY-SLOT-SUMMARY
              VARYING WS-SLOT-NO FROM 1 BY 1
              UNTIL WS-SLOT-NO > WS-EXCP-SLOT
           PERFORM DISPLAY-UNROSTERED-DEPT
              VARYING UNR-IDX FROM 1 BY 1
              UNTIL UNR-IDX > WS-UNR-USED.

       DISPLAY-SLOT-SUMMARY.
           IF WS-SLOT-DEPT (WS-SLOT-NO) NOT = SPACES
              PERFORM SET-DD-NAME
              DISPLAY "MXRETURN: " WS-DD-NAME " "
                 WS-SLOT-DEPT (WS-SLOT-NO) " RECORDS "
                 WS-SLOT-WRITTEN (WS-SLOT-NO) " INVALID "
                 WS-SLOT-INVALID (WS-SLOT-NO) " "
                 WS-SLOT-NAME (WS-SLOT-NO)
           END-IF.

       DISPLAY-UNROSTERED-DEPT.
           DISPLAY "MXRETURN: DEPARTMENT " WS-UNR-DEPT (UNR-IDX)
              " NOT ON MIXDEPT, " WS-UNR-COUNT (UNR-IDX)
              " RECORDS HELD ON MIXEXCP".

       SET-RETURN-CODE.
           IF WS-RC-CANDIDATE > WS-RETURN-CODE
              MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
           END-IF.

       COPY RUNCTLPD.

       COPY RECONWRT.
