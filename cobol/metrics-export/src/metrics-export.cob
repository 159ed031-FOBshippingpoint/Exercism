       IDENTIFICATION DIVISION.
       PROGRAM-ID. METEXP.
      *> Cycle metrics export for the operations metrics database.
      *> Runs after MORNMON at the end of the nightly chain and
      *> writes one comma-delimited file, METRICS, carrying the
      *> cycle's run-time picture in five record types. Every
      *> record type opens with a column-header row -- the type in
      *> the first column, H in the second, then the column names
      *> -- and its data rows follow with D in the second column:
      *>   STP  the RUNCTL step statuses, one row per STP record
      *>        (a rerun step shows once per run)
      *>   RUN  the cycle's RUNSTATS records with the elapsed
      *>        seconds worked out from the start and end stamps
      *>   RCN  the latest RECONFIL record per program and file
      *>        (last one wins, as in RECONRPT) with its trailer
      *>        and header-date flags
      *>   REJ  EDITREJ reject counts by source file and reason
      *>        code, with how many were recycled records
      *>   MON  the MORNMON outcome -- CRITICAL, WARNING, CLEAN, or
      *>        NOREPORT when there was no monitor page to read --
      *>        with its return code and finding counts
      *> Text columns are unquoted and carry no commas; numbers are
      *> zero-padded; stamps are YYYYMMDDHHMMSS; rows are blank-
      *> padded to the record length. The program identities in
      *> the STP, RUN and RCN rows are classified in RUN_TYPE --
      *> NIGHTLY, SUPP for the intraday supplemental identities,
      *> RSPARA for the partitioned reference run (PARTITION 1-4
      *> on the RSBATCH1-4 and REFP1-4 rows) -- and BASE_PROGRAM
      *> carries the program the identity belongs to, so the
      *> supplemental and partition runs stay separate rows the
      *> database can still roll up. The file closes with a
      *> standard FEEDCTL trailer counting the data rows (not the
      *> column-header rows) and the counts go to RECONFIL, so the
      *> load balances the same way as REFOUT.
      *>
      *> RUNSTATS is cumulative; a run belongs to the cycle when it
      *> started at or after CYCINIT stamped the CYC record on
      *> RUNCTL (the cycle date alone without a stamp, the whole
      *> file without a cycle record). The intraday leg appends to
      *> the same RUNCTL and RUNSTATS and reuses the SHIPKEEP,
      *> RECONRPT and ACKBAL identities, so -- as in RESTADV --
      *> the first EDBATCHS record opens its window and closes the
      *> nightly one. SYSIN SUPP exports that window instead: the
      *> intraday job runs this at its end under the METEXPS
      *> identity to METRICS.SUPP, with the supplemental RECONFIL
      *> entries and its own EDITREJ.SUPP, before the next nightly
      *> STEP001 deletes them. A SUPP export has no MON section.
      *> Return codes: 0 clean, 4 an input could not be read or a
      *> table filled (the export is short -- see the console), 12
      *> a file-status failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.
           SELECT RECON-FILE ASSIGN TO "RECONFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
           SELECT REJECT-FILE ASSIGN TO "EDITREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT MONITOR-RPT ASSIGN TO "MONRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MONITOR-STATUS.
           SELECT METRICS-OUT ASSIGN TO "METRICS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-METRICS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE
           RECORD CONTAINS 54 CHARACTERS.
       COPY RUNCTL.

       FD  RUNSTAT-FILE
           RECORD CONTAINS 83 CHARACTERS.
       COPY RUNSTREC.

       FD  RECON-FILE
           RECORD CONTAINS 45 CHARACTERS.
       COPY RECONREC.

       FD  REJECT-FILE
           RECORD CONTAINS 263 CHARACTERS.
       COPY EDITREJ.

       FD  MONITOR-RPT
           RECORD CONTAINS 100 CHARACTERS.
       01 MONITOR-RPT-REC PIC X(100).

       FD  METRICS-OUT
           RECORD CONTAINS 200 CHARACTERS.
       01 METRICS-OUT-REC PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-RUNSTAT-STATUS PIC XX.
       01 WS-REJECT-STATUS  PIC XX.
       01 WS-MONITOR-STATUS PIC XX.
       01 WS-METRICS-STATUS PIC XX.
       01 WS-RETURN-CODE    PIC 9(2) VALUE 0.
       01 WS-RC-CANDIDATE   PIC 9(2) VALUE 0.
       01 WS-NOTE-DDNAME    PIC X(8).
       01 WS-NOTE-STATUS    PIC XX.

       01 WS-PARM-IN        PIC X(8).
       01 WS-RUN-MODE       PIC X(4) VALUE SPACES.
         88 SUPP-MODE       VALUE "SUPP".
       01 WS-LEG-TYPE       PIC X(8) VALUE "NIGHTLY".
       01 WS-EXPORT-FLAG    PIC X VALUE "N".
         88 EXPORT-OPEN     VALUE "Y".

       01 WS-CYCLE-DATE       PIC X(8).
       01 WS-RUNCTL-STATUS    PIC XX.
       01 WS-RUNCTL-PROGRAM   PIC X(8) VALUE "METEXP".
       01 WS-RUNCTL-STEP-STAT PIC X(8).
       01 WS-RUNCTL-RC        PIC 9(2).
       01 WS-RUN-NUMBER       PIC 9(4) VALUE 0.
       01 WS-RUNCTL-DATE-FLAG PIC X VALUE "N".
         88 RUNCTL-DATE-SET   VALUE "Y".

       01 WS-RECON-STATUS     PIC XX.
       01 WS-RECON-PROGRAM    PIC X(8) VALUE "METEXP".
       01 WS-RECON-FILE-NAME  PIC X(8) VALUE "METRICS".
       01 WS-RECON-IN-COUNT   PIC 9(9).
       01 WS-RECON-OUT-COUNT  PIC 9(9).
       01 WS-RECON-TRL-COUNT  PIC 9(9).
       01 WS-RECON-TRL-OK     PIC X VALUE SPACE.
       01 WS-RECON-DATE-OK    PIC X VALUE SPACE.

       COPY FEEDCTL.

      *> The moment CYCINIT opened the cycle, from the CYC record,
      *> and whether the intraday leg's window has opened yet.
       01 WS-CYCLE-OPEN-TS  PIC X(14) VALUE SPACES.
       01 WS-LEG-FLAG       PIC X VALUE "N".
         88 SUPP-LEG-SEEN   VALUE "Y".
       01 WS-WANTED-FLAG    PIC X.
         88 ROW-WANTED      VALUE "Y".

      *> Supplemental program identities; RSPARA's are recognised
      *> by name in CLASSIFY-IDENTITY.
       01 WS-SUPP-IDS.
         05 FILLER PIC X(32) VALUE "EDBATCHSLPBATCHSRSBATCHSMETEXPS ".
       01 WS-SUPP-ID-TBL REDEFINES WS-SUPP-IDS.
         05 WS-SUPP-ID OCCURS 4 TIMES PIC X(8).
       01 WS-SUPP-ID-MAX    PIC 9 VALUE 4.
       01 SUP-IDX           PIC 9.
       01 WS-SUPP-FOUND     PIC X.
         88 SUPP-ID-FOUND   VALUE "Y".

       01 WS-ID-PROGRAM     PIC X(8).
       01 WS-ID-FILE        PIC X(8).
       01 WS-ID-BASE        PIC X(8).
       01 WS-ID-RUN-TYPE    PIC X(8).
       01 WS-ID-PARTITION   PIC X.

      *> Elapsed time of a RUNSTATS record. The stamps are the
      *> first 14 bytes of FUNCTION CURRENT-DATE.
       01 WS-START-STAMP.
         05 WS-START-DATE   PIC 9(8).
         05 WS-START-HH     PIC 9(2).
         05 WS-START-MM     PIC 9(2).
         05 WS-START-SS     PIC 9(2).
       01 WS-END-STAMP.
         05 WS-END-DATE     PIC 9(8).
         05 WS-END-HH       PIC 9(2).
         05 WS-END-MM       PIC 9(2).
         05 WS-END-SS       PIC 9(2).
       01 WS-ELAPSED-WORK   PIC S9(11).
       01 WS-ELAPSED-SECS   PIC 9(9).
       01 WS-ELAPSED-TEXT   PIC X(9).

      *> Latest RECONFIL entry per program and file.
       01 WS-ENTRY-MAX     PIC 9(2) VALUE 40.
       01 WS-ENTRY-USED    PIC 9(2) VALUE 0.
       01 WS-ENTRY-TABLE.
         05 WS-RECON-ENTRY OCCURS 40 TIMES.
           10 WS-ENT-PROGRAM   PIC X(8).
           10 WS-ENT-FILE      PIC X(8).
           10 WS-ENT-IN        PIC 9(9).
           10 WS-ENT-OUT       PIC 9(9).
           10 WS-ENT-TRL       PIC 9(9).
           10 WS-ENT-TRL-OK    PIC X.
           10 WS-ENT-DATE-OK   PIC X.
       01 ENT-IDX          PIC 9(2).
       01 WS-ENT-FOUND     PIC 9(2).

      *> EDITREJ counts by source file and reason code.
       01 WS-REJ-MAX       PIC 9(2) VALUE 40.
       01 WS-REJ-USED      PIC 9(2) VALUE 0.
       01 WS-REJ-TABLE.
         05 WS-REJ-ENTRY OCCURS 40 TIMES.
           10 WS-RJT-SOURCE    PIC X(8).
           10 WS-RJT-REASON    PIC X(4).
           10 WS-RJT-COUNT     PIC 9(9).
           10 WS-RJT-RECYCLED  PIC 9(9).
       01 RJT-IDX          PIC 9(2).
       01 WS-RJT-FOUND     PIC 9(2).

      *> MORNMON outcome, from its page and its STP record.
       01 WS-MON-SECTION    PIC X VALUE SPACE.
         88 MON-IN-CRITICAL VALUE "C".
         88 MON-IN-WARNING  VALUE "W".
       01 WS-MON-CLEAN-FLAG PIC X VALUE "N".
         88 MON-CLEAN       VALUE "Y".
       01 WS-MON-CRIT-COUNT PIC 9(4) VALUE 0.
       01 WS-MON-WARN-COUNT PIC 9(4) VALUE 0.
       01 WS-MON-OUTCOME    PIC X(8).
       01 WS-MON-RC-TEXT    PIC X(2) VALUE SPACES.

       01 WS-CSV-LINE       PIC X(200).
       01 WS-CSV-PTR        PIC 9(3).

       01 WS-IN-COUNT       PIC 9(9) VALUE 0.
       01 WS-DATA-ROWS      PIC 9(9) VALUE 0.
       01 WS-COLUMN-ROWS    PIC 9(9) VALUE 0.
       01 WS-STP-ROWS       PIC 9(9) VALUE 0.
       01 WS-RUN-ROWS       PIC 9(9) VALUE 0.
       01 WS-RCN-ROWS       PIC 9(9) VALUE 0.
       01 WS-REJ-ROWS       PIC 9(9) VALUE 0.
       01 WS-MON-ROWS       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       METRICS-EXPORT-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE
           PERFORM GET-RUN-PARM
           PERFORM READ-RUN-CONTROL
           PERFORM OPEN-EXPORT
           IF EXPORT-OPEN
              PERFORM EXPORT-STEP-STATUSES
              PERFORM EXPORT-RUN-STATS
              PERFORM EXPORT-RECON-ENTRIES
              PERFORM EXPORT-REJECT-COUNTS
              IF NOT SUPP-MODE
                 PERFORM EXPORT-MONITOR-OUTCOME
              END-IF
              PERFORM WRITE-EXPORT-TRAILER
              CLOSE METRICS-OUT
              PERFORM RECORD-EXPORT-COUNTS
           END-IF
           PERFORM DISPLAY-CONTROL-TOTALS
           MOVE "COMPLETE" TO WS-RUNCTL-STEP-STAT
           MOVE WS-RETURN-CODE TO WS-RUNCTL-RC
           PERFORM WRITE-STEP-STATUS
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       GET-RUN-PARM.
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN
           IF WS-PARM-IN(1:4) = "SUPP"
              MOVE "SUPP" TO WS-RUN-MODE
              MOVE "SUPP" TO WS-LEG-TYPE
              MOVE "METEXPS" TO WS-RUNCTL-PROGRAM
              MOVE "METEXPS" TO WS-RECON-PROGRAM
              DISPLAY "METEXP: SUPPLEMENTAL LEG EXPORT"
           END-IF.

       OPEN-EXPORT.
           OPEN OUTPUT METRICS-OUT
           IF WS-METRICS-STATUS = "00"
              MOVE "Y" TO WS-EXPORT-FLAG
           ELSE
              DISPLAY "METEXP: METRICS OPEN FAILED, STATUS="
                 WS-METRICS-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

      *> STP rows -- every step record in the leg's window, in file
      *> order, so a rerun shows beside the run it replaced. The
      *> same pass picks up the cycle-open stamp for the RUNSTATS
      *> window and MORNMON's return code for the MON row.
       EXPORT-STEP-STATUSES.
           MOVE SPACES TO WS-CSV-LINE
           STRING "STP,H,CYCLE_DATE,RUN_NUMBER,PROGRAM,"
              "BASE_PROGRAM,RUN_TYPE,PARTITION,STATUS,"
              "RETURN_CODE,STATUS_TS"
              DELIMITED BY SIZE INTO WS-CSV-LINE
           PERFORM WRITE-COLUMN-ROW
           MOVE "N" TO WS-LEG-FLAG
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
              PERFORM READ-RUNCTL-REC
                 UNTIL WS-RUNCTL-STATUS NOT = "00"
              MOVE "RUNCTL" TO WS-NOTE-DDNAME
              MOVE WS-RUNCTL-STATUS TO WS-NOTE-STATUS
              PERFORM CHECK-END-OF-INPUT
              CLOSE RUNCTL-FILE
           ELSE
              MOVE "RUNCTL" TO WS-NOTE-DDNAME
              MOVE WS-RUNCTL-STATUS TO WS-NOTE-STATUS
              PERFORM NOTE-INPUT-NOT-READ
           END-IF.

       READ-RUNCTL-REC.
           READ RUNCTL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-IN-COUNT
                 PERFORM STORE-RUNCTL-REC
           END-READ.

       STORE-RUNCTL-REC.
           EVALUATE TRUE
              WHEN RCT-CYCLE
                 MOVE RCT-TIMESTAMP(1:14) TO WS-CYCLE-OPEN-TS
                 MOVE "N" TO WS-LEG-FLAG
              WHEN RCT-STEP
                 IF RCT-PROGRAM = "EDBATCHS"
                    MOVE "Y" TO WS-LEG-FLAG
                 END-IF
                 PERFORM CHECK-LEG-WANTED
                 IF ROW-WANTED
                    PERFORM WRITE-STEP-ROW
                 END-IF
                 IF RCT-PROGRAM = "MORNMON"
                    AND NOT SUPP-LEG-SEEN
                    AND RCT-RETURN-CODE IS NUMERIC
                    MOVE RCT-RETURN-CODE TO WS-MON-RC-TEXT
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       CHECK-LEG-WANTED.
           IF (SUPP-MODE AND SUPP-LEG-SEEN)
              OR (NOT SUPP-MODE AND NOT SUPP-LEG-SEEN)
              MOVE "Y" TO WS-WANTED-FLAG
           ELSE
              MOVE "N" TO WS-WANTED-FLAG
           END-IF.

       WRITE-STEP-ROW.
           MOVE RCT-PROGRAM TO WS-ID-PROGRAM
           MOVE SPACES TO WS-ID-FILE
           MOVE WS-LEG-TYPE TO WS-ID-RUN-TYPE
           PERFORM CLASSIFY-IDENTITY
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING "STP,D," WS-CYCLE-DATE "," RCT-RUN-NUMBER ","
                 DELIMITED BY SIZE
              RCT-PROGRAM DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              WS-ID-BASE DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              WS-ID-RUN-TYPE DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              WS-ID-PARTITION DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              RCT-STATUS DELIMITED BY SPACE
              "," RCT-RETURN-CODE "," RCT-TIMESTAMP(1:14)
                 DELIMITED BY SIZE
              INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           PERFORM WRITE-DATA-ROW
           ADD 1 TO WS-STP-ROWS.

      *> RUN rows -- each RUNSTATS record of the cycle in the leg's
      *> window. A stamp that is not a clock reading, or an end
      *> ahead of its start, leaves ELAPSED_SECS empty.
       EXPORT-RUN-STATS.
           MOVE SPACES TO WS-CSV-LINE
           STRING "RUN,H,CYCLE_DATE,PROGRAM,BASE_PROGRAM,"
              "RUN_TYPE,PARTITION,START_TS,END_TS,ELAPSED_SECS,"
              "READ_COUNT,WRITE_COUNT,ERROR_COUNT,IN_STATUS,"
              "OUT_STATUS,RETURN_CODE"
              DELIMITED BY SIZE INTO WS-CSV-LINE
           PERFORM WRITE-COLUMN-ROW
           MOVE "N" TO WS-LEG-FLAG
           OPEN INPUT RUNSTAT-FILE
           IF WS-RUNSTAT-STATUS = "00"
              PERFORM READ-RUNSTAT-REC
                 UNTIL WS-RUNSTAT-STATUS NOT = "00"
              MOVE "RUNSTATS" TO WS-NOTE-DDNAME
              MOVE WS-RUNSTAT-STATUS TO WS-NOTE-STATUS
              PERFORM CHECK-END-OF-INPUT
              CLOSE RUNSTAT-FILE
           ELSE
              MOVE "RUNSTATS" TO WS-NOTE-DDNAME
              MOVE WS-RUNSTAT-STATUS TO WS-NOTE-STATUS
              PERFORM NOTE-INPUT-NOT-READ
           END-IF.

       READ-RUNSTAT-REC.
           READ RUNSTAT-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-IN-COUNT
                 PERFORM CHECK-RUNSTAT-CYCLE
                 IF ROW-WANTED
                    IF RST-PROGRAM = "EDBATCHS"
                       MOVE "Y" TO WS-LEG-FLAG
                    END-IF
                    PERFORM CHECK-LEG-WANTED
                    IF ROW-WANTED
                       PERFORM WRITE-RUNSTAT-ROW
                    END-IF
                 END-IF
           END-READ.

       CHECK-RUNSTAT-CYCLE.
           MOVE "Y" TO WS-WANTED-FLAG
           IF WS-CYCLE-OPEN-TS NOT = SPACES
              IF RST-START-TS(1:14) < WS-CYCLE-OPEN-TS
                 MOVE "N" TO WS-WANTED-FLAG
              END-IF
           ELSE
              IF RUNCTL-DATE-SET
                 AND RST-START-TS(1:8) < WS-CYCLE-DATE
                 MOVE "N" TO WS-WANTED-FLAG
              END-IF
           END-IF.

       WRITE-RUNSTAT-ROW.
           MOVE RST-PROGRAM TO WS-ID-PROGRAM
           MOVE SPACES TO WS-ID-FILE
           MOVE WS-LEG-TYPE TO WS-ID-RUN-TYPE
           PERFORM CLASSIFY-IDENTITY
           PERFORM COMPUTE-ELAPSED
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING "RUN,D," WS-CYCLE-DATE ","
                 DELIMITED BY SIZE
              RST-PROGRAM DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              WS-ID-BASE DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              WS-ID-RUN-TYPE DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              WS-ID-PARTITION DELIMITED BY SPACE
              "," RST-START-TS(1:14) "," RST-END-TS(1:14) ","
                 DELIMITED BY SIZE
              WS-ELAPSED-TEXT DELIMITED BY SPACE
              "," RST-READ-COUNT "," RST-WRITE-COUNT
              "," RST-ERROR-COUNT "," RST-IN-STATUS
              "," RST-OUT-STATUS "," RST-RETURN-CODE
                 DELIMITED BY SIZE
              INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           PERFORM WRITE-DATA-ROW
           ADD 1 TO WS-RUN-ROWS.

       COMPUTE-ELAPSED.
           MOVE SPACES TO WS-ELAPSED-TEXT
           IF RST-START-TS(1:14) IS NUMERIC
              AND RST-END-TS(1:14) IS NUMERIC
              MOVE RST-START-TS(1:14) TO WS-START-STAMP
              MOVE RST-END-TS(1:14) TO WS-END-STAMP
              IF WS-START-DATE >= 16010101
                 AND WS-END-DATE >= 16010101
                 COMPUTE WS-ELAPSED-WORK =
                    (FUNCTION INTEGER-OF-DATE(WS-END-DATE)
                     - FUNCTION INTEGER-OF-DATE(WS-START-DATE))
                       * 86400
                    + WS-END-HH * 3600 + WS-END-MM * 60 + WS-END-SS
                    - WS-START-HH * 3600 - WS-START-MM * 60
                    - WS-START-SS
                 IF WS-ELAPSED-WORK >= 0
                    MOVE WS-ELAPSED-WORK TO WS-ELAPSED-SECS
                    MOVE WS-ELAPSED-SECS TO WS-ELAPSED-TEXT
                 END-IF
              END-IF
           END-IF.

      *> RCN rows -- RECONFIL holds the whole cycle (STEP001 clears
      *> it), so the leg is told by identity: a SUPP export takes
      *> the supplemental entries, the nightly export the rest.
       EXPORT-RECON-ENTRIES.
           MOVE SPACES TO WS-CSV-LINE
           STRING "RCN,H,CYCLE_DATE,PROGRAM,BASE_PROGRAM,"
              "RUN_TYPE,PARTITION,FILE_NAME,IN_COUNT,OUT_COUNT,"
              "TRAILER_COUNT,TRAILER_OK,DATE_OK"
              DELIMITED BY SIZE INTO WS-CSV-LINE
           PERFORM WRITE-COLUMN-ROW
           OPEN INPUT RECON-FILE
           IF WS-RECON-STATUS = "00"
              PERFORM READ-RECON-REC
                 UNTIL WS-RECON-STATUS NOT = "00"
              MOVE "RECONFIL" TO WS-NOTE-DDNAME
              MOVE WS-RECON-STATUS TO WS-NOTE-STATUS
              PERFORM CHECK-END-OF-INPUT
              CLOSE RECON-FILE
           ELSE
              MOVE "RECONFIL" TO WS-NOTE-DDNAME
              MOVE WS-RECON-STATUS TO WS-NOTE-STATUS
              PERFORM NOTE-INPUT-NOT-READ
           END-IF
           PERFORM WRITE-RECON-ROW
              VARYING ENT-IDX FROM 1 BY 1
              UNTIL ENT-IDX > WS-ENTRY-USED.

       READ-RECON-REC.
           READ RECON-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-IN-COUNT
                 PERFORM STORE-RECON-ENTRY
           END-READ.

       STORE-RECON-ENTRY.
           MOVE 0 TO WS-ENT-FOUND
           PERFORM MATCH-RECON-ENTRY
              VARYING ENT-IDX FROM 1 BY 1
              UNTIL ENT-IDX > WS-ENTRY-USED OR WS-ENT-FOUND > 0
           IF WS-ENT-FOUND = 0
              IF WS-ENTRY-USED < WS-ENTRY-MAX
                 ADD 1 TO WS-ENTRY-USED
                 MOVE WS-ENTRY-USED TO WS-ENT-FOUND
                 MOVE RECON-PROGRAM TO WS-ENT-PROGRAM (WS-ENT-FOUND)
                 MOVE RECON-FILE-NAME TO WS-ENT-FILE (WS-ENT-FOUND)
              ELSE
                 DISPLAY "METEXP: RECONFIL TABLE FULL, "
                    RECON-PROGRAM " " RECON-FILE-NAME " NOT EXPORTED"
                 MOVE 4 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
           END-IF
           IF WS-ENT-FOUND > 0
              MOVE RECON-IN-COUNT TO WS-ENT-IN (WS-ENT-FOUND)
              MOVE RECON-OUT-COUNT TO WS-ENT-OUT (WS-ENT-FOUND)
              MOVE RECON-TRL-COUNT TO WS-ENT-TRL (WS-ENT-FOUND)
              MOVE RECON-TRL-OK TO WS-ENT-TRL-OK (WS-ENT-FOUND)
              MOVE RECON-DATE-OK TO WS-ENT-DATE-OK (WS-ENT-FOUND)
           END-IF.

       MATCH-RECON-ENTRY.
           IF WS-ENT-PROGRAM (ENT-IDX) = RECON-PROGRAM
              AND WS-ENT-FILE (ENT-IDX) = RECON-FILE-NAME
              MOVE ENT-IDX TO WS-ENT-FOUND
           END-IF.

       WRITE-RECON-ROW.
           MOVE WS-ENT-PROGRAM (ENT-IDX) TO WS-ID-PROGRAM
           MOVE WS-ENT-FILE (ENT-IDX) TO WS-ID-FILE
           MOVE "NIGHTLY" TO WS-ID-RUN-TYPE
           PERFORM CLASSIFY-IDENTITY
           IF (SUPP-MODE AND WS-ID-RUN-TYPE = "SUPP")
              OR (NOT SUPP-MODE AND WS-ID-RUN-TYPE NOT = "SUPP")
              MOVE SPACES TO WS-CSV-LINE
              MOVE 1 TO WS-CSV-PTR
              STRING "RCN,D," WS-CYCLE-DATE ","
                    DELIMITED BY SIZE
                 WS-ENT-PROGRAM (ENT-IDX) DELIMITED BY SPACE
                 "," DELIMITED BY SIZE
                 WS-ID-BASE DELIMITED BY SPACE
                 "," DELIMITED BY SIZE
                 WS-ID-RUN-TYPE DELIMITED BY SPACE
                 "," DELIMITED BY SIZE
                 WS-ID-PARTITION DELIMITED BY SPACE
                 "," DELIMITED BY SIZE
                 WS-ENT-FILE (ENT-IDX) DELIMITED BY SPACE
                 "," WS-ENT-IN (ENT-IDX) "," WS-ENT-OUT (ENT-IDX)
                 "," WS-ENT-TRL (ENT-IDX) ","
                    DELIMITED BY SIZE
                 WS-ENT-TRL-OK (ENT-IDX) DELIMITED BY SPACE
                 "," DELIMITED BY SIZE
                 WS-ENT-DATE-OK (ENT-IDX) DELIMITED BY SPACE
                 INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
              PERFORM WRITE-DATA-ROW
              ADD 1 TO WS-RCN-ROWS
           END-IF.

      *> REJ rows -- the EDITREJ DD names the leg's own reject file
      *> (EDITREJ.SUPP in the intraday job), so every reject on it
      *> is counted.
       EXPORT-REJECT-COUNTS.
           MOVE SPACES TO WS-CSV-LINE
           STRING "REJ,H,CYCLE_DATE,RUN_TYPE,SOURCE_FILE,"
              "REASON_CODE,REJECT_COUNT,RECYCLED_COUNT"
              DELIMITED BY SIZE INTO WS-CSV-LINE
           PERFORM WRITE-COLUMN-ROW
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = "00"
              PERFORM READ-REJECT-REC
                 UNTIL WS-REJECT-STATUS NOT = "00"
              MOVE "EDITREJ" TO WS-NOTE-DDNAME
              MOVE WS-REJECT-STATUS TO WS-NOTE-STATUS
              PERFORM CHECK-END-OF-INPUT
              CLOSE REJECT-FILE
           ELSE
              MOVE "EDITREJ" TO WS-NOTE-DDNAME
              MOVE WS-REJECT-STATUS TO WS-NOTE-STATUS
              PERFORM NOTE-INPUT-NOT-READ
           END-IF
           PERFORM WRITE-REJECT-ROW
              VARYING RJT-IDX FROM 1 BY 1
              UNTIL RJT-IDX > WS-REJ-USED.

       READ-REJECT-REC.
           READ REJECT-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-IN-COUNT
                 PERFORM COUNT-REJECT
           END-READ.

       COUNT-REJECT.
           MOVE 0 TO WS-RJT-FOUND
           PERFORM MATCH-REJECT-ENTRY
              VARYING RJT-IDX FROM 1 BY 1
              UNTIL RJT-IDX > WS-REJ-USED OR WS-RJT-FOUND > 0
           IF WS-RJT-FOUND = 0
              IF WS-REJ-USED < WS-REJ-MAX
                 ADD 1 TO WS-REJ-USED
                 MOVE WS-REJ-USED TO WS-RJT-FOUND
                 MOVE REJ-SOURCE-FILE TO WS-RJT-SOURCE (WS-RJT-FOUND)
                 MOVE REJ-REASON-CODE TO WS-RJT-REASON (WS-RJT-FOUND)
                 MOVE 0 TO WS-RJT-COUNT (WS-RJT-FOUND)
                 MOVE 0 TO WS-RJT-RECYCLED (WS-RJT-FOUND)
              ELSE
                 DISPLAY "METEXP: EDITREJ TABLE FULL, "
                    REJ-SOURCE-FILE " " REJ-REASON-CODE
                    " NOT COUNTED"
                 MOVE 4 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
           END-IF
           IF WS-RJT-FOUND > 0
              ADD 1 TO WS-RJT-COUNT (WS-RJT-FOUND)
              IF REJ-CYCLE-COUNT IS NUMERIC
                 AND REJ-CYCLE-COUNT > 0
                 ADD 1 TO WS-RJT-RECYCLED (WS-RJT-FOUND)
              END-IF
           END-IF.

       MATCH-REJECT-ENTRY.
           IF WS-RJT-SOURCE (RJT-IDX) = REJ-SOURCE-FILE
              AND WS-RJT-REASON (RJT-IDX) = REJ-REASON-CODE
              MOVE RJT-IDX TO WS-RJT-FOUND
           END-IF.

       WRITE-REJECT-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING "REJ,D," WS-CYCLE-DATE ","
                 DELIMITED BY SIZE
              WS-LEG-TYPE DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              WS-RJT-SOURCE (RJT-IDX) DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              WS-RJT-REASON (RJT-IDX) DELIMITED BY SPACE
              "," WS-RJT-COUNT (RJT-IDX)
              "," WS-RJT-RECYCLED (RJT-IDX)
                 DELIMITED BY SIZE
              INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           PERFORM WRITE-DATA-ROW
           ADD 1 TO WS-REJ-ROWS.

      *> MON row -- the finding lines under MORNMON's CRITICAL and
      *> WARNINGS headings are counted; its return code comes from
      *> its STP record (empty if it left none).
       EXPORT-MONITOR-OUTCOME.
           MOVE SPACES TO WS-CSV-LINE
           STRING "MON,H,CYCLE_DATE,OUTCOME,RETURN_CODE,"
              "CRITICAL_COUNT,WARNING_COUNT"
              DELIMITED BY SIZE INTO WS-CSV-LINE
           PERFORM WRITE-COLUMN-ROW
           MOVE "UNKNOWN" TO WS-MON-OUTCOME
           OPEN INPUT MONITOR-RPT
           IF WS-MONITOR-STATUS = "00"
              PERFORM READ-MONITOR-REC
                 UNTIL WS-MONITOR-STATUS NOT = "00"
              MOVE "MONRPT" TO WS-NOTE-DDNAME
              MOVE WS-MONITOR-STATUS TO WS-NOTE-STATUS
              PERFORM CHECK-END-OF-INPUT
              CLOSE MONITOR-RPT
              EVALUATE TRUE
                 WHEN WS-MON-CRIT-COUNT > 0
                    MOVE "CRITICAL" TO WS-MON-OUTCOME
                 WHEN WS-MON-WARN-COUNT > 0
                    MOVE "WARNING" TO WS-MON-OUTCOME
                 WHEN MON-CLEAN
                    MOVE "CLEAN" TO WS-MON-OUTCOME
              END-EVALUATE
           ELSE
              MOVE "NOREPORT" TO WS-MON-OUTCOME
              MOVE "MONRPT" TO WS-NOTE-DDNAME
              MOVE WS-MONITOR-STATUS TO WS-NOTE-STATUS
              PERFORM NOTE-INPUT-NOT-READ
           END-IF
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING "MON,D," WS-CYCLE-DATE ","
                 DELIMITED BY SIZE
              WS-MON-OUTCOME DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              WS-MON-RC-TEXT DELIMITED BY SPACE
              "," WS-MON-CRIT-COUNT "," WS-MON-WARN-COUNT
                 DELIMITED BY SIZE
              INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           PERFORM WRITE-DATA-ROW
           ADD 1 TO WS-MON-ROWS.

       READ-MONITOR-REC.
           READ MONITOR-RPT
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-IN-COUNT
                 PERFORM CLASSIFY-MONITOR-LINE
           END-READ.

       CLASSIFY-MONITOR-LINE.
           EVALUATE TRUE
              WHEN MONITOR-RPT-REC(1:11) = "CLEAN NIGHT"
                 MOVE "Y" TO WS-MON-CLEAN-FLAG
              WHEN MONITOR-RPT-REC(1:18) = "CRITICAL - ACT NOW"
                 MOVE "C" TO WS-MON-SECTION
              WHEN MONITOR-RPT-REC(1:23) = "WARNINGS - REVIEW TODAY"
                 MOVE "W" TO WS-MON-SECTION
              WHEN MONITOR-RPT-REC(1:2) = SPACES
                 AND MONITOR-RPT-REC(3:80) NOT = SPACES
                 IF MON-IN-CRITICAL
                    ADD 1 TO WS-MON-CRIT-COUNT
                 END-IF
                 IF MON-IN-WARNING
                    ADD 1 TO WS-MON-WARN-COUNT
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *> RUN_TYPE and BASE_PROGRAM for an identity. The caller sets
      *> WS-ID-RUN-TYPE to the leg's type first; the supplemental
      *> and RSPARA identities override it.
       CLASSIFY-IDENTITY.
           MOVE WS-ID-PROGRAM TO WS-ID-BASE
           MOVE SPACE TO WS-ID-PARTITION
           EVALUATE TRUE
              WHEN WS-ID-PROGRAM(1:7) = "RSBATCH"
                 AND WS-ID-PROGRAM(8:1) >= "1"
                 AND WS-ID-PROGRAM(8:1) <= "4"
                 MOVE "RSPARA" TO WS-ID-RUN-TYPE
                 MOVE WS-ID-PROGRAM(8:1) TO WS-ID-PARTITION
                 MOVE "RSBATCH" TO WS-ID-BASE
              WHEN WS-ID-FILE(1:4) = "REFP"
                 AND WS-ID-FILE(5:1) >= "1"
                 AND WS-ID-FILE(5:1) <= "4"
                 MOVE "RSPARA" TO WS-ID-RUN-TYPE
                 MOVE WS-ID-FILE(5:1) TO WS-ID-PARTITION
              WHEN WS-ID-PROGRAM = "RSSPLIT" OR "RSMERGE"
                 MOVE "RSPARA" TO WS-ID-RUN-TYPE
              WHEN OTHER
                 MOVE "N" TO WS-SUPP-FOUND
                 PERFORM MATCH-SUPP-ID
                    VARYING SUP-IDX FROM 1 BY 1
                    UNTIL SUP-IDX > WS-SUPP-ID-MAX OR SUPP-ID-FOUND
                 IF SUPP-ID-FOUND
                    MOVE "SUPP" TO WS-ID-RUN-TYPE
                    MOVE SPACES TO WS-ID-BASE
                    MOVE WS-ID-PROGRAM(1:7) TO WS-ID-BASE
                 END-IF
           END-EVALUATE.

       MATCH-SUPP-ID.
           IF WS-SUPP-ID (SUP-IDX) = WS-ID-PROGRAM
              MOVE "Y" TO WS-SUPP-FOUND
           END-IF.

       WRITE-COLUMN-ROW.
           WRITE METRICS-OUT-REC FROM WS-CSV-LINE
           IF WS-METRICS-STATUS = "00"
              ADD 1 TO WS-COLUMN-ROWS
           ELSE
              PERFORM NOTE-WRITE-FAILED
           END-IF.

       WRITE-DATA-ROW.
           WRITE METRICS-OUT-REC FROM WS-CSV-LINE
           IF WS-METRICS-STATUS = "00"
              ADD 1 TO WS-DATA-ROWS
           ELSE
              PERFORM NOTE-WRITE-FAILED
           END-IF.

       NOTE-WRITE-FAILED.
           DISPLAY "METEXP: METRICS WRITE FAILED, STATUS="
              WS-METRICS-STATUS
           MOVE 12 TO WS-RC-CANDIDATE
           PERFORM SET-RETURN-CODE.

       NOTE-INPUT-NOT-READ.
           DISPLAY "METEXP: " WS-NOTE-DDNAME " NOT READ, STATUS="
              WS-NOTE-STATUS " - ITS ROWS ARE MISSING"
           MOVE 4 TO WS-RC-CANDIDATE
           PERFORM SET-RETURN-CODE.

       CHECK-END-OF-INPUT.
           IF WS-NOTE-STATUS NOT = "10"
              DISPLAY "METEXP: " WS-NOTE-DDNAME " READ FAILED, STATUS="
                 WS-NOTE-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

       WRITE-EXPORT-TRAILER.
           MOVE SPACES TO FEED-CTL-REC
           MOVE "TRL" TO FEED-CTL-ID
           MOVE WS-DATA-ROWS TO FEED-TRL-COUNT
           MOVE SPACES TO METRICS-OUT-REC
           MOVE FEED-CTL-REC TO METRICS-OUT-REC(1:20)
           WRITE METRICS-OUT-REC
           IF WS-METRICS-STATUS NOT = "00"
              PERFORM NOTE-WRITE-FAILED
           END-IF.

      *> The export's own line on RECONFIL: source records read in,
      *> data rows out, and the trailer count, with the trailer
      *> flag N if any write failed.
       RECORD-EXPORT-COUNTS.
           MOVE WS-IN-COUNT TO WS-RECON-IN-COUNT
           MOVE WS-DATA-ROWS TO WS-RECON-OUT-COUNT
           MOVE WS-DATA-ROWS TO WS-RECON-TRL-COUNT
           IF WS-RETURN-CODE < 12
              MOVE "Y" TO WS-RECON-TRL-OK
           ELSE
              MOVE "N" TO WS-RECON-TRL-OK
           END-IF
           PERFORM WRITE-RECON-REC.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "METEXP: CYCLE " WS-CYCLE-DATE " LEG " WS-LEG-TYPE
           DISPLAY "METEXP: SOURCE RECORDS READ .: " WS-IN-COUNT
           DISPLAY "METEXP: STP ROWS ............: " WS-STP-ROWS
           DISPLAY "METEXP: RUN ROWS ............: " WS-RUN-ROWS
           DISPLAY "METEXP: RCN ROWS ............: " WS-RCN-ROWS
           DISPLAY "METEXP: REJ ROWS ............: " WS-REJ-ROWS
           DISPLAY "METEXP: MON ROWS ............: " WS-MON-ROWS
           DISPLAY "METEXP: DATA ROWS (TRAILER) .: " WS-DATA-ROWS
           DISPLAY "METEXP: COLUMN-HEADER ROWS ..: " WS-COLUMN-ROWS.

       SET-RETURN-CODE.
           IF WS-RC-CANDIDATE > WS-RETURN-CODE
              MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
           END-IF.

       COPY RUNCTLIO.

       COPY RECONWRT.
