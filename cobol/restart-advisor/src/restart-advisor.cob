       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTADV.
      *> Restart advisor for a broken batch chain. The on-call
      *> operator names the chain on SYSIN -- NIGHTLY (or blank),
      *> INTRADAY (or SUPP) for the afternoon supplemental leg, or
      *> RSPARA for the partitioned reference run -- and this job
      *> reads what the chain left behind: the current cycle's CYC
      *> and STP records on RUNCTL, the drivers' RUNSTATS records
      *> for runs started on or after the cycle date, and every
      *> driver checkpoint (LPCHKPT/PGCHKPT/RSCHKPT, the .SUPP
      *> pair, RSCHKP1-4). It prints one page to RSTRPT: each step
      *> of the chain with its state, the last completed step, the
      *> steps that failed, were interrupted, were bypassed or
      *> never started (with the checkpoint position of an
      *> interrupted driver), the recommended RESTART= step or
      *> top-of-job rerun, and the datasets the chain has already
      *> deleted, the ones to delete before resubmitting, and the
      *> ones to leave alone. The chain knowledge -- step order,
      *> each step's program identity and COND, which checkpoint
      *> it keeps, the IEFBR14 delete lists, and the dataset rules
      *> the JCL comments spell out -- is carried in the two tables
      *> below, so a change to NIGHTLY, INTRADAY or RSPARA.jcl
      *> needs the matching change here. Utility steps (IEFBR14,
      *> IEBGENER) leave no STP record; whether they ran is
      *> inferred from the step ahead of them and their COND. The
      *> INTRADAY leg reuses the SHIPKEEP, RECONRPT and ACKBAL
      *> identities, so its window on RUNCTL opens at the first
      *> EDBATCHS record and the NIGHTLY window closes there. A
      *> NIGHTLY STEP030 replaced by RSPARA is judged from the
      *> RSSPLIT/RSMERGE records. Read-only: writes no RUNCTL or
      *> RUNSTATS record of its own. Return codes: 0 chain
      *> complete, nothing to restart; 4 a restart or rerun is
      *> advised; 8 the chain could not be judged (unknown SYSIN
      *> chain, no cycle record on RUNCTL); 12 a file-status
      *> failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.
           SELECT LP-CHKPT-FILE ASSIGN TO "LPCHKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT PG-CHKPT-FILE ASSIGN TO "PGCHKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT RS-CHKPT-FILE ASSIGN TO "RSCHKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT LPS-CHKPT-FILE ASSIGN TO "LPCHKPTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT RSS-CHKPT-FILE ASSIGN TO "RSCHKPTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT P1-CHKPT-FILE ASSIGN TO "RSCHKP1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT P2-CHKPT-FILE ASSIGN TO "RSCHKP2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT P3-CHKPT-FILE ASSIGN TO "RSCHKP3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT P4-CHKPT-FILE ASSIGN TO "RSCHKP4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT ADVICE-RPT ASSIGN TO "RSTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADVICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE
           RECORD CONTAINS 54 CHARACTERS.
       COPY RUNCTL.

       FD  RUNSTAT-FILE
           RECORD CONTAINS 83 CHARACTERS.
       COPY RUNSTREC.

       FD  LP-CHKPT-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01 LP-CHKPT-REC    PIC X(9).

       FD  PG-CHKPT-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01 PG-CHKPT-REC    PIC X(9).

       FD  RS-CHKPT-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01 RS-CHKPT-REC    PIC X(9).

       FD  LPS-CHKPT-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01 LPS-CHKPT-REC   PIC X(9).

       FD  RSS-CHKPT-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01 RSS-CHKPT-REC   PIC X(9).

       FD  P1-CHKPT-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01 P1-CHKPT-REC    PIC X(9).

       FD  P2-CHKPT-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01 P2-CHKPT-REC    PIC X(9).

       FD  P3-CHKPT-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01 P3-CHKPT-REC    PIC X(9).

       FD  P4-CHKPT-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01 P4-CHKPT-REC    PIC X(9).

       FD  ADVICE-RPT
           RECORD CONTAINS 100 CHARACTERS.
       01 ADVICE-RPT-REC  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS  PIC XX.
       01 WS-RUNSTAT-STATUS PIC XX.
       01 WS-CKP-STATUS     PIC XX.
       01 WS-ADVICE-STATUS  PIC XX.
       01 WS-RETURN-CODE    PIC 9(2) VALUE 0.
       01 WS-RC-CANDIDATE   PIC 9(2) VALUE 0.

       01 WS-PARM-IN        PIC X(80).
       01 WS-CHAIN-CODE     PIC X VALUE "N".
         88 CHAIN-NIGHTLY   VALUE "N".
         88 CHAIN-INTRADAY  VALUE "I".
         88 CHAIN-RSPARA    VALUE "P".
         88 CHAIN-UNKNOWN   VALUE "?".
       01 WS-CHAIN-NAME     PIC X(8) VALUE "NIGHTLY".

       01 WS-CYCLE-DATE     PIC X(8) VALUE SPACES.
       01 WS-RUN-NUMBER     PIC 9(4) VALUE 0.
       01 WS-CYCLE-FLAG     PIC X VALUE "N".
         88 CYCLE-FOUND     VALUE "Y".
       01 WS-SUPP-FLAG      PIC X VALUE "N".
         88 SUPP-LEG-SEEN   VALUE "Y".
       01 WS-STARTED-FLAG   PIC X VALUE "N".
         88 CHAIN-STARTED   VALUE "Y".
       01 WS-RUNSTAT-NOTE   PIC X(60) VALUE SPACES.

       COPY CHKPTREC.

      *> Chain step table: chain (N nightly, I intraday, P RSPARA),
      *> step name, the program identity its STP/RUNSTATS records
      *> carry, kind (U utility with no STP record, C the cycle
      *> opener, E the nightly edit whose RC 8 is an alert after
      *> the recycle queue was consumed, D a checkpointing driver,
      *> M the monitor whose RC is a severity, W a WINCHK
      *> batch-window check whose RC 8 is a deadline alert, P any
      *> other program), COND (N none, 7 for COND=(7,LT), B for
      *> COND=(11,LT)), checkpoint slot (0 none), and restart rule
      *> (Y RESTART= at this step, T rerun from the top of the job).
       01 WS-STEP-DEFS.
         05 FILLER PIC X(20) VALUE "NSTEP001IEFBR14 UN0Y".
         05 FILLER PIC X(20) VALUE "NSTEP003CYCINIT CN0T".
         05 FILLER PIC X(20) VALUE "NSTEP005EDBATCH EN0Y".
         05 FILLER PIC X(20) VALUE "NSTEP007IEFBR14 UB0Y".
         05 FILLER PIC X(20) VALUE "NSTEP010LPBATCH D71Y".
         05 FILLER PIC X(20) VALUE "NSTEP020PGBATCH D72Y".
         05 FILLER PIC X(20) VALUE "NSTEP025PGDELTA P70Y".
         05 FILLER PIC X(20) VALUE "NSTEP028WCHKN030W70Y".
         05 FILLER PIC X(20) VALUE "NSTEP030RSBATCH D73Y".
         05 FILLER PIC X(20) VALUE "NSTEP035RSVERIFYP70Y".
         05 FILLER PIC X(20) VALUE "NSTEP038SHIPKEEPP70Y".
         05 FILLER PIC X(20) VALUE "NSTEP040RECONRPTPN0Y".
         05 FILLER PIC X(20) VALUE "NSTEP042AUDINDEXP70Y".
         05 FILLER PIC X(20) VALUE "NSTEP045IEBGENERU70Y".
         05 FILLER PIC X(20) VALUE "NSTEP060MORNMON MN0Y".
         05 FILLER PIC X(20) VALUE "NSTEP070METEXP  PN0Y".
         05 FILLER PIC X(20) VALUE "NSTEP080WCHKNFINWN0Y".
         05 FILLER PIC X(20) VALUE "ISTEP201IEFBR14 UN0T".
         05 FILLER PIC X(20) VALUE "ISTEP205EDBATCHSPN0T".
         05 FILLER PIC X(20) VALUE "ISTEP207IEBGENERU70Y".
         05 FILLER PIC X(20) VALUE "ISTEP210LPBATCHSD74Y".
         05 FILLER PIC X(20) VALUE "ISTEP230RSBATCHSD75Y".
         05 FILLER PIC X(20) VALUE "ISTEP235SHIPKEEPP70Y".
         05 FILLER PIC X(20) VALUE "ISTEP250ACKBAL  P70Y".
         05 FILLER PIC X(20) VALUE "ISTEP260IEFBR14 UB0Y".
         05 FILLER PIC X(20) VALUE "ISTEP270IEBGENERUB0Y".
         05 FILLER PIC X(20) VALUE "ISTEP280METEXPS PN0Y".
         05 FILLER PIC X(20) VALUE "ISTEP285RECONRPTPN0Y".
         05 FILLER PIC X(20) VALUE "ISTEP290WCHKIFINWN0Y".
         05 FILLER PIC X(20) VALUE "PSTEP110IEFBR14 UN0T".
         05 FILLER PIC X(20) VALUE "PSTEP120RSSPLIT P70Y".
         05 FILLER PIC X(20) VALUE "PSTEP130RSBATCH1D76Y".
         05 FILLER PIC X(20) VALUE "PSTEP140RSBATCH2D77Y".
         05 FILLER PIC X(20) VALUE "PSTEP150RSBATCH3D78Y".
         05 FILLER PIC X(20) VALUE "PSTEP160RSBATCH4D79Y".
         05 FILLER PIC X(20) VALUE "PSTEP170RSMERGE P70Y".
         05 FILLER PIC X(20) VALUE "PSTEP180WCHKPFINWN0Y".
       01 WS-STEP-DEF-TBL REDEFINES WS-STEP-DEFS.
         05 WS-SDF-ENTRY OCCURS 37 TIMES.
           10 WS-SDF-CHAIN      PIC X.
           10 WS-SDF-STEP       PIC X(7).
           10 WS-SDF-PROGRAM    PIC X(8).
           10 WS-SDF-KIND       PIC X.
           10 WS-SDF-COND       PIC X.
           10 WS-SDF-CKPT       PIC 9.
           10 WS-SDF-RESTART    PIC X.
       01 WS-SDF-MAX        PIC 9(2) VALUE 37.
       01 SDF-IDX           PIC 9(2).

      *> Dataset rules, keyed by step: D the step deletes it when it
      *> runs, C delete it before resubmitting from or ahead of the
      *> step, L leave it alone, N an operator note. When: A
      *> always, R only once the step has ended (its NEW datasets
      *> are cataloged), I only when the step was interrupted.
      *> Dataset names are relative to PROD.NIGHTLY.
       01 WS-ADV-DEFS.
         05 FILLER PIC X(54) VALUE
            "STEP001DALEAPRPT       CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP001DAPANGRPT       CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP001DAREFOUT        CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP001DAEDITREJ       CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP001DAEDAGED        CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP001DAEDITRPT       CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP001DARECONFIL      CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP001DACHAINTOT      CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP001DARSVEXCP       CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP001DAPGDELTA       CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP001DARECONRPT      CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP001DAYEARIN        CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP001DAFIXTIN        CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP001DAREFIN         CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP001DALPCHKPT       CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP001DAPGCHKPT       CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP001DARSCHKPT       CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP001DARSDUPRPT      CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP001DAMONRPT        CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP001DAAUDIXRPT      CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP001DAMETRICS       CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP001DAWINRPT        CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP007DAEDRECYC       CONSUMED BY STEP005            ".
         05 FILLER PIC X(54) VALUE
            "STEP003NACYCINIT OPENS THE CYCLE - RESUBMIT WHOLE JOB ".
         05 FILLER PIC X(54) VALUE
            "STEP005CRYEARIN        CATALOGED - STEP ALLOCATES NEW ".
         05 FILLER PIC X(54) VALUE
            "STEP005CRFIXTIN        CATALOGED - STEP ALLOCATES NEW ".
         05 FILLER PIC X(54) VALUE
            "STEP005CRREFIN         CATALOGED - STEP ALLOCATES NEW ".
         05 FILLER PIC X(54) VALUE
            "STEP005CREDITREJ       CATALOGED - STEP ALLOCATES NEW ".
         05 FILLER PIC X(54) VALUE
            "STEP005CREDAGED        CATALOGED - STEP ALLOCATES NEW ".
         05 FILLER PIC X(54) VALUE
            "STEP005CREDITRPT       CATALOGED - STEP ALLOCATES NEW ".
         05 FILLER PIC X(54) VALUE
            "STEP005LAEDRECYC       RERUN RE-CONSUMES THE QUEUE    ".
         05 FILLER PIC X(54) VALUE
            "STEP005LAFEEDQHST      DAILY HISTORY - LATEST STANDS  ".
         05 FILLER PIC X(54) VALUE
            "STEP010LILPCHKPT       RESTART REPOSITIONS FROM IT    ".
         05 FILLER PIC X(54) VALUE
            "STEP010LILEAPRPT       EXTENDED FROM THE CHECKPOINT   ".
         05 FILLER PIC X(54) VALUE
            "STEP020LIPGCHKPT       RESTART REPOSITIONS FROM IT    ".
         05 FILLER PIC X(54) VALUE
            "STEP020LIPANGRPT       EXTENDED FROM THE CHECKPOINT   ".
         05 FILLER PIC X(54) VALUE
            "STEP025LAPANGRPT.PRIOR STEP025 COMPARES TO IT         ".
         05 FILLER PIC X(54) VALUE
            "STEP030LIRSCHKPT       RESTART REPOSITIONS FROM IT    ".
         05 FILLER PIC X(54) VALUE
            "STEP030LIREFOUT        SKIP COUNT DERIVED FROM IT     ".
         05 FILLER PIC X(54) VALUE
            "STEP030LAREFXREF       MASTER UPDATED IN PLACE        ".
         05 FILLER PIC X(54) VALUE
            "STEP030LAXRFJRNL       BEFORE-IMAGES FOR XRFBKOUT     ".
         05 FILLER PIC X(54) VALUE
            "STEP028LAWINHIST       MONTH HISTORY - RERUN APPENDS  ".
         05 FILLER PIC X(54) VALUE
            "STEP060CRMONRPT        CATALOGED - STEP ALLOCATES NEW ".
         05 FILLER PIC X(54) VALUE
            "STEP070CRMETRICS       CATALOGED - STEP ALLOCATES NEW ".
         05 FILLER PIC X(54) VALUE
            "STEP080LAWINHIST       MONTH HISTORY - RERUN APPENDS  ".
         05 FILLER PIC X(54) VALUE
            "STEP201DAYEARIN.SUPP   CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP201DAREFIN.SUPP    CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP201DAEDITREJ.SUPP  CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP201DAEDITRPT.SUPP  CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP201DAEDAGED.SUPP   CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP201DALPCHKPT.SUPP  CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP201DARSCHKPT.SUPP  CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP201DARSDUPRPT.SUPP CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP201DARECONRPT.SUPP CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP201DAACKRPT.SUPP   CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP201DAACKPENDS      CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP201DAMETRICS.SUPP  CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP201DAWINRPT.SUPP   CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP205NANEVER RESTART=STEP205 - RERUN FROM THE TOP   ".
         05 FILLER PIC X(54) VALUE
            "STEP205NASO STEP201 CLEARS THE PARTIAL EDITREJ.SUPP:  ".
         05 FILLER PIC X(54) VALUE
            "STEP205NAA FAILED EDIT'S REJECTS MUST NOT BE QUEUED   ".
         05 FILLER PIC X(54) VALUE
            "STEP205LAEDITREJ       CYCLE REPAIR QUEUE - STEP207   ".
         05 FILLER PIC X(54) VALUE
            "STEP205LAFEEDQHST      DAILY HISTORY - LATEST STANDS  ".
         05 FILLER PIC X(54) VALUE
            "STEP210LILPCHKPT.SUPP  RESTART REPOSITIONS FROM IT    ".
         05 FILLER PIC X(54) VALUE
            "STEP210LALEAPRPT       CYCLE FILE - LEG APPENDS       ".
         05 FILLER PIC X(54) VALUE
            "STEP230LIRSCHKPT.SUPP  RESTART REPOSITIONS FROM IT    ".
         05 FILLER PIC X(54) VALUE
            "STEP230LAREFOUT        CYCLE FILE - LEG APPENDS       ".
         05 FILLER PIC X(54) VALUE
            "STEP230LAREFXREF       MASTER UPDATED IN PLACE        ".
         05 FILLER PIC X(54) VALUE
            "STEP230LAXRFJRNL       BEFORE-IMAGES FOR XRFBKOUT     ".
         05 FILLER PIC X(54) VALUE
            "STEP250CRACKPENDS      CATALOGED - STEP ALLOCATES NEW ".
         05 FILLER PIC X(54) VALUE
            "STEP250CRACKRPT.SUPP   CATALOGED - STEP ALLOCATES NEW ".
         05 FILLER PIC X(54) VALUE
            "STEP250LAACKPEND       PENDING FILE - REFRESH INPUT   ".
         05 FILLER PIC X(54) VALUE
            "STEP260DAACKPEND       REBUILT BY STEP270             ".
         05 FILLER PIC X(54) VALUE
            "STEP280CRMETRICS.SUPP  CATALOGED - STEP ALLOCATES NEW ".
         05 FILLER PIC X(54) VALUE
            "STEP285CRRECONRPT.SUPP CATALOGED - STEP ALLOCATES NEW ".
         05 FILLER PIC X(54) VALUE
            "STEP290LAWINHIST       MONTH HISTORY - RERUN APPENDS  ".
         05 FILLER PIC X(54) VALUE
            "STEP110DAREFP1         CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP110DAREFP2         CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP110DAREFP3         CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP110DAREFP4         CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP110DAREFOP1        CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP110DAREFOP2        CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP110DAREFOP3        CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP110DAREFOP4        CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP110DAREFOUT        CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP110DARSDUPP1       CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP110DARSDUPP2       CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP110DARSDUPP3       CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP110DARSDUPP4       CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP110DARSCHKP1       CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP110DARSCHKP2       CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP110DARSCHKP3       CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP110DARSCHKP4       CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP110DAWINRPT.RSPARA CLEARED AT JOB START           ".
         05 FILLER PIC X(54) VALUE
            "STEP120CRREFP1         CATALOGED - STEP ALLOCATES NEW ".
         05 FILLER PIC X(54) VALUE
            "STEP120CRREFP2         CATALOGED - STEP ALLOCATES NEW ".
         05 FILLER PIC X(54) VALUE
            "STEP120CRREFP3         CATALOGED - STEP ALLOCATES NEW ".
         05 FILLER PIC X(54) VALUE
            "STEP120CRREFP4         CATALOGED - STEP ALLOCATES NEW ".
         05 FILLER PIC X(54) VALUE
            "STEP130LIRSCHKP1       RESTART REPOSITIONS FROM IT    ".
         05 FILLER PIC X(54) VALUE
            "STEP130LIREFOP1        SKIP COUNT DERIVED FROM IT     ".
         05 FILLER PIC X(54) VALUE
            "STEP130LAREFXREF       MASTER UPDATED IN PLACE        ".
         05 FILLER PIC X(54) VALUE
            "STEP130LAXRFJRNL       BEFORE-IMAGES FOR XRFBKOUT     ".
         05 FILLER PIC X(54) VALUE
            "STEP140LIRSCHKP2       RESTART REPOSITIONS FROM IT    ".
         05 FILLER PIC X(54) VALUE
            "STEP140LIREFOP2        SKIP COUNT DERIVED FROM IT     ".
         05 FILLER PIC X(54) VALUE
            "STEP140LAREFXREF       MASTER UPDATED IN PLACE        ".
         05 FILLER PIC X(54) VALUE
            "STEP140LAXRFJRNL       BEFORE-IMAGES FOR XRFBKOUT     ".
         05 FILLER PIC X(54) VALUE
            "STEP150LIRSCHKP3       RESTART REPOSITIONS FROM IT    ".
         05 FILLER PIC X(54) VALUE
            "STEP150LIREFOP3        SKIP COUNT DERIVED FROM IT     ".
         05 FILLER PIC X(54) VALUE
            "STEP150LAREFXREF       MASTER UPDATED IN PLACE        ".
         05 FILLER PIC X(54) VALUE
            "STEP150LAXRFJRNL       BEFORE-IMAGES FOR XRFBKOUT     ".
         05 FILLER PIC X(54) VALUE
            "STEP160LIRSCHKP4       RESTART REPOSITIONS FROM IT    ".
         05 FILLER PIC X(54) VALUE
            "STEP160LIREFOP4        SKIP COUNT DERIVED FROM IT     ".
         05 FILLER PIC X(54) VALUE
            "STEP160LAREFXREF       MASTER UPDATED IN PLACE        ".
         05 FILLER PIC X(54) VALUE
            "STEP160LAXRFJRNL       BEFORE-IMAGES FOR XRFBKOUT     ".
         05 FILLER PIC X(54) VALUE
            "STEP170CRREFOUT        CATALOGED - STEP ALLOCATES NEW ".
         05 FILLER PIC X(54) VALUE
            "STEP180LAWINHIST       MONTH HISTORY - RERUN APPENDS  ".

       01 WS-ADV-TBL REDEFINES WS-ADV-DEFS.
         05 WS-ADV-ENTRY OCCURS 116 TIMES.
           10 WS-ADV-STEP       PIC X(7).
           10 WS-ADV-ACTION     PIC X.
             88 ADV-DELETED     VALUE "D".
             88 ADV-CLEAN-UP    VALUE "C".
             88 ADV-LEAVE       VALUE "L".
             88 ADV-NOTE        VALUE "N".
           10 WS-ADV-WHEN       PIC X.
             88 ADV-ALWAYS      VALUE "A".
             88 ADV-IF-ENDED    VALUE "R".
             88 ADV-IF-INTERRUPTED VALUE "I".
           10 WS-ADV-TEXT       PIC X(45).
           10 WS-ADV-DSN-VIEW REDEFINES WS-ADV-TEXT.
             15 WS-ADV-DSN      PIC X(14).
             15 WS-ADV-REASON   PIC X(31).
       01 WS-ADV-MAX        PIC 9(3) VALUE 116.
       01 ADV-IDX           PIC 9(3).

      *> The selected chain's steps and what the files say of them.
       01 WS-STP-MAX        PIC 9(2) VALUE 20.
       01 WS-STP-USED       PIC 9(2) VALUE 0.
       01 WS-STP-TABLE.
         05 WS-STP-ENTRY OCCURS 20 TIMES.
           10 WS-STP-STEP       PIC X(7).
           10 WS-STP-PROGRAM    PIC X(8).
           10 WS-STP-KIND       PIC X.
             88 STP-UTILITY     VALUE "U".
             88 STP-CYCLE-OPEN  VALUE "C".
             88 STP-EDIT        VALUE "E".
             88 STP-DRIVER      VALUE "D".
             88 STP-MONITOR     VALUE "M".
             88 STP-WINDOW-CHECK VALUE "W".
           10 WS-STP-COND       PIC X.
           10 WS-STP-CKPT       PIC 9.
           10 WS-STP-RESTART    PIC X.
             88 STP-RERUN-FROM-TOP VALUE "T".
           10 WS-STP-RC-FLAG    PIC X.
             88 STP-HAS-RC      VALUE "Y".
           10 WS-STP-RC         PIC 9(2).
           10 WS-STP-STATE      PIC X.
             88 STATE-COMPLETE     VALUE "C".
             88 STATE-FAILED       VALUE "F".
             88 STATE-ALERT        VALUE "A".
             88 STATE-INTERRUPTED  VALUE "I".
             88 STATE-NOT-RUN      VALUE "N".
             88 STATE-BYPASSED     VALUE "S".
             88 STATE-RAN          VALUE "R".
             88 STATE-BY-RSPARA    VALUE "X".
             88 STATE-RSPARA-OPEN  VALUE "P".
             88 STATE-FINISHED     VALUES "C" "F" "A" "S" "R" "X".
             88 STATE-DONE         VALUES "C" "R" "X".
             88 STATE-PROBLEM      VALUES "F" "A" "I" "N" "P".
       01 STP-IDX           PIC 9(2).
       01 WS-PREV-IDX       PIC 9(2).
       01 WS-MAX-RC         PIC 9(2) VALUE 0.
       01 WS-REACHED-FLAG   PIC X.
         88 STEP-REACHED    VALUE "Y".
       01 WS-COND-FLAG      PIC X.
         88 COND-PASSES     VALUE "Y".

      *> Latest STP record per program identity inside the chain's
      *> window on RUNCTL (a rerun appends a fresh record, last one
      *> wins), and the same for RUNSTATS.
       01 WS-RCT-MAX        PIC 9(2) VALUE 40.
       01 WS-RCT-USED       PIC 9(2) VALUE 0.
       01 WS-RCT-TABLE.
         05 WS-RCT-ENTRY OCCURS 40 TIMES.
           10 WS-RCT-PROGRAM    PIC X(8).
           10 WS-RCT-RC         PIC 9(2).
       01 RCT-IDX           PIC 9(2).
       01 WS-RSS-MAX        PIC 9(2) VALUE 40.
       01 WS-RSS-USED       PIC 9(2) VALUE 0.
       01 WS-RSS-TABLE.
         05 WS-RSS-ENTRY OCCURS 40 TIMES.
           10 WS-RSS-PROGRAM    PIC X(8).
           10 WS-RSS-RC         PIC 9(2).
       01 RSS-IDX           PIC 9(2).
       01 WS-LOOKUP-PROGRAM PIC X(8).
       01 WS-FOUND-IDX      PIC 9(2).

       01 WS-CKP-DDNAMES.
         05 FILLER PIC X(24) VALUE "LPCHKPT PGCHKPT RSCHKPT ".
         05 FILLER PIC X(24) VALUE "LPCHKPTSRSCHKPTSRSCHKP1 ".
         05 FILLER PIC X(24) VALUE "RSCHKP2 RSCHKP3 RSCHKP4 ".
       01 WS-CKP-DDNAME-TBL REDEFINES WS-CKP-DDNAMES.
         05 WS-CKP-DDNAME OCCURS 9 TIMES PIC X(8).
       01 WS-CKP-COUNTS.
         05 WS-CKP-COUNT OCCURS 9 TIMES PIC 9(9).
       01 CKP-SLOT          PIC 9.

      *> The advice itself.
       01 WS-FIRST-PROBLEM  PIC 9(2) VALUE 0.
       01 WS-LAST-DONE      PIC 9(2) VALUE 0.
       01 WS-RESTART-IDX    PIC 9(2) VALUE 0.
       01 WS-ADVICE-MODE    PIC X VALUE "C".
         88 ADVISE-COMPLETE VALUE "C".
         88 ADVISE-RESTART  VALUE "S".
         88 ADVISE-TOP      VALUE "T".
         88 ADVISE-RSPARA   VALUE "P".
       01 WS-LIST-COUNT     PIC 9(3) VALUE 0.
       01 WS-LIST-ACTION    PIC X.
       01 WS-WHEN-FLAG      PIC X.
         88 ADV-APPLIES     VALUE "Y".

       01 WS-HDR-LINE.
         05 FILLER          PIC X(24)
            VALUE "RESTART ADVISOR   CHAIN ".
         05 HDR-CHAIN       PIC X(8).
         05 FILLER          PIC X(8) VALUE "  CYCLE ".
         05 HDR-CYCLE       PIC X(8).
         05 FILLER          PIC X(6) VALUE "  RUN ".
         05 HDR-RUN         PIC 9(4).
         05 FILLER          PIC X(10) VALUE "  PRINTED ".
         05 HDR-DATE        PIC X(8).
         05 FILLER          PIC X(24) VALUE SPACES.

       01 WS-COL-LINE.
         05 FILLER          PIC X(36)
            VALUE "STEP     PROGRAM   STATE          ".
         05 FILLER          PIC X(36)
            VALUE "      RUNCTL RC  RUNSTATS RC  CHECK".
         05 FILLER          PIC X(28)
            VALUE "POINT                       ".

       01 WS-STEP-LINE.
         05 SL-STEP         PIC X(7).
         05 FILLER          PIC X(2) VALUE SPACES.
         05 SL-PROGRAM      PIC X(8).
         05 FILLER          PIC X(2) VALUE SPACES.
         05 SL-STATE        PIC X(20).
         05 FILLER          PIC X(7) VALUE SPACES.
         05 SL-RC           PIC X(2).
         05 FILLER          PIC X(11) VALUE SPACES.
         05 SL-RST-RC       PIC X(2).
         05 FILLER          PIC X(5) VALUE SPACES.
         05 SL-CKPT-DD      PIC X(8).
         05 FILLER          PIC X(1) VALUE SPACES.
         05 SL-CKPT         PIC X(9).
         05 FILLER          PIC X(16) VALUE SPACES.

       01 WS-ADV-LINE.
         05 FILLER          PIC X(4) VALUE SPACES.
         05 AL-DSN-PREFIX   PIC X(13) VALUE "PROD.NIGHTLY.".
         05 AL-DSN          PIC X(14).
         05 FILLER          PIC X(2) VALUE SPACES.
         05 AL-REASON       PIC X(31).
         05 FILLER          PIC X(2) VALUE SPACES.
         05 AL-STEP         PIC X(7).
         05 FILLER          PIC X(27) VALUE SPACES.

       01 WS-STATE-WORD     PIC X(20).
       01 WS-RC-DISPLAY     PIC 9(2).
       01 WS-COUNT-DISPLAY  PIC 9(9).
       01 WS-RPT-LINE       PIC X(100).

       PROCEDURE DIVISION.
       RESTART-ADVISOR-MAIN.
           PERFORM GET-CHAIN-PARM
           PERFORM OPEN-REPORT
           IF CHAIN-UNKNOWN
              PERFORM WRITE-HEADER
              MOVE SPACES TO WS-RPT-LINE
              STRING "SYSIN CHAIN NOT RECOGNIZED: " WS-PARM-IN(1:20)
                 " - NIGHTLY, INTRADAY OR RSPARA"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM PUT-LINE
              MOVE 8 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           ELSE
              PERFORM LOAD-CHAIN-STEPS
              PERFORM SCAN-RUN-CONTROL
              PERFORM SCAN-RUN-STATS
              PERFORM READ-CHECKPOINTS
              PERFORM ATTACH-STEP-RESULT
                 VARYING STP-IDX FROM 1 BY 1
                 UNTIL STP-IDX > WS-STP-USED
              PERFORM JUDGE-STEP-STATE
                 VARYING STP-IDX FROM 1 BY 1
                 UNTIL STP-IDX > WS-STP-USED
              PERFORM CHOOSE-RESTART
              PERFORM WRITE-HEADER
              PERFORM WRITE-STEP-TABLE
              PERFORM WRITE-PROBLEM-STEPS
              PERFORM WRITE-RECOMMENDATION
              PERFORM WRITE-DELETED-DATASETS
              PERFORM WRITE-CLEAN-UP-DATASETS
              PERFORM WRITE-LEAVE-DATASETS
           END-IF
           CLOSE ADVICE-RPT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       GET-CHAIN-PARM.
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN
           EVALUATE TRUE
              WHEN WS-PARM-IN = SPACES
                 OR WS-PARM-IN(1:7) = "NIGHTLY"
                 MOVE "N" TO WS-CHAIN-CODE
                 MOVE "NIGHTLY" TO WS-CHAIN-NAME
              WHEN WS-PARM-IN(1:8) = "INTRADAY"
                 OR WS-PARM-IN(1:4) = "SUPP"
                 MOVE "I" TO WS-CHAIN-CODE
                 MOVE "INTRADAY" TO WS-CHAIN-NAME
              WHEN WS-PARM-IN(1:6) = "RSPARA"
                 MOVE "P" TO WS-CHAIN-CODE
                 MOVE "RSPARA" TO WS-CHAIN-NAME
              WHEN OTHER
                 MOVE "?" TO WS-CHAIN-CODE
                 MOVE "UNKNOWN" TO WS-CHAIN-NAME
           END-EVALUATE.

       OPEN-REPORT.
           OPEN OUTPUT ADVICE-RPT
           IF WS-ADVICE-STATUS NOT = "00"
              DISPLAY "RESTADV: RSTRPT OPEN FAILED, STATUS="
                 WS-ADVICE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-CHAIN-STEPS.
           PERFORM LOAD-CHAIN-STEP
              VARYING SDF-IDX FROM 1 BY 1
              UNTIL SDF-IDX > WS-SDF-MAX.

       LOAD-CHAIN-STEP.
           IF WS-SDF-CHAIN (SDF-IDX) = WS-CHAIN-CODE
              AND WS-STP-USED < WS-STP-MAX
              ADD 1 TO WS-STP-USED
              MOVE WS-SDF-STEP (SDF-IDX)
                 TO WS-STP-STEP (WS-STP-USED)
              MOVE WS-SDF-PROGRAM (SDF-IDX)
                 TO WS-STP-PROGRAM (WS-STP-USED)
              MOVE WS-SDF-KIND (SDF-IDX)
                 TO WS-STP-KIND (WS-STP-USED)
              MOVE WS-SDF-COND (SDF-IDX)
                 TO WS-STP-COND (WS-STP-USED)
              MOVE WS-SDF-CKPT (SDF-IDX)
                 TO WS-STP-CKPT (WS-STP-USED)
              MOVE WS-SDF-RESTART (SDF-IDX)
                 TO WS-STP-RESTART (WS-STP-USED)
              MOVE "N" TO WS-STP-RC-FLAG (WS-STP-USED)
              MOVE 0 TO WS-STP-RC (WS-STP-USED)
              MOVE "N" TO WS-STP-STATE (WS-STP-USED)
           END-IF.

      *> RUNCTL holds one cycle: CYCINIT rewrites it with the CYC
      *> record and every step since has appended its STP record.
      *> A missing file or one with no CYC record cannot be dated,
      *> so the advice falls back to a top-of-job run at RC 8.
       SCAN-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
              PERFORM READ-RUNCTL-REC
                 UNTIL WS-RUNCTL-STATUS NOT = "00"
              IF WS-RUNCTL-STATUS NOT = "10"
                 DISPLAY "RESTADV: RUNCTL READ FAILED, STATUS="
                    WS-RUNCTL-STATUS
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
              CLOSE RUNCTL-FILE
           ELSE
              DISPLAY "RESTADV: RUNCTL NOT READ, STATUS="
                 WS-RUNCTL-STATUS
              IF WS-RUNCTL-STATUS NOT = "35"
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
           END-IF
           IF NOT CYCLE-FOUND
              MOVE 8 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

       READ-RUNCTL-REC.
           READ RUNCTL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 PERFORM STORE-RUNCTL-REC
           END-READ.

      *> The INTRADAY leg runs under the same cycle and appends to
      *> the same RUNCTL, reusing the SHIPKEEP, RECONRPT and ACKBAL
      *> identities: its window opens at the first EDBATCHS record,
      *> which is where the NIGHTLY window closes. RSPARA's
      *> identities are its own, so it sees the whole cycle.
       STORE-RUNCTL-REC.
           EVALUATE TRUE
              WHEN RCT-CYCLE
                 MOVE RCT-CYCLE-DATE TO WS-CYCLE-DATE
                 IF RCT-RUN-NUMBER IS NUMERIC
                    MOVE RCT-RUN-NUMBER TO WS-RUN-NUMBER
                 END-IF
                 MOVE "Y" TO WS-CYCLE-FLAG
                 MOVE "N" TO WS-SUPP-FLAG
                 MOVE 0 TO WS-RCT-USED
              WHEN RCT-STEP
                 IF RCT-PROGRAM = "EDBATCHS"
                    MOVE "Y" TO WS-SUPP-FLAG
                 END-IF
                 IF (CHAIN-INTRADAY AND SUPP-LEG-SEEN)
                    OR (CHAIN-NIGHTLY AND NOT SUPP-LEG-SEEN)
                    OR CHAIN-RSPARA
                    PERFORM STORE-STEP-RECORD
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       STORE-STEP-RECORD.
           IF RCT-RETURN-CODE IS NUMERIC
              MOVE RCT-PROGRAM TO WS-LOOKUP-PROGRAM
              PERFORM FIND-RCT-ENTRY
              IF WS-FOUND-IDX = 0
                 AND WS-RCT-USED < WS-RCT-MAX
                 ADD 1 TO WS-RCT-USED
                 MOVE WS-RCT-USED TO WS-FOUND-IDX
                 MOVE RCT-PROGRAM TO WS-RCT-PROGRAM (WS-FOUND-IDX)
              END-IF
              IF WS-FOUND-IDX > 0
                 MOVE RCT-RETURN-CODE TO WS-RCT-RC (WS-FOUND-IDX)
              END-IF
           END-IF.

       FIND-RCT-ENTRY.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM MATCH-RCT-ENTRY
              VARYING RCT-IDX FROM 1 BY 1
              UNTIL RCT-IDX > WS-RCT-USED OR WS-FOUND-IDX > 0.

       MATCH-RCT-ENTRY.
           IF WS-RCT-PROGRAM (RCT-IDX) = WS-LOOKUP-PROGRAM
              MOVE RCT-IDX TO WS-FOUND-IDX
           END-IF.

      *> RUNSTATS is cumulative; as in MORNMON only runs started on
      *> or after the cycle date count. It is the second opinion
      *> for a driver whose STP write was lost -- its absence is
      *> noted on the page but does not stop the advice.
       SCAN-RUN-STATS.
           OPEN INPUT RUNSTAT-FILE
           IF WS-RUNSTAT-STATUS = "00"
              PERFORM READ-RUNSTAT-REC
                 UNTIL WS-RUNSTAT-STATUS NOT = "00"
              IF WS-RUNSTAT-STATUS NOT = "10"
                 STRING "RUNSTATS READ STOPPED, STATUS "
                    WS-RUNSTAT-STATUS
                    DELIMITED BY SIZE INTO WS-RUNSTAT-NOTE
              END-IF
              CLOSE RUNSTAT-FILE
           ELSE
              STRING "RUNSTATS NOT READ, STATUS " WS-RUNSTAT-STATUS
                 DELIMITED BY SIZE INTO WS-RUNSTAT-NOTE
           END-IF.

       READ-RUNSTAT-REC.
           READ RUNSTAT-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF (NOT CYCLE-FOUND
                    OR RST-START-TS(1:8) >= WS-CYCLE-DATE)
                    AND RST-RETURN-CODE IS NUMERIC
                    PERFORM STORE-RUNSTAT-RECORD
                 END-IF
           END-READ.

       STORE-RUNSTAT-RECORD.
           MOVE RST-PROGRAM TO WS-LOOKUP-PROGRAM
           PERFORM FIND-RSS-ENTRY
           IF WS-FOUND-IDX = 0
              AND WS-RSS-USED < WS-RSS-MAX
              ADD 1 TO WS-RSS-USED
              MOVE WS-RSS-USED TO WS-FOUND-IDX
              MOVE RST-PROGRAM TO WS-RSS-PROGRAM (WS-FOUND-IDX)
           END-IF
           IF WS-FOUND-IDX > 0
              MOVE RST-RETURN-CODE TO WS-RSS-RC (WS-FOUND-IDX)
           END-IF.

       FIND-RSS-ENTRY.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM MATCH-RSS-ENTRY
              VARYING RSS-IDX FROM 1 BY 1
              UNTIL RSS-IDX > WS-RSS-USED OR WS-FOUND-IDX > 0.

       MATCH-RSS-ENTRY.
           IF WS-RSS-PROGRAM (RSS-IDX) = WS-LOOKUP-PROGRAM
              MOVE RSS-IDX TO WS-FOUND-IDX
           END-IF.

      *> Each checkpoint is read through to its last record, as
      *> READ-CHECKPOINT in CHKPTWRT does. A missing or empty file
      *> reads as zero -- the same clean start the driver sees.
       READ-CHECKPOINTS.
           MOVE ZEROS TO WS-CKP-COUNTS
           MOVE 1 TO CKP-SLOT
           OPEN INPUT LP-CHKPT-FILE
           IF WS-CKP-STATUS = "00"
              PERFORM READ-LP-CHKPT UNTIL WS-CKP-STATUS NOT = "00"
              CLOSE LP-CHKPT-FILE
           END-IF
           MOVE 2 TO CKP-SLOT
           OPEN INPUT PG-CHKPT-FILE
           IF WS-CKP-STATUS = "00"
              PERFORM READ-PG-CHKPT UNTIL WS-CKP-STATUS NOT = "00"
              CLOSE PG-CHKPT-FILE
           END-IF
           MOVE 3 TO CKP-SLOT
           OPEN INPUT RS-CHKPT-FILE
           IF WS-CKP-STATUS = "00"
              PERFORM READ-RS-CHKPT UNTIL WS-CKP-STATUS NOT = "00"
              CLOSE RS-CHKPT-FILE
           END-IF
           MOVE 4 TO CKP-SLOT
           OPEN INPUT LPS-CHKPT-FILE
           IF WS-CKP-STATUS = "00"
              PERFORM READ-LPS-CHKPT UNTIL WS-CKP-STATUS NOT = "00"
              CLOSE LPS-CHKPT-FILE
           END-IF
           MOVE 5 TO CKP-SLOT
           OPEN INPUT RSS-CHKPT-FILE
           IF WS-CKP-STATUS = "00"
              PERFORM READ-RSS-CHKPT UNTIL WS-CKP-STATUS NOT = "00"
              CLOSE RSS-CHKPT-FILE
           END-IF
           MOVE 6 TO CKP-SLOT
           OPEN INPUT P1-CHKPT-FILE
           IF WS-CKP-STATUS = "00"
              PERFORM READ-P1-CHKPT UNTIL WS-CKP-STATUS NOT = "00"
              CLOSE P1-CHKPT-FILE
           END-IF
           MOVE 7 TO CKP-SLOT
           OPEN INPUT P2-CHKPT-FILE
           IF WS-CKP-STATUS = "00"
              PERFORM READ-P2-CHKPT UNTIL WS-CKP-STATUS NOT = "00"
              CLOSE P2-CHKPT-FILE
           END-IF
           MOVE 8 TO CKP-SLOT
           OPEN INPUT P3-CHKPT-FILE
           IF WS-CKP-STATUS = "00"
              PERFORM READ-P3-CHKPT UNTIL WS-CKP-STATUS NOT = "00"
              CLOSE P3-CHKPT-FILE
           END-IF
           MOVE 9 TO CKP-SLOT
           OPEN INPUT P4-CHKPT-FILE
           IF WS-CKP-STATUS = "00"
              PERFORM READ-P4-CHKPT UNTIL WS-CKP-STATUS NOT = "00"
              CLOSE P4-CHKPT-FILE
           END-IF.

       READ-LP-CHKPT.
           READ LP-CHKPT-FILE INTO CHKPT-REC
              NOT AT END
                 PERFORM STORE-CKPT-COUNT
           END-READ.

       READ-PG-CHKPT.
           READ PG-CHKPT-FILE INTO CHKPT-REC
              NOT AT END
                 PERFORM STORE-CKPT-COUNT
           END-READ.

       READ-RS-CHKPT.
           READ RS-CHKPT-FILE INTO CHKPT-REC
              NOT AT END
                 PERFORM STORE-CKPT-COUNT
           END-READ.

       READ-LPS-CHKPT.
           READ LPS-CHKPT-FILE INTO CHKPT-REC
              NOT AT END
                 PERFORM STORE-CKPT-COUNT
           END-READ.

       READ-RSS-CHKPT.
           READ RSS-CHKPT-FILE INTO CHKPT-REC
              NOT AT END
                 PERFORM STORE-CKPT-COUNT
           END-READ.

       READ-P1-CHKPT.
           READ P1-CHKPT-FILE INTO CHKPT-REC
              NOT AT END
                 PERFORM STORE-CKPT-COUNT
           END-READ.

       READ-P2-CHKPT.
           READ P2-CHKPT-FILE INTO CHKPT-REC
              NOT AT END
                 PERFORM STORE-CKPT-COUNT
           END-READ.

       READ-P3-CHKPT.
           READ P3-CHKPT-FILE INTO CHKPT-REC
              NOT AT END
                 PERFORM STORE-CKPT-COUNT
           END-READ.

       READ-P4-CHKPT.
           READ P4-CHKPT-FILE INTO CHKPT-REC
              NOT AT END
                 PERFORM STORE-CKPT-COUNT
           END-READ.

       STORE-CKPT-COUNT.
           IF CHKPT-COUNT IS NUMERIC
              MOVE CHKPT-COUNT TO WS-CKP-COUNT (CKP-SLOT)
           END-IF.

      *> A step's completion record: CYC for the cycle opener, else
      *> its STP record, else (a driver whose STP write was lost)
      *> its RUNSTATS record. Any record at all means the chain
      *> has started.
       ATTACH-STEP-RESULT.
           EVALUATE TRUE
              WHEN STP-CYCLE-OPEN (STP-IDX)
                 IF CYCLE-FOUND
                    MOVE "Y" TO WS-STP-RC-FLAG (STP-IDX)
                    MOVE 0 TO WS-STP-RC (STP-IDX)
                 END-IF
              WHEN STP-UTILITY (STP-IDX)
                 CONTINUE
              WHEN OTHER
                 MOVE WS-STP-PROGRAM (STP-IDX) TO WS-LOOKUP-PROGRAM
                 PERFORM FIND-RCT-ENTRY
                 IF WS-FOUND-IDX > 0
                    MOVE "Y" TO WS-STP-RC-FLAG (STP-IDX)
                    MOVE WS-RCT-RC (WS-FOUND-IDX)
                       TO WS-STP-RC (STP-IDX)
                 ELSE
                    PERFORM FIND-RSS-ENTRY
                    IF WS-FOUND-IDX > 0
                       MOVE "Y" TO WS-STP-RC-FLAG (STP-IDX)
                       MOVE WS-RSS-RC (WS-FOUND-IDX)
                          TO WS-STP-RC (STP-IDX)
                    END-IF
                 END-IF
           END-EVALUATE
           IF STP-HAS-RC (STP-IDX)
              MOVE "Y" TO WS-STARTED-FLAG
           END-IF.

      *> Steps are judged in JCL order. A step is reached when the
      *> step ahead of it finished (ran, or was bypassed by COND);
      *> its COND is tested against the worst return code so far.
      *> A completion record always wins; without one a driver
      *> with a non-zero checkpoint was interrupted mid-file, a
      *> reached step whose COND fails was bypassed, and anything
      *> else never started (or abended ahead of its first
      *> checkpoint -- the restart is the same).
       JUDGE-STEP-STATE.
           IF STP-IDX = 1
              MOVE WS-STARTED-FLAG TO WS-REACHED-FLAG
           ELSE
              COMPUTE WS-PREV-IDX = STP-IDX - 1
              IF STATE-FINISHED (WS-PREV-IDX)
                 MOVE "Y" TO WS-REACHED-FLAG
              ELSE
                 MOVE "N" TO WS-REACHED-FLAG
              END-IF
           END-IF
           MOVE "Y" TO WS-COND-FLAG
           IF (WS-STP-COND (STP-IDX) = "7" AND WS-MAX-RC > 7)
              OR (WS-STP-COND (STP-IDX) = "B" AND WS-MAX-RC > 11)
              MOVE "N" TO WS-COND-FLAG
           END-IF
           EVALUATE TRUE
              WHEN STP-UTILITY (STP-IDX)
                 IF STEP-REACHED AND COND-PASSES
                    MOVE "R" TO WS-STP-STATE (STP-IDX)
                 ELSE
                    IF STEP-REACHED
                       MOVE "S" TO WS-STP-STATE (STP-IDX)
                    END-IF
                 END-IF
              WHEN STP-HAS-RC (STP-IDX)
                 PERFORM JUDGE-COMPLETION-RC
              WHEN OTHER
                 PERFORM JUDGE-MISSING-STEP
           END-EVALUATE.

       JUDGE-COMPLETION-RC.
           IF WS-STP-RC (STP-IDX) > WS-MAX-RC
              MOVE WS-STP-RC (STP-IDX) TO WS-MAX-RC
           END-IF
           EVALUATE TRUE
              WHEN WS-STP-RC (STP-IDX) < 8
                 MOVE "C" TO WS-STP-STATE (STP-IDX)
              WHEN STP-MONITOR (STP-IDX)
                 MOVE "C" TO WS-STP-STATE (STP-IDX)
              WHEN STP-EDIT (STP-IDX) AND WS-STP-RC (STP-IDX) = 8
                 MOVE "A" TO WS-STP-STATE (STP-IDX)
              WHEN STP-WINDOW-CHECK (STP-IDX)
                 AND WS-STP-RC (STP-IDX) = 8
                 MOVE "A" TO WS-STP-STATE (STP-IDX)
              WHEN OTHER
                 MOVE "F" TO WS-STP-STATE (STP-IDX)
           END-EVALUATE.

       JUDGE-MISSING-STEP.
           IF CHAIN-NIGHTLY AND WS-STP-PROGRAM (STP-IDX) = "RSBATCH"
              PERFORM CHECK-RSPARA-PATH
           END-IF
           IF STATE-NOT-RUN (STP-IDX)
              MOVE WS-STP-CKPT (STP-IDX) TO CKP-SLOT
              IF CKP-SLOT > 0
                 AND WS-CKP-COUNT (CKP-SLOT) > 0
                 MOVE "I" TO WS-STP-STATE (STP-IDX)
              ELSE
                 IF STEP-REACHED AND NOT COND-PASSES
                    MOVE "S" TO WS-STP-STATE (STP-IDX)
                 END-IF
              END-IF
           END-IF.

      *> NIGHTLY STEP030 may have been replaced by the RSPARA job:
      *> a clean RSMERGE record means REFOUT was rebuilt there; any
      *> other RSPARA record means the partitioned run is still
      *> open and has to be finished first.
       CHECK-RSPARA-PATH.
           MOVE "RSMERGE" TO WS-LOOKUP-PROGRAM
           PERFORM FIND-RCT-ENTRY
           IF WS-FOUND-IDX > 0
              AND WS-RCT-RC (WS-FOUND-IDX) < 8
              MOVE "X" TO WS-STP-STATE (STP-IDX)
           ELSE
              IF WS-FOUND-IDX > 0
                 MOVE "P" TO WS-STP-STATE (STP-IDX)
              END-IF
              MOVE "RSSPLIT" TO WS-LOOKUP-PROGRAM
              PERFORM FIND-RCT-ENTRY
              IF WS-FOUND-IDX > 0
                 MOVE "P" TO WS-STP-STATE (STP-IDX)
              END-IF
           END-IF.

      *> The first step that is not done decides the advice. An
      *> edit alert (the edit completed, STEP007 has retired the
      *> recycle queue) resumes at the first step after it that is
      *> not done; an open RSPARA run is finished there before the
      *> NIGHTLY chain resumes at the step after STEP030; the cycle
      *> opener, the first step, and the steps whose JCL forbids
      *> RESTART= rerun the job from the top.
       CHOOSE-RESTART.
           PERFORM FIND-PROBLEM-STEP
              VARYING STP-IDX FROM 1 BY 1
              UNTIL STP-IDX > WS-STP-USED
           IF WS-FIRST-PROBLEM = 0
              MOVE "C" TO WS-ADVICE-MODE
           ELSE
              MOVE WS-FIRST-PROBLEM TO STP-IDX
              EVALUATE TRUE
                 WHEN STATE-ALERT (STP-IDX)
                    MOVE "S" TO WS-ADVICE-MODE
                    COMPUTE WS-RESTART-IDX = STP-IDX + 1
                    PERFORM SKIP-DONE-STEP
                       UNTIL WS-RESTART-IDX > WS-STP-USED
                       OR NOT STATE-DONE (WS-RESTART-IDX)
                    IF WS-RESTART-IDX > WS-STP-USED
                       MOVE "C" TO WS-ADVICE-MODE
                       MOVE 0 TO WS-RESTART-IDX
                    END-IF
                 WHEN STATE-RSPARA-OPEN (STP-IDX)
                    MOVE "P" TO WS-ADVICE-MODE
                    COMPUTE WS-RESTART-IDX = STP-IDX + 1
                 WHEN STP-IDX = 1
                    OR STP-CYCLE-OPEN (STP-IDX)
                    OR STP-RERUN-FROM-TOP (STP-IDX)
                    MOVE "T" TO WS-ADVICE-MODE
                    MOVE 1 TO WS-RESTART-IDX
                 WHEN OTHER
                    MOVE "S" TO WS-ADVICE-MODE
                    MOVE STP-IDX TO WS-RESTART-IDX
              END-EVALUATE
           END-IF
           IF NOT ADVISE-COMPLETE
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

       FIND-PROBLEM-STEP.
           IF STATE-DONE (STP-IDX)
              MOVE STP-IDX TO WS-LAST-DONE
           END-IF
           IF STATE-PROBLEM (STP-IDX) AND WS-FIRST-PROBLEM = 0
              MOVE STP-IDX TO WS-FIRST-PROBLEM
           END-IF.

       SKIP-DONE-STEP.
           ADD 1 TO WS-RESTART-IDX.

       WRITE-HEADER.
           MOVE WS-CHAIN-NAME TO HDR-CHAIN
           MOVE WS-CYCLE-DATE TO HDR-CYCLE
           MOVE WS-RUN-NUMBER TO HDR-RUN
           MOVE FUNCTION CURRENT-DATE(1:8) TO HDR-DATE
           MOVE WS-HDR-LINE TO WS-RPT-LINE
           PERFORM PUT-LINE
           IF NOT CYCLE-FOUND AND NOT CHAIN-UNKNOWN
              MOVE "NO CYCLE RECORD ON RUNCTL - THE CHAIN CANNOT BE"
                 TO WS-RPT-LINE
              MOVE " DATED" TO WS-RPT-LINE(48:6)
              PERFORM PUT-LINE
           END-IF
           IF WS-RUNSTAT-NOTE NOT = SPACES
              MOVE WS-RUNSTAT-NOTE TO WS-RPT-LINE
              PERFORM PUT-LINE
           END-IF
           PERFORM PUT-BLANK-LINE.

       WRITE-STEP-TABLE.
           MOVE WS-COL-LINE TO WS-RPT-LINE
           PERFORM PUT-LINE
           PERFORM WRITE-STEP-LINE
              VARYING STP-IDX FROM 1 BY 1
              UNTIL STP-IDX > WS-STP-USED
           PERFORM PUT-BLANK-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-LAST-DONE = 0
              MOVE "LAST COMPLETED STEP   NONE" TO WS-RPT-LINE
           ELSE
              STRING "LAST COMPLETED STEP   "
                 WS-STP-STEP (WS-LAST-DONE) "  "
                 WS-STP-PROGRAM (WS-LAST-DONE)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM PUT-LINE
           PERFORM PUT-BLANK-LINE.

       WRITE-STEP-LINE.
           MOVE SPACES TO WS-STEP-LINE
           MOVE WS-STP-STEP (STP-IDX) TO SL-STEP
           MOVE WS-STP-PROGRAM (STP-IDX) TO SL-PROGRAM
           PERFORM SET-STATE-WORD
           MOVE WS-STATE-WORD TO SL-STATE
           IF STP-HAS-RC (STP-IDX)
              AND NOT STP-CYCLE-OPEN (STP-IDX)
              MOVE WS-STP-PROGRAM (STP-IDX) TO WS-LOOKUP-PROGRAM
              PERFORM FIND-RCT-ENTRY
              IF WS-FOUND-IDX > 0
                 MOVE WS-RCT-RC (WS-FOUND-IDX) TO WS-RC-DISPLAY
                 MOVE WS-RC-DISPLAY TO SL-RC
              ELSE
                 MOVE "--" TO SL-RC
              END-IF
           END-IF
           IF NOT STP-UTILITY (STP-IDX)
              AND NOT STP-CYCLE-OPEN (STP-IDX)
              MOVE WS-STP-PROGRAM (STP-IDX) TO WS-LOOKUP-PROGRAM
              PERFORM FIND-RSS-ENTRY
              IF WS-FOUND-IDX > 0
                 MOVE WS-RSS-RC (WS-FOUND-IDX) TO WS-RC-DISPLAY
                 MOVE WS-RC-DISPLAY TO SL-RST-RC
              END-IF
           END-IF
           MOVE WS-STP-CKPT (STP-IDX) TO CKP-SLOT
           IF CKP-SLOT > 0
              MOVE WS-CKP-DDNAME (CKP-SLOT) TO SL-CKPT-DD
              MOVE WS-CKP-COUNT (CKP-SLOT) TO WS-COUNT-DISPLAY
              MOVE WS-COUNT-DISPLAY TO SL-CKPT
           END-IF
           MOVE WS-STEP-LINE TO WS-RPT-LINE
           PERFORM PUT-LINE.

       SET-STATE-WORD.
           EVALUATE TRUE
              WHEN STATE-COMPLETE (STP-IDX)
                 MOVE "COMPLETE" TO WS-STATE-WORD
              WHEN STATE-FAILED (STP-IDX)
                 MOVE "FAILED" TO WS-STATE-WORD
              WHEN STATE-ALERT (STP-IDX)
                 MOVE "ENDED WITH ALERT" TO WS-STATE-WORD
              WHEN STATE-INTERRUPTED (STP-IDX)
                 MOVE "INTERRUPTED" TO WS-STATE-WORD
              WHEN STATE-BYPASSED (STP-IDX)
                 MOVE "BYPASSED BY COND" TO WS-STATE-WORD
              WHEN STATE-RAN (STP-IDX)
                 MOVE "RAN (INFERRED)" TO WS-STATE-WORD
              WHEN STATE-BY-RSPARA (STP-IDX)
                 MOVE "DONE BY RSPARA" TO WS-STATE-WORD
              WHEN STATE-RSPARA-OPEN (STP-IDX)
                 MOVE "RSPARA NOT FINISHED" TO WS-STATE-WORD
              WHEN OTHER
                 MOVE "NOT STARTED" TO WS-STATE-WORD
           END-EVALUATE.

       WRITE-PROBLEM-STEPS.
           MOVE "STEPS FAILED, INTERRUPTED OR NOT STARTED"
              TO WS-RPT-LINE
           PERFORM PUT-LINE
           MOVE 0 TO WS-LIST-COUNT
           PERFORM WRITE-PROBLEM-STEP
              VARYING STP-IDX FROM 1 BY 1
              UNTIL STP-IDX > WS-STP-USED
           IF WS-LIST-COUNT = 0
              MOVE "    NONE" TO WS-RPT-LINE
              PERFORM PUT-LINE
           END-IF
           PERFORM PUT-BLANK-LINE.

       WRITE-PROBLEM-STEP.
           IF NOT STATE-DONE (STP-IDX)
              ADD 1 TO WS-LIST-COUNT
              PERFORM SET-STATE-WORD
              MOVE SPACES TO WS-RPT-LINE
              STRING "    " WS-STP-STEP (STP-IDX) "  "
                 WS-STP-PROGRAM (STP-IDX) "  " WS-STATE-WORD
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              IF STP-HAS-RC (STP-IDX)
                 MOVE WS-STP-RC (STP-IDX) TO WS-RC-DISPLAY
                 MOVE "RC" TO WS-RPT-LINE(44:2)
                 MOVE WS-RC-DISPLAY TO WS-RPT-LINE(47:2)
              END-IF
              IF STATE-INTERRUPTED (STP-IDX)
                 MOVE WS-STP-CKPT (STP-IDX) TO CKP-SLOT
                 MOVE WS-CKP-COUNT (CKP-SLOT) TO WS-COUNT-DISPLAY
                 STRING WS-CKP-DDNAME (CKP-SLOT) " AT "
                    WS-COUNT-DISPLAY " RECORDS"
                    DELIMITED BY SIZE INTO WS-RPT-LINE(44:29)
              END-IF
              PERFORM PUT-LINE
           END-IF.

       WRITE-RECOMMENDATION.
           MOVE "RECOMMENDATION" TO WS-RPT-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
              WHEN ADVISE-COMPLETE
                 STRING "    " DELIMITED BY SIZE
                    WS-CHAIN-NAME DELIMITED BY SPACE
                    " IS COMPLETE FOR THIS CYCLE - NOTHING TO RESTART"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM PUT-LINE
                 IF CHAIN-RSPARA
                    MOVE "    RESUME NIGHTLY WITH RESTART=STEP035"
                       TO WS-RPT-LINE
                    PERFORM PUT-LINE
                 END-IF
              WHEN ADVISE-TOP
                 STRING "    RESUBMIT " DELIMITED BY SIZE
                    WS-CHAIN-NAME DELIMITED BY SPACE
                    " FROM THE TOP - NO RESTART= PARAMETER"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM PUT-LINE
              WHEN ADVISE-RSPARA
                 MOVE "    FINISH THE RSPARA JOB FIRST - RUN THIS ADVI"
                    TO WS-RPT-LINE
                 MOVE "SOR WITH SYSIN RSPARA" TO WS-RPT-LINE(48:21)
                 PERFORM PUT-LINE
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "    THEN RESUBMIT NIGHTLY WITH RESTART="
                    WS-STP-STEP (WS-RESTART-IDX)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM PUT-LINE
              WHEN OTHER
                 STRING "    RESUBMIT " DELIMITED BY SIZE
                    WS-CHAIN-NAME DELIMITED BY SPACE
                    " WITH RESTART=" WS-STP-STEP (WS-RESTART-IDX)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM PUT-LINE
                 PERFORM WRITE-RESTART-DETAIL
           END-EVALUATE
           IF WS-RESTART-IDX > 0
              PERFORM WRITE-STEP-NOTES
                 VARYING STP-IDX FROM WS-RESTART-IDX BY 1
                 UNTIL STP-IDX > WS-STP-USED
           END-IF
           PERFORM PUT-BLANK-LINE.

       WRITE-RESTART-DETAIL.
           MOVE WS-FIRST-PROBLEM TO STP-IDX
           IF STATE-ALERT (STP-IDX) AND STP-EDIT (STP-IDX)
              MOVE SPACES TO WS-RPT-LINE
              STRING "    " WS-STP-STEP (STP-IDX)
                 " ENDED RC 08 - REVIEW EDITRPT AND EDITREJ BEFORE"
                 " RESUMING"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM PUT-LINE
              MOVE "    STEP007 HAS DELETED EDRECYC - DO NOT RERUN ST"
                 TO WS-RPT-LINE
              MOVE "EP005" TO WS-RPT-LINE(50:5)
              PERFORM PUT-LINE
           END-IF
           IF STATE-ALERT (STP-IDX) AND STP-WINDOW-CHECK (STP-IDX)
              PERFORM WRITE-WINDOW-ALERT
           END-IF
           MOVE WS-RESTART-IDX TO STP-IDX
           IF STATE-INTERRUPTED (STP-IDX)
              MOVE WS-STP-CKPT (STP-IDX) TO CKP-SLOT
              MOVE WS-CKP-COUNT (CKP-SLOT) TO WS-COUNT-DISPLAY
              MOVE SPACES TO WS-RPT-LINE
              STRING "    " WS-STP-PROGRAM (STP-IDX)
                 " REPOSITIONS PAST " WS-COUNT-DISPLAY
                 " RECORDS FROM " WS-CKP-DDNAME (CKP-SLOT)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM PUT-LINE
           END-IF.

      *> A critical batch-window check held the rest of the chain
      *> under COND. Carrying on is the RESTART= above; ahead of
      *> NIGHTLY STEP030 the partitioned path is the other choice.
       WRITE-WINDOW-ALERT.
           MOVE SPACES TO WS-RPT-LINE
           STRING "    " WS-STP-STEP (STP-IDX)
              " WINDOW CHECK ENDED RC 08 - SEE WINRPT FOR THE"
              " DEADLINE"
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-LINE
           IF CHAIN-NIGHTLY
              AND WS-STP-PROGRAM (WS-RESTART-IDX) = "RSBATCH"
              MOVE "    OR RUN RSPARA AGAINST TONIGHT'S REFIN, THEN RE"
                 TO WS-RPT-LINE
              MOVE "SUBMIT NIGHTLY WITH RESTART=STEP035"
                 TO WS-RPT-LINE(51:35)
              PERFORM PUT-LINE
           END-IF.

      *> Operator notes for every not-yet-done step from the
      *> restart point on -- the reasons a step may not be the
      *> RESTART= target.
       WRITE-STEP-NOTES.
           IF NOT STATE-DONE (STP-IDX)
              PERFORM WRITE-STEP-NOTE
                 VARYING ADV-IDX FROM 1 BY 1
                 UNTIL ADV-IDX > WS-ADV-MAX
           END-IF.

       WRITE-STEP-NOTE.
           IF WS-ADV-STEP (ADV-IDX) = WS-STP-STEP (STP-IDX)
              AND ADV-NOTE (ADV-IDX)
              PERFORM TEST-ADVICE-WHEN
              IF ADV-APPLIES
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "    " WS-ADV-TEXT (ADV-IDX)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM PUT-LINE
              END-IF
           END-IF.

       TEST-ADVICE-WHEN.
           MOVE "N" TO WS-WHEN-FLAG
           EVALUATE TRUE
              WHEN ADV-ALWAYS (ADV-IDX)
                 MOVE "Y" TO WS-WHEN-FLAG
              WHEN ADV-IF-ENDED (ADV-IDX)
                 IF STP-HAS-RC (STP-IDX)
                    MOVE "Y" TO WS-WHEN-FLAG
                 END-IF
              WHEN ADV-IF-INTERRUPTED (ADV-IDX)
                 IF STATE-INTERRUPTED (STP-IDX)
                    MOVE "Y" TO WS-WHEN-FLAG
                 END-IF
           END-EVALUATE.

      *> What the IEFBR14 steps that have run already removed.
       WRITE-DELETED-DATASETS.
           MOVE "DATASETS ALREADY DELETED THIS CYCLE" TO WS-RPT-LINE
           PERFORM PUT-LINE
           MOVE 0 TO WS-LIST-COUNT
           MOVE "D" TO WS-LIST-ACTION
           PERFORM WRITE-STEP-DELETES
              VARYING STP-IDX FROM 1 BY 1
              UNTIL STP-IDX > WS-STP-USED
           IF WS-LIST-COUNT = 0
              MOVE "    NONE" TO WS-RPT-LINE
              PERFORM PUT-LINE
           END-IF
           PERFORM PUT-BLANK-LINE.

       WRITE-STEP-DELETES.
           IF STATE-RAN (STP-IDX)
              PERFORM WRITE-DATASET-ENTRY
                 VARYING ADV-IDX FROM 1 BY 1
                 UNTIL ADV-IDX > WS-ADV-MAX
           END-IF.

      *> Datasets an ended step left cataloged that its own NEW
      *> allocation would trip over on the rerun. A top-of-job
      *> rerun needs none of this: the first step deletes them.
       WRITE-CLEAN-UP-DATASETS.
           MOVE "DELETE BEFORE RESUBMITTING" TO WS-RPT-LINE
           PERFORM PUT-LINE
           MOVE 0 TO WS-LIST-COUNT
           MOVE "C" TO WS-LIST-ACTION
           IF ADVISE-TOP
              MOVE SPACES TO WS-RPT-LINE
              STRING "    NONE - " WS-STP-STEP (1)
                 " CLEARS THE JOB'S WORK FILES"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM PUT-LINE
              MOVE 1 TO WS-LIST-COUNT
           ELSE
              IF WS-RESTART-IDX > 0
                 PERFORM WRITE-STEP-CLEAN-UPS
                    VARYING STP-IDX FROM WS-RESTART-IDX BY 1
                    UNTIL STP-IDX > WS-STP-USED
              END-IF
           END-IF
           IF WS-LIST-COUNT = 0
              MOVE "    NONE" TO WS-RPT-LINE
              PERFORM PUT-LINE
           END-IF
           PERFORM PUT-BLANK-LINE.

       WRITE-STEP-CLEAN-UPS.
           PERFORM WRITE-DATASET-ENTRY
              VARYING ADV-IDX FROM 1 BY 1
              UNTIL ADV-IDX > WS-ADV-MAX.

       WRITE-LEAVE-DATASETS.
           MOVE "LEAVE ALONE" TO WS-RPT-LINE
           PERFORM PUT-LINE
           MOVE 0 TO WS-LIST-COUNT
           MOVE "L" TO WS-LIST-ACTION
           IF WS-RESTART-IDX > 0
              PERFORM WRITE-STEP-LEAVES
                 VARYING STP-IDX FROM WS-RESTART-IDX BY 1
                 UNTIL STP-IDX > WS-STP-USED
           END-IF
           IF WS-LIST-COUNT = 0
              MOVE "    NONE" TO WS-RPT-LINE
              PERFORM PUT-LINE
           END-IF.

       WRITE-STEP-LEAVES.
           PERFORM WRITE-DATASET-ENTRY
              VARYING ADV-IDX FROM 1 BY 1
              UNTIL ADV-IDX > WS-ADV-MAX.

      *> One dataset rule for the current step, printed when its
      *> action is the one the section lists and its when-rule
      *> holds for the step's state.
       WRITE-DATASET-ENTRY.
           IF WS-ADV-STEP (ADV-IDX) = WS-STP-STEP (STP-IDX)
              AND WS-ADV-ACTION (ADV-IDX) = WS-LIST-ACTION
              PERFORM TEST-ADVICE-WHEN
              IF ADV-APPLIES
                 PERFORM PUT-DATASET-LINE
              END-IF
           END-IF.

       PUT-DATASET-LINE.
           ADD 1 TO WS-LIST-COUNT
           MOVE WS-ADV-DSN (ADV-IDX) TO AL-DSN
           MOVE WS-ADV-REASON (ADV-IDX) TO AL-REASON
           MOVE WS-ADV-STEP (ADV-IDX) TO AL-STEP
           MOVE WS-ADV-LINE TO WS-RPT-LINE
           PERFORM PUT-LINE.

       PUT-BLANK-LINE.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM PUT-LINE.

       PUT-LINE.
           WRITE ADVICE-RPT-REC FROM WS-RPT-LINE
           IF WS-ADVICE-STATUS NOT = "00"
              DISPLAY "RESTADV: RSTRPT WRITE FAILED, STATUS="
                 WS-ADVICE-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF
           MOVE SPACES TO WS-RPT-LINE.

       SET-RETURN-CODE.
           IF WS-RC-CANDIDATE > WS-RETURN-CODE
              MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
           END-IF.
