      *           and counted as a control-file edit error, so its
      *           type rejects NOROUTE instead of dispatching to
      *           nothing and still counting as processed.
      *2026-10-15 Reversal (REV) and correction (COR) transactions.
      *           Both name an earlier posting by account + effective
      *           date and reject NOPOST unless RESMAST holds it. A
      *           reversal dispatches nothing: it writes one status-R
      *           TXNOUT record for RESPOST to back the posting out.
      *           A correction routes and dispatches under the type
      *           of the posting it names, and RESPOST replaces the
      *           posted result with the new one. Neither is
      *           warehoused or counted a posted duplicate. TXNOUT
      *           now carries the input transaction type.
      *2026-10-15 Added the SHADOW comparison mode (EXEC PARM=SHADOW):
      *           a candidate PYLIB script, bound to a dispatch-table
      *           slot by a CTLFILE SHADOW record the way PGMSCRPT
      *           binds one, runs against the same TXNFILE as the
      *           slot's production source. Every transaction the
      *           slot would dispatch is called twice - production
      *           then candidate - and the SHDRPT comparison report
      *           lists each one whose disposition, amount, rate, or
      *           flag differ (amount and rate within the CTLFILE
      *           AMTTOL / RATETOL tolerances), with match and
      *           mismatch counts. Only SHDRPT is written: TXNOUT,
      *           TXNREJ, RESMAST, CHKPTFL, RUNTOTS, RUNCTL,
      *           BRIDGELOG, BRLTIME, PYERRLOG, RJSUSP and PENDFILE
      *           are never touched. RC 4 flags mismatches, RC 16 a
      *           shadow run that is not set up.
      *2026-10-15 TXNFILE may carry several header/detail/trailer
      *           batches, one per upstream source (TXF-SOURCE-ID).
      *           Each batch is proved against its own trailer and
      *           business date; a source that fails is refused on
      *           its own (console reason, details not processed,
      *           RC 4) while the other sources run. The whole run
      *           is refused (RC 16) only when the framing is broken
      *           or every source fails. RUNTOTS carries per-source
      *           counts and hashes; TXNOUT carries the source id.
      *2026-10-15 Added partitioned running (EXEC PARM=PART=nn): the
      *           PARTCTL table splits the account-number range into
      *           partitions, and each partition's COBTEST step still
      *           proves every source batch of the whole TXNFILE but
      *           dispatches only the details (and the warehouse and
      *           suspense entries) in its own range, against its own
      *           TXNOUT, TXNREJ, CHKPTFL, BRLTIME and RUNTOTS. RUNTOTS
      *           carries the partition number and each source's share
      *           so TXNMRG and BRDGRCN can prove the partitions add
      *           back up to the trailers. PART=nn,RERUN restarts one
      *           failed partition. A PARTCTL table with a gap, an
      *           overlap, or no entry for the partition refuses the
      *           step (RC 16).
      *2026-10-15 Dates now follow the business-day calendar (BUSDAYS
      *           over the CALENDAR file): a batch run whose business
      *           date is a weekend or holiday is refused (RC 16)
      *           unless NONBUS is in the PARM; a value date on a
      *           non-business day rolls to the next business day
      *           before any edit, so the warehouse, duplicate check
      *           and TXNOUT all carry the rolled date; and suspense
      *           ages, and the REJAGMAX drop-off, are counted in
      *           business days. VERIFY reports the business day.
      *2026-10-15 Per-account limits from ACCTMST: a transaction over
      *           the account's per-transaction limit rejects OVERLIM,
      *           and one that takes the account's total for the
      *           business date over its daily limit rejects
      *           VELOCITY. Both go to TXNREJ and RJSUSP like any
      *           other reject; reversals are not limited. VERIFY
      *           lists them and SHADOW skips them.
      *2026-10-15 Library scripts must be approved on the SCRREG
      *           script register: at load each PYLIB script's line
      *           count and SCRHASH content hash are checked against
      *           its active register entry, and a PGMSCRPT binding
      *           to a script that is unregistered, retired or no
      *           longer matches is refused - the entry's CALLs
      *           reject RC 20, as for a script not in the library.
      *           With no SCRREG allocated nothing binds. VERIFY
      *           lists every library script against the register.
      *2026-10-15 SHADOW applies the TXNFILE header/trailer controls
      *           first: a file that fails them is refused RC 16, and
      *           the details of a refused source are not compared -
      *           each refused source is listed on SHDRPT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "COBTEST".
       ENVIRONMENT DIVISION.
           SELECT PYLIB-F ASSIGN TO "PYLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYLIB-STATUS.
           SELECT SCRREG-F ASSIGN TO "SCRREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SRG-SCRIPT-NAME
               FILE STATUS IS WS-SCRREG-STATUS.
           SELECT PYERROR-F ASSIGN TO "PYERROR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYERR-STATUS.
           SELECT PYERRLOG-F ASSIGN TO "PYERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYELOG-STATUS.
           SELECT SHDRPT-F ASSIGN TO "SHDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHDRPT-STATUS.
           SELECT PARTCTL-F ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTLFILE-F
       FD  PYLIB-F
           RECORDING MODE IS F.
       COPY PYLREC.
       FD  SCRREG-F.
       COPY SRGREC.
       FD  PYERROR-F
           RECORDING MODE IS F.
       01  PYERROR-REC                     PIC X(100).
       FD  PYERRLOG-F
           RECORDING MODE IS F.
       COPY PYEREC.
       FD  SHDRPT-F
           RECORDING MODE IS F.
       01  SHDRPT-REC                      PIC X(80).
       FD  PARTCTL-F
           RECORDING MODE IS F.
       COPY PTNREC.
       WORKING-STORAGE SECTION.
       77  PGM-NAME                   PICTURE X(13).
       01  WS-CTL-EOF-SW              PIC X VALUE "N".
       01  WS-RERUN-MODE-SW           PIC X VALUE "N".
           88  WS-RERUN-MODE          VALUE "Y".
       01  WS-BUSINESS-DATE           PIC X(8).
       01  WS-NONBUS-SW               PIC X VALUE "N".
           88  WS-NONBUS-OVERRIDE     VALUE "Y".
       01  WS-NONBUS-TALLY            PIC 9(2) COMP-5.
       01  WS-ROLLED-COUNT            PIC 9(5) VALUE 0.
       01  WS-LAST-RUN-STATUS         PIC X VALUE SPACE.
       01  WS-DATE-RUN-STATUS         PIC X VALUE SPACE.
       01  WS-RUN-STAMP               PIC X.
       01  WS-TXNCTL-ERROR-COUNT      PIC 9(3) VALUE 0.
       01  WS-TXNCTL-HDR-SW           PIC X VALUE "N".
           88  WS-TXNCTL-HDR-SEEN     VALUE "Y".
       01  WS-TXNCTL-ORDER-SW         PIC X VALUE "N".
           88  WS-TXNCTL-BAD-ORDER    VALUE "Y".
       01  WS-TXNCTL-REC-NUM          PIC 9(7) VALUE 0.
       01  WS-TXNCTL-REFUSED-COUNT    PIC 9(2) VALUE 0.
      *    One entry per upstream source batch (header to trailer)
      *    in TXNFILE. Each batch is proved against its own trailer
      *    and a batch that fails is refused on its own; the counts
      *    and hash of what each accepted source produced are kept
      *    here for RUNTOTS.
       01  WS-SOURCE-COUNT            PIC 9(2) VALUE 0.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 10 TIMES
                       INDEXED BY WS-SRC-IDX.
               10  WS-SRC-ID           PIC X(8).
               10  WS-SRC-FILE-DATE    PIC X(8).
               10  WS-SRC-TRL-SW       PIC X.
                   88  WS-SRC-TRL-SEEN VALUE "Y" FALSE "N".
               10  WS-SRC-TRL-COUNT    PIC 9(5).
               10  WS-SRC-TRL-HASH     PIC 9(13)V99 COMP-3.
               10  WS-SRC-DETAIL-COUNT PIC 9(5).
               10  WS-SRC-HASH         PIC 9(13)V99 COMP-3.
               10  WS-SRC-REFUSED      PIC X(8).
                   88  WS-SRC-ACCEPTED VALUE SPACES.
               10  WS-SRC-PROCESSED    PIC 9(5).
               10  WS-SRC-REJECTED     PIC 9(5).
               10  WS-SRC-FAILED       PIC 9(5).
               10  WS-SRC-WAREHOUSED   PIC 9(5).
               10  WS-SRC-SHARE-COUNT  PIC 9(5).
               10  WS-SRC-SHARE-HASH   PIC 9(13)V99 COMP-3.
       01  WS-SRC-SLOT                PIC 9(2) VALUE 0.
       01  WS-CUR-SRC                 PIC 9(2) VALUE 0.
      *    Released warehouse entries and recycled suspense entries
      *    reached this run from an earlier night's file, not from
      *    a source batch; their TXNOUT records carry this id.
       01  WS-CARRIED-SOURCE-ID       PIC X(8) VALUE "CARRYFWD".
       01  WS-CURRENT-SOURCE-ID       PIC X(8) VALUE SPACES.
       01  WS-BEFORE-PROCESSED        PIC 9(5).
       01  WS-BEFORE-REJECTED         PIC 9(5).
       01  WS-BEFORE-FAILED           PIC 9(5).
       01  WS-BEFORE-WAREHOUSED       PIC 9(5).
      *    Partitioned run (PARM=PART=nn): PARTCTL divides the
      *    account-number space into contiguous ranges, and this
      *    run takes only the TXNFILE details, warehouse entries,
      *    and suspense entries whose account falls in its own.
       01  WS-PARTCTL-STATUS          PIC XX.
       01  WS-PARTCTL-EOF-SW          PIC X VALUE "N".
           88  WS-PARTCTL-EOF         VALUE "Y".
       01  WS-PARTITION-MODE-SW       PIC X VALUE "N".
           88  WS-PARTITION-MODE      VALUE "Y".
       01  WS-PARTITION-NUM           PIC 9(2) VALUE 0.
       01  WS-PARTITION-TOTAL         PIC 9(2) VALUE 0.
       01  WS-PARTITION-ERRORS        PIC 9(3) VALUE 0.
       01  WS-PART-LOW-ACCOUNT        PIC X(10) VALUE SPACES.
       01  WS-PART-HIGH-ACCOUNT       PIC X(10) VALUE SPACES.
       01  WS-PART-NEXT-LOW           PIC 9(11) VALUE 0.
       01  WS-PART-HIGH-NUM           PIC 9(10) VALUE 0.
       01  WS-PART-ACCOUNT            PIC X(10).
       01  WS-IN-PARTITION-SW         PIC X VALUE "Y".
           88  WS-IN-PARTITION        VALUE "Y" FALSE "N".
       01  WS-PYLIB-STATUS            PIC XX.
       01  WS-PYLIB-EOF-SW            PIC X VALUE "N".
           88  WS-PYLIB-EOF           VALUE "Y".
               10  WS-SCRIPT-NAME      PIC X(8).
               10  WS-SCRIPT-PTR       PIC 9(4).
               10  WS-SCRIPT-SOURCE    PIC U(800).
               10  WS-SCRIPT-LINES     PIC 9(5).
               10  WS-SCRIPT-HASH      PIC X(18).
               10  WS-SCRIPT-REG-VERSION PIC 9(3).
               10  WS-SCRIPT-REG-LINES PIC 9(5).
               10  WS-SCRIPT-BOUND-SW  PIC X.
                   88  WS-SCRIPT-BOUND VALUE "Y" FALSE "N".
      *    Spaces once the script matches its active register entry;
      *    otherwise why it may not bind.
               10  WS-SCRIPT-VERDICT   PIC X(20).
                   88  WS-SCRIPT-APPROVED VALUE SPACES.
       01  WS-SCRIPT-FOUND-SW         PIC X VALUE "N".
           88  WS-SCRIPT-FOUND        VALUE "Y" FALSE "N".
       01  WS-ENTRY-SOURCE-SW         PIC X VALUE "Y".
           88  WS-ENTRY-SOURCE-OK     VALUE "Y" FALSE "N".
       01  WS-WANTED-SCRIPT           PIC X(8).
       01  WS-ENTRY-SOURCE-REASON     PIC X(20).
       01  WS-SCRREG-STATUS           PIC XX.
       01  WS-SCRIPT-REG-ERRORS       PIC 9(3) VALUE 0.
       01  WS-EDIT-SCRIPT-LINES       PIC ZZZZ9.
       01  WS-EDIT-REG-LINES          PIC ZZZZ9.
       01  WS-SLOT-NUM                PIC 9(3) COMP-5.
       01  WS-ADHOC-PY-SOURCE         PIC U(800).
       01  WS-RESMAST-STATUS          PIC XX.
           88  WS-ALLOW-DUPLICATES    VALUE "Y".
       01  WS-DUP-FOUND-SW            PIC X VALUE "N".
           88  WS-DUP-FOUND           VALUE "Y" FALSE "N".
       01  WS-POSTING-FOUND-SW        PIC X VALUE "N".
           88  WS-POSTING-FOUND       VALUE "Y" FALSE "N".
       01  WS-SEEN-COUNT              PIC 9(4) VALUE 0.
       01  WS-SEEN-FULL-SW            PIC X VALUE "N".
           88  WS-SEEN-TABLE-FULL     VALUE "Y".
                       INDEXED BY WS-SEEN-IDX.
               10  WS-SEEN-ACCOUNT     PIC X(10).
               10  WS-SEEN-EFF-DATE    PIC X(8).
      *    Dispatched amount per account for the business date,
      *    kept only for accounts with a daily limit.
       01  WS-LIMIT-VERDICT           PIC X VALUE SPACE.
           88  WS-LIMIT-OK            VALUE SPACE.
           88  WS-LIMIT-OVER          VALUE "O".
           88  WS-LIMIT-VELOCITY      VALUE "V".
       01  WS-VEL-TRACK-SW            PIC X VALUE "N".
           88  WS-VEL-TRACKED         VALUE "Y" FALSE "N".
       01  WS-VEL-SLOT-SW             PIC X VALUE "N".
           88  WS-VEL-SLOT-FOUND      VALUE "Y" FALSE "N".
       01  WS-VEL-FULL-SW             PIC X VALUE "N".
           88  WS-VEL-TABLE-FULL      VALUE "Y".
       01  WS-VEL-COUNT               PIC 9(4) VALUE 0.
       01  WS-VEL-TABLE.
           05  WS-VEL-ENTRY OCCURS 2000 TIMES
                       INDEXED BY WS-VEL-IDX.
               10  WS-VEL-ACCOUNT      PIC X(10).
               10  WS-VEL-TOTAL        PIC 9(9)V99.
       01  WS-VEL-PROJECTED           PIC 9(10)V99.
       01  WS-OVERLIM-COUNT           PIC 9(5) VALUE 0.
       01  WS-VELOCITY-COUNT          PIC 9(5) VALUE 0.
       01  WS-RJSUSP-STATUS           PIC XX.
       01  WS-RJSUSP-EOF-SW           PIC X VALUE "N".
           88  WS-RJSUSP-EOF          VALUE "Y".
       01  WS-REJECT-AGE-MAX          PIC 9(3) VALUE 30.
       01  WS-SUSP-KEPT-COUNT         PIC 9(3) VALUE 0.
       01  WS-SUSP-DROPPED-COUNT      PIC 9(3) VALUE 0.
       01  WS-SUSP-AGE-DAYS           PIC S9(5) COMP-5.
       01  WS-PEND-STATUS             PIC XX.
       01  WS-PEND-EOF-SW             PIC X VALUE "N".
       01  WS-STILL-PENDING-COUNT     PIC 9(5) VALUE 0.
       01  WS-CTL-EDIT-ERRORS         PIC 9(5) VALUE 0.
       01  WS-EDIT-VFY-COUNT          PIC ZZ,ZZ9.
       01  WS-SHDRPT-STATUS           PIC XX.
       01  WS-SHADOW-MODE-SW          PIC X VALUE "N".
           88  WS-SHADOW-MODE         VALUE "Y".
       01  WS-SHADOW-SLOT             PIC 9(2) VALUE 0.
       01  WS-SHADOW-SCRIPT           PIC X(8) VALUE SPACES.
       01  WS-SHADOW-SCRIPT-SLOT      PIC 9(2) VALUE 0.
       01  WS-SHADOW-ERRORS           PIC 9(3) VALUE 0.
       01  WS-AMOUNT-TOLERANCE        PIC 9(7)V99 VALUE 0.
       01  WS-RATE-TOLERANCE-X        PIC X(9) VALUE "000000000".
       01  WS-RATE-TOLERANCE REDEFINES WS-RATE-TOLERANCE-X
                                      PIC 9(3)V9(6).
       01  WS-EDIT-AMT-TOL            PIC Z(6)9.99.
       01  WS-EDIT-RATE-TOL           PIC ZZ9.9(6).
       01  WS-PROD-CALL-RC            PIC S9(9) COMP-5.
       01  WS-CAND-CALL-RC            PIC S9(9) COMP-5.
       01  WS-PROD-RESULT.
           05  WS-PROD-DISPOSITION    PIC X(2).
           05  WS-PROD-AMOUNT         PIC X(16).
           05  WS-PROD-RATE           PIC X(12).
           05  WS-PROD-FLAG           PIC X(8).
           05  WS-PROD-TEXT           PIC X(80).
       01  WS-CAND-RESULT.
           05  WS-CAND-DISPOSITION    PIC X(2).
           05  WS-CAND-AMOUNT         PIC X(16).
           05  WS-CAND-RATE           PIC X(12).
           05  WS-CAND-FLAG           PIC X(8).
           05  WS-CAND-TEXT           PIC X(80).
       01  WS-PROD-STAT               PIC X.
       01  WS-CAND-STAT               PIC X.
       01  WS-CMP-PROD-TEXT           PIC X(80).
       01  WS-CMP-CAND-TEXT           PIC X(80).
       01  WS-CMP-TOLERANCE           PIC 9(7)V9(6).
       01  WS-CMP-DIFF                PIC S9(9)V9(6) COMP-3.
       01  WS-CMP-DIFFER-SW           PIC X VALUE "N".
           88  WS-CMP-DIFFERS         VALUE "Y" FALSE "N".
       01  WS-SHADOW-DIFFS            PIC X(24).
       01  WS-SHADOW-DIFF-PTR         PIC 9(2).
       01  WS-SHADOW-COMPARED         PIC 9(5) VALUE 0.
       01  WS-SHADOW-MATCHED          PIC 9(5) VALUE 0.
       01  WS-SHADOW-MISMATCHED       PIC 9(5) VALUE 0.
       01  WS-SHADOW-SKIPPED          PIC 9(5) VALUE 0.
       01  WS-SHADOW-STAT-DIFFS       PIC 9(5) VALUE 0.
       01  WS-SHADOW-DISP-DIFFS       PIC 9(5) VALUE 0.
       01  WS-SHADOW-AMT-DIFFS        PIC 9(5) VALUE 0.
       01  WS-SHADOW-RATE-DIFFS       PIC 9(5) VALUE 0.
       01  WS-SHADOW-FLAG-DIFFS       PIC 9(5) VALUE 0.
       COPY PYSRC.
       COPY TXNREC.
       COPY RESREC.
       COPY PGMTAB.
       COPY PGMOK.
       COPY BRGMODE.
       COPY BDYPARM.
       COPY HSHPARM.
       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-TEXT              PIC X(24).
       PROCEDURE DIVISION USING PARM-DATA.
      *Dynamically call our 64-bit COBOL program(s)
           SET BRDG-MODE-EXECUTE TO TRUE.
               MOVE WS-DEFAULT-PY-SOURCE TO BRDG-PY-SOURCE
           END-IF.
           PERFORM LOAD-SCRIPT-LIBRARY.
           PERFORM CHECK-SCRIPT-REGISTER.
           PERFORM VALIDATE-SCRIPT-BINDINGS.
           PERFORM VALIDATE-ROUTE-TABLE.
      *    Per-entry source selection overwrites the shared buffer,
               END-IF
               STOP RUN
           END-IF.
      *    The shadow run calls the production and candidate source
      *    side by side and writes only its comparison report: the
      *    account and results masters are read-only and no run
      *    control, output, log, checkpoint or carry-forward file is
      *    opened for output.
           IF WS-SHADOW-MODE
               PERFORM CHECK-SHADOW-SETUP
               IF WS-SHADOW-ERRORS > 0
                   DISPLAY "COBTEST: REFUSED, SHADOW RUN NOT SET UP"
                       " - SEE ABOVE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM SCAN-TXNFILE-CONTROLS
               IF WS-TXNCTL-ERROR-COUNT > 0
                   DISPLAY "COBTEST: REFUSED, TXNFILE FAILED ITS"
                       " HEADER/TRAILER CONTROL CHECKS - SEE ABOVE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM OPEN-ACCOUNT-MASTER
               PERFORM OPEN-RESMAST-CHECK
               PERFORM START-PY-INTERPRETER
               PERFORM SHADOW-RUN
               PERFORM STOP-PY-INTERPRETER
               PERFORM CLOSE-RESMAST-CHECK
               PERFORM CLOSE-ACCOUNT-MASTER
               MOVE 0 TO RETURN-CODE
               IF WS-SHADOW-MISMATCHED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF.
           PERFORM SCAN-TXNFILE-CONTROLS.
           IF WS-TXNCTL-ERROR-COUNT > 0
               DISPLAY "COBTEST: REFUSED, TXNFILE FAILED ITS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARTITION-MODE
               PERFORM LOAD-PARTITION-CONTROL
               IF WS-PARTITION-ERRORS > 0
                   DISPLAY "COBTEST: REFUSED, PARTITION "
                       WS-PARTITION-NUM " NOT SET UP - SEE ABOVE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM CHECK-BUSINESS-DAY.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM LOAD-CHECKPOINT-FILE.
           PERFORM COUNT-PRIOR-BRIDGELOG.
               PERFORM CLEAR-CHECKPOINT-FILE
               SET WS-CHKPT-CLEARED TO TRUE
               IF WS-REJECT-COUNT > 0
                       OR WS-TXNCTL-REFUSED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
                   SET WS-VERIFY-MODE TO TRUE
               END-IF
           END-IF.
           IF PARM-LENGTH >= 6
               IF PARM-TEXT(1:6) = "SHADOW"
                   SET WS-SHADOW-MODE TO TRUE
               END-IF
           END-IF.
           IF PARM-LENGTH >= 5
               IF PARM-TEXT(1:5) = "RERUN"
                   SET WS-RERUN-MODE TO TRUE
               END-IF
           END-IF.
      *    PART=nn runs one partition; PART=nn,RERUN restarts it.
           IF PARM-LENGTH >= 7
               IF PARM-TEXT(1:5) = "PART="
                       AND PARM-TEXT(6:2) IS NUMERIC
                   SET WS-PARTITION-MODE TO TRUE
                   MOVE PARM-TEXT(6:2) TO WS-PARTITION-NUM
               END-IF
           END-IF.
           IF PARM-LENGTH >= 13
               IF WS-PARTITION-MODE AND PARM-TEXT(8:6) = ",RERUN"
                   SET WS-RERUN-MODE TO TRUE
               END-IF
           END-IF.
      *    NONBUS may follow any of the above (RERUN,NONBUS or
      *    PART=nn,RERUN,NONBUS) or stand alone.
           MOVE 0 TO WS-NONBUS-TALLY.
           IF PARM-LENGTH >= 6 AND PARM-LENGTH <= 24
               INSPECT PARM-TEXT(1:PARM-LENGTH)
                   TALLYING WS-NONBUS-TALLY FOR ALL "NONBUS"
           END-IF.
           IF WS-NONBUS-TALLY > 0
               SET WS-NONBUS-OVERRIDE TO TRUE
           END-IF.

      *    A batch night runs only on a business day: a business
      *    date on a weekend or a CALENDAR holiday is refused before
      *    RUNCTL is touched, unless the operator resubmits with
      *    NONBUS in the PARM. The single CTLFILE transaction of an
      *    ad hoc run is not held to the calendar.
       CHECK-BUSINESS-DAY.
           IF WS-TXN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO BDY-REQUEST.
           SET BDY-FN-CHECK TO TRUE.
           MOVE WS-BUSINESS-DATE TO BDY-DATE-1.
           CALL "BUSDAYS" USING BDY-REQUEST.
           IF BDY-NO-CALENDAR
               DISPLAY "COBTEST: NO CALENDAR - EVERY DAY IS TREATED"
                   " AS A BUSINESS DAY"
           END-IF.
           IF NOT BDY-ANSWERED OR BDY-BUSINESS-DAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-NONBUS-OVERRIDE
               DISPLAY "COBTEST: BUSINESS DATE " WS-BUSINESS-DATE
                   " IS NOT A BUSINESS DAY - " BDY-DAY-NAME
               DISPLAY "COBTEST: RUNNING ANYWAY UNDER PARM NONBUS"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "COBTEST: REFUSED, BUSINESS DATE " WS-BUSINESS-DATE
               " IS NOT A BUSINESS DAY - " BDY-DAY-NAME.
           DISPLAY "COBTEST: RESUBMIT WITH NONBUS IN THE PARM TO RUN"
               " IT ANYWAY".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    A value date on a weekend or CALENDAR holiday moves to
      *    the next business day before any edit, so the warehouse,
      *    the duplicate check, the posting keys and TXNOUT all see
      *    the day the money actually moves.
       ROLL-VALUE-DATE.
           MOVE SPACES TO BDY-REQUEST.
           SET BDY-FN-NEXT TO TRUE.
           MOVE TXF-EFFECTIVE-DATE TO BDY-DATE-1.
           CALL "BUSDAYS" USING BDY-REQUEST.
           IF BDY-ANSWERED
                   AND BDY-RESULT-DATE NOT = TXF-EFFECTIVE-DATE
               ADD 1 TO WS-ROLLED-COUNT
               DISPLAY "COBTEST: VALUE DATE " TXF-EFFECTIVE-DATE
                   " ROLLED TO " BDY-RESULT-DATE " - ACCOUNT "
                   TXF-ACCOUNT-NUMBER
               MOVE BDY-RESULT-DATE TO TXF-EFFECTIVE-DATE
           END-IF.

      *    One cycle, one run: the latest RUNCTL record tells
      *    whether a run is in flight, and the latest record for
           WRITE VFYRPT-REC.
           PERFORM VERIFY-CTL-EDITS.
           PERFORM VERIFY-SCRIPT-LIBRARY.
           PERFORM VERIFY-SCRIPT-REGISTER.
           PERFORM VERIFY-DISPATCH-TABLE.
           PERFORM VERIFY-CTL-TRANSACTION.
           PERFORM VERIFY-TXN-CONTROLS.
           PERFORM VERIFY-BUSINESS-DAY.
           PERFORM VERIFY-TXN-FILE.
           MOVE SPACES TO VFYRPT-REC.
           WRITE VFYRPT-REC.
           END-IF.
           WRITE VFYRPT-REC.

      *    One line per library script against its SCRREG entry -
      *    register version, the line count PYLIB holds and the one
      *    approved - so a mismatch shows before it refuses a binding
      *    in production. Only bound scripts fail the check; an
      *    unbound one that does not match is listed but harmless.
       VERIFY-SCRIPT-REGISTER.
           PERFORM VERIFY-ONE-REGISTER-ENTRY
               VARYING WS-SCRIPT-IDX FROM 1 BY 1
               UNTIL WS-SCRIPT-IDX > WS-SCRIPT-COUNT.
           IF WS-SCRIPT-REG-ERRORS = 0
               MOVE "SCRIPT REGISTER CHECK               PASS" TO
                   VFYRPT-REC
           ELSE
               ADD WS-SCRIPT-REG-ERRORS TO WS-VFY-ERROR-COUNT
               MOVE WS-SCRIPT-REG-ERRORS TO WS-EDIT-VFY-COUNT
               MOVE SPACES TO VFYRPT-REC
               STRING "SCRIPT REGISTER CHECK               FAIL - "
                   DELIMITED BY SIZE
                   WS-EDIT-VFY-COUNT DELIMITED BY SIZE
                   " BOUND SCRIPT(S) REFUSED" DELIMITED BY SIZE
                   INTO VFYRPT-REC
               END-STRING
           END-IF.
           WRITE VFYRPT-REC.

       VERIFY-ONE-REGISTER-ENTRY.
           MOVE WS-SCRIPT-LINES(WS-SCRIPT-IDX) TO WS-EDIT-SCRIPT-LINES.
           MOVE WS-SCRIPT-REG-LINES(WS-SCRIPT-IDX) TO WS-EDIT-REG-LINES.
           MOVE SPACES TO VFYRPT-REC.
           STRING "SCRIPT " DELIMITED BY SIZE
               WS-SCRIPT-NAME(WS-SCRIPT-IDX) DELIMITED BY SIZE
               " V" DELIMITED BY SIZE
               WS-SCRIPT-REG-VERSION(WS-SCRIPT-IDX) DELIMITED BY SIZE
               " PYLIB " DELIMITED BY SIZE
               WS-EDIT-SCRIPT-LINES DELIMITED BY SIZE
               " REG " DELIMITED BY SIZE
               WS-EDIT-REG-LINES DELIMITED BY SIZE
               " LINES  " DELIMITED BY SIZE
               INTO VFYRPT-REC
           END-STRING.
           EVALUATE TRUE
               WHEN WS-SCRIPT-APPROVED(WS-SCRIPT-IDX)
                   MOVE "APPROVED" TO VFYRPT-REC(51:8)
               WHEN WS-SCRIPT-BOUND(WS-SCRIPT-IDX)
                   STRING WS-SCRIPT-VERDICT(WS-SCRIPT-IDX)
                           DELIMITED BY SIZE
                       " FAIL" DELIMITED BY SIZE
                       INTO VFYRPT-REC(51:30)
                   END-STRING
               WHEN OTHER
                   STRING WS-SCRIPT-VERDICT(WS-SCRIPT-IDX)
                           DELIMITED BY SIZE
                       " UNBOUND" DELIMITED BY SIZE
                       INTO VFYRPT-REC(51:30)
                   END-STRING
           END-EVALUATE.
           WRITE VFYRPT-REC.

      *    Each dispatch-table entry is checked against the allow
      *    list, and each allowed entry is asked to syntax-check the
      *    assembled Python source (BRDG-MODE-VERIFY) - compile
                       MOVE SPACES TO VFYRPT-REC
                       STRING "PGM " DELIMITED BY SIZE
                           PGM-NAME(1:8) DELIMITED BY SIZE
                           " SCRIPT " DELIMITED BY SIZE
                           WS-ENTRY-SOURCE-REASON DELIMITED BY SIZE
                           "FAIL" DELIMITED BY SIZE
                           INTO VFYRPT-REC
                       END-STRING
                   WHEN OTHER
           IF WS-TXN-STATUS = "00"
               MOVE SPACES TO VFYRPT-REC
               IF WS-TXNCTL-ERROR-COUNT = 0
                       AND WS-TXNCTL-REFUSED-COUNT = 0
                   MOVE "TXNFILE HEADER/TRAILER CONTROLS     PASS"
                       TO VFYRPT-REC
               ELSE
                   ADD WS-TXNCTL-ERROR-COUNT TO WS-VFY-ERROR-COUNT
                   ADD WS-TXNCTL-REFUSED-COUNT TO WS-VFY-ERROR-COUNT
                   STRING "TXNFILE HEADER/TRAILER CONTROLS     FAIL"
                       " - SEE CONSOLE" DELIMITED BY SIZE
                       INTO VFYRPT-REC
               WRITE VFYRPT-REC
           END-IF.

      *    Day shift sees a night the calendar would refuse; a run
      *    verified with NONBUS in the PARM shows it as overridden.
       VERIFY-BUSINESS-DAY.
           MOVE SPACES TO BDY-REQUEST.
           SET BDY-FN-CHECK TO TRUE.
           MOVE WS-BUSINESS-DATE TO BDY-DATE-1.
           CALL "BUSDAYS" USING BDY-REQUEST.
           MOVE SPACES TO VFYRPT-REC.
           EVALUATE TRUE
               WHEN BDY-NO-CALENDAR
                   STRING "BUSINESS DAY                        PASS"
                       " - NO CALENDAR" DELIMITED BY SIZE
                       INTO VFYRPT-REC
                   END-STRING
               WHEN NOT BDY-ANSWERED
                   ADD 1 TO WS-VFY-ERROR-COUNT
                   STRING "BUSINESS DAY                        FAIL"
                       " - BAD BUSINESS DATE " DELIMITED BY SIZE
                       WS-BUSINESS-DATE DELIMITED BY SIZE
                       INTO VFYRPT-REC
                   END-STRING
               WHEN BDY-BUSINESS-DAY
                   STRING "BUSINESS DAY                        PASS"
                       " - " DELIMITED BY SIZE
                       WS-BUSINESS-DATE DELIMITED BY SIZE
                       INTO VFYRPT-REC
                   END-STRING
               WHEN WS-NONBUS-OVERRIDE
                   STRING "BUSINESS DAY                        PASS"
                       " - NONBUS, " DELIMITED BY SIZE
                       BDY-DAY-NAME DELIMITED BY "  "
                       INTO VFYRPT-REC
                   END-STRING
               WHEN OTHER
                   ADD 1 TO WS-VFY-ERROR-COUNT
                   STRING "BUSINESS DAY                        FAIL"
                       " - " DELIMITED BY SIZE
                       WS-BUSINESS-DATE DELIMITED BY SIZE
                       " IS " DELIMITED BY SIZE
                       BDY-DAY-NAME DELIMITED BY "  "
                       INTO VFYRPT-REC
                   END-STRING
           END-EVALUATE.
           WRITE VFYRPT-REC.

       VERIFY-TXN-FILE.
           OPEN INPUT TXNFILE-F.
           IF WS-TXN-STATUS = "00"
           IF TXF-ACCOUNT-NUMBER IS NUMERIC
                   AND TXF-AMOUNT IS NUMERIC
                   AND TXF-EFFECTIVE-DATE IS NUMERIC
               PERFORM ROLL-VALUE-DATE
               MOVE TXF-ACCOUNT-NUMBER TO TXN-ACCOUNT-NUMBER
               MOVE TXF-AMOUNT(1:7) TO WS-AMOUNT-WHOLE
               MOVE TXF-AMOUNT(8:2) TO WS-AMOUNT-DECIMAL
               MOVE WS-AMOUNT-NUMERIC TO TXN-AMOUNT
               PERFORM VALIDATE-TXN-ACCOUNT
               PERFORM VERIFY-ACCOUNT-LIMITS
               IF NOT WS-ACCT-USABLE
                   ADD 1 TO WS-VFY-TXN-ERRORS
                   MOVE WS-VFY-TXN-COUNT TO WS-EDIT-VFY-COUNT
                   WRITE VFYRPT-REC
               END-IF
               MOVE TXF-TXN-TYPE TO WS-CURRENT-TXN-TYPE
               PERFORM CHECK-ORIGINAL-POSTING
               IF (TXF-TYPE-REVERSAL OR TXF-TYPE-CORRECTION)
                       AND NOT WS-POSTING-FOUND
                   ADD 1 TO WS-VFY-TXN-ERRORS
                   MOVE WS-VFY-TXN-COUNT TO WS-EDIT-VFY-COUNT
                   MOVE SPACES TO VFYRPT-REC
                   STRING "  TXN " DELIMITED BY SIZE
                       WS-EDIT-VFY-COUNT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TXF-TXN-TYPE DELIMITED BY SIZE
                       " NAMES NO POSTING FOR ACCOUNT "
                           DELIMITED BY SIZE
                       TXF-ACCOUNT-NUMBER DELIMITED BY SIZE
                       INTO VFYRPT-REC
                   END-STRING
                   WRITE VFYRPT-REC
               END-IF
               PERFORM CHECK-TYPE-ROUTED
               IF NOT WS-TYPE-ROUTED AND NOT TXF-TYPE-REVERSAL
                   ADD 1 TO WS-VFY-TXN-ERRORS
                   MOVE WS-VFY-TXN-COUNT TO WS-EDIT-VFY-COUNT
                   MOVE SPACES TO VFYRPT-REC
               WRITE VFYRPT-REC
           END-IF.

      *    A shadow run needs a SHADOW record naming a slot the
      *    dispatch table fills, a slot program on the allow list, a
      *    candidate script the library holds, and a TXNFILE to run
      *    against - anything less is refused before a CALL is made.
       CHECK-SHADOW-SETUP.
           IF WS-SHADOW-SCRIPT = SPACES
               ADD 1 TO WS-SHADOW-ERRORS
               DISPLAY "COBTEST: SHADOW RUN NEEDS A CTLFILE SHADOW"
                   " RECORD (SLOT + CANDIDATE SCRIPT)"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SHADOW-SLOT < 1 OR WS-SHADOW-SLOT > WS-PGM-COUNT
               ADD 1 TO WS-SHADOW-ERRORS
               DISPLAY "COBTEST: SHADOW SLOT NOT IN DISPATCH TABLE - "
                   WS-SHADOW-SLOT
               EXIT PARAGRAPH
           END-IF.
           SET PGM-IDX TO WS-SHADOW-SLOT.
           IF PGM-TABLE-NAME(PGM-IDX) = SPACES
               ADD 1 TO WS-SHADOW-ERRORS
               DISPLAY "COBTEST: SHADOW SLOT " WS-SHADOW-SLOT
                   " HAS NO PROGRAM"
               EXIT PARAGRAPH
           END-IF.
           MOVE PGM-TABLE-NAME(PGM-IDX) TO PGM-NAME.
           PERFORM VALIDATE-PGM-NAME.
           IF WS-PGM-INVALID
               ADD 1 TO WS-SHADOW-ERRORS
               DISPLAY "COBTEST: SHADOW SLOT PROGRAM NOT ON ALLOW"
                   " LIST - " PGM-NAME
           END-IF.
           PERFORM SELECT-ENTRY-SOURCE.
           IF NOT WS-ENTRY-SOURCE-OK
               ADD 1 TO WS-SHADOW-ERRORS
               DISPLAY "COBTEST: SHADOW SLOT PRODUCTION SCRIPT "
                   WS-WANTED-SCRIPT " " WS-ENTRY-SOURCE-REASON
           END-IF.
           MOVE WS-SHADOW-SCRIPT TO WS-WANTED-SCRIPT.
           PERFORM FIND-LIBRARY-SCRIPT.
           IF WS-SCRIPT-FOUND
               SET WS-SHADOW-SCRIPT-SLOT TO WS-SCRIPT-IDX
           ELSE
               ADD 1 TO WS-SHADOW-ERRORS
               DISPLAY "COBTEST: SHADOW CANDIDATE SCRIPT NOT IN"
                   " LIBRARY - " WS-SHADOW-SCRIPT
           END-IF.
           OPEN INPUT TXNFILE-F.
           IF WS-TXN-STATUS = "00"
               CLOSE TXNFILE-F
           ELSE
               ADD 1 TO WS-SHADOW-ERRORS
               DISPLAY "COBTEST: SHADOW RUN NEEDS A TXNFILE, STATUS="
                   WS-TXN-STATUS
           END-IF.

       SHADOW-RUN.
           OPEN OUTPUT SHDRPT-F.
           MOVE "SHADOW RUN - CANDIDATE SCRIPT VS PRODUCTION" TO
               SHDRPT-REC.
           WRITE SHDRPT-REC.
           MOVE SPACES TO SHDRPT-REC.
           WRITE SHDRPT-REC.
           SET PGM-IDX TO WS-SHADOW-SLOT.
           MOVE PGM-SCRIPT-NAME(PGM-IDX) TO WS-WANTED-SCRIPT.
           IF WS-WANTED-SCRIPT = SPACES
               MOVE "(PYLINE)" TO WS-WANTED-SCRIPT
           END-IF.
           MOVE SPACES TO SHDRPT-REC.
           STRING "SLOT " DELIMITED BY SIZE
               WS-SHADOW-SLOT DELIMITED BY SIZE
               " PGM " DELIMITED BY SIZE
               PGM-TABLE-NAME(PGM-IDX) DELIMITED BY SIZE
               "  PRODUCTION " DELIMITED BY SIZE
               WS-WANTED-SCRIPT DELIMITED BY SIZE
               "  CANDIDATE " DELIMITED BY SIZE
               WS-SHADOW-SCRIPT DELIMITED BY SIZE
               INTO SHDRPT-REC
           END-STRING.
           WRITE SHDRPT-REC.
           MOVE WS-AMOUNT-TOLERANCE TO WS-EDIT-AMT-TOL.
           MOVE WS-RATE-TOLERANCE TO WS-EDIT-RATE-TOL.
           MOVE SPACES TO SHDRPT-REC.
           STRING "AMOUNT TOLERANCE " DELIMITED BY SIZE
               WS-EDIT-AMT-TOL DELIMITED BY SIZE
               "  RATE TOLERANCE " DELIMITED BY SIZE
               WS-EDIT-RATE-TOL DELIMITED BY SIZE
               INTO SHDRPT-REC
           END-STRING.
           WRITE SHDRPT-REC.
           PERFORM WRITE-SHADOW-REFUSED-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SOURCE-COUNT.
           IF WS-TXNCTL-REFUSED-COUNT > 0
               MOVE SPACES TO SHDRPT-REC
               WRITE SHDRPT-REC
           END-IF.
           MOVE SPACES TO SHDRPT-REC.
           WRITE SHDRPT-REC.
      *    Routing applies exactly as in the batch run, so only the
      *    transactions the slot would really dispatch are compared.
      *    Each header names the source its details belong to, as in
      *    the batch run, so a refused source's details are skipped.
           SET WS-TXN-BATCH-MODE TO TRUE.
           MOVE 0 TO WS-CUR-SRC.
           OPEN INPUT TXNFILE-F.
           PERFORM UNTIL WS-TXN-EOF
               READ TXNFILE-F
                   AT END
                       SET WS-TXN-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TXF-HEADER
                               PERFORM FIND-SOURCE-ENTRY
                               MOVE WS-SRC-SLOT TO WS-CUR-SRC
                           WHEN TXF-TRAILER
                               MOVE 0 TO WS-CUR-SRC
                           WHEN TXF-DETAIL
                               PERFORM SHADOW-ONE-TRANSACTION
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE TXNFILE-F.
           PERFORM WRITE-SHADOW-TOTALS.
           CLOSE SHDRPT-F.
           DISPLAY "COBTEST: SHADOW COMPARED=" WS-SHADOW-COMPARED
               " MATCHED=" WS-SHADOW-MATCHED
               " MISMATCHED=" WS-SHADOW-MISMATCHED
               " NOT-COMPARED=" WS-SHADOW-SKIPPED.

      *    A source refused at the control checks is listed once
      *    on SHDRPT with the details it carried; none of them is
      *    compared, since production posted none of them.
       WRITE-SHADOW-REFUSED-SOURCE.
           IF WS-SRC-ACCEPTED(WS-SRC-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SRC-DETAIL-COUNT(WS-SRC-IDX) TO WS-EDIT-VFY-COUNT.
           MOVE SPACES TO SHDRPT-REC.
           STRING "SOURCE " DELIMITED BY SIZE
               WS-SRC-ID(WS-SRC-IDX) DELIMITED BY SIZE
               " REFUSED (" DELIMITED BY SIZE
               WS-SRC-REFUSED(WS-SRC-IDX) DELIMITED BY SPACE
               ") - " DELIMITED BY SIZE
               WS-EDIT-VFY-COUNT DELIMITED BY SIZE
               " DETAILS NOT COMPARED" DELIMITED BY SIZE
               INTO SHDRPT-REC
           END-STRING.
           WRITE SHDRPT-REC.

      *    The same edits the batch run applies decide whether the
      *    slot would dispatch the transaction at all: a record that
      *    fails the numeric edits, an unusable account, a reversal,
      *    a correction naming no posting, a future-dated (held)
      *    transaction, a type not routed to the slot, or a detail
      *    of a refused source is counted and not compared. The
      *    duplicate edit is not applied - a shadow run is normally
      *    made against a day production has already posted.
       SHADOW-ONE-TRANSACTION.
           ADD 1 TO WS-TXN-COUNT.
           IF WS-CUR-SRC = 0
               ADD 1 TO WS-SHADOW-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           SET WS-SRC-IDX TO WS-CUR-SRC.
           IF NOT WS-SRC-ACCEPTED(WS-SRC-IDX)
               ADD 1 TO WS-SHADOW-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           IF TXF-ACCOUNT-NUMBER IS NOT NUMERIC
                   OR TXF-AMOUNT IS NOT NUMERIC
                   OR TXF-EFFECTIVE-DATE IS NOT NUMERIC
               ADD 1 TO WS-SHADOW-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           PERFORM ROLL-VALUE-DATE.
           MOVE TXF-ACCOUNT-NUMBER TO TXN-ACCOUNT-NUMBER.
           MOVE TXF-AMOUNT(1:7) TO WS-AMOUNT-WHOLE.
           MOVE TXF-AMOUNT(8:2) TO WS-AMOUNT-DECIMAL.
           MOVE WS-AMOUNT-NUMERIC TO TXN-AMOUNT.
           MOVE TXF-EFFECTIVE-DATE TO TXN-EFFECTIVE-DATE.
           MOVE TXF-TXN-TYPE TO WS-CURRENT-TXN-TYPE.
           PERFORM VALIDATE-TXN-ACCOUNT.
           PERFORM CHECK-ACCOUNT-LIMITS.
           PERFORM CHECK-ORIGINAL-POSTING.
           SET PGM-IDX TO WS-SHADOW-SLOT.
           PERFORM CHECK-ENTRY-ROUTED.
           EVALUATE TRUE
               WHEN TXF-EFFECTIVE-DATE > WS-BUSINESS-DATE
                       AND NOT TXF-TYPE-REVERSAL
                       AND NOT TXF-TYPE-CORRECTION
                   ADD 1 TO WS-SHADOW-SKIPPED
               WHEN NOT WS-ACCT-USABLE
                   ADD 1 TO WS-SHADOW-SKIPPED
               WHEN TXF-TYPE-REVERSAL
                   ADD 1 TO WS-SHADOW-SKIPPED
               WHEN TXF-TYPE-CORRECTION AND NOT WS-POSTING-FOUND
                   ADD 1 TO WS-SHADOW-SKIPPED
               WHEN NOT WS-ENTRY-ROUTED
                   ADD 1 TO WS-SHADOW-SKIPPED
               WHEN NOT WS-LIMIT-OK
                   ADD 1 TO WS-SHADOW-SKIPPED
               WHEN OTHER
                   PERFORM ADD-TO-DAILY-TOTAL
                   PERFORM COMPARE-ONE-TRANSACTION
           END-EVALUATE.

      *    Production first, through the slot's own source selection,
      *    then the candidate - same transaction, same program, same
      *    limits. Neither CALL is logged, timed, or checkpointed.
       COMPARE-ONE-TRANSACTION.
           ADD 1 TO WS-SHADOW-COMPARED.
           MOVE PGM-TABLE-NAME(PGM-IDX) TO PGM-NAME.
           PERFORM SELECT-ENTRY-SOURCE.
           PERFORM SHADOW-CALL-ENTRY.
           MOVE WS-CALL-RC TO WS-PROD-CALL-RC.
           MOVE BRDG-PY-RESULT TO WS-PROD-RESULT.
           SET WS-SCRIPT-IDX TO WS-SHADOW-SCRIPT-SLOT.
           MOVE WS-SCRIPT-SOURCE(WS-SCRIPT-IDX) TO BRDG-PY-SOURCE.
           PERFORM SHADOW-CALL-ENTRY.
           MOVE WS-CALL-RC TO WS-CAND-CALL-RC.
           MOVE BRDG-PY-RESULT TO WS-CAND-RESULT.
           PERFORM COMPARE-SHADOW-RESULTS.

       SHADOW-CALL-ENTRY.
           INITIALIZE BRDG-PY-RESULT.
           PERFORM CLEAR-PY-ERROR-FILE.
           CALL PGM-NAME USING
               BY REFERENCE BRDG-PY-SOURCE
               BY REFERENCE BRDG-TXN-DATA
               BY REFERENCE BRDG-PY-RESULT
               BY REFERENCE BRDG-RUN-MODE
               BY REFERENCE BRDG-CALL-LIMITS.
           MOVE RETURN-CODE TO WS-CALL-RC.

      *    A failed CALL has no result to compare, so only the
      *    success of the two CALLs is compared then. Otherwise the
      *    disposition and flag must be equal, and the amount and
      *    rate equal within their tolerances.
       COMPARE-SHADOW-RESULTS.
           MOVE SPACES TO WS-SHADOW-DIFFS.
           MOVE 1 TO WS-SHADOW-DIFF-PTR.
           IF WS-PROD-CALL-RC = 0
               MOVE "S" TO WS-PROD-STAT
           ELSE
               MOVE "F" TO WS-PROD-STAT
           END-IF.
           IF WS-CAND-CALL-RC = 0
               MOVE "S" TO WS-CAND-STAT
           ELSE
               MOVE "F" TO WS-CAND-STAT
           END-IF.
           IF WS-PROD-STAT NOT = WS-CAND-STAT
               ADD 1 TO WS-SHADOW-STAT-DIFFS
               STRING "STAT " DELIMITED BY SIZE
                   INTO WS-SHADOW-DIFFS
                   WITH POINTER WS-SHADOW-DIFF-PTR
               END-STRING
           END-IF.
           IF WS-PROD-STAT = "S" AND WS-CAND-STAT = "S"
               PERFORM COMPARE-SHADOW-FIELDS
           END-IF.
           IF WS-SHADOW-DIFFS = SPACES
               ADD 1 TO WS-SHADOW-MATCHED
           ELSE
               ADD 1 TO WS-SHADOW-MISMATCHED
               PERFORM WRITE-SHADOW-MISMATCH
           END-IF.

       COMPARE-SHADOW-FIELDS.
           IF WS-PROD-DISPOSITION NOT = WS-CAND-DISPOSITION
               ADD 1 TO WS-SHADOW-DISP-DIFFS
               STRING "DISP " DELIMITED BY SIZE
                   INTO WS-SHADOW-DIFFS
                   WITH POINTER WS-SHADOW-DIFF-PTR
               END-STRING
           END-IF.
      *    The amount comes from the free text when the script set
      *    no amount field - the same convention RESPOST posts by.
           IF WS-PROD-AMOUNT NOT = SPACES
               MOVE WS-PROD-AMOUNT TO WS-CMP-PROD-TEXT
           ELSE
               MOVE WS-PROD-TEXT TO WS-CMP-PROD-TEXT
           END-IF.
           IF WS-CAND-AMOUNT NOT = SPACES
               MOVE WS-CAND-AMOUNT TO WS-CMP-CAND-TEXT
           ELSE
               MOVE WS-CAND-TEXT TO WS-CMP-CAND-TEXT
           END-IF.
           MOVE WS-AMOUNT-TOLERANCE TO WS-CMP-TOLERANCE.
           PERFORM COMPARE-SHADOW-VALUE.
           IF WS-CMP-DIFFERS
               ADD 1 TO WS-SHADOW-AMT-DIFFS
               STRING "AMT " DELIMITED BY SIZE
                   INTO WS-SHADOW-DIFFS
                   WITH POINTER WS-SHADOW-DIFF-PTR
               END-STRING
           END-IF.
           MOVE WS-PROD-RATE TO WS-CMP-PROD-TEXT.
           MOVE WS-CAND-RATE TO WS-CMP-CAND-TEXT.
           MOVE WS-RATE-TOLERANCE TO WS-CMP-TOLERANCE.
           PERFORM COMPARE-SHADOW-VALUE.
           IF WS-CMP-DIFFERS
               ADD 1 TO WS-SHADOW-RATE-DIFFS
               STRING "RATE " DELIMITED BY SIZE
                   INTO WS-SHADOW-DIFFS
                   WITH POINTER WS-SHADOW-DIFF-PTR
               END-STRING
           END-IF.
           IF WS-PROD-FLAG NOT = WS-CAND-FLAG
               ADD 1 TO WS-SHADOW-FLAG-DIFFS
               STRING "FLAG" DELIMITED BY SIZE
                   INTO WS-SHADOW-DIFFS
                   WITH POINTER WS-SHADOW-DIFF-PTR
               END-STRING
           END-IF.

      *    Two numeric values differ when they are further apart
      *    than the tolerance; anything that is not numeric on both
      *    sides (including a value on one side only) is compared
      *    as text.
       COMPARE-SHADOW-VALUE.
           SET WS-CMP-DIFFERS TO FALSE.
           IF WS-CMP-PROD-TEXT NOT = SPACES
                   AND WS-CMP-CAND-TEXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-CMP-PROD-TEXT) = 0
                   AND FUNCTION TEST-NUMVAL(WS-CMP-CAND-TEXT) = 0
               COMPUTE WS-CMP-DIFF =
                   FUNCTION NUMVAL(WS-CMP-PROD-TEXT)
                   - FUNCTION NUMVAL(WS-CMP-CAND-TEXT)
               IF WS-CMP-DIFF < 0
                   COMPUTE WS-CMP-DIFF = 0 - WS-CMP-DIFF
               END-IF
               IF WS-CMP-DIFF > WS-CMP-TOLERANCE
                   SET WS-CMP-DIFFERS TO TRUE
               END-IF
           ELSE
               IF FUNCTION TRIM(WS-CMP-PROD-TEXT)
                       NOT = FUNCTION TRIM(WS-CMP-CAND-TEXT)
                   SET WS-CMP-DIFFERS TO TRUE
               END-IF
           END-IF.

       WRITE-SHADOW-MISMATCH.
           MOVE SPACES TO SHDRPT-REC.
           STRING "  SEQ " DELIMITED BY SIZE
               WS-TXN-COUNT DELIMITED BY SIZE
               " ACCT " DELIMITED BY SIZE
               TXF-ACCOUNT-NUMBER DELIMITED BY SIZE
               " EFF " DELIMITED BY SIZE
               TXF-EFFECTIVE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TXF-TXN-TYPE DELIMITED BY SIZE
               " DIFF: " DELIMITED BY SIZE
               WS-SHADOW-DIFFS DELIMITED BY SIZE
               INTO SHDRPT-REC
           END-STRING.
           WRITE SHDRPT-REC.
           MOVE SPACES TO SHDRPT-REC.
           STRING "      PROD " DELIMITED BY SIZE
               WS-PROD-STAT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PROD-DISPOSITION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PROD-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PROD-RATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PROD-FLAG DELIMITED BY SIZE
               INTO SHDRPT-REC
           END-STRING.
           WRITE SHDRPT-REC.
           MOVE SPACES TO SHDRPT-REC.
           STRING "      CAND " DELIMITED BY SIZE
               WS-CAND-STAT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAND-DISPOSITION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAND-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAND-RATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAND-FLAG DELIMITED BY SIZE
               INTO SHDRPT-REC
           END-STRING.
           WRITE SHDRPT-REC.

       WRITE-SHADOW-TOTALS.
           MOVE SPACES TO SHDRPT-REC.
           WRITE SHDRPT-REC.
           MOVE WS-TXN-COUNT TO WS-EDIT-VFY-COUNT.
           MOVE SPACES TO SHDRPT-REC.
           STRING "TRANSACTIONS READ:     " DELIMITED BY SIZE
               WS-EDIT-VFY-COUNT DELIMITED BY SIZE
               INTO SHDRPT-REC
           END-STRING.
           WRITE SHDRPT-REC.
           MOVE WS-SHADOW-SKIPPED TO WS-EDIT-VFY-COUNT.
           MOVE SPACES TO SHDRPT-REC.
           STRING "  NOT COMPARED:        " DELIMITED BY SIZE
               WS-EDIT-VFY-COUNT DELIMITED BY SIZE
               "  (REJECTED, HELD, REVERSAL, OR NOT ROUTED)"
               DELIMITED BY SIZE
               INTO SHDRPT-REC
           END-STRING.
           WRITE SHDRPT-REC.
           MOVE WS-SHADOW-COMPARED TO WS-EDIT-VFY-COUNT.
           MOVE SPACES TO SHDRPT-REC.
           STRING "  COMPARED:            " DELIMITED BY SIZE
               WS-EDIT-VFY-COUNT DELIMITED BY SIZE
               INTO SHDRPT-REC
           END-STRING.
           WRITE SHDRPT-REC.
           MOVE WS-SHADOW-MATCHED TO WS-EDIT-VFY-COUNT.
           MOVE SPACES TO SHDRPT-REC.
           STRING "    MATCHED:           " DELIMITED BY SIZE
               WS-EDIT-VFY-COUNT DELIMITED BY SIZE
               INTO SHDRPT-REC
           END-STRING.
           WRITE SHDRPT-REC.
           MOVE WS-SHADOW-MISMATCHED TO WS-EDIT-VFY-COUNT.
           MOVE SPACES TO SHDRPT-REC.
           STRING "    MISMATCHED:        " DELIMITED BY SIZE
               WS-EDIT-VFY-COUNT DELIMITED BY SIZE
               INTO SHDRPT-REC
           END-STRING.
           WRITE SHDRPT-REC.
           MOVE WS-SHADOW-STAT-DIFFS TO WS-EDIT-VFY-COUNT.
           MOVE SPACES TO SHDRPT-REC.
           STRING "      CALL STATUS:     " DELIMITED BY SIZE
               WS-EDIT-VFY-COUNT DELIMITED BY SIZE
               INTO SHDRPT-REC
           END-STRING.
           WRITE SHDRPT-REC.
           MOVE WS-SHADOW-DISP-DIFFS TO WS-EDIT-VFY-COUNT.
           MOVE SPACES TO SHDRPT-REC.
           STRING "      DISPOSITION:     " DELIMITED BY SIZE
               WS-EDIT-VFY-COUNT DELIMITED BY SIZE
               INTO SHDRPT-REC
           END-STRING.
           WRITE SHDRPT-REC.
           MOVE WS-SHADOW-AMT-DIFFS TO WS-EDIT-VFY-COUNT.
           MOVE SPACES TO SHDRPT-REC.
           STRING "      AMOUNT:          " DELIMITED BY SIZE
               WS-EDIT-VFY-COUNT DELIMITED BY SIZE
               INTO SHDRPT-REC
           END-STRING.
           WRITE SHDRPT-REC.
           MOVE WS-SHADOW-RATE-DIFFS TO WS-EDIT-VFY-COUNT.
           MOVE SPACES TO SHDRPT-REC.
           STRING "      RATE:            " DELIMITED BY SIZE
               WS-EDIT-VFY-COUNT DELIMITED BY SIZE
               INTO SHDRPT-REC
           END-STRING.
           WRITE SHDRPT-REC.
           MOVE WS-SHADOW-FLAG-DIFFS TO WS-EDIT-VFY-COUNT.
           MOVE SPACES TO SHDRPT-REC.
           STRING "      FLAG:            " DELIMITED BY SIZE
               WS-EDIT-VFY-COUNT DELIMITED BY SIZE
               INTO SHDRPT-REC
           END-STRING.
           WRITE SHDRPT-REC.

      *    Besides the record count the reconciliation needs, the
      *    start-up read keeps the successful results for the
      *    current business date (the last 200 in a ring), so a
               ELSE
                   SET RTO-MODE-FALLBACK TO TRUE
               END-IF
               MOVE WS-PARTITION-NUM TO RTO-PARTITION
               MOVE WS-PARTITION-TOTAL TO RTO-PARTITION-TOTAL
               MOVE 0 TO RTO-PARTITIONS-MERGED
               MOVE WS-SOURCE-COUNT TO RTO-SOURCE-COUNT
               PERFORM MOVE-ONE-SOURCE-TOTAL
                   VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 10
               WRITE RTO-RECORD
               CLOSE RUNTOTS-F
           END-IF.

       MOVE-ONE-SOURCE-TOTAL.
           SET WS-SRC-SLOT TO WS-SRC-IDX.
           IF WS-SRC-SLOT > WS-SOURCE-COUNT
               MOVE SPACES TO RTO-SRC-ID(WS-SRC-SLOT)
               MOVE SPACES TO RTO-SRC-REFUSED(WS-SRC-SLOT)
               MOVE 0 TO RTO-SRC-TRL-COUNT(WS-SRC-SLOT)
               MOVE 0 TO RTO-SRC-TRL-HASH(WS-SRC-SLOT)
               MOVE 0 TO RTO-SRC-DETAIL-COUNT(WS-SRC-SLOT)
               MOVE 0 TO RTO-SRC-AMOUNT-HASH(WS-SRC-SLOT)
               MOVE 0 TO RTO-SRC-PROCESSED(WS-SRC-SLOT)
               MOVE 0 TO RTO-SRC-REJECTED(WS-SRC-SLOT)
               MOVE 0 TO RTO-SRC-FAILED(WS-SRC-SLOT)
               MOVE 0 TO RTO-SRC-WAREHOUSED(WS-SRC-SLOT)
               MOVE 0 TO RTO-SRC-SHARE-COUNT(WS-SRC-SLOT)
               MOVE 0 TO RTO-SRC-SHARE-HASH(WS-SRC-SLOT)
           ELSE
               MOVE WS-SRC-ID(WS-SRC-IDX) TO RTO-SRC-ID(WS-SRC-SLOT)
               MOVE WS-SRC-REFUSED(WS-SRC-IDX)
                   TO RTO-SRC-REFUSED(WS-SRC-SLOT)
               MOVE WS-SRC-TRL-COUNT(WS-SRC-IDX)
                   TO RTO-SRC-TRL-COUNT(WS-SRC-SLOT)
               MOVE WS-SRC-TRL-HASH(WS-SRC-IDX)
                   TO RTO-SRC-TRL-HASH(WS-SRC-SLOT)
               MOVE WS-SRC-DETAIL-COUNT(WS-SRC-IDX)
                   TO RTO-SRC-DETAIL-COUNT(WS-SRC-SLOT)
               MOVE WS-SRC-HASH(WS-SRC-IDX)
                   TO RTO-SRC-AMOUNT-HASH(WS-SRC-SLOT)
               MOVE WS-SRC-PROCESSED(WS-SRC-IDX)
                   TO RTO-SRC-PROCESSED(WS-SRC-SLOT)
               MOVE WS-SRC-REJECTED(WS-SRC-IDX)
                   TO RTO-SRC-REJECTED(WS-SRC-SLOT)
               MOVE WS-SRC-FAILED(WS-SRC-IDX)
                   TO RTO-SRC-FAILED(WS-SRC-SLOT)
               MOVE WS-SRC-WAREHOUSED(WS-SRC-IDX)
                   TO RTO-SRC-WAREHOUSED(WS-SRC-SLOT)
               MOVE WS-SRC-SHARE-COUNT(WS-SRC-IDX)
                   TO RTO-SRC-SHARE-COUNT(WS-SRC-SLOT)
               MOVE WS-SRC-SHARE-HASH(WS-SRC-IDX)
                   TO RTO-SRC-SHARE-HASH(WS-SRC-SLOT)
           END-IF.

      *    PARTCTL must describe an unbroken set of ranges from the
      *    lowest account number to the highest, in partition
      *    order, and name this run's partition - otherwise a
      *    detail could fall between two partitions, or into two,
      *    and every partition reads the same table, so all of
      *    them refuse together. A partition also needs a TXNFILE:
      *    the CTLFILE fallback transaction is never partitioned.
       LOAD-PARTITION-CONTROL.
           IF WS-TXN-STATUS NOT = "00"
               ADD 1 TO WS-PARTITION-ERRORS
               DISPLAY "COBTEST: PARTITIONED RUN NEEDS A TXNFILE"
           END-IF.
           IF WS-PARTITION-NUM = 0
               ADD 1 TO WS-PARTITION-ERRORS
               DISPLAY "COBTEST: PARTITION NUMBER 00 IS NOT VALID"
           END-IF.
           OPEN INPUT PARTCTL-F.
           IF WS-PARTCTL-STATUS NOT = "00"
               ADD 1 TO WS-PARTITION-ERRORS
               DISPLAY "COBTEST: PARTITIONED RUN NEEDS PARTCTL,"
                   " STATUS=" WS-PARTCTL-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PART-NEXT-LOW.
           PERFORM UNTIL WS-PARTCTL-EOF
               READ PARTCTL-F
                   AT END
                       SET WS-PARTCTL-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-PARTITION-RECORD
               END-READ
           END-PERFORM.
           CLOSE PARTCTL-F.
           IF WS-PART-NEXT-LOW NOT = 10000000000
               ADD 1 TO WS-PARTITION-ERRORS
               DISPLAY "COBTEST: PARTCTL RANGES DO NOT REACH"
                   " ACCOUNT 9999999999"
           END-IF.
           IF WS-PARTITION-NUM > WS-PARTITION-TOTAL
               ADD 1 TO WS-PARTITION-ERRORS
               DISPLAY "COBTEST: PARTITION " WS-PARTITION-NUM
                   " IS NOT IN PARTCTL"
           END-IF.
           IF WS-PARTITION-ERRORS = 0
               DISPLAY "COBTEST: PARTITION " WS-PARTITION-NUM
                   " OF " WS-PARTITION-TOTAL " - ACCOUNTS "
                   WS-PART-LOW-ACCOUNT " TO " WS-PART-HIGH-ACCOUNT
           END-IF.

       APPLY-PARTITION-RECORD.
           IF PTN-PARTITION IS NOT NUMERIC
                   OR PTN-LOW-ACCOUNT IS NOT NUMERIC
                   OR PTN-HIGH-ACCOUNT IS NOT NUMERIC
               ADD 1 TO WS-PARTITION-ERRORS
               DISPLAY "COBTEST: REJECTED, INVALID PARTCTL RECORD - "
                   PTN-RECORD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PARTITION-TOTAL.
           IF PTN-PARTITION NOT = WS-PARTITION-TOTAL
                   OR WS-PARTITION-TOTAL > 20
               ADD 1 TO WS-PARTITION-ERRORS
               DISPLAY "COBTEST: PARTCTL PARTITION " PTN-PARTITION
                   " OUT OF SEQUENCE"
           END-IF.
           IF PTN-LOW-ACCOUNT NOT = WS-PART-NEXT-LOW(2:10)
                   OR WS-PART-NEXT-LOW > 9999999999
                   OR PTN-HIGH-ACCOUNT < PTN-LOW-ACCOUNT
               ADD 1 TO WS-PARTITION-ERRORS
               DISPLAY "COBTEST: PARTCTL PARTITION " PTN-PARTITION
                   " RANGE " PTN-LOW-ACCOUNT "-" PTN-HIGH-ACCOUNT
                   " LEAVES A GAP OR OVERLAP"
           END-IF.
           MOVE PTN-HIGH-ACCOUNT TO WS-PART-HIGH-NUM.
           COMPUTE WS-PART-NEXT-LOW = WS-PART-HIGH-NUM + 1.
           IF PTN-PARTITION = WS-PARTITION-NUM
               MOVE PTN-LOW-ACCOUNT TO WS-PART-LOW-ACCOUNT
               MOVE PTN-HIGH-ACCOUNT TO WS-PART-HIGH-ACCOUNT
           END-IF.

      *    Whole-file runs own every account. A non-numeric account
      *    number can only reject; partition 01 takes it so it is
      *    rejected exactly once.
       CHECK-IN-PARTITION.
           SET WS-IN-PARTITION TO TRUE.
           IF NOT WS-PARTITION-MODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PART-ACCOUNT IS NUMERIC
               IF WS-PART-ACCOUNT < WS-PART-LOW-ACCOUNT
                       OR WS-PART-ACCOUNT > WS-PART-HIGH-ACCOUNT
                   SET WS-IN-PARTITION TO FALSE
               END-IF
           ELSE
               IF WS-PARTITION-NUM NOT = 1
                   SET WS-IN-PARTITION TO FALSE
               END-IF
           END-IF.

      *    Prove TXNFILE complete and for the right date before the
      *    first dispatch. The file holds one header/detail/trailer
      *    batch per upstream source (branch capture, web channel,
      *    back-office desk...), and each batch is proved on its
      *    own: the header's file date must match the business
      *    date, and the trailer's detail count and amount hash must
      *    match what this pre-pass itself counted for that batch -
      *    so a truncated transmission or a wrong-date file from one
      *    desk is refused without holding back the others. Only a
      *    file whose framing is broken (a record outside any batch,
      *    no header at all, more sources than the table holds) or
      *    whose every source fails is refused outright. An
      *    unallocated TXNFILE is the CTLFILE fallback run and has
      *    nothing to prove.
       SCAN-TXNFILE-CONTROLS.
           OPEN INPUT TXNFILE-F.
           IF WS-TXN-STATUS = "00"
               PERFORM APPLY-TXNFILE-CONTROL-CHECKS
           END-IF.

      *    A header opens a source batch and its trailer closes it.
      *    A header arriving while a batch is still open leaves that
      *    batch without a trailer; a source id sent twice in one
      *    file refuses the source, since neither batch can be told
      *    from the other downstream.
       TALLY-ONE-CONTROL-RECORD.
           ADD 1 TO WS-TXNCTL-REC-NUM.
           EVALUATE TRUE
               WHEN TXF-HEADER
                   SET WS-TXNCTL-HDR-SEEN TO TRUE
                   PERFORM OPEN-SOURCE-BATCH
               WHEN TXF-TRAILER
                   IF WS-CUR-SRC = 0
                       SET WS-TXNCTL-BAD-ORDER TO TRUE
                   ELSE
                       SET WS-SRC-IDX TO WS-CUR-SRC
                       SET WS-SRC-TRL-SEEN(WS-SRC-IDX) TO TRUE
                       IF TXF-RECORD-COUNT IS NUMERIC
                               AND TXF-AMOUNT-HASH IS NUMERIC
                           MOVE TXF-RECORD-COUNT
                               TO WS-SRC-TRL-COUNT(WS-SRC-IDX)
                           MOVE TXF-AMOUNT-HASH
                               TO WS-SRC-TRL-HASH(WS-SRC-IDX)
                       ELSE
                           PERFORM REFUSE-BAD-TRAILER
                       END-IF
                       MOVE 0 TO WS-CUR-SRC
                   END-IF
               WHEN TXF-DETAIL
                   IF WS-CUR-SRC = 0
                       SET WS-TXNCTL-BAD-ORDER TO TRUE
                   ELSE
                       SET WS-SRC-IDX TO WS-CUR-SRC
                       ADD 1 TO WS-SRC-DETAIL-COUNT(WS-SRC-IDX)
                       IF TXF-AMOUNT IS NUMERIC
                           MOVE TXF-AMOUNT(1:7) TO WS-AMOUNT-WHOLE
                           MOVE TXF-AMOUNT(8:2) TO WS-AMOUNT-DECIMAL
                           ADD WS-AMOUNT-NUMERIC
                               TO WS-SRC-HASH(WS-SRC-IDX)
                       END-IF
                   END-IF
               WHEN OTHER
                   SET WS-TXNCTL-BAD-ORDER TO TRUE
           END-EVALUATE.

       OPEN-SOURCE-BATCH.
           PERFORM FIND-SOURCE-ENTRY.
           IF WS-SRC-SLOT > 0
               SET WS-SRC-IDX TO WS-SRC-SLOT
               IF WS-SRC-ACCEPTED(WS-SRC-IDX)
                   MOVE "REPEATED" TO WS-SRC-REFUSED(WS-SRC-IDX)
               END-IF
               MOVE WS-SRC-SLOT TO WS-CUR-SRC
               EXIT PARAGRAPH
           END-IF.
           IF WS-SOURCE-COUNT >= 10
               SET WS-TXNCTL-BAD-ORDER TO TRUE
               DISPLAY "COBTEST: TXNFILE HAS MORE THAN 10 SOURCES -"
                   " " TXF-SOURCE-ID " NOT TABLED"
               MOVE 0 TO WS-CUR-SRC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SOURCE-COUNT.
           SET WS-SRC-IDX TO WS-SOURCE-COUNT.
           INITIALIZE WS-SOURCE-ENTRY(WS-SRC-IDX).
           MOVE TXF-SOURCE-ID TO WS-SRC-ID(WS-SRC-IDX).
           MOVE TXF-FILE-DATE TO WS-SRC-FILE-DATE(WS-SRC-IDX).
           SET WS-SRC-TRL-SEEN(WS-SRC-IDX) TO FALSE.
           MOVE WS-SOURCE-COUNT TO WS-CUR-SRC.

       REFUSE-BAD-TRAILER.
           IF WS-SRC-ACCEPTED(WS-SRC-IDX)
               MOVE "BADTRAIL" TO WS-SRC-REFUSED(WS-SRC-IDX)
           END-IF.

      *    Look a source id up in the table; WS-SRC-SLOT is its
      *    entry number, or zero when the id has no entry.
       FIND-SOURCE-ENTRY.
           MOVE 0 TO WS-SRC-SLOT.
           SET WS-SRC-IDX TO 1.
           SEARCH WS-SOURCE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SRC-IDX > WS-SOURCE-COUNT
                   CONTINUE
               WHEN WS-SRC-ID(WS-SRC-IDX) = TXF-SOURCE-ID
                   SET WS-SRC-SLOT TO WS-SRC-IDX
           END-SEARCH.

       APPLY-TXNFILE-CONTROL-CHECKS.
           IF NOT WS-TXNCTL-HDR-SEEN
               ADD 1 TO WS-TXNCTL-ERROR-COUNT
               DISPLAY "COBTEST: TXNFILE HAS NO HEADER RECORD"
           END-IF.
           IF WS-TXNCTL-BAD-ORDER
               ADD 1 TO WS-TXNCTL-ERROR-COUNT
               DISPLAY "COBTEST: TXNFILE CONTROL RECORDS MISSING,"
                   " DUPLICATED, OR OUT OF PLACE"
           END-IF.
           PERFORM CHECK-ONE-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SOURCE-COUNT.
           IF WS-SOURCE-COUNT > 0
                   AND WS-TXNCTL-REFUSED-COUNT = WS-SOURCE-COUNT
               ADD 1 TO WS-TXNCTL-ERROR-COUNT
               DISPLAY "COBTEST: NO TXNFILE SOURCE PASSED ITS"
                   " CONTROLS"
           END-IF.

      *    Every failing control is reported on the console for the
      *    upstream desk; the first one found is the refusal reason
      *    carried to RUNTOTS.
       CHECK-ONE-SOURCE.
           IF WS-SRC-REFUSED(WS-SRC-IDX) = "REPEATED"
               DISPLAY "COBTEST: TXNFILE SOURCE " WS-SRC-ID(WS-SRC-IDX)
                   " SENT MORE THAN ONE BATCH"
           END-IF.
           IF WS-SRC-REFUSED(WS-SRC-IDX) = "BADTRAIL"
               DISPLAY "COBTEST: TXNFILE SOURCE " WS-SRC-ID(WS-SRC-IDX)
                   " TRAILER COUNT/HASH NOT NUMERIC"
           END-IF.
           IF WS-SRC-FILE-DATE(WS-SRC-IDX) NOT = WS-BUSINESS-DATE
               IF WS-SRC-ACCEPTED(WS-SRC-IDX)
                   MOVE "FILEDATE" TO WS-SRC-REFUSED(WS-SRC-IDX)
               END-IF
               DISPLAY "COBTEST: TXNFILE SOURCE " WS-SRC-ID(WS-SRC-IDX)
                   " FILE DATE " WS-SRC-FILE-DATE(WS-SRC-IDX)
                   " DOES NOT MATCH BUSINESS DATE " WS-BUSINESS-DATE
           END-IF.
           IF NOT WS-SRC-TRL-SEEN(WS-SRC-IDX)
               IF WS-SRC-ACCEPTED(WS-SRC-IDX)
                   MOVE "NOTRAILR" TO WS-SRC-REFUSED(WS-SRC-IDX)
               END-IF
               DISPLAY "COBTEST: TXNFILE SOURCE " WS-SRC-ID(WS-SRC-IDX)
                   " HAS NO TRAILER RECORD"
           ELSE
               IF WS-SRC-TRL-COUNT(WS-SRC-IDX)
                       NOT = WS-SRC-DETAIL-COUNT(WS-SRC-IDX)
                   IF WS-SRC-ACCEPTED(WS-SRC-IDX)
                       MOVE "COUNT" TO WS-SRC-REFUSED(WS-SRC-IDX)
                   END-IF
                   DISPLAY "COBTEST: TXNFILE SOURCE "
                       WS-SRC-ID(WS-SRC-IDX) " TRAILER COUNT "
                       WS-SRC-TRL-COUNT(WS-SRC-IDX) " VS DETAILS READ "
                       WS-SRC-DETAIL-COUNT(WS-SRC-IDX)
               END-IF
               IF WS-SRC-TRL-HASH(WS-SRC-IDX)
                       NOT = WS-SRC-HASH(WS-SRC-IDX)
                   IF WS-SRC-ACCEPTED(WS-SRC-IDX)
                       MOVE "HASH" TO WS-SRC-REFUSED(WS-SRC-IDX)
                   END-IF
                   DISPLAY "COBTEST: TXNFILE SOURCE "
                       WS-SRC-ID(WS-SRC-IDX) " TRAILER AMOUNT HASH"
                       " DOES NOT MATCH THE DETAIL AMOUNTS"
               END-IF
           END-IF.
           IF NOT WS-SRC-ACCEPTED(WS-SRC-IDX)
               ADD 1 TO WS-TXNCTL-REFUSED-COUNT
               DISPLAY "COBTEST: TXNFILE SOURCE " WS-SRC-ID(WS-SRC-IDX)
                   " REFUSED (" WS-SRC-REFUSED(WS-SRC-IDX) ") - "
                   WS-SRC-DETAIL-COUNT(WS-SRC-IDX)
                   " DETAILS NOT PROCESSED"
           END-IF.

       PROCESS-TRANSACTION-FILE.
           IF WS-TXN-STATUS = "00"
               SET WS-TXN-BATCH-MODE TO TRUE
               OPEN OUTPUT TXNOUT-F
               MOVE WS-CARRIED-SOURCE-ID TO WS-CURRENT-SOURCE-ID
               PERFORM LOAD-PENDING-FILE
               PERFORM RELEASE-DUE-PENDING
               PERFORM LOAD-SUSPENSE-FILE
               PERFORM RECYCLE-SUSPENSE
               MOVE 0 TO WS-CUR-SRC
               PERFORM UNTIL WS-TXN-EOF
                   READ TXNFILE-F
                       AT END
                           SET WS-TXN-EOF TO TRUE
                       NOT AT END
      *                    The control records were proven in the
      *                    pre-pass; they only mark which source the
      *                    details that follow belong to.
                           EVALUATE TRUE
                               WHEN TXF-HEADER
                                   PERFORM FIND-SOURCE-ENTRY
                                   MOVE WS-SRC-SLOT TO WS-CUR-SRC
                                   MOVE TXF-SOURCE-ID
                                       TO WS-CURRENT-SOURCE-ID
                               WHEN TXF-TRAILER
                                   MOVE 0 TO WS-CUR-SRC
                               WHEN TXF-DETAIL
                                   PERFORM PROCESS-SOURCE-DETAIL
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE TXNFILE-F
               CLOSE TXNOUT-F
               IF WS-ROLLED-COUNT > 0
                   DISPLAY "COBTEST: " WS-ROLLED-COUNT
                       " VALUE DATE(S) ROLLED TO THE NEXT BUSINESS DAY"
               END-IF
               IF WS-OVERLIM-COUNT > 0 OR WS-VELOCITY-COUNT > 0
                   DISPLAY "COBTEST: LIMIT REJECTS - OVERLIM "
                       WS-OVERLIM-COUNT " VELOCITY " WS-VELOCITY-COUNT
               END-IF
           ELSE
      *        Reset TXNOUT even when falling back to the CTLFILE
      *        transaction, so a later posting step never sees a
               END-IF
           END-IF.

      *    A detail of a refused source is left for the desk to
      *    resend - it is not counted as input, rejected, or
      *    suspended - and a partitioned run leaves a detail
      *    outside its account range to the partition that owns
      *    it. Any other detail runs the normal path; it counts
      *    toward the source's partition share, and whatever it
      *    moved in the run's counters is credited to the source.
       PROCESS-SOURCE-DETAIL.
           IF WS-CUR-SRC = 0
               EXIT PARAGRAPH
           END-IF.
           SET WS-SRC-IDX TO WS-CUR-SRC.
           IF NOT WS-SRC-ACCEPTED(WS-SRC-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE TXF-ACCOUNT-NUMBER TO WS-PART-ACCOUNT.
           PERFORM CHECK-IN-PARTITION.
           IF NOT WS-IN-PARTITION
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SRC-SHARE-COUNT(WS-SRC-IDX).
           IF TXF-AMOUNT IS NUMERIC
               MOVE TXF-AMOUNT(1:7) TO WS-AMOUNT-WHOLE
               MOVE TXF-AMOUNT(8:2) TO WS-AMOUNT-DECIMAL
               ADD WS-AMOUNT-NUMERIC TO WS-SRC-SHARE-HASH(WS-SRC-IDX)
           END-IF.
           MOVE WS-PROCESSED-COUNT TO WS-BEFORE-PROCESSED.
           MOVE WS-REJECT-COUNT TO WS-BEFORE-REJECTED.
           MOVE WS-FAILED-TXN-COUNT TO WS-BEFORE-FAILED.
           MOVE WS-WAREHOUSED-COUNT TO WS-BEFORE-WAREHOUSED.
           PERFORM PROCESS-ONE-TRANSACTION.
           SET WS-SRC-IDX TO WS-CUR-SRC.
           COMPUTE WS-SRC-PROCESSED(WS-SRC-IDX) =
               WS-SRC-PROCESSED(WS-SRC-IDX)
               + WS-PROCESSED-COUNT - WS-BEFORE-PROCESSED.
           COMPUTE WS-SRC-REJECTED(WS-SRC-IDX) =
               WS-SRC-REJECTED(WS-SRC-IDX)
               + WS-REJECT-COUNT - WS-BEFORE-REJECTED.
           COMPUTE WS-SRC-FAILED(WS-SRC-IDX) =
               WS-SRC-FAILED(WS-SRC-IDX)
               + WS-FAILED-TXN-COUNT - WS-BEFORE-FAILED.
           COMPUTE WS-SRC-WAREHOUSED(WS-SRC-IDX) =
               WS-SRC-WAREHOUSED(WS-SRC-IDX)
               + WS-WAREHOUSED-COUNT - WS-BEFORE-WAREHOUSED.

       PROCESS-ONE-TRANSACTION.
           ADD 1 TO WS-TXN-COUNT.
           IF TXF-AMOUNT IS NUMERIC
           IF TXF-ACCOUNT-NUMBER IS NUMERIC
                   AND TXF-AMOUNT IS NUMERIC
                   AND TXF-EFFECTIVE-DATE IS NUMERIC
               PERFORM ROLL-VALUE-DATE
               MOVE TXF-ACCOUNT-NUMBER TO TXN-ACCOUNT-NUMBER
               MOVE TXF-AMOUNT(1:7) TO WS-AMOUNT-WHOLE
               MOVE TXF-AMOUNT(8:2) TO WS-AMOUNT-DECIMAL
               MOVE TXF-EFFECTIVE-DATE TO TXN-EFFECTIVE-DATE
               MOVE TXF-TXN-TYPE TO WS-CURRENT-TXN-TYPE
               PERFORM VALIDATE-TXN-ACCOUNT
               PERFORM CHECK-ACCOUNT-LIMITS
               PERFORM CHECK-ORIGINAL-POSTING
               PERFORM CHECK-TYPE-ROUTED
               PERFORM CHECK-DUPLICATE-TXN
               EVALUATE TRUE
      *            A future-dated transaction is held, not edited -
      *            the full edits apply the day it releases. A
      *            reversal or correction names a posting that
      *            already exists, so it is never held.
                   WHEN TXF-EFFECTIVE-DATE > WS-BUSINESS-DATE
                           AND NOT TXF-TYPE-REVERSAL
                           AND NOT TXF-TYPE-CORRECTION
                       PERFORM WAREHOUSE-TRANSACTION
                   WHEN NOT WS-ACCT-USABLE
                       PERFORM BUILD-REJECT-FROM-TXF
                       DISPLAY "COBTEST: REJECTED, " RJT-REASON-CODE
                           "- ACCOUNT " TXF-ACCOUNT-NUMBER
                       PERFORM WRITE-REJECT-RECORD
                   WHEN (TXF-TYPE-REVERSAL OR TXF-TYPE-CORRECTION)
                           AND NOT WS-POSTING-FOUND
                       PERFORM BUILD-REJECT-FROM-TXF
                       SET RJT-REASON-NO-POSTING TO TRUE
                       DISPLAY "COBTEST: REJECTED, " RJT-REASON-CODE
                           "- ACCOUNT " TXF-ACCOUNT-NUMBER
                           " EFFDATE " TXF-EFFECTIVE-DATE
                       PERFORM WRITE-REJECT-RECORD
                   WHEN NOT WS-TYPE-ROUTED
                           AND NOT TXF-TYPE-REVERSAL
                       PERFORM BUILD-REJECT-FROM-TXF
                       SET RJT-REASON-NO-ROUTE TO TRUE
                       DISPLAY "COBTEST: REJECTED, " RJT-REASON-CODE
                           "- ACCOUNT " TXF-ACCOUNT-NUMBER
                           " EFFDATE " TXF-EFFECTIVE-DATE
                       PERFORM WRITE-REJECT-RECORD
                   WHEN WS-LIMIT-OVER
                       PERFORM BUILD-REJECT-FROM-TXF
                       SET RJT-REASON-OVER-LIMIT TO TRUE
                       ADD 1 TO WS-OVERLIM-COUNT
                       DISPLAY "COBTEST: REJECTED, " RJT-REASON-CODE
                           "- ACCOUNT " TXF-ACCOUNT-NUMBER
                           " AMOUNT " TXF-AMOUNT
                       PERFORM WRITE-REJECT-RECORD
                   WHEN WS-LIMIT-VELOCITY
                       PERFORM BUILD-REJECT-FROM-TXF
                       SET RJT-REASON-VELOCITY TO TRUE
                       ADD 1 TO WS-VELOCITY-COUNT
                       DISPLAY "COBTEST: REJECTED, " RJT-REASON-CODE
                           "- ACCOUNT " TXF-ACCOUNT-NUMBER
                           " AMOUNT " TXF-AMOUNT
                       PERFORM WRITE-REJECT-RECORD
                   WHEN TXF-TYPE-REVERSAL
                       PERFORM NOTE-SEEN-KEY
                       PERFORM WRITE-TXNOUT-REVERSAL
                   WHEN OTHER
                       PERFORM NOTE-SEEN-KEY
                       PERFORM ADD-TO-DAILY-TOTAL
                       PERFORM DISPATCH-ALL-ENTRIES
               END-EVALUATE
           ELSE
      *    The posted-duplicate check reads RESMAST directly, the
      *    way RESPOST maintains it; a run with no RESMAST
      *    allocated bypasses that half of the check so ad hoc work
      *    is still possible (a reversal or correction then has
      *    nothing to name, and rejects).
       OPEN-RESMAST-CHECK.
           OPEN INPUT RESMAST-F.
           IF WS-RESMAST-STATUS = "00"
           ELSE
               DISPLAY "COBTEST: NO RESMAST ALLOCATED, POSTED-"
                   "DUPLICATE CHECK BYPASSED"
               DISPLAY "COBTEST: REVERSALS AND CORRECTIONS WILL"
                   " REJECT NOPOST"
           END-IF.

       CLOSE-RESMAST-CHECK.
      *    A duplicate is the same account + effective date already
      *    dispatched this run, or already posted in RESMAST by an
      *    earlier cycle. ALLOWDUP YES is the operator's explicit
      *    override for intentional reprocessing. A reversal or
      *    correction must find its posting in RESMAST, so only the
      *    in-run half applies to it - two changes to one posting in
      *    the same run are still a duplicate.
       CHECK-DUPLICATE-TXN.
           SET WS-DUP-FOUND TO FALSE.
           IF WS-ALLOW-DUPLICATES
               END-SEARCH
           END-IF.
           IF NOT WS-DUP-FOUND AND WS-RESMAST-AVAIL
                   AND NOT TXF-TYPE-REVERSAL
                   AND NOT TXF-TYPE-CORRECTION
               MOVE TXF-ACCOUNT-NUMBER TO RSM-ACCOUNT-NUMBER
               MOVE TXF-EFFECTIVE-DATE TO RSM-EFFECTIVE-DATE
               READ RESMAST-F
               END-READ
           END-IF.

      *    A reversal or correction names the posting it changes by
      *    account + effective date; it is only workable when RESMAST
      *    holds that posting, so with no RESMAST allocated every one
      *    rejects NOPOST. A correction is routed and dispatched as
      *    the transaction type of the posting it replaces (kept on
      *    RESMAST), so the same scripts recompute it; a posting
      *    from before the type was kept routes as COR itself.
       CHECK-ORIGINAL-POSTING.
           SET WS-POSTING-FOUND TO FALSE.
           IF (TXF-TYPE-REVERSAL OR TXF-TYPE-CORRECTION)
                   AND WS-RESMAST-AVAIL
               MOVE TXF-ACCOUNT-NUMBER TO RSM-ACCOUNT-NUMBER
               MOVE TXF-EFFECTIVE-DATE TO RSM-EFFECTIVE-DATE
               READ RESMAST-F
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-POSTING-FOUND TO TRUE
                       IF TXF-TYPE-CORRECTION
                               AND RSM-TXN-TYPE NOT = SPACES
                           MOVE RSM-TXN-TYPE TO WS-CURRENT-TXN-TYPE
                       END-IF
               END-READ
           END-IF.

      *    Remember a dispatched key so a repeat inside the same
      *    TXNFILE is caught. Past 1000 distinct keys the in-run
      *    half of the check degrades (the RESMAST half still
               END-IF
           END-IF.

      *    Runs straight after VALIDATE-TXN-ACCOUNT, while ACT-RECORD
      *    still holds the transaction's account. Only an account
      *    found open on ACCTMST has limits; a reversal backs money
      *    out and is never limited. The daily total is what this
      *    run has already dispatched for the account.
       CHECK-ACCOUNT-LIMITS.
           SET WS-LIMIT-OK TO TRUE.
           SET WS-VEL-TRACKED TO FALSE.
           SET WS-VEL-SLOT-FOUND TO FALSE.
           IF WS-ACCT-VERDICT NOT = "O" OR TXF-TYPE-REVERSAL
               EXIT PARAGRAPH
           END-IF.
           IF ACT-TXN-LIMIT IS NUMERIC
               IF ACT-TXN-LIMIT > 0 AND TXN-AMOUNT > ACT-TXN-LIMIT
                   SET WS-LIMIT-OVER TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF ACT-DAILY-LIMIT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF ACT-DAILY-LIMIT = 0
               EXIT PARAGRAPH
           END-IF.
           SET WS-VEL-TRACKED TO TRUE.
           IF WS-VEL-COUNT > 0
               SET WS-VEL-IDX TO 1
               SEARCH WS-VEL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VEL-IDX > WS-VEL-COUNT
                       CONTINUE
                   WHEN WS-VEL-ACCOUNT(WS-VEL-IDX)
                           = TXF-ACCOUNT-NUMBER
                       SET WS-VEL-SLOT-FOUND TO TRUE
               END-SEARCH
           END-IF.
           MOVE TXN-AMOUNT TO WS-VEL-PROJECTED.
           IF WS-VEL-SLOT-FOUND
               ADD WS-VEL-TOTAL(WS-VEL-IDX) TO WS-VEL-PROJECTED
           END-IF.
           IF WS-VEL-PROJECTED > ACT-DAILY-LIMIT
               SET WS-LIMIT-VELOCITY TO TRUE
           END-IF.

      *    Past 2000 limited accounts the daily check degrades for
      *    the accounts not yet seen, with a one-time console
      *    warning, as the seen-key table does.
       ADD-TO-DAILY-TOTAL.
           IF NOT WS-VEL-TRACKED
               EXIT PARAGRAPH
           END-IF.
           IF WS-VEL-SLOT-FOUND
               ADD TXN-AMOUNT TO WS-VEL-TOTAL(WS-VEL-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-VEL-COUNT < 2000
               ADD 1 TO WS-VEL-COUNT
               SET WS-VEL-IDX TO WS-VEL-COUNT
               MOVE TXF-ACCOUNT-NUMBER TO WS-VEL-ACCOUNT(WS-VEL-IDX)
               MOVE TXN-AMOUNT TO WS-VEL-TOTAL(WS-VEL-IDX)
           ELSE
               IF NOT WS-VEL-TABLE-FULL
                   SET WS-VEL-TABLE-FULL TO TRUE
                   DISPLAY "COBTEST: DAILY-TOTAL TABLE FULL, DAILY"
                       " LIMIT CHECK DEGRADED"
               END-IF
           END-IF.

      *    The dry run counts tonight's daily totals the same way,
      *    from the details due today, so VERIFY lists the same
      *    OVERLIM and VELOCITY rejects the night run would take.
       VERIFY-ACCOUNT-LIMITS.
           PERFORM CHECK-ACCOUNT-LIMITS.
           IF WS-LIMIT-OK
               IF TXF-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
                   PERFORM ADD-TO-DAILY-TOTAL
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-VFY-TXN-ERRORS.
           MOVE WS-VFY-TXN-COUNT TO WS-EDIT-VFY-COUNT.
           MOVE SPACES TO VFYRPT-REC.
           IF WS-LIMIT-OVER
               STRING "  TXN " DELIMITED BY SIZE
                   WS-EDIT-VFY-COUNT DELIMITED BY SIZE
                   " ACCOUNT " DELIMITED BY SIZE
                   TXF-ACCOUNT-NUMBER DELIMITED BY SIZE
                   " OVER PER-TRANSACTION LIMIT" DELIMITED BY SIZE
                   INTO VFYRPT-REC
               END-STRING
           ELSE
               STRING "  TXN " DELIMITED BY SIZE
                   WS-EDIT-VFY-COUNT DELIMITED BY SIZE
                   " ACCOUNT " DELIMITED BY SIZE
                   TXF-ACCOUNT-NUMBER DELIMITED BY SIZE
                   " OVER DAILY LIMIT" DELIMITED BY SIZE
                   INTO VFYRPT-REC
               END-STRING
           END-IF.
           WRITE VFYRPT-REC.

      *    Look the transaction account up with a keyed READ of the
      *    account master - no load, no table to outgrow. An open
      *    account is usable, a missing or closed one is not; a run
               CLOSE PENDFILE-F
           END-IF.

      *    A partitioned run only tables the entries in its own
      *    account range; the other partitions carry the rest.
       LOAD-ONE-PENDING.
           MOVE PND-ACCOUNT-NUMBER TO WS-PART-ACCOUNT.
           PERFORM CHECK-IN-PARTITION.
           IF NOT WS-IN-PARTITION
               EXIT PARAGRAPH
           END-IF.
           IF WS-PEND-COUNT < 500
               ADD 1 TO WS-PEND-COUNT
               SET WS-PEND-IDX TO WS-PEND-COUNT
           END-IF.

       LOAD-ONE-SUSPENSE.
           MOVE RJS-ACCOUNT-NUMBER TO WS-PART-ACCOUNT.
           PERFORM CHECK-IN-PARTITION.
           IF NOT WS-IN-PARTITION
               EXIT PARAGRAPH
           END-IF.
           IF WS-SUSP-COUNT < 500
               ADD 1 TO WS-SUSP-COUNT
               SET WS-SUSP-IDX TO WS-SUSP-COUNT
           IF WS-SUSP-STATE(WS-SUSP-IDX) = "R"
               EXIT PARAGRAPH
           END-IF.
      *    The age is in business days, first reject to tonight,
      *    so a long weekend does not push a reject over REJAGMAX.
           MOVE 0 TO WS-SUSP-AGE-DAYS.
           IF WS-SUSP-FIRST-DATE(WS-SUSP-IDX) IS NUMERIC
                   AND WS-BUSINESS-DATE IS NUMERIC
               MOVE SPACES TO BDY-REQUEST
               SET BDY-FN-AGE TO TRUE
               MOVE WS-SUSP-FIRST-DATE(WS-SUSP-IDX) TO BDY-DATE-1
               MOVE WS-BUSINESS-DATE TO BDY-DATE-2
               CALL "BUSDAYS" USING BDY-REQUEST
               IF BDY-ANSWERED
                   MOVE BDY-DAYS TO WS-SUSP-AGE-DAYS
               END-IF
           END-IF.
           IF WS-SUSP-AGE-DAYS > WS-REJECT-AGE-MAX
               ADD 1 TO WS-SUSP-DROPPED-COUNT
                           MOVE 20 TO WS-CALL-RC
                       WHEN NOT WS-ENTRY-SOURCE-OK
                           DISPLAY
                               "COBTEST: REJECTED, SCRIPT "
                               WS-WANTED-SCRIPT " "
                               WS-ENTRY-SOURCE-REASON
                           MOVE 20 TO WS-CALL-RC
                       WHEN OTHER
                           PERFORM CLEAR-PY-ERROR-FILE
               SET TXO-FAILURE TO TRUE
           END-IF.
           MOVE BRDG-PY-RESULT TO TXO-RESULT.
           MOVE TXF-TXN-TYPE TO TXO-TXN-TYPE.
           MOVE WS-CURRENT-SOURCE-ID TO TXO-SOURCE-ID.
           WRITE TXO-RECORD.

      *    A reversal runs no script: its one outcome record tells
      *    RESPOST to back the named posting out of RESMAST. It
      *    counts as processed like any other completed detail.
       WRITE-TXNOUT-REVERSAL.
           MOVE WS-TXN-COUNT TO TXO-TXN-SEQUENCE.
           MOVE TXF-ACCOUNT-NUMBER TO TXO-ACCOUNT-NUMBER.
           MOVE TXF-AMOUNT TO TXO-AMOUNT.
           MOVE TXF-EFFECTIVE-DATE TO TXO-EFFECTIVE-DATE.
           MOVE SPACES TO TXO-CALLED-PGM.
           SET TXO-REVERSAL TO TRUE.
           MOVE SPACES TO TXO-RESULT.
           MOVE TXF-TXN-TYPE TO TXO-TXN-TYPE.
           MOVE WS-CURRENT-SOURCE-ID TO TXO-SOURCE-ID.
           WRITE TXO-RECORD.
           ADD 1 TO WS-PROCESSED-COUNT.
           DISPLAY "COBTEST: REVERSAL QUEUED - ACCOUNT "
               TXF-ACCOUNT-NUMBER " EFFDATE " TXF-EFFECTIVE-DATE.

      *    A checkpoint and a successful BRIDGELOG record are cut
      *    together, one pair per completed CALL, so the J-th prior
      *    checkpoint's result is the J-th of the interrupted run's
               MOVE WS-PRIOR-RESULT-TEXT(WS-RESULT-RING)
                   TO TXO-RESULT
           END-IF.
           MOVE TXF-TXN-TYPE TO TXO-TXN-TYPE.
           MOVE WS-CURRENT-SOURCE-ID TO TXO-SOURCE-ID.
           WRITE TXO-RECORD.

       LOAD-CHECKPOINT-FILE.
                       MOVE PYL-SCRIPT-NAME
                           TO WS-SCRIPT-NAME(WS-SCRIPT-IDX)
                       MOVE 1 TO WS-SCRIPT-PTR(WS-SCRIPT-IDX)
                       MOVE 0 TO WS-SCRIPT-LINES(WS-SCRIPT-IDX)
                       MOVE ZEROS TO WS-SCRIPT-HASH(WS-SCRIPT-IDX)
                       SET WS-SCRIPT-BOUND(WS-SCRIPT-IDX) TO FALSE
                       SET WS-SCRIPT-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-PYLIB-EDIT-ERRORS
                       INTO WS-SCRIPT-SOURCE(WS-SCRIPT-IDX)
                       WITH POINTER WS-SCRIPT-PTR(WS-SCRIPT-IDX)
                   END-STRING
                   PERFORM HASH-ONE-SCRIPT-LINE
               END-IF
           END-IF.

      *    Every PYLIB line of the script counts toward its content
      *    hash exactly as read, the way SCRMNT hashed it when the
      *    script was promoted.
       HASH-ONE-SCRIPT-LINE.
           ADD 1 TO WS-SCRIPT-LINES(WS-SCRIPT-IDX).
           MOVE WS-SCRIPT-HASH(WS-SCRIPT-IDX) TO HSH-CONTENT-HASH.
           MOVE PYL-SOURCE-LINE TO HSH-SOURCE-LINE.
           CALL "SCRHASH" USING HSH-REQUEST.
           MOVE HSH-CONTENT-HASH TO WS-SCRIPT-HASH(WS-SCRIPT-IDX).

       FIND-LIBRARY-SCRIPT.
           SET WS-SCRIPT-FOUND TO FALSE.
           IF WS-SCRIPT-COUNT > 0
               END-SEARCH
           END-IF.

      *    Compare each library script with its SCRREG entry. Only an
      *    active entry whose line count and content hash match what
      *    was loaded from PYLIB approves the script; anything else
      *    leaves the reason in the slot's verdict. No register, no
      *    approvals: an unsigned script never runs by default.
       CHECK-SCRIPT-REGISTER.
           IF WS-SCRIPT-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SCRREG-F.
           IF WS-SCRREG-STATUS NOT = "00"
               DISPLAY "COBTEST: NO SCRREG ALLOCATED, STATUS="
                   WS-SCRREG-STATUS " - NO LIBRARY SCRIPT WILL BIND"
           END-IF.
           PERFORM CHECK-ONE-REGISTER-ENTRY
               VARYING WS-SCRIPT-IDX FROM 1 BY 1
               UNTIL WS-SCRIPT-IDX > WS-SCRIPT-COUNT.
           IF WS-SCRREG-STATUS = "00"
               CLOSE SCRREG-F
           END-IF.

       CHECK-ONE-REGISTER-ENTRY.
           MOVE 0 TO WS-SCRIPT-REG-VERSION(WS-SCRIPT-IDX).
           MOVE 0 TO WS-SCRIPT-REG-LINES(WS-SCRIPT-IDX).
           IF WS-SCRREG-STATUS NOT = "00"
               MOVE "REGISTER NOT OPEN"
                   TO WS-SCRIPT-VERDICT(WS-SCRIPT-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SCRIPT-NAME(WS-SCRIPT-IDX) TO SRG-SCRIPT-NAME.
           READ SCRREG-F
               INVALID KEY
                   MOVE "NOT ON REGISTER"
                       TO WS-SCRIPT-VERDICT(WS-SCRIPT-IDX)
                   EXIT PARAGRAPH
           END-READ.
           MOVE SRG-VERSION TO WS-SCRIPT-REG-VERSION(WS-SCRIPT-IDX).
           MOVE SRG-LINE-COUNT TO WS-SCRIPT-REG-LINES(WS-SCRIPT-IDX).
           EVALUATE TRUE
               WHEN NOT SRG-ACTIVE
                   MOVE "RETIRED" TO WS-SCRIPT-VERDICT(WS-SCRIPT-IDX)
               WHEN SRG-LINE-COUNT NOT = WS-SCRIPT-LINES(WS-SCRIPT-IDX)
                   MOVE "LINE COUNT MISMATCH"
                       TO WS-SCRIPT-VERDICT(WS-SCRIPT-IDX)
               WHEN SRG-CONTENT-HASH NOT = WS-SCRIPT-HASH(WS-SCRIPT-IDX)
                   MOVE "CONTENT HASH DIFFERS"
                       TO WS-SCRIPT-VERDICT(WS-SCRIPT-IDX)
               WHEN OTHER
                   MOVE SPACES TO WS-SCRIPT-VERDICT(WS-SCRIPT-IDX)
           END-EVALUATE.

      *    A binding must name a script the library actually holds -
      *    the PGMOK allow-list idea applied to the Python side - and
      *    the register must approve it as loaded. The dispatch guard
      *    enforces both per CALL; this start-up pass reports every
      *    bad binding up front.
       VALIDATE-SCRIPT-BINDINGS.
           PERFORM VALIDATE-ONE-BINDING
               VARYING PGM-SCRIPT-IDX FROM 1 BY 1
                   ADD 1 TO WS-PYLIB-EDIT-ERRORS
                   DISPLAY "COBTEST: BOUND SCRIPT NOT IN LIBRARY - "
                       WS-WANTED-SCRIPT
                   EXIT PARAGRAPH
               END-IF
               SET WS-SCRIPT-BOUND(WS-SCRIPT-IDX) TO TRUE
               IF NOT WS-SCRIPT-APPROVED(WS-SCRIPT-IDX)
                   ADD 1 TO WS-SCRIPT-REG-ERRORS
                   DISPLAY "COBTEST: BINDING REFUSED, SCRIPT "
                       WS-WANTED-SCRIPT " "
                       WS-SCRIPT-VERDICT(WS-SCRIPT-IDX)
               END-IF
           END-IF.

      *    records (or the compiled default).
       SELECT-ENTRY-SOURCE.
           SET WS-ENTRY-SOURCE-OK TO TRUE.
           MOVE SPACES TO WS-ENTRY-SOURCE-REASON.
           SET WS-SLOT-NUM TO PGM-IDX.
           IF PGM-SCRIPT-NAME(WS-SLOT-NUM) = SPACES
               MOVE WS-ADHOC-PY-SOURCE TO BRDG-PY-SOURCE
           ELSE
               MOVE PGM-SCRIPT-NAME(WS-SLOT-NUM) TO WS-WANTED-SCRIPT
               PERFORM FIND-LIBRARY-SCRIPT
               EVALUATE TRUE
                   WHEN NOT WS-SCRIPT-FOUND
                       SET WS-ENTRY-SOURCE-OK TO FALSE
                       MOVE "NOT IN LIBRARY" TO WS-ENTRY-SOURCE-REASON
                   WHEN NOT WS-SCRIPT-APPROVED(WS-SCRIPT-IDX)
                       SET WS-ENTRY-SOURCE-OK TO FALSE
                       MOVE WS-SCRIPT-VERDICT(WS-SCRIPT-IDX)
                           TO WS-ENTRY-SOURCE-REASON
                   WHEN OTHER
                       MOVE WS-SCRIPT-SOURCE(WS-SCRIPT-IDX)
                           TO BRDG-PY-SOURCE
               END-EVALUATE
           END-IF.

       LOAD-CONTROL-FILE.
                           "COBTEST: REJECTED, INVALID PGMSCRPT - "
                           CTL-VALUE(1:11)
                   END-IF
               WHEN "SHADOW  "
                   IF CTL-VALUE(1:2) IS NUMERIC
                           AND CTL-VALUE(4:8) NOT = SPACES
                       MOVE CTL-VALUE(1:2) TO WS-SHADOW-SLOT
                       MOVE CTL-VALUE(4:8) TO WS-SHADOW-SCRIPT
                   ELSE
                       ADD 1 TO WS-CTL-EDIT-ERRORS
                       ADD 1 TO WS-SHADOW-ERRORS
                       DISPLAY
                           "COBTEST: REJECTED, INVALID SHADOW - "
                           CTL-VALUE(1:11)
                   END-IF
               WHEN "AMTTOL  "
                   IF CTL-VALUE(1:9) IS NUMERIC
                       MOVE CTL-VALUE(1:7) TO WS-AMOUNT-WHOLE
                       MOVE CTL-VALUE(8:2) TO WS-AMOUNT-DECIMAL
                       MOVE WS-AMOUNT-NUMERIC TO WS-AMOUNT-TOLERANCE
                   ELSE
                       ADD 1 TO WS-CTL-EDIT-ERRORS
                       ADD 1 TO WS-SHADOW-ERRORS
                       DISPLAY
                           "COBTEST: REJECTED, INVALID AMTTOL - "
                           CTL-VALUE(1:9)
                   END-IF
               WHEN "RATETOL "
                   IF CTL-VALUE(1:9) IS NUMERIC
                       MOVE CTL-VALUE(1:9) TO WS-RATE-TOLERANCE-X
                   ELSE
                       ADD 1 TO WS-CTL-EDIT-ERRORS
                       ADD 1 TO WS-SHADOW-ERRORS
                       DISPLAY
                           "COBTEST: REJECTED, INVALID RATETOL - "
                           CTL-VALUE(1:9)
                   END-IF
               WHEN "ROUTE   "
                   IF CTL-VALUE(5:8) = SPACES
                       ADD 1 TO WS-CTL-EDIT-ERRORS
