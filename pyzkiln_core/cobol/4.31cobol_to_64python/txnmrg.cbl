      *2026-10-15 New program. Merges one partition of a partitioned
      *           night (COBTEST PARM=PART=nn) into the single TXNOUT,
      *           TXNREJ and RUNTOTS that BRDGRCN, RESPOST and the
      *           reports read. Run once per partition, in partition
      *           order, with EXEC PARM=nn: partition 01 starts the
      *           merged files, each later partition is appended to
      *           them. Transaction sequence numbers are offset by the
      *           input count of the partitions already merged so they
      *           stay unique and ascending across the night, and the
      *           partition's RUNTOTS counts, hashes and per-source
      *           splits are added into the merged record, which
      *           counts the partitions merged so far. A partition out
      *           of order, already merged, from another business
      *           date, or not from a partitioned batch run is refused
      *           (RC 16) with the merged files left as they were.
      *2026-10-15 The merged TXNOUT, TXNREJ and RUNTOTS are all opened
      *           before anything is copied, and a failed open is
      *           refused RC 16 with nothing appended, so the steps
      *           that read the merged files are bypassed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "TXNMRG".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRUNTOTS-F ASSIGN TO "PRUNTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRUNTOTS-STATUS.
           SELECT PTXNOUT-F ASSIGN TO "PTXNOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTXNOUT-STATUS.
           SELECT PTXNREJ-F ASSIGN TO "PTXNREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTXNREJ-STATUS.
           SELECT RUNTOTS-F ASSIGN TO "RUNTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNTOTS-STATUS.
           SELECT TXNOUT-F ASSIGN TO "TXNOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXNOUT-STATUS.
           SELECT TXNREJ-F ASSIGN TO "TXNREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXNREJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRUNTOTS-F
           RECORDING MODE IS F.
       COPY RTOREC.
       FD  PTXNOUT-F
           RECORDING MODE IS F.
       01  PTXNOUT-REC                     PIC X(170).
       FD  PTXNREJ-F
           RECORDING MODE IS F.
       01  PTXNREJ-REC                     PIC X(43).
       FD  RUNTOTS-F
           RECORDING MODE IS F.
       01  RUNTOTS-REC                     PIC X(1052).
       FD  TXNOUT-F
           RECORDING MODE IS F.
       COPY TXOREC.
       FD  TXNREJ-F
           RECORDING MODE IS F.
       COPY RJTREC.
       WORKING-STORAGE SECTION.
       01  WS-PRUNTOTS-STATUS         PIC XX.
       01  WS-PTXNOUT-STATUS          PIC XX.
       01  WS-PTXNREJ-STATUS          PIC XX.
       01  WS-RUNTOTS-STATUS          PIC XX.
       01  WS-TXNOUT-STATUS           PIC XX.
       01  WS-TXNREJ-STATUS           PIC XX.
       01  WS-PTXNOUT-EOF-SW          PIC X VALUE "N".
           88  WS-PTXNOUT-EOF         VALUE "Y".
       01  WS-PTXNREJ-EOF-SW          PIC X VALUE "N".
           88  WS-PTXNREJ-EOF         VALUE "Y".
       01  WS-PARTITION-NUM           PIC 9(2) VALUE 0.
       01  WS-MERGE-ERRORS            PIC 9(3) VALUE 0.
       01  WS-SEQUENCE-OFFSET         PIC 9(5) VALUE 0.
       01  WS-TXNOUT-COPIED           PIC 9(7) VALUE 0.
       01  WS-TXNREJ-COPIED           PIC 9(5) VALUE 0.
       01  WS-SRC-SUB                 PIC 9(2).
      *    The merged control-totals record - RUNTOTS as it stands
      *    after the partitions merged so far. Same layout as RTOREC,
      *    which describes the partition's own record (PRUNTOTS).
       01  WS-MRG-RECORD.
           05  WS-MRG-BUSINESS-DATE        PIC X(8).
           05  WS-MRG-INPUT-COUNT          PIC 9(5).
           05  WS-MRG-PROCESSED-COUNT      PIC 9(5).
           05  WS-MRG-REJECTED-COUNT       PIC 9(5).
           05  WS-MRG-FAILED-COUNT         PIC 9(5).
           05  WS-MRG-WAREHOUSED-COUNT     PIC 9(5).
           05  WS-MRG-RELEASED-COUNT       PIC 9(5).
           05  WS-MRG-PENDING-COUNT        PIC 9(5).
           05  WS-MRG-AMOUNT-HASH          PIC 9(13)V99.
           05  WS-MRG-BRLOG-PRIOR-COUNT    PIC 9(7).
           05  WS-MRG-BRLOG-WRITTEN-COUNT  PIC 9(7).
           05  WS-MRG-CHKPT-PRIOR-COUNT    PIC 9(5).
           05  WS-MRG-CHKPT-WRITTEN-COUNT  PIC 9(5).
           05  WS-MRG-CHKPT-CLEARED-SW     PIC X(1).
               88  WS-MRG-CHKPT-CLEARED    VALUE "Y" FALSE "N".
           05  WS-MRG-RUN-MODE             PIC X(1).
           05  WS-MRG-PARTITION            PIC 9(2).
           05  WS-MRG-PARTITION-TOTAL      PIC 9(2).
           05  WS-MRG-PARTITIONS-MERGED    PIC 9(2).
           05  WS-MRG-SOURCE-COUNT         PIC 9(2).
           05  WS-MRG-SOURCE-TOTALS OCCURS 10 TIMES.
               10  WS-MRG-SRC-ID           PIC X(8).
               10  WS-MRG-SRC-REFUSED      PIC X(8).
               10  WS-MRG-SRC-TRL-COUNT    PIC 9(5).
               10  WS-MRG-SRC-TRL-HASH     PIC 9(13)V99.
               10  WS-MRG-SRC-DETAIL-COUNT PIC 9(5).
               10  WS-MRG-SRC-AMOUNT-HASH  PIC 9(13)V99.
               10  WS-MRG-SRC-PROCESSED    PIC 9(5).
               10  WS-MRG-SRC-REJECTED     PIC 9(5).
               10  WS-MRG-SRC-FAILED       PIC 9(5).
               10  WS-MRG-SRC-WAREHOUSED   PIC 9(5).
               10  WS-MRG-SRC-SHARE-COUNT  PIC 9(5).
               10  WS-MRG-SRC-SHARE-HASH   PIC 9(13)V99.
       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-TEXT              PIC X(16).
       PROCEDURE DIVISION USING PARM-DATA.
           IF PARM-LENGTH = 2 AND PARM-TEXT(1:2) IS NUMERIC
               MOVE PARM-TEXT(1:2) TO WS-PARTITION-NUM
           END-IF.
           IF WS-PARTITION-NUM = 0
               DISPLAY "TXNMRG: REFUSED, EXEC PARM MUST BE THE"
                   " PARTITION NUMBER (01-20) - NOTHING MERGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-PARTITION-TOTALS.
           IF WS-MERGE-ERRORS = 0
               PERFORM READ-MERGED-TOTALS
           END-IF.
           IF WS-MERGE-ERRORS > 0
               CLOSE PRUNTOTS-F
               DISPLAY "TXNMRG: REFUSED, PARTITION " WS-PARTITION-NUM
                   " NOT MERGED - SEE ABOVE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MRG-INPUT-COUNT TO WS-SEQUENCE-OFFSET.
           PERFORM ADD-PARTITION-TOTALS.
           CLOSE PRUNTOTS-F.
           PERFORM OPEN-MERGED-FILES.
           PERFORM COPY-PARTITION-TXNOUT.
           PERFORM COPY-PARTITION-TXNREJ.
           CLOSE TXNOUT-F TXNREJ-F.
           WRITE RUNTOTS-REC FROM WS-MRG-RECORD.
           CLOSE RUNTOTS-F.
           DISPLAY "TXNMRG: PARTITION " WS-PARTITION-NUM
               " MERGED - " WS-MRG-PARTITIONS-MERGED " OF "
               WS-MRG-PARTITION-TOTAL " NOW IN, BUSINESS DATE "
               WS-MRG-BUSINESS-DATE.
           DISPLAY "TXNMRG: TXNOUT RECORDS=" WS-TXNOUT-COPIED
               " TXNREJ RECORDS=" WS-TXNREJ-COPIED
               " SEQUENCE OFFSET=" WS-SEQUENCE-OFFSET.
           STOP RUN.

      *    The partition's own RUNTOTS record must be there and must
      *    be the one COBTEST wrote for this partition of a batch
      *    run; the file stays open so its record can be added in.
       READ-PARTITION-TOTALS.
           OPEN INPUT PRUNTOTS-F.
           IF WS-PRUNTOTS-STATUS NOT = "00"
               DISPLAY "TXNMRG: PARTITION " WS-PARTITION-NUM
                   " HAS NO RUNTOTS FILE (STATUS "
                   WS-PRUNTOTS-STATUS ")"
               ADD 1 TO WS-MERGE-ERRORS
               EXIT PARAGRAPH
           END-IF.
           READ PRUNTOTS-F
               AT END
                   DISPLAY "TXNMRG: PARTITION " WS-PARTITION-NUM
                       " HAS NO RUNTOTS RECORD - DID ITS COBTEST"
                       " STEP FINISH?"
                   ADD 1 TO WS-MERGE-ERRORS
                   EXIT PARAGRAPH
           END-READ.
           IF NOT RTO-MODE-BATCH
                   OR RTO-PARTITION IS NOT NUMERIC
                   OR RTO-PARTITION-TOTAL IS NOT NUMERIC
               DISPLAY "TXNMRG: PARTITION " WS-PARTITION-NUM
                   " RUNTOTS IS NOT FROM A PARTITIONED BATCH RUN"
               ADD 1 TO WS-MERGE-ERRORS
               EXIT PARAGRAPH
           END-IF.
           IF RTO-PARTITION NOT = WS-PARTITION-NUM
               DISPLAY "TXNMRG: PRUNTOTS IS PARTITION " RTO-PARTITION
                   ", NOT " WS-PARTITION-NUM
               ADD 1 TO WS-MERGE-ERRORS
           END-IF.
           IF WS-PARTITION-NUM > RTO-PARTITION-TOTAL
               DISPLAY "TXNMRG: PARTITION " WS-PARTITION-NUM
                   " IS PAST THE " RTO-PARTITION-TOTAL
                   " PARTITIONS PARTCTL DEFINES"
               ADD 1 TO WS-MERGE-ERRORS
           END-IF.

      *    Partition 01 starts the night's merged record from its own
      *    identity (date, partition count, source ids, trailers and
      *    what the pre-pass read - the same in every partition,
      *    which all prove the whole TXNFILE). Every later partition
      *    must follow the one before it on the same night.
       READ-MERGED-TOTALS.
           IF WS-PARTITION-NUM = 1
               INITIALIZE WS-MRG-RECORD
               MOVE RTO-BUSINESS-DATE TO WS-MRG-BUSINESS-DATE
               MOVE RTO-RUN-MODE TO WS-MRG-RUN-MODE
               MOVE 0 TO WS-MRG-PARTITION
               MOVE RTO-PARTITION-TOTAL TO WS-MRG-PARTITION-TOTAL
               SET WS-MRG-CHKPT-CLEARED TO TRUE
               MOVE RTO-SOURCE-COUNT TO WS-MRG-SOURCE-COUNT
               PERFORM START-ONE-SOURCE
                   VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > 10
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT RUNTOTS-F.
           IF WS-RUNTOTS-STATUS NOT = "00"
               DISPLAY "TXNMRG: NO MERGED RUNTOTS TO ADD PARTITION "
                   WS-PARTITION-NUM " TO - MERGE PARTITION 01 FIRST"
               ADD 1 TO WS-MERGE-ERRORS
               EXIT PARAGRAPH
           END-IF.
           READ RUNTOTS-F INTO WS-MRG-RECORD
               AT END
                   DISPLAY "TXNMRG: MERGED RUNTOTS IS EMPTY - MERGE"
                       " PARTITION 01 FIRST"
                   ADD 1 TO WS-MERGE-ERRORS
           END-READ.
           CLOSE RUNTOTS-F.
           IF WS-MERGE-ERRORS > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-MRG-PARTITIONS-MERGED NOT = WS-PARTITION-NUM - 1
               DISPLAY "TXNMRG: MERGED RUNTOTS HOLDS "
                   WS-MRG-PARTITIONS-MERGED " PARTITION(S) - PARTITION "
                   WS-PARTITION-NUM " IS OUT OF ORDER OR ALREADY IN"
               ADD 1 TO WS-MERGE-ERRORS
           END-IF.
           IF WS-MRG-BUSINESS-DATE NOT = RTO-BUSINESS-DATE
               DISPLAY "TXNMRG: PARTITION " WS-PARTITION-NUM
                   " BUSINESS DATE " RTO-BUSINESS-DATE
                   " IS NOT THE MERGED DATE " WS-MRG-BUSINESS-DATE
               ADD 1 TO WS-MERGE-ERRORS
           END-IF.
           IF WS-MRG-PARTITION-TOTAL NOT = RTO-PARTITION-TOTAL
                   OR WS-MRG-SOURCE-COUNT NOT = RTO-SOURCE-COUNT
               DISPLAY "TXNMRG: PARTITION " WS-PARTITION-NUM
                   " RAN AGAINST A DIFFERENT PARTCTL OR TXNFILE"
               ADD 1 TO WS-MERGE-ERRORS
           END-IF.

       START-ONE-SOURCE.
           MOVE RTO-SRC-ID(WS-SRC-SUB) TO WS-MRG-SRC-ID(WS-SRC-SUB).
           MOVE RTO-SRC-REFUSED(WS-SRC-SUB)
               TO WS-MRG-SRC-REFUSED(WS-SRC-SUB).
           MOVE RTO-SRC-TRL-COUNT(WS-SRC-SUB)
               TO WS-MRG-SRC-TRL-COUNT(WS-SRC-SUB).
           MOVE RTO-SRC-TRL-HASH(WS-SRC-SUB)
               TO WS-MRG-SRC-TRL-HASH(WS-SRC-SUB).
           MOVE RTO-SRC-DETAIL-COUNT(WS-SRC-SUB)
               TO WS-MRG-SRC-DETAIL-COUNT(WS-SRC-SUB).
           MOVE RTO-SRC-AMOUNT-HASH(WS-SRC-SUB)
               TO WS-MRG-SRC-AMOUNT-HASH(WS-SRC-SUB).

      *    Counts, hashes and the log/checkpoint claims sum across the
      *    partitions (BRDGRCN reads the concatenated partition
      *    BRIDGELOGs and CHKPTFLs); the checkpoints are only cleared
      *    for the night when every partition cleared its own.
       ADD-PARTITION-TOTALS.
           ADD RTO-INPUT-COUNT TO WS-MRG-INPUT-COUNT.
           ADD RTO-PROCESSED-COUNT TO WS-MRG-PROCESSED-COUNT.
           ADD RTO-REJECTED-COUNT TO WS-MRG-REJECTED-COUNT.
           ADD RTO-FAILED-COUNT TO WS-MRG-FAILED-COUNT.
           ADD RTO-WAREHOUSED-COUNT TO WS-MRG-WAREHOUSED-COUNT.
           ADD RTO-RELEASED-COUNT TO WS-MRG-RELEASED-COUNT.
           ADD RTO-PENDING-COUNT TO WS-MRG-PENDING-COUNT.
           ADD RTO-AMOUNT-HASH TO WS-MRG-AMOUNT-HASH.
           ADD RTO-BRLOG-PRIOR-COUNT TO WS-MRG-BRLOG-PRIOR-COUNT.
           ADD RTO-BRLOG-WRITTEN-COUNT TO WS-MRG-BRLOG-WRITTEN-COUNT.
           ADD RTO-CHKPT-PRIOR-COUNT TO WS-MRG-CHKPT-PRIOR-COUNT.
           ADD RTO-CHKPT-WRITTEN-COUNT TO WS-MRG-CHKPT-WRITTEN-COUNT.
           IF NOT RTO-CHKPT-CLEARED
               SET WS-MRG-CHKPT-CLEARED TO FALSE
           END-IF.
           ADD 1 TO WS-MRG-PARTITIONS-MERGED.
           PERFORM ADD-ONE-SOURCE
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > RTO-SOURCE-COUNT
                   OR WS-SRC-SUB > 10.

       ADD-ONE-SOURCE.
           ADD RTO-SRC-PROCESSED(WS-SRC-SUB)
               TO WS-MRG-SRC-PROCESSED(WS-SRC-SUB).
           ADD RTO-SRC-REJECTED(WS-SRC-SUB)
               TO WS-MRG-SRC-REJECTED(WS-SRC-SUB).
           ADD RTO-SRC-FAILED(WS-SRC-SUB)
               TO WS-MRG-SRC-FAILED(WS-SRC-SUB).
           ADD RTO-SRC-WAREHOUSED(WS-SRC-SUB)
               TO WS-MRG-SRC-WAREHOUSED(WS-SRC-SUB).
           ADD RTO-SRC-SHARE-COUNT(WS-SRC-SUB)
               TO WS-MRG-SRC-SHARE-COUNT(WS-SRC-SUB).
           ADD RTO-SRC-SHARE-HASH(WS-SRC-SUB)
               TO WS-MRG-SRC-SHARE-HASH(WS-SRC-SUB).

      *    Partition 01 replaces whatever the merged files held from
      *    an earlier night or an earlier attempt; later partitions
      *    append. All three merged files are opened before any
      *    record is copied - RUNTOTS last, as OUTPUT empties it - so
      *    a file that will not open refuses the partition with
      *    nothing appended and the merge can simply be rerun.
       OPEN-MERGED-FILES.
           IF WS-PARTITION-NUM = 1
               OPEN OUTPUT TXNOUT-F
           ELSE
               OPEN EXTEND TXNOUT-F
           END-IF.
           IF WS-TXNOUT-STATUS NOT = "00"
               DISPLAY "TXNMRG: REFUSED, MERGED TXNOUT OPEN FAILED"
                   " (STATUS " WS-TXNOUT-STATUS ") - PARTITION "
                   WS-PARTITION-NUM " NOT MERGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARTITION-NUM = 1
               OPEN OUTPUT TXNREJ-F
           ELSE
               OPEN EXTEND TXNREJ-F
           END-IF.
           IF WS-TXNREJ-STATUS NOT = "00"
               CLOSE TXNOUT-F
               DISPLAY "TXNMRG: REFUSED, MERGED TXNREJ OPEN FAILED"
                   " (STATUS " WS-TXNREJ-STATUS ") - PARTITION "
                   WS-PARTITION-NUM " NOT MERGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RUNTOTS-F.
           IF WS-RUNTOTS-STATUS NOT = "00"
               CLOSE TXNOUT-F TXNREJ-F
               DISPLAY "TXNMRG: REFUSED, MERGED RUNTOTS OPEN FAILED"
                   " (STATUS " WS-RUNTOTS-STATUS ") - PARTITION "
                   WS-PARTITION-NUM " NOT MERGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A partition that dispatched nothing may have no TXNOUT or
      *    TXNREJ at all.
       COPY-PARTITION-TXNOUT.
           OPEN INPUT PTXNOUT-F.
           IF WS-PTXNOUT-STATUS = "00"
               PERFORM UNTIL WS-PTXNOUT-EOF
                   READ PTXNOUT-F
                       AT END
                           SET WS-PTXNOUT-EOF TO TRUE
                       NOT AT END
                           MOVE PTXNOUT-REC TO TXO-RECORD
                           ADD WS-SEQUENCE-OFFSET TO TXO-TXN-SEQUENCE
                           WRITE TXO-RECORD
                           ADD 1 TO WS-TXNOUT-COPIED
                   END-READ
               END-PERFORM
               CLOSE PTXNOUT-F
           END-IF.

       COPY-PARTITION-TXNREJ.
           OPEN INPUT PTXNREJ-F.
           IF WS-PTXNREJ-STATUS = "00"
               PERFORM UNTIL WS-PTXNREJ-EOF
                   READ PTXNREJ-F
                       AT END
                           SET WS-PTXNREJ-EOF TO TRUE
                       NOT AT END
                           MOVE PTXNREJ-REC TO RJT-RECORD
                           ADD WS-SEQUENCE-OFFSET TO RJT-TXN-SEQUENCE
                           WRITE RJT-RECORD
                           ADD 1 TO WS-TXNREJ-COPIED
                   END-READ
               END-PERFORM
               CLOSE PTXNREJ-F
           END-IF.
