      *           a fallback run never touches the warehouse, and
      *           its zero claim against a warehouse still holding
      *           carried entries was a guaranteed false alarm.
      *2026-10-15 Control totals by TXNFILE source: each source's
      *           trailer claims, what was read, and whether it was
      *           accepted or refused (with the reason) are listed
      *           from RUNTOTS. For an accepted source the details
      *           must split into processed + rejected + failed +
      *           warehoused and its TXNOUT transactions must equal
      *           processed + failed; a refused source must have
      *           nothing on TXNOUT. TXNOUT records naming a source
      *           the run never had are out of balance.
      *2026-10-15 Partitioned nights: the RUNTOTS record TXNMRG builds
      *           from the partition records must have every partition
      *           the PARTCTL table defines merged into it, and each
      *           accepted source's summed share of the details must
      *           come back to its trailer's count and hash. A source
      *           split is now proved against the details the run took
      *           as its share rather than the whole source, so one
      *           partition's own RUNTOTS still reconciles on its own.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BRDGRCN".
       ENVIRONMENT DIVISION.
       01  WS-EDIT-COUNT2             PIC ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT             PIC Z(12)9.99.
       01  WS-VERDICT-TEXT            PIC X(14).
       01  WS-SRC-SUB                 PIC 9(2).
       01  WS-SRC-FOUND               PIC 9(2).
       01  WS-SRC-TXNOUT-TABLE.
           05  WS-SRC-TXNOUT-COUNT OCCURS 10 TIMES PIC 9(5).
       01  WS-CARRIED-TXNOUT-COUNT    PIC 9(5) VALUE 0.
       01  WS-UNKNOWN-TXNOUT-COUNT    PIC 9(5) VALUE 0.
       01  WS-SRC-STATUS-TEXT         PIC X(30).
       PROCEDURE DIVISION.
           PERFORM READ-RUN-TOTALS.
           OPEN OUTPUT RCNRPT-F.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZEROS TO WS-SRC-TXNOUT-TABLE.
           PERFORM TALLY-TXNOUT.
           PERFORM TALLY-TXNREJ.
           PERFORM TALLY-PENDFILE.
                   MOVE TXO-AMOUNT(8:2) TO WS-AMOUNT-DECIMAL
                   ADD WS-AMOUNT-WORK TO WS-AMOUNT-HASH
               END-IF
               PERFORM TALLY-OUTCOME-SOURCE
           END-IF.

      *    Credit the transaction to the source batch it came in
      *    on; released warehouse and recycled suspense entries
      *    carry CARRYFWD and belong to no source.
       TALLY-OUTCOME-SOURCE.
           MOVE 0 TO WS-SRC-FOUND.
           PERFORM FIND-OUTCOME-SOURCE
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > RTO-SOURCE-COUNT
                   OR WS-SRC-SUB > 10.
           EVALUATE TRUE
               WHEN WS-SRC-FOUND > 0
                   ADD 1 TO WS-SRC-TXNOUT-COUNT(WS-SRC-FOUND)
               WHEN TXO-SOURCE-ID = "CARRYFWD"
                   ADD 1 TO WS-CARRIED-TXNOUT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-UNKNOWN-TXNOUT-COUNT
           END-EVALUATE.

       FIND-OUTCOME-SOURCE.
           IF WS-SRC-FOUND = 0
                   AND RTO-SRC-ID(WS-SRC-SUB) = TXO-SOURCE-ID
               MOVE WS-SRC-SUB TO WS-SRC-FOUND
           END-IF.

       TALLY-TXNREJ.
           PERFORM CHECK-AMOUNT-HASH.
           PERFORM CHECK-BRIDGELOG-COUNT.
           PERFORM CHECK-CHKPT-COUNT.
           IF RTO-MODE-BATCH AND RTO-PARTITION-TOTAL IS NUMERIC
                   AND RTO-PARTITION-TOTAL > 0
               PERFORM CHECK-PARTITIONS-MERGED
           END-IF.
           IF RTO-MODE-BATCH AND RTO-SOURCE-COUNT IS NUMERIC
                   AND RTO-SOURCE-COUNT > 0
               PERFORM WRITE-SOURCE-TOTALS
           END-IF.
           MOVE SPACES TO RCNRPT-REC.
           WRITE RCNRPT-REC.
           IF WS-OUT-OF-BALANCE
           END-STRING.
           WRITE RCNRPT-REC.

      *    A merged record (partition zero) is only whole when every
      *    partition PARTCTL defines went into it; a single
      *    partition's own record is reported but not held for that.
       CHECK-PARTITIONS-MERGED.
           IF RTO-PARTITION > 0
               MOVE SPACES TO RCNRPT-REC
               STRING "PARTITION " DELIMITED BY SIZE
                   RTO-PARTITION DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   RTO-PARTITION-TOTAL DELIMITED BY SIZE
                   " ONLY - NOT MERGED" DELIMITED BY SIZE
                   INTO RCNRPT-REC
               END-STRING
               WRITE RCNRPT-REC
               EXIT PARAGRAPH
           END-IF.
           IF RTO-PARTITIONS-MERGED = RTO-PARTITION-TOTAL
               MOVE "OK" TO WS-VERDICT-TEXT
           ELSE
               PERFORM FLAG-OUT-OF-BALANCE
           END-IF.
           MOVE SPACES TO RCNRPT-REC.
           STRING "PARTITIONS MERGED " DELIMITED BY SIZE
               RTO-PARTITIONS-MERGED DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               RTO-PARTITION-TOTAL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VERDICT-TEXT DELIMITED BY SIZE
               INTO RCNRPT-REC
           END-STRING.
           WRITE RCNRPT-REC.

      *    One block per TXNFILE source, so an upstream desk can be
      *    told exactly what became of its file.
       WRITE-SOURCE-TOTALS.
           MOVE SPACES TO RCNRPT-REC.
           WRITE RCNRPT-REC.
           MOVE "CONTROL TOTALS BY SOURCE" TO RCNRPT-REC.
           WRITE RCNRPT-REC.
           PERFORM WRITE-ONE-SOURCE
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > RTO-SOURCE-COUNT
                   OR WS-SRC-SUB > 10.
           MOVE SPACES TO RCNRPT-REC.
           WRITE RCNRPT-REC.
           MOVE WS-CARRIED-TXNOUT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RCNRPT-REC.
           STRING "CARRIED FORWARD TXNOUT TXNS " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  (WAREHOUSE/SUSPENSE)" DELIMITED BY SIZE
               INTO RCNRPT-REC
           END-STRING.
           WRITE RCNRPT-REC.
           IF WS-UNKNOWN-TXNOUT-COUNT > 0
               PERFORM FLAG-OUT-OF-BALANCE
               MOVE WS-UNKNOWN-TXNOUT-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO RCNRPT-REC
               STRING "TXNOUT TXNS FROM NO KNOWN SOURCE "
                   DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-VERDICT-TEXT DELIMITED BY SIZE
                   INTO RCNRPT-REC
               END-STRING
               WRITE RCNRPT-REC
           END-IF.

       WRITE-ONE-SOURCE.
           MOVE SPACES TO RCNRPT-REC.
           WRITE RCNRPT-REC.
           IF RTO-SRC-ACCEPTED(WS-SRC-SUB)
               MOVE "ACCEPTED" TO WS-SRC-STATUS-TEXT
           ELSE
               MOVE SPACES TO WS-SRC-STATUS-TEXT
               STRING "REFUSED - " DELIMITED BY SIZE
                   RTO-SRC-REFUSED(WS-SRC-SUB) DELIMITED BY SPACE
                   ", NOT PROCESSED" DELIMITED BY SIZE
                   INTO WS-SRC-STATUS-TEXT
               END-STRING
           END-IF.
           MOVE SPACES TO RCNRPT-REC.
           STRING "SOURCE " DELIMITED BY SIZE
               RTO-SRC-ID(WS-SRC-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SRC-STATUS-TEXT DELIMITED BY SIZE
               INTO RCNRPT-REC
           END-STRING.
           WRITE RCNRPT-REC.
           MOVE RTO-SRC-TRL-COUNT(WS-SRC-SUB) TO WS-EDIT-COUNT.
           MOVE RTO-SRC-TRL-HASH(WS-SRC-SUB) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RCNRPT-REC.
           STRING "  TRAILER " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " TXNS  HASH " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RCNRPT-REC
           END-STRING.
           WRITE RCNRPT-REC.
           MOVE RTO-SRC-DETAIL-COUNT(WS-SRC-SUB) TO WS-EDIT-COUNT.
           MOVE RTO-SRC-AMOUNT-HASH(WS-SRC-SUB) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RCNRPT-REC.
           STRING "  READ    " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " TXNS  HASH " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RCNRPT-REC
           END-STRING.
           WRITE RCNRPT-REC.
           IF RTO-SRC-ACCEPTED(WS-SRC-SUB)
               PERFORM CHECK-SOURCE-SHARE
               PERFORM CHECK-SOURCE-SPLIT
               COMPUTE WS-EXPECTED-COUNT =
                   RTO-SRC-PROCESSED(WS-SRC-SUB)
                   + RTO-SRC-FAILED(WS-SRC-SUB)
           ELSE
               MOVE 0 TO WS-EXPECTED-COUNT
           END-IF.
           IF WS-SRC-TXNOUT-COUNT(WS-SRC-SUB) = WS-EXPECTED-COUNT
               MOVE "OK" TO WS-VERDICT-TEXT
           ELSE
               PERFORM FLAG-OUT-OF-BALANCE
           END-IF.
           MOVE WS-SRC-TXNOUT-COUNT(WS-SRC-SUB) TO WS-EDIT-COUNT.
           MOVE WS-EXPECTED-COUNT TO WS-EDIT-COUNT2.
           MOVE SPACES TO RCNRPT-REC.
           STRING "  TXNOUT TXNS " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " VS PROCESSED+FAILED " DELIMITED BY SIZE
               WS-EDIT-COUNT2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VERDICT-TEXT DELIMITED BY SIZE
               INTO RCNRPT-REC
           END-STRING.
           WRITE RCNRPT-REC.

      *    The share is the details this run took from the source:
      *    all of them in a whole-file run, summed over every
      *    partition in a merged one - either way it must be exactly
      *    what the trailer claimed. One partition's share is only
      *    part of the source and is listed without the proof.
       CHECK-SOURCE-SHARE.
           MOVE RTO-SRC-SHARE-COUNT(WS-SRC-SUB) TO WS-EDIT-COUNT.
           MOVE RTO-SRC-SHARE-HASH(WS-SRC-SUB) TO WS-EDIT-AMOUNT.
           IF RTO-PARTITION IS NUMERIC AND RTO-PARTITION > 0
               MOVE "PARTITION" TO WS-VERDICT-TEXT
           ELSE
               IF RTO-SRC-SHARE-COUNT(WS-SRC-SUB) =
                       RTO-SRC-TRL-COUNT(WS-SRC-SUB)
                   AND RTO-SRC-SHARE-HASH(WS-SRC-SUB) =
                       RTO-SRC-TRL-HASH(WS-SRC-SUB)
                   MOVE "OK" TO WS-VERDICT-TEXT
               ELSE
                   PERFORM FLAG-OUT-OF-BALANCE
               END-IF
           END-IF.
           MOVE SPACES TO RCNRPT-REC.
           STRING "  SHARE   " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " TXNS  HASH " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VERDICT-TEXT DELIMITED BY SIZE
               INTO RCNRPT-REC
           END-STRING.
           WRITE RCNRPT-REC.

       CHECK-SOURCE-SPLIT.
           COMPUTE WS-EXPECTED-COUNT = RTO-SRC-PROCESSED(WS-SRC-SUB)
               + RTO-SRC-REJECTED(WS-SRC-SUB)
               + RTO-SRC-FAILED(WS-SRC-SUB)
               + RTO-SRC-WAREHOUSED(WS-SRC-SUB).
           IF WS-EXPECTED-COUNT = RTO-SRC-SHARE-COUNT(WS-SRC-SUB)
               MOVE "OK" TO WS-VERDICT-TEXT
           ELSE
               PERFORM FLAG-OUT-OF-BALANCE
           END-IF.
           MOVE RTO-SRC-PROCESSED(WS-SRC-SUB) TO WS-EDIT-COUNT.
           MOVE RTO-SRC-REJECTED(WS-SRC-SUB) TO WS-EDIT-COUNT2.
           MOVE SPACES TO RCNRPT-REC.
           STRING "  PROCESSED " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  REJECTED " DELIMITED BY SIZE
               WS-EDIT-COUNT2 DELIMITED BY SIZE
               INTO RCNRPT-REC
           END-STRING.
           WRITE RCNRPT-REC.
           MOVE RTO-SRC-FAILED(WS-SRC-SUB) TO WS-EDIT-COUNT.
           MOVE RTO-SRC-WAREHOUSED(WS-SRC-SUB) TO WS-EDIT-COUNT2.
           MOVE SPACES TO RCNRPT-REC.
           STRING "  FAILED    " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  WHSE     " DELIMITED BY SIZE
               WS-EDIT-COUNT2 DELIMITED BY SIZE
               "   SPLIT = SHARE " DELIMITED BY SIZE
               WS-VERDICT-TEXT DELIMITED BY SIZE
               INTO RCNRPT-REC
           END-STRING.
           WRITE RCNRPT-REC.

       FLAG-OUT-OF-BALANCE.
           MOVE "OUT OF BALANCE" TO WS-VERDICT-TEXT.
           SET WS-OUT-OF-BALANCE TO TRUE.
