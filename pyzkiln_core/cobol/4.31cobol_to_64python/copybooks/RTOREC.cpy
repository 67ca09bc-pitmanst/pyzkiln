      *          RTO-RUN-MODE  "B" = TXNFILE batch run,
      *                        "F" = CTLFILE single-transaction
      *                              fallback run.
      *
      *          RTO-PARTITION is the partition a partitioned run
      *          (PARM=PART=nn) processed, out of the
      *          RTO-PARTITION-TOTAL the PARTCTL table defines; both
      *          are zero for a whole-file run. TXNMRG writes the
      *          merged record for a partitioned night with
      *          RTO-PARTITION zero and RTO-PARTITIONS-MERGED the
      *          number of partition records summed into it.
      *
      *          RTO-SOURCE-TOTALS has one entry per TXNFILE source
      *          batch, in file order (RTO-SOURCE-COUNT of them):
      *          the source id, the refusal reason (blank when the
      *          source passed its controls - REPEATED, BADTRAIL,
      *          FILEDATE, NOTRAILR, COUNT or HASH when it did not),
      *          the trailer's claimed count and hash, the details
      *          and hash actually read for the source, and the
      *          processed / rejected / failed / warehoused split
      *          of an accepted source's details, with the count
      *          and hash of the details this run took as its share
      *          (all of them in a whole-file run; summed over the
      *          partitions they must come back to the trailer's
      *          totals). A refused
      *          source's details are not processed and are not in
      *          RTO-INPUT-COUNT. Released warehouse and recycled
      *          suspense entries belong to no source; they are in
      *          the run totals only.
      *===============================================================
       01  RTO-RECORD.
           05  RTO-BUSINESS-DATE           PIC X(8).
           05  RTO-RUN-MODE                PIC X(1).
               88  RTO-MODE-BATCH          VALUE "B".
               88  RTO-MODE-FALLBACK       VALUE "F".
           05  RTO-PARTITION               PIC 9(2).
           05  RTO-PARTITION-TOTAL         PIC 9(2).
           05  RTO-PARTITIONS-MERGED       PIC 9(2).
           05  RTO-SOURCE-COUNT            PIC 9(2).
           05  RTO-SOURCE-TOTALS OCCURS 10 TIMES.
               10  RTO-SRC-ID              PIC X(8).
               10  RTO-SRC-REFUSED         PIC X(8).
                   88  RTO-SRC-ACCEPTED    VALUE SPACES.
               10  RTO-SRC-TRL-COUNT       PIC 9(5).
               10  RTO-SRC-TRL-HASH        PIC 9(13)V99.
               10  RTO-SRC-DETAIL-COUNT    PIC 9(5).
               10  RTO-SRC-AMOUNT-HASH     PIC 9(13)V99.
               10  RTO-SRC-PROCESSED       PIC 9(5).
               10  RTO-SRC-REJECTED        PIC 9(5).
               10  RTO-SRC-FAILED          PIC 9(5).
               10  RTO-SRC-WAREHOUSED      PIC 9(5).
               10  RTO-SRC-SHARE-COUNT     PIC 9(5).
               10  RTO-SRC-SHARE-HASH      PIC 9(13)V99.
