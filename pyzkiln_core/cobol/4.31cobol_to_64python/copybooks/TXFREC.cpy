      *===============================================================
      * TXFREC - record layout for TXNFILE, the batch input dataset
      *          of transactions COBTEST drives the dispatch table
      *          with, one pass per detail record. Each upstream
      *          source (branch capture, web channel, back-office
      *          desk) wraps its details in its own header and
      *          trailer control record, and the file holds one such
      *          batch per source. COBTEST proves each batch
      *          complete and for the right date against its own
      *          controls before the first dispatch, and refuses
      *          only the batches that fail. The detail fields carry
      *          the same content and edit rules as the CTLFILE
      *          ACCTNUM / AMOUNT / EFFDATE records (which remain
      *          the ad hoc single-transaction fallback when no
      *          TXNFILE is allocated - the fallback needs no
      *          control records).
      *
      *          TXF-RECORD-TYPE      "H" header (opens a source
      *                               batch), "D" detail, "T"
      *                               trailer (closes the batch).
      *
      *          Header:
      *          TXF-FILE-DATE        business date the file was cut
      *                               for, CCYYMMDD - must match the
      *                               RUNCTL business date.
      *          TXF-SOURCE-ID        upstream capture source id;
      *                               one batch per source per file.
      *
      *          Detail:
      *          TXF-ACCOUNT-NUMBER   10-digit account number.
      *                               should run; with no ROUTE
      *                               records every type runs the
      *                               whole table, as before.
      *                               Two codes are reserved: REV
      *                               reverses the posting named by
      *                               the account + effective date
      *                               (nothing dispatches - RESPOST
      *                               backs it out of RESMAST), and
      *                               COR corrects it - the detail
      *                               dispatches under the type of
      *                               the posting it names and the
      *                               new result replaces the old.
      *                               Both reject NOPOST when
      *                               RESMAST holds no such posting.
      *
      *          Trailer:
      *          TXF-RECORD-COUNT     count of the batch's detail
      *                               records.
      *          TXF-AMOUNT-HASH      hash total of the numeric
      *                               detail amounts, 13 digits + 2
      *                               implied decimals - the same
               10  TXF-AMOUNT              PIC X(9).
               10  TXF-EFFECTIVE-DATE      PIC X(8).
               10  TXF-TXN-TYPE            PIC X(3).
                   88  TXF-TYPE-REVERSAL   VALUE "REV".
                   88  TXF-TYPE-CORRECTION VALUE "COR".
           05  TXF-HEADER-DATA REDEFINES TXF-DETAIL-DATA.
               10  TXF-FILE-DATE           PIC X(8).
               10  TXF-SOURCE-ID           PIC X(8).
