      *===============================================================
      * PTNREC - partition control record layout for PARTCTL, the
      *          account-range table a partitioned COBTEST run
      *          (EXEC PARM=PART=nn) takes its share of TXNFILE by.
      *          One record per partition, in partition order
      *          (01, 02, ...). The ranges must be contiguous and
      *          cover every account number: the first starts at
      *          0000000000, each next one starts one past the
      *          previous high, and the last ends at 9999999999 -
      *          so every detail belongs to exactly one partition.
      *          A detail whose account number is not numeric (it
      *          can only reject) belongs to partition 01.
      *
      *          PTN-PARTITION       partition number, 01-20.
      *          PTN-LOW-ACCOUNT     lowest account number in the
      *                              partition's range.
      *          PTN-HIGH-ACCOUNT    highest account number in the
      *                              partition's range.
      *===============================================================
       01  PTN-RECORD.
           05  PTN-PARTITION               PIC X(2).
           05  FILLER                      PIC X(1).
           05  PTN-LOW-ACCOUNT             PIC X(10).
           05  FILLER                      PIC X(1).
           05  PTN-HIGH-ACCOUNT            PIC X(10).
           05  FILLER                      PIC X(56).
