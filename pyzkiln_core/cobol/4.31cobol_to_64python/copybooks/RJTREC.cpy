      *          account number that is not on the account master or
      *          is closed, a transaction type no ROUTE record
      *          covers, or a duplicate of work already seen this
      *          run or already posted in RESMAST, or a reversal or
      *          correction naming a posting RESMAST does not hold,
      *          or an amount over the account's per-transaction
      *          limit or one that takes its business-date total
      *          over the daily limit (both on ACCTMST) -
      *          carrying the input fields and a reason
      *          code, so the desk can fix and resubmit the rejects
      *          while the good work still runs to completion.
      *===============================================================
               88  RJT-REASON-NO-ROUTE     VALUE "NOROUTE ".
               88  RJT-REASON-DUPLICATE    VALUE "DUPLICAT".
               88  RJT-REASON-WHSE-FULL    VALUE "WHSEFULL".
               88  RJT-REASON-NO-POSTING   VALUE "NOPOST  ".
               88  RJT-REASON-OVER-LIMIT   VALUE "OVERLIM ".
               88  RJT-REASON-VELOCITY     VALUE "VELOCITY".
