      *          result, and the posting timestamp kept alongside
      *          for audit. Downstream applications read computed
      *          results from here instead of screen-scraping
      *          BRIDGELOG. RSM-TXN-TYPE is the transaction-type
      *          code the result was computed for; a correction
      *          keeps the type of the posting it replaces. Every
      *          change to a record is imaged on RESHIST (RSHREC).
      *===============================================================
       01  RSM-RECORD.
           05  RSM-KEY.
           05  RSM-RESULT-DISPOSITION      PIC X(2).
           05  RSM-RESULT-TEXT             PIC X(80).
           05  RSM-POSTED-TIMESTAMP       PIC X(16).
           05  RSM-TXN-TYPE                PIC X(3).
