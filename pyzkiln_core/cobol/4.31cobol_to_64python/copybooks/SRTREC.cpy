      *===============================================================
      * SRTREC - maintenance transaction record layout for SCRTXN,
      *          the input file SCRMNT applies to the SCRREG script
      *          register.
      *
      *          SRT-ACTION           PROMOTE = approve the script's
      *                                         current PYLIB lines
      *                                         as its next version.
      *                               RETIRE  = withdraw the script;
      *                                         it no longer binds.
      *          SRT-SCRIPT-NAME      PYLIB script name.
      *          SRT-REQUESTER        who asked for the change, and
      *          SRT-APPROVER         who approved it - both required,
      *                               and they must differ.
      *===============================================================
       01  SRT-RECORD.
           05  SRT-ACTION                  PIC X(8).
               88  SRT-ACTION-PROMOTE      VALUE "PROMOTE ".
               88  SRT-ACTION-RETIRE       VALUE "RETIRE  ".
           05  SRT-SCRIPT-NAME             PIC X(8).
           05  SRT-REQUESTER               PIC X(8).
           05  SRT-APPROVER                PIC X(8).
