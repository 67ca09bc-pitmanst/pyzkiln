      *===============================================================
      * SRGREC - record layout for SCRREG, the approved-script
      *          register (VSAM KSDS, key = script name). One record
      *          per PYLIB script name: the version last approved,
      *          its line count and content hash (SCRHASH over the
      *          script's PYLIB lines in file order), who approved it
      *          and when. SCRMNT promotes and retires entries, with
      *          before/after images to the SCRAUD audit file.
      *          COBTEST refuses to bind a PGMSCRPT slot to a script
      *          that is not on the register, is retired, or whose
      *          PYLIB lines no longer match the count and hash
      *          approved here.
      *===============================================================
       01  SRG-RECORD.
           05  SRG-SCRIPT-NAME             PIC X(8).
           05  SRG-VERSION                 PIC 9(3).
           05  SRG-STATUS                  PIC X(1).
               88  SRG-ACTIVE              VALUE "A".
               88  SRG-RETIRED             VALUE "R".
           05  SRG-LINE-COUNT              PIC 9(5).
           05  SRG-CONTENT-HASH            PIC X(18).
           05  SRG-APPROVER                PIC X(8).
           05  SRG-APPROVAL-DATE           PIC X(8).
           05  SRG-RETIRED-DATE            PIC X(8).
