      *2026-10-15 New program. Script content hash, CALLed once per
      *           PYLIB line by COBTEST and SCRMNT so the register
      *           check and the promotion that fills the register
      *           compute it the same way. Two independent
      *           polynomial hashes over every byte of the line,
      *           each modulo a prime just under 10**9, carried from
      *           line to line: a changed, added, dropped or
      *           reordered line changes both.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SCRHASH".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CHAR-POS                PIC 9(3) COMP-5.
       01  WS-CHAR-VALUE              PIC 9(3).
       01  WS-HASH-WORK               PIC 9(12).
       01  WS-HASH-QUOTIENT           PIC 9(12).
       01  WS-HASH-1                  PIC 9(9).
       01  WS-HASH-2                  PIC 9(9).
       LINKAGE SECTION.
       COPY HSHPARM.
       PROCEDURE DIVISION USING HSH-REQUEST.
           IF HSH-CONTENT-HASH IS NOT NUMERIC
               MOVE ZEROS TO HSH-CONTENT-HASH
           END-IF.
           MOVE HSH-HASH-1 TO WS-HASH-1.
           MOVE HSH-HASH-2 TO WS-HASH-2.
           PERFORM HASH-ONE-CHAR
               VARYING WS-CHAR-POS FROM 1 BY 1
               UNTIL WS-CHAR-POS > 72.
           MOVE WS-HASH-1 TO HSH-HASH-1.
           MOVE WS-HASH-2 TO HSH-HASH-2.
           GOBACK.

       HASH-ONE-CHAR.
           COMPUTE WS-CHAR-VALUE =
               FUNCTION ORD(HSH-SOURCE-LINE(WS-CHAR-POS:1)).
           COMPUTE WS-HASH-WORK = WS-HASH-1 * 257 + WS-CHAR-VALUE.
           DIVIDE 999999937 INTO WS-HASH-WORK
               GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-1.
           COMPUTE WS-HASH-WORK = WS-HASH-2 * 263 + WS-CHAR-VALUE.
           DIVIDE 999999929 INTO WS-HASH-WORK
               GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-2.
