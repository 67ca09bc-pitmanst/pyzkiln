      *===============================================================
      * HSHPARM - parameter block for SCRHASH, the script content
      *          hash shared by COBTEST (checking PYLIB against the
      *          SCRREG register at load) and SCRMNT (recording it
      *          at promotion). The caller zeroes HSH-CONTENT-HASH
      *          for a new script and CALLs once per PYLIB line, in
      *          file order, with the line in HSH-SOURCE-LINE; the
      *          hash carries forward in HSH-CONTENT-HASH. Every
      *          byte of every line counts, trailing spaces
      *          included, and so does the order of the lines.
      *===============================================================
       01  HSH-REQUEST.
           05  HSH-SOURCE-LINE             PIC X(72).
           05  HSH-CONTENT-HASH.
               10  HSH-HASH-1              PIC 9(9).
               10  HSH-HASH-2              PIC 9(9).
