      *****************************************************************
      *  GLTXREC.CPY
      *  Detail record on the GL transmission (GLTRANS) built each
      *  business date by AMTGLTX: the day's outbound GL files go to
      *  the ledger as this one numbered transmission instead of as
      *  separate bare files.  Each detail carries one record of one
      *  of those files, unchanged, with the file it came from:
      *  GLEXTRCT, GLADJ, GLBKOUT and GLSUSP records are the 122-byte
      *  extract layout (GLEXTREC.cpy); a GLSUMM record (GLSMREC.cpy)
      *  takes the first 55 bytes, space-filled.  The header and
      *  trailer around them are in GLTXCTL.cpy.
      *****************************************************************
       01  GL-TRANSMISSION-DETAIL-RECORD.
           05  GTD-RECORD-TYPE             PIC X(3).
               88  GTD-IS-DETAIL                      VALUE "DTL".
           05  GTD-FILE-TYPE               PIC X(8).
               88  GTD-FROM-GLEXTRCT                  VALUE "GLEXTRCT".
               88  GTD-FROM-GLSUMM                    VALUE "GLSUMM".
               88  GTD-FROM-GLADJ                     VALUE "GLADJ".
               88  GTD-FROM-GLBKOUT                   VALUE "GLBKOUT".
               88  GTD-FROM-GLSUSP                    VALUE "GLSUSP".
           05  GTD-FILE-RECORD             PIC X(122).
