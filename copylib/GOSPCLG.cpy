               88  GOSPCLG-ACTION-UPDATE          VALUE 'U'.
               88  GOSPCLG-ACTION-DELETE          VALUE 'D'.
           05  GOSPCLG-CFG-TRANSID            PIC X(04).
           05  GOSPCLG-BEFORE-IMAGE           PIC X(88).
           05  GOSPCLG-AFTER-IMAGE            PIC X(88).
      *    Which file the images are of: the GOSPCFG routing record *
      *    (space, as GOSM writes it) or the GOSPSLA latency target  *
      *    for the same transid - GOSPSLA has no online maintenance, *
      *    so only a GOSPCSL controlled load writes those.            *
           05  GOSPCLG-IMAGE-FILE             PIC X(01).
               88  GOSPCLG-IMAGE-CFG              VALUE SPACE.
               88  GOSPCLG-IMAGE-SLA              VALUE 'S'.
      *    The change reference a GOSPCSL controlled load ran under; *
      *    spaces for a change keyed on GOSM.                          *
           05  GOSPCLG-CHANGE-REF             PIC X(08).
