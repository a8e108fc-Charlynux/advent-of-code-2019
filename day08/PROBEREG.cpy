      *> weekly); the decoder's end-of-run missing-feed check flags an
      *> active probe only once that many days have passed since
      *> REG-LAST-PROCESSED, so a weekly probe is not paged every
      *> night. REG-FONT-ID names the glyph master font (GLYPHMST)
      *> the probe's message is set in; spaces mean the standard
      *> 6-row font 'STD6'. Maintain entries with PROBEMNT; the
      *> decoder rejects worklist entries that are not registered
      *> here.
           05 REG-PROBE-ID PIC X(100).
           05 REG-WIDTH PIC 9(3).
           05 REG-HEIGHT PIC 9(3).
           05 REG-LAST-DIGEST PIC 9(9).
           05 REG-LAST-SIZE PIC 9(7).
           05 REG-FREQ-DAYS PIC 9(3).
           05 REG-FONT-ID PIC X(4).
           05 FILLER PIC X(1).
