      *> Glyph master record, keyed by probe font and cell pattern so
      *> GLYPHOCR can look a segmented cell up directly at run time.
      *> GLM-PATTERN is the cell's pixel rows concatenated top to
      *> bottom, GLM-CELL-WIDTH pixels per row, 'X' for a lit pixel
      *> and space for a dark one (a 4 x 6 letter uses the first 24
      *> positions). Each font is defined by one entry whose pattern
      *> is all spaces: its letter is the blank cell (a space) and
      *> its width and height are the font's cell geometry, which is
      *> how GLYPHOCR segments a probe set to that font. The standard
      *> 6-row font 'STD6' is also compiled in from GLYPHPAT, so it
      *> works even before the master exists; entries here for STD6
      *> add letterforms to it. Maintain entries with GLYPHMNT.
           05 GLM-KEY.
              10 GLM-FONT-ID PIC X(4).
              10 GLM-PATTERN PIC X(80).
           05 GLM-LETTER PIC X(1).
           05 GLM-CELL-WIDTH PIC 9(2).
           05 GLM-CELL-HEIGHT PIC 9(2).
           05 GLM-SOURCE-PROBE PIC X(100).
           05 GLM-SOURCE-STAMP PIC X(21).
           05 GLM-SOURCE-CELL PIC 9(3).
           05 GLM-LOADED-TIMESTAMP PIC X(21).
           05 FILLER PIC X(8).
