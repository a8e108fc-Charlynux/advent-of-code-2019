      *> Unrecognized-cell return area passed to GLYPHOCR: the font
      *> the grid was read with (spaces on the registry resolve to
      *> the standard font 'STD6'), its cell geometry, and the
      *> number and pixel pattern of each cell that matched no
      *> glyph, so the caller can capture them for training.
           05 OCU-FONT-ID PIC X(4).
           05 OCU-CELL-WIDTH PIC 9(2).
           05 OCU-CELL-HEIGHT PIC 9(2).
           05 OCU-COUNT PIC 9(3).
           05 OCU-CELL OCCURS 200 TIMES.
              10 OCU-CELL-NUM PIC 9(3).
              10 OCU-PATTERN PIC X(80).
