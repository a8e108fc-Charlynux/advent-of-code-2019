      *> Unknown-glyph capture record: the decoder appends one for
      *> every OCR cell that matched no glyph, so the pattern behind
      *> each '*' in a DECODED MESSAGE line is kept for training
      *> instead of thrown away. GLU-CELL-NUM counts cells from the
      *> left of the grid starting at 1; GLU-CELL-COLUMN is the grid
      *> column the cell starts in. GLU-PATTERN is laid out as in
      *> the glyph master (GLYPHMST). GLYPHMNT lists the patterns
      *> not yet trained and assigns a letter to a captured cell;
      *> each run writes the file back without the cells trained by
      *> then, keeping the newest 2000 when more are untrained.
           05 GLU-PROBE-ID PIC X(100).
           05 GLU-RUN-TIMESTAMP PIC X(21).
           05 GLU-FONT-ID PIC X(4).
           05 GLU-CELL-NUM PIC 9(3).
           05 GLU-CELL-COLUMN PIC 9(5).
           05 GLU-CELL-WIDTH PIC 9(2).
           05 GLU-CELL-HEIGHT PIC 9(2).
           05 GLU-PATTERN PIC X(80).
