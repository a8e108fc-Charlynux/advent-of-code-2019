      *> Glyph master maintenance transaction, applied by GLYPHMNT.
      *>   FNT  define a font: GTR-FONT-ID with its cell width and
      *>        height (height at most 10, width x height at most 80)
      *>   ASN  train a captured cell: GTR-LETTER is the letter an
      *>        analyst read in the cell GLYPHUNK holds for probe,
      *>        run timestamp and cell number (as GLYPHMNT lists them)
      *>   ADD  add a letter from an explicit GTR-PATTERN
      *>   DEL  remove the GTR-PATTERN entry from GTR-FONT-ID
      *> ASN takes font, geometry and pattern from the capture, so
      *> only action, letter and the capture reference are needed.
           05 GTR-ACTION PIC X(3).
           05 FILLER PIC X(1).
           05 GTR-FONT-ID PIC X(4).
           05 GTR-LETTER PIC X(1).
           05 GTR-CELL-WIDTH PIC 9(2).
           05 GTR-CELL-HEIGHT PIC 9(2).
           05 GTR-CAPTURE-REF.
              10 GTR-PROBE-ID PIC X(100).
              10 GTR-RUN-TIMESTAMP PIC X(21).
              10 GTR-CELL-NUM PIC 9(3).
           05 GTR-PATTERN-AREA REDEFINES GTR-CAPTURE-REF.
              10 GTR-PATTERN PIC X(80).
              10 FILLER PIC X(44).
