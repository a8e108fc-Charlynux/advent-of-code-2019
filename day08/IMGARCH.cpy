      *> Decoded-image archive record ('imgarch', indexed on IMA-KEY):
      *> the decoder keeps every composite it renders, keyed by the
      *> probe (or 'probe#nnn' segment) id and the run timestamp, so
      *> an image can be reproduced long after snapshot.<probe> has
      *> been overwritten. Row 0000 of each image is the header,
      *> carrying the geometry and the outcome fields of the results
      *> record plus the OCR text; rows 0001 up to IMA-HEIGHT hold
      *> the rendered grid, one rendered row per record, in the
      *> pixel-legend glyphs. Reprint or compare with IMGRPT.
           05 IMA-KEY.
              10 IMA-PROBE-ID PIC X(100).
              10 IMA-RUN-TIMESTAMP PIC X(21).
              10 IMA-ROW PIC 9(4).
           05 IMA-ROW-DATA PIC X(999).
           05 IMA-HEADER-DATA REDEFINES IMA-ROW-DATA.
              10 IMA-WIDTH PIC 9(3).
              10 IMA-HEIGHT PIC 9(3).
              10 IMA-LAYER-COUNT PIC 9(7).
              10 IMA-CHECKSUM PIC 9(13).
              10 IMA-MIN-ZERO-LAYER PIC 9(7).
              10 IMA-DIFF-COUNT PIC 9(7).
              10 IMA-DISPOSITION PIC X(18).
              10 IMA-OCR-RC PIC 9(1).
              10 IMA-OCR-TEXT PIC X(200).
              10 FILLER PIC X(740).
