      *> Pixel-health master record ('pixhlth', indexed on PXH-KEY):
      *> the decoder's running tally, per probe (or 'probe#nnn'
      *> segment) and per rendered position, of how often the
      *> composite pixel came out fully transparent (every layer '2'),
      *> how often it was lit, and how often it differed from the
      *> previous run's snapshot. Row 0000 is the probe header: the
      *> geometry the counters belong to, the renders counted, how
      *> many of them had a previous snapshot to compare with, and
      *> how many of those changed anywhere. Rows 0001 up to
      *> PXH-HEIGHT hold the per-column counters. PXH-SINCE is when
      *> counting began; a change of geometry starts the count again
      *> and a row whose PXH-SINCE differs from its header's is
      *> stale. PIXRPT reports from this file.
           05 PXH-KEY.
              10 PXH-PROBE-ID PIC X(100).
              10 PXH-ROW PIC 9(4).
           05 PXH-SINCE PIC X(21).
           05 PXH-ROW-DATA.
              10 PXH-COL OCCURS 999 TIMES.
                 15 PXH-TRANSPARENT PIC 9(5).
                 15 PXH-LIT PIC 9(5).
                 15 PXH-CHANGED PIC 9(5).
           05 PXH-HEADER-DATA REDEFINES PXH-ROW-DATA.
              10 PXH-WIDTH PIC 9(3).
              10 PXH-HEIGHT PIC 9(3).
              10 PXH-RUNS PIC 9(5).
              10 PXH-COMPARED PIC 9(5).
              10 PXH-CHANGED-RUNS PIC 9(5).
              10 PXH-LAST-RUN PIC X(21).
              10 FILLER PIC X(14943).
