      *> Partition control record ('partctl.pNN'): written by the
      *> decoder at the end of a partitioned run for DECMERGE. One
      *> 'T' record carries the partition's control totals, its run
      *> severity and the page counts of its spooled report; one 'E'
      *> record per worklist entry gives the spool page the entry
      *> starts on and its ledger disposition, which is what DECMERGE
      *> builds the single table of contents from. The file is only
      *> written once the partition has run to its end, so a missing
      *> file means the partition did not complete.
           05 PCT-REC-TYPE PIC X(1).
           05 PCT-PARTITION PIC 9(2).
           05 PCT-ENTRY-DATA.
              10 PCT-PAGE PIC 9(4).
              10 PCT-STATUS PIC X(18).
              10 PCT-PROBE-ID PIC X(100).
           05 PCT-TOTALS-DATA REDEFINES PCT-ENTRY-DATA.
              10 PCT-RUN-TIMESTAMP PIC X(21).
              10 PCT-SEVERITY PIC 9(2).
              10 PCT-PAGES PIC 9(4).
              10 PCT-RECON-PAGE PIC 9(4).
              10 PCT-ENTRIES-READ PIC 9(5).
              10 PCT-CNT-DECODED PIC 9(5).
              10 PCT-CNT-PRIOR-DONE PIC 9(5).
              10 PCT-CNT-OPEN-FAIL PIC 9(5).
              10 PCT-CNT-SIZE-INVALID PIC 9(5).
              10 PCT-CNT-UNREGISTERED PIC 9(5).
              10 PCT-CNT-SUSPENDED PIC 9(5).
              10 PCT-CNT-LAYER-RANGE PIC 9(5).
              10 PCT-CNT-QUARANTINED PIC 9(5).
              10 PCT-CNT-CHKSUM-FAIL PIC 9(5).
              10 PCT-CNT-DUPLICATE PIC 9(5).
              10 PCT-CNT-DEFERRED PIC 9(5).
              10 PCT-CNT-OTHER PIC 9(5).
              10 FILLER PIC X(26).
