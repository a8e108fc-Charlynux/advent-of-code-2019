      *> decode. Sits at the end of the record so the columns of the
      *> fields above never shift; spaces or zero mean no purge.
           05 CTL-RETAIN-MSGHIST PIC 9(3).
      *> Monthly service-level targets for SLARPT, in whole percent:
      *> the share of a probe's expected delivery windows that must
      *> see an arrival, and the share of its deliveries that must
      *> decode cleanly on the first attempt. A probe under either
      *> target is flagged on the SLA report and extract. Spaces or
      *> zero mean no target.
           05 CTL-SLA-DELIVERY-PCT PIC 9(3).
           05 CTL-SLA-YIELD-PCT PIC 9(3).
      *> Decode partitions for the partitioned nightly stream: WLSPLIT
      *> splits the worklist into this many balanced partitions, one
      *> decoder instance runs on each, and DECMERGE consolidates
      *> them. Spaces, zero or one mean a single partition.
           05 CTL-PARTITIONS PIC 9(2).
      *> Pixel-health thresholds for PIXRPT. A probe is judged only
      *> once it has rendered CTL-PXH-MIN-RUNS times (spaces or zero
      *> mean 5). A position is reported as dead when it came out
      *> fully transparent in at least CTL-PXH-TRANSPARENT-PCT
      *> percent of those renders (default 50), and as stuck when it
      *> was lit in every render and never changed although the
      *> probe's image changed in at least CTL-PXH-STUCK-PCT percent
      *> of compared runs (default 50).
           05 CTL-PXH-MIN-RUNS PIC 9(3).
           05 CTL-PXH-TRANSPARENT-PCT PIC 9(3).
           05 CTL-PXH-STUCK-PCT PIC 9(3).
