      *> Bulletin delivery log, keyed by recipient, probe and run
      *> timestamp: one record per decode delivered to a recipient.
      *> MSGDIST writes it before the bulletin line, so a rerun never
      *> delivers the same decode to the same recipient twice, even
      *> when two of the recipient's subscriptions match the probe.
      *> The record whose key is all spaces is not a delivery: its
      *> DLV-DELIVERED-TIMESTAMP is the last distribution run that
      *> finished, and MSGDIST tables no history from days before it.
           05 DLV-KEY.
              10 DLV-RECIPIENT PIC X(20).
              10 DLV-PROBE-ID PIC X(100).
              10 DLV-RUN-TIMESTAMP PIC X(21).
           05 DLV-DELIVERY PIC X(1).
           05 DLV-DELIVERED-TIMESTAMP PIC X(21).
           05 FILLER PIC X(7).
