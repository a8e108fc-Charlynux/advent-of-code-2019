      *> Probe owner master record ('ownmast', indexed on the probe
      *> identifier exactly as it is registered in PROBEREG): who
      *> owns each probe and the cost center its decode processing
      *> is charged back to. Maintained by PROBEMNT's OWN and OWD
      *> transactions, which only accept registered probes.
      *> OWN-EFF-DATE (YYYYMMDD) is when the current owner took the
      *> probe over; OWN-UPDATED is the run that last changed it.
      *> CHGBACK lists a probe with no record here as unbilled.
           05 OWN-PROBE-ID PIC X(100).
           05 OWN-OWNER-NAME PIC X(30).
           05 OWN-COST-CENTER PIC X(8).
           05 OWN-EFF-DATE PIC 9(8).
           05 OWN-UPDATED PIC X(21).
