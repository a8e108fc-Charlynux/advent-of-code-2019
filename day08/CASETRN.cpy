      *> Case maintenance transaction for CASEMNT. CTR-ACTION is ACK
      *> (acknowledge), ASG (assign to the person in CTR-TEXT), NOT
      *> (add the note in CTR-TEXT) or RES (resolve, with the
      *> resolution in CTR-TEXT). CTR-OPERATOR is who keyed it.
           05 CTR-ACTION PIC X(3).
           05 FILLER PIC X(1).
           05 CTR-OPERATOR PIC X(20).
           05 CTR-CLASS PIC X(18).
           05 CTR-PROBE-ID PIC X(100).
           05 CTR-TEXT PIC X(60).
