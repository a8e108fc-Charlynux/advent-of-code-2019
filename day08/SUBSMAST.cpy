      *> Message subscription master record, keyed by probe pattern
      *> and recipient, so one probe can go to many recipients and one
      *> recipient can follow many probes. SUB-MATCH-TYPE 'E' matches
      *> the probe id exactly (and its segments, 'probe#nnn'); 'P'
      *> treats SUB-PATTERN as a probe-id prefix. SUB-DELIVERY is the
      *> recipient's preference: 'A' every decode, 'C' only decodes
      *> whose message text changed, 'D' one daily digest of the
      *> previous days' decodes. Decodes from before the subscription
      *> was added are never delivered. Maintain with SUBSMNT; MSGDIST
      *> writes the bulletins.
           05 SUB-KEY.
              10 SUB-PATTERN PIC X(100).
              10 SUB-RECIPIENT PIC X(20).
           05 SUB-MATCH-TYPE PIC X(1).
           05 SUB-DELIVERY PIC X(1).
           05 SUB-ADDED-TIMESTAMP PIC X(21).
           05 SUB-UPDATED-TIMESTAMP PIC X(21).
           05 FILLER PIC X(10).
