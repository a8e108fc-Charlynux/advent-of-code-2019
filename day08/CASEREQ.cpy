      *> Case posting request passed to EXCCASE. CRQ-ACTION 'OPN'
      *> posts an exception against the probe + class case, opening
      *> it (or reopening a closed one) or adding an occurrence to
      *> it; 'CLR' reports a clean decode of the probe, which closes
      *> every open case for it last seen before CRQ-TIMESTAMP.
      *> CRQ-RC comes back 0, or 8 when the case master could not be
      *> updated (the exception itself is still in the exceptions
      *> file).
           05 CRQ-ACTION PIC X(3).
           05 CRQ-PROBE-ID PIC X(100).
           05 CRQ-CLASS PIC X(18).
           05 CRQ-TIMESTAMP PIC X(21).
           05 CRQ-DISPOSITION PIC X(40).
           05 CRQ-RC PIC 9(1).
