      *> Case history record, appended by CASEMNT for every operator
      *> action applied to a case, so the full trail of notes,
      *> assignments and resolutions survives behind the single
      *> last note kept on the case master.
           05 CNL-PROBE-ID PIC X(100).
           05 CNL-CLASS PIC X(18).
           05 CNL-TIMESTAMP PIC X(21).
           05 CNL-OPERATOR PIC X(20).
           05 CNL-ACTION PIC X(3).
           05 CNL-TEXT PIC X(60).
