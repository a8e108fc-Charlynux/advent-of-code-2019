      *> Probe registry maintenance transaction, as read by PROBEMNT
      *> from the nightly transaction file ('regtrans') and held on
      *> the pending file ('regpend') until its effective date.
      *> TRN-ACTION is ADD, UPD, SUS, ACT, OWN or OWD. TRN-EFF-DATE
      *> (YYYYMMDD) in the future holds the transaction; spaces
      *> apply it now.
      *> TRN-FONT-ID names the glyph master font the probe's message
      *> is set in; spaces on an ADD mean the standard 6-row font,
      *> and on an UPD leave the font unchanged. OWN assigns the
      *> probe to TRN-OWNER-NAME and TRN-COST-CENTER on the owner
      *> master (OWNMAST) and OWD takes it off; both leave the
      *> registry record itself as it is and ignore the geometry.
           05 TRN-ACTION PIC X(3).
           05 FILLER PIC X(1).
           05 TRN-PROBE-ID PIC X(100).
           05 TRN-WIDTH PIC 9(3).
           05 TRN-HEIGHT PIC 9(3).
           05 TRN-MIN-LAYERS PIC 9(7).
           05 TRN-MAX-LAYERS PIC 9(7).
           05 TRN-FORMAT PIC X(1).
           05 TRN-FREQ-DAYS PIC 9(3).
           05 TRN-EFF-DATE PIC 9(8).
           05 TRN-FONT-ID PIC X(4).
           05 TRN-OWNER-NAME PIC X(30).
           05 TRN-COST-CENTER PIC X(8).
