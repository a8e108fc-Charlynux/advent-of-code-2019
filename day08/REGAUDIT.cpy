      *> for a transaction applied straight from the nightly
      *> transaction file and 'PENDING' for an effective-dated
      *> transaction that was held and applied at its cutover date.
      *> For OWN and OWD the images are of the owner master record
      *> (OWNMAST) instead; the before image is spaces for a probe
      *> that had no owner and the after image spaces for an OWD.
           05 AUD-TIMESTAMP PIC X(21).
           05 AUD-SOURCE PIC X(8).
           05 AUD-ACTION PIC X(3).
