      *> Chargeback rate table record ('chgrates'), one per charge
      *> code, kept by finance. RTE-CODE is DECODE (a decode pass of
      *> a transmission), DIGITS (digits processed, WIDTH x HEIGHT x
      *> layers), LAYERS (layers processed), RETRY (an attempt that
      *> came back through RETRYBLD), QUARANT (a quarantined image)
      *> or SEGMENT (a segment of a segmented transmission). The
      *> charge is RTE-RATE for every RTE-PER units (spaces or zero
      *> mean per unit), credited to RTE-GL-ACCOUNT. Lines starting
      *> '*' are comments.
           05 RTE-CODE PIC X(8).
           05 FILLER PIC X(1).
           05 RTE-RATE PIC 9(5)V9(4).
           05 FILLER PIC X(1).
           05 RTE-PER PIC 9(7).
           05 FILLER PIC X(1).
           05 RTE-GL-ACCOUNT PIC X(10).
           05 FILLER PIC X(1).
           05 RTE-DESC PIC X(30).
