      *> Monthly SLA extract record: one fixed-layout record per
      *> registered probe for the period SLARPT was run for, for the
      *> vendor review. Percentages carry two decimals; the yield is
      *> zero when no delivery reached a decode attempt in the month.
      *> SLX-BELOW-DELIVERY / SLX-BELOW-YIELD are 'Y' when the probe
      *> missed the matching control-record target, else 'N'.
           05 SLX-PERIOD PIC X(6).
           05 SLX-PROBE-ID PIC X(100).
           05 SLX-FEED-STATUS PIC X(1).
           05 SLX-FREQ-DAYS PIC 9(3).
           05 SLX-EXPECTED PIC 9(3).
           05 SLX-ARRIVED PIC 9(5).
           05 SLX-WINDOWS-MET PIC 9(3).
           05 SLX-MISSED-WINDOWS PIC 9(3).
           05 SLX-LATE PIC 9(5).
           05 SLX-DEFERRED PIC 9(5).
           05 SLX-ATTEMPTED PIC 9(5).
           05 SLX-FIRST-PASS PIC 9(5).
           05 SLX-DELIVERY-PCT PIC 9(3)V9(2).
           05 SLX-YIELD-PCT PIC 9(3)V9(2).
           05 SLX-AVG-RETRIES PIC 9(2)V9(2).
           05 SLX-WORST-RETRIES PIC 9(3).
           05 SLX-OPEN-RETRIES PIC 9(2).
           05 SLX-BELOW-DELIVERY PIC X(1).
           05 SLX-BELOW-YIELD PIC X(1).
