      *> Exception severity legend for the case master: the run
      *> severity the decoder (or RETRYBLD) raises alongside each
      *> exception class, so an open case carries the same weight
      *> the exception carried in the job return code. An entry with
      *> a disposition prefix only matches exceptions whose wording
      *> starts with it; the first matching entry wins, and a class
      *> not listed here opens its cases at severity 04. Keep the
      *> entries in severity order - the case aging report lists
      *> the classes in the order they first appear here.
           05 FILLER PIC X(32) VALUE
               'CONTENT           QUARANTINED 08'.
           05 FILLER PIC X(32) VALUE
               'ACK-FEED                      08'.
           05 FILLER PIC X(32) VALUE
               'CHECKSUM                      08'.
           05 FILLER PIC X(32) VALUE
               'LAYER-RANGE                   08'.
           05 FILLER PIC X(32) VALUE
               'PROBE-OPEN                    08'.
           05 FILLER PIC X(32) VALUE
               'RECONCILE                     08'.
           05 FILLER PIC X(32) VALUE
               'REGISTRY                      08'.
           05 FILLER PIC X(32) VALUE
               'RETRY-LIMIT                   08'.
           05 FILLER PIC X(32) VALUE
               'SEGMENT                       08'.
           05 FILLER PIC X(32) VALUE
               'SIZE                          08'.
           05 FILLER PIC X(32) VALUE
               'TRUNCATION                    08'.
           05 FILLER PIC X(32) VALUE
               'WORKLIST                      08'.
           05 FILLER PIC X(32) VALUE
               'BATCH-WINDOW                  06'.
           05 FILLER PIC X(32) VALUE
               'CHECKPOINT                    04'.
           05 FILLER PIC X(32) VALUE
               'CONTENT                       04'.
           05 FILLER PIC X(32) VALUE
               'MESSAGE                       04'.
           05 FILLER PIC X(32) VALUE
               'MISSING-FEED                  04'.
           05 FILLER PIC X(32) VALUE
               'OCR                           04'.
