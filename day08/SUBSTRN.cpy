      *> Subscription maintenance transaction, applied by SUBSMNT.
      *> STR-ACTION is ADD, UPD (new match type and/or delivery) or
      *> DEL; blank match type defaults to 'E', blank delivery to 'A'.
           05 STR-ACTION PIC X(3).
           05 FILLER PIC X(1).
           05 STR-RECIPIENT PIC X(20).
           05 STR-MATCH-TYPE PIC X(1).
           05 STR-DELIVERY PIC X(1).
           05 STR-PATTERN PIC X(100).
