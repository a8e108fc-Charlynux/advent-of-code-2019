      *> Exception case master record, keyed by probe and exception
      *> class, so the same problem on the same probe is one case
      *> however many runs raise it. CSE-STATUS is 'O' open, 'A'
      *> acknowledged by an operator, 'R' resolved by an operator or
      *> 'C' closed automatically by a later clean decode. A new
      *> exception against a resolved or closed case reopens it with
      *> fresh first-seen and occurrence figures and bumps
      *> CSE-REOPEN-COUNT. Posted by EXCCASE from the decoder and
      *> RETRYBLD; operator actions and the aging report are CASEMNT.
           05 CSE-KEY.
              10 CSE-PROBE-ID PIC X(100).
              10 CSE-CLASS PIC X(18).
           05 CSE-STATUS PIC X(1).
           05 CSE-SEVERITY PIC 9(2).
           05 CSE-FIRST-SEEN PIC X(21).
           05 CSE-LAST-SEEN PIC X(21).
           05 CSE-OCCURRENCES PIC 9(5).
           05 CSE-LAST-DISPOSITION PIC X(40).
           05 CSE-REOPEN-COUNT PIC 9(3).
           05 CSE-ACK-BY PIC X(20).
           05 CSE-ACK-TIMESTAMP PIC X(21).
           05 CSE-ASSIGNED-TO PIC X(20).
           05 CSE-CLOSED-BY PIC X(20).
           05 CSE-CLOSED-TIMESTAMP PIC X(21).
           05 CSE-NOTE-COUNT PIC 9(3).
           05 CSE-LAST-NOTE PIC X(60).
           05 FILLER PIC X(10).
