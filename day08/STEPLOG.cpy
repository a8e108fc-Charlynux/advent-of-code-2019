      *> Job-stream step log record, appended by JOBCTL for every
      *> step it runs or passes over. SLG-RUN-ID is the start time of
      *> the stream; a restarted stream keeps the id of the run that
      *> failed, so one id covers the whole night. SLG-OUTCOME is
      *> COMPLETED, FAILED (return code over SLG-MAX-RC), HANDOFF
      *> (a file handoff could not be made) or BYPASSED (completed
      *> before the restart point).
           05 SLG-RUN-ID PIC X(21).
           05 SLG-STEP-SEQ PIC 9(3).
           05 SLG-STEP-NAME PIC X(8).
           05 SLG-PROGRAM PIC X(8).
           05 SLG-START-TIMESTAMP PIC X(21).
           05 SLG-END-TIMESTAMP PIC X(21).
           05 SLG-RC PIC 9(3).
           05 SLG-MAX-RC PIC 9(3).
           05 SLG-OUTCOME PIC X(10).
