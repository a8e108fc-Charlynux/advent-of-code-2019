       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCTL.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT STREAM-FILE ASSIGN TO 'jobstrm'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STREAM-STATUS.
             SELECT STEPLOG-FILE ASSIGN TO 'steplog'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STEPLOG-STATUS.
             SELECT RESTART-FILE ASSIGN TO 'jobrstrt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RESTART-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD STREAM-FILE.
          01 STREAM-RECORD PIC X(144).

          FD STEPLOG-FILE.
          01 STEPLOG-RECORD.
             COPY STEPLOG.

          FD RESTART-FILE.
          01 RESTART-RECORD.
             05 RST-RUN-ID PIC X(21).
             05 RST-STEP-NAME PIC X(8).
             05 RST-PHASE PIC X(1).
             05 RST-FAILED-TIMESTAMP PIC X(21).

          WORKING-STORAGE SECTION.
          01 WS-STREAM-REC.
             COPY JOBSTEP.
          01 WS-STREAM-STATUS PIC X(2).
          01 WS-STEPLOG-STATUS PIC X(2).
          01 WS-RESTART-STATUS PIC X(2).
          01 WS-STREAM-EOF PIC A(1).
          01 WS-RUN-TIMESTAMP PIC X(21).
          01 WS-RUN-ID PIC X(21).
          01 WS-START-IDX PIC 9(3).
          01 WS-START-PHASE PIC X(1).
          01 WS-STREAM-STOPPED PIC A(1).
          01 WS-STREAM-RC PIC 9(3) VALUE 0.
          01 WS-STOP-PHASE PIC X(1).
          01 WS-STEP-START PIC X(21).
          01 WS-STEP-END PIC X(21).
          01 WS-STEP-RC PIC 9(3).
          01 WS-STEP-OUTCOME PIC X(10).
          01 WS-SYSTEM-RC PIC S9(9).
          01 WS-COMMAND PIC X(120).
          01 WS-HANDOFF-WHEN PIC X(1).
          01 WS-HANDOFF-FAILED PIC A(1).
          01 WS-COPY-RC PIC S9(9) COMP-5.
          01 WS-CNT-RUN PIC 9(3) VALUE 0.
          01 WS-CNT-BYPASSED PIC 9(3) VALUE 0.

          01 WS-STP-COUNT PIC 9(3) VALUE 0.
          01 WS-STP-IDX PIC 9(3).
          01 WS-STP-TABLE.
             05 WS-STP-ENTRY OCCURS 50 TIMES.
                10 WS-STP-NAME PIC X(8).
                10 WS-STP-PROGRAM PIC X(8).
                10 WS-STP-MAX-RC PIC 9(3).
                10 WS-STP-COMMAND PIC X(120).

          01 WS-HND-COUNT PIC 9(3) VALUE 0.
          01 WS-HND-IDX PIC 9(3).
          01 WS-HND-TABLE.
             05 WS-HND-ENTRY OCCURS 100 TIMES.
                10 WS-HND-STEP PIC 9(3).
                10 WS-HND-WHEN PIC X(1).
                10 WS-HND-FROM PIC X(40).
                10 WS-HND-TO PIC X(40).

       PROCEDURE DIVISION.
          MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
          MOVE WS-RUN-TIMESTAMP TO WS-RUN-ID.
          PERFORM LOAD-STREAM-DEFINITION.
          PERFORM LOAD-RESTART-POINT.
          PERFORM OPEN-STEP-LOG.
          MOVE 'N' TO WS-STREAM-STOPPED.
          MOVE 1 TO WS-STP-IDX.
          PERFORM UNTIL WS-STP-IDX >= WS-START-IDX
              PERFORM LOG-BYPASSED-STEP
              ADD 1 TO WS-STP-IDX
          END-PERFORM.
          PERFORM UNTIL WS-STP-IDX > WS-STP-COUNT
                  OR WS-STREAM-STOPPED = 'Y'
              PERFORM RUN-ONE-STEP
              ADD 1 TO WS-STP-IDX
          END-PERFORM.
          CLOSE STEPLOG-FILE.
          PERFORM SAVE-RESTART-POINT.
          IF WS-STREAM-STOPPED = 'Y'
              DISPLAY 'JOB STREAM STOPPED: ' WS-CNT-RUN
                  ' STEP(S) RUN - RERUN JOBCTL TO RESTART'
              MOVE 12 TO WS-STREAM-RC
          ELSE
              DISPLAY 'JOB STREAM COMPLETE: ' WS-CNT-RUN
                  ' STEP(S) RUN, ' WS-CNT-BYPASSED
                  ' BYPASSED, HIGHEST RETURN CODE ' WS-STREAM-RC
          END-IF.
          MOVE WS-STREAM-RC TO RETURN-CODE.
          STOP RUN.

       LOAD-STREAM-DEFINITION.
               MOVE 'N' TO WS-STREAM-EOF.
               OPEN INPUT STREAM-FILE.
               IF WS-STREAM-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN JOB STREAM DEFINITION'
                       ' (STATUS=' WS-STREAM-STATUS ')'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM UNTIL WS-STREAM-EOF = 'Y'
                   READ STREAM-FILE INTO WS-STREAM-REC
                       AT END MOVE 'Y' TO WS-STREAM-EOF
                       NOT AT END PERFORM STORE-STREAM-RECORD
                   END-READ
               END-PERFORM.
               CLOSE STREAM-FILE.
               IF WS-STP-COUNT = 0
                   DISPLAY 'ERROR: JOB STREAM DEFINITION HAS NO STEPS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.

       STORE-STREAM-RECORD.
               EVALUATE JST-REC-TYPE
                   WHEN 'S'
                       PERFORM STORE-STEP
                   WHEN 'H'
                       PERFORM STORE-HANDOFF
                   WHEN '*'
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR: JOB STREAM RECORD TYPE "'
                           JST-REC-TYPE '" IS NOT S, H OR *'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE.

       STORE-STEP.
               IF WS-STP-COUNT >= 50
                   DISPLAY 'ERROR: MORE THAN 50 JOB STREAM STEPS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-STP-COUNT.
               IF JST-STEP-NAME = SPACES OR JST-PROGRAM = SPACES
                       OR JST-MAX-RC IS NOT NUMERIC
                   DISPLAY 'ERROR: JOB STREAM STEP ' WS-STP-COUNT
                       ' NEEDS A STEP NAME, PROGRAM AND MAXIMUM'
                       ' RETURN CODE'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE JST-STEP-NAME TO WS-STP-NAME(WS-STP-COUNT).
               MOVE JST-PROGRAM TO WS-STP-PROGRAM(WS-STP-COUNT).
               MOVE JST-MAX-RC TO WS-STP-MAX-RC(WS-STP-COUNT).
               MOVE JST-COMMAND TO WS-STP-COMMAND(WS-STP-COUNT).
               IF JST-COMMAND = SPACES
                   MOVE JST-PROGRAM TO WS-STP-COMMAND(WS-STP-COUNT)
               END-IF.

       STORE-HANDOFF.
               IF WS-STP-COUNT = 0
                   DISPLAY 'ERROR: JOB STREAM HANDOFF BEFORE THE'
                       ' FIRST STEP'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-HND-COUNT >= 100
                   DISPLAY 'ERROR: MORE THAN 100 JOB STREAM HANDOFFS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF (JST-HANDOFF-WHEN NOT = 'B'
                       AND JST-HANDOFF-WHEN NOT = 'A')
                       OR JST-HANDOFF-FROM = SPACES
                       OR JST-HANDOFF-TO = SPACES
                   DISPLAY 'ERROR: HANDOFF FOR STEP '
                       WS-STP-NAME(WS-STP-COUNT)
                       ' NEEDS B OR A, A FROM FILE AND A TO FILE'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-HND-COUNT.
               MOVE WS-STP-COUNT TO WS-HND-STEP(WS-HND-COUNT).
               MOVE JST-HANDOFF-WHEN TO WS-HND-WHEN(WS-HND-COUNT).
               MOVE JST-HANDOFF-FROM TO WS-HND-FROM(WS-HND-COUNT).
               MOVE JST-HANDOFF-TO TO WS-HND-TO(WS-HND-COUNT).

      *> The restart file names the step the last stream stopped at
      *> and whether the step itself or only its after-handoffs have
      *> to be redone. It is emptied when a stream completes; empty
      *> it by hand to force the next run to start from the top.
       LOAD-RESTART-POINT.
               MOVE 1 TO WS-START-IDX.
               MOVE 'S' TO WS-START-PHASE.
               OPEN INPUT RESTART-FILE.
               IF WS-RESTART-STATUS = '00'
                   READ RESTART-FILE
                       AT END MOVE SPACES TO RESTART-RECORD
                   END-READ
                   CLOSE RESTART-FILE
                   IF RST-STEP-NAME NOT = SPACES
                       PERFORM FIND-RESTART-STEP
                   END-IF
               END-IF.

       FIND-RESTART-STEP.
               MOVE 0 TO WS-START-IDX.
               MOVE 1 TO WS-STP-IDX.
               PERFORM UNTIL WS-STP-IDX > WS-STP-COUNT
                       OR WS-START-IDX > 0
                   IF WS-STP-NAME(WS-STP-IDX) = RST-STEP-NAME
                       MOVE WS-STP-IDX TO WS-START-IDX
                   END-IF
                   ADD 1 TO WS-STP-IDX
               END-PERFORM.
               IF WS-START-IDX = 0
                   DISPLAY 'ERROR: RESTART STEP ' RST-STEP-NAME
                       ' IS NOT IN THE JOB STREAM DEFINITION - EMPTY'
                       ' JOBRSTRT TO RUN FROM THE TOP'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE RST-RUN-ID TO WS-RUN-ID.
               MOVE RST-PHASE TO WS-START-PHASE.
               DISPLAY 'RESTARTING JOB STREAM ' WS-RUN-ID
                   ' AT STEP ' RST-STEP-NAME
                   ' (STOPPED ' RST-FAILED-TIMESTAMP ')'.

       OPEN-STEP-LOG.
               OPEN EXTEND STEPLOG-FILE.
               IF WS-STEPLOG-STATUS NOT = '00'
                   OPEN OUTPUT STEPLOG-FILE
               END-IF.
               IF WS-STEPLOG-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN STEP LOG (STATUS='
                       WS-STEPLOG-STATUS ')'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.

       LOG-BYPASSED-STEP.
               ADD 1 TO WS-CNT-BYPASSED.
               MOVE SPACES TO WS-STEP-START.
               MOVE SPACES TO WS-STEP-END.
               MOVE 0 TO WS-STEP-RC.
               MOVE 'BYPASSED' TO WS-STEP-OUTCOME.
               PERFORM WRITE-STEP-LOG.

      *> A step resumed at its after-handoffs already ended within
      *> its limit on the failed run and is not run again.
       RUN-ONE-STEP.
               IF WS-STP-IDX = WS-START-IDX AND WS-START-PHASE = 'A'
                   DISPLAY 'STEP ' WS-STP-NAME(WS-STP-IDX)
                       ' ALREADY COMPLETE - REDOING ITS HANDOFFS'
               ELSE
                   MOVE 'B' TO WS-HANDOFF-WHEN
                   PERFORM MAKE-HANDOFFS
                   IF WS-HANDOFF-FAILED = 'Y'
                       MOVE 'S' TO WS-STOP-PHASE
                   ELSE
                       PERFORM EXECUTE-STEP
                   END-IF
               END-IF.
               IF WS-STREAM-STOPPED = 'N'
                   MOVE 'A' TO WS-HANDOFF-WHEN
                   PERFORM MAKE-HANDOFFS
                   IF WS-HANDOFF-FAILED = 'Y'
                       MOVE 'A' TO WS-STOP-PHASE
                   END-IF
               END-IF.

       EXECUTE-STEP.
               MOVE FUNCTION CURRENT-DATE TO WS-STEP-START.
               DISPLAY 'STEP ' WS-STP-NAME(WS-STP-IDX) ' ('
                   FUNCTION TRIM(WS-STP-PROGRAM(WS-STP-IDX))
                   ') STARTED ' WS-STEP-START.
               MOVE WS-STP-COMMAND(WS-STP-IDX) TO WS-COMMAND.
               CALL 'SYSTEM' USING WS-COMMAND.
               MOVE RETURN-CODE TO WS-SYSTEM-RC.
               MOVE 0 TO RETURN-CODE.
               IF WS-SYSTEM-RC < 0
                   MOVE 255 TO WS-STEP-RC
               ELSE
                   COMPUTE WS-STEP-RC = WS-SYSTEM-RC / 256
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-STEP-END.
               ADD 1 TO WS-CNT-RUN.
               IF WS-STEP-RC > WS-STP-MAX-RC(WS-STP-IDX)
                   MOVE 'FAILED' TO WS-STEP-OUTCOME
                   MOVE 'Y' TO WS-STREAM-STOPPED
                   MOVE 'S' TO WS-STOP-PHASE
               ELSE
                   MOVE 'COMPLETED' TO WS-STEP-OUTCOME
                   IF WS-STEP-RC > WS-STREAM-RC
                       MOVE WS-STEP-RC TO WS-STREAM-RC
                   END-IF
               END-IF.
               DISPLAY 'STEP ' WS-STP-NAME(WS-STP-IDX) ' ENDED '
                   WS-STEP-END ' RC=' WS-STEP-RC ' (MAXIMUM '
                   WS-STP-MAX-RC(WS-STP-IDX) ') '
                   FUNCTION TRIM(WS-STEP-OUTCOME).
               PERFORM WRITE-STEP-LOG.

       MAKE-HANDOFFS.
               MOVE 'N' TO WS-HANDOFF-FAILED.
               MOVE 1 TO WS-HND-IDX.
               PERFORM UNTIL WS-HND-IDX > WS-HND-COUNT
                       OR WS-HANDOFF-FAILED = 'Y'
                   IF WS-HND-STEP(WS-HND-IDX) = WS-STP-IDX
                           AND WS-HND-WHEN(WS-HND-IDX)
                               = WS-HANDOFF-WHEN
                       PERFORM COPY-HANDOFF-FILE
                   END-IF
                   ADD 1 TO WS-HND-IDX
               END-PERFORM.

       COPY-HANDOFF-FILE.
               CALL 'CBL_COPY_FILE' USING WS-HND-FROM(WS-HND-IDX)
                   WS-HND-TO(WS-HND-IDX)
                   RETURNING WS-COPY-RC.
               IF WS-COPY-RC = 0
                   DISPLAY 'HANDOFF: '
                       FUNCTION TRIM(WS-HND-FROM(WS-HND-IDX))
                       ' COPIED TO '
                       FUNCTION TRIM(WS-HND-TO(WS-HND-IDX))
               ELSE
                   DISPLAY 'ERROR: HANDOFF FOR STEP '
                       WS-STP-NAME(WS-STP-IDX) ' CANNOT COPY '
                       FUNCTION TRIM(WS-HND-FROM(WS-HND-IDX))
                       ' TO ' FUNCTION TRIM(WS-HND-TO(WS-HND-IDX))
                       ' (RC=' WS-COPY-RC ')'
                   MOVE 'Y' TO WS-HANDOFF-FAILED
                   MOVE 'Y' TO WS-STREAM-STOPPED
                   MOVE FUNCTION CURRENT-DATE TO WS-STEP-START
                   MOVE WS-STEP-START TO WS-STEP-END
                   MOVE 0 TO WS-STEP-RC
                   MOVE 'HANDOFF' TO WS-STEP-OUTCOME
                   PERFORM WRITE-STEP-LOG
               END-IF.

       WRITE-STEP-LOG.
               MOVE SPACES TO STEPLOG-RECORD.
               MOVE WS-RUN-ID TO SLG-RUN-ID.
               MOVE WS-STP-IDX TO SLG-STEP-SEQ.
               MOVE WS-STP-NAME(WS-STP-IDX) TO SLG-STEP-NAME.
               MOVE WS-STP-PROGRAM(WS-STP-IDX) TO SLG-PROGRAM.
               MOVE WS-STEP-START TO SLG-START-TIMESTAMP.
               MOVE WS-STEP-END TO SLG-END-TIMESTAMP.
               MOVE WS-STEP-RC TO SLG-RC.
               MOVE WS-STP-MAX-RC(WS-STP-IDX) TO SLG-MAX-RC.
               MOVE WS-STEP-OUTCOME TO SLG-OUTCOME.
               WRITE STEPLOG-RECORD.

       SAVE-RESTART-POINT.
               OPEN OUTPUT RESTART-FILE.
               IF WS-RESTART-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT WRITE RESTART FILE (STATUS='
                       WS-RESTART-STATUS ')'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-STREAM-STOPPED = 'Y'
                   SUBTRACT 1 FROM WS-STP-IDX
                   MOVE WS-RUN-ID TO RST-RUN-ID
                   MOVE WS-STP-NAME(WS-STP-IDX) TO RST-STEP-NAME
                   MOVE WS-STOP-PHASE TO RST-PHASE
                   MOVE FUNCTION CURRENT-DATE TO RST-FAILED-TIMESTAMP
                   WRITE RESTART-RECORD
               END-IF.
               CLOSE RESTART-FILE.
