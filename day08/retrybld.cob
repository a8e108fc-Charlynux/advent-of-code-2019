          01 WS-EXC-DISP PIC X(40).
          01 WS-EXC-LINE PIC X(200).
          01 WS-MSG-LINE PIC X(200).
          01 WS-CASE-REQUEST.
             COPY CASEREQ.

       PROCEDURE DIVISION.
          MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
                   FUNCTION TRIM(WS-EXC-DISP)
                   DELIMITED BY SIZE INTO WS-EXC-LINE.
               WRITE EXCEPTION-RECORD FROM WS-EXC-LINE.
               MOVE 'OPN' TO CRQ-ACTION.
               MOVE WS-RTY-PROBE(WS-RTY-IDX) TO CRQ-PROBE-ID.
               MOVE WS-EXC-CLASS TO CRQ-CLASS.
               MOVE WS-RUN-TIMESTAMP TO CRQ-TIMESTAMP.
               MOVE WS-EXC-DISP TO CRQ-DISPOSITION.
               CALL 'EXCCASE' USING WS-CASE-REQUEST.
               MOVE SPACES TO WS-MSG-LINE.
               STRING 'ESCALATED '
                   FUNCTION TRIM(WS-RTY-PROBE(WS-RTY-IDX))
