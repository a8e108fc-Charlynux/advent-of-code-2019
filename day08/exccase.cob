       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCCASE.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT CASE-MASTER-FILE ASSIGN TO 'casemast'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CSE-KEY
             LOCK MODE IS AUTOMATIC
             SHARING WITH ALL OTHER
             FILE STATUS IS WS-CSE-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CASE-MASTER-FILE.
          01 CASE-MASTER-RECORD.
             COPY CASEMAST.

          WORKING-STORAGE SECTION.
          01 WS-SEV-VALUES.
             COPY EXCSEV.
          01 WS-SEV-TABLE REDEFINES WS-SEV-VALUES.
             05 WS-SEV-ENTRY OCCURS 18 TIMES.
                10 WS-SV-CLASS PIC X(18).
                10 WS-SV-PREFIX PIC X(12).
                10 WS-SV-SEVERITY PIC 9(2).
          01 WS-CSE-STATUS PIC X(2).
          01 WS-CSE-EOF PIC A(1).
          01 WS-SEVERITY PIC 9(2).
          01 WS-PREFIX-LEN PIC 9(2).
          01 WS-SEV-IDX PIC 9(2).
          01 WS-SEV-FOUND PIC A(1).
          01 WS-LOCK-TRIES PIC 9(2).
          01 WS-LOCK-RETRY PIC A(1).
          01 WS-LOCK-WAIT PIC 9(2) VALUE 1.

          LINKAGE SECTION.
          01 CASE-REQUEST.
             COPY CASEREQ.

       PROCEDURE DIVISION USING CASE-REQUEST.
          MOVE 0 TO CRQ-RC.
          OPEN I-O CASE-MASTER-FILE.
          IF WS-CSE-STATUS = '35'
              OPEN OUTPUT CASE-MASTER-FILE
              CLOSE CASE-MASTER-FILE
              OPEN I-O CASE-MASTER-FILE
          END-IF.
          IF WS-CSE-STATUS NOT = '00'
              DISPLAY 'WARNING: CANNOT OPEN EXCEPTION CASE MASTER'
                  ' (STATUS=' WS-CSE-STATUS ') - CASE NOT POSTED FOR '
                  FUNCTION TRIM(CRQ-PROBE-ID)
              MOVE 8 TO CRQ-RC
              GOBACK
          END-IF.
          EVALUATE CRQ-ACTION
              WHEN 'OPN'
                  PERFORM POST-EXCEPTION
              WHEN 'CLR'
                  PERFORM CLOSE-CLEARED-CASES
          END-EVALUATE.
          CLOSE CASE-MASTER-FILE.
          GOBACK.

       POST-EXCEPTION.
               PERFORM LOOKUP-SEVERITY.
               MOVE CRQ-PROBE-ID TO CSE-PROBE-ID.
               MOVE CRQ-CLASS TO CSE-CLASS.
               MOVE 0 TO WS-LOCK-TRIES.
               MOVE 'Y' TO WS-LOCK-RETRY.
               PERFORM UNTIL WS-LOCK-RETRY = 'N'
                   READ CASE-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   PERFORM CHECK-RECORD-LOCK
               END-PERFORM.
               EVALUATE WS-CSE-STATUS
                   WHEN '00'
                       PERFORM ADD-OCCURRENCE
                   WHEN '23'
                       PERFORM OPEN-NEW-CASE
                   WHEN OTHER
                       DISPLAY 'WARNING: CASE NOT POSTED FOR '
                           FUNCTION TRIM(CRQ-PROBE-ID) ' '
                           CRQ-CLASS ' (STATUS=' WS-CSE-STATUS ')'
                       MOVE 8 TO CRQ-RC
               END-EVALUATE.

      *> Parallel decode partitions share the case master; a case
      *> held by another partition is waited for a few seconds.
       CHECK-RECORD-LOCK.
               MOVE 'N' TO WS-LOCK-RETRY.
               IF WS-CSE-STATUS = '51' AND WS-LOCK-TRIES < 5
                   ADD 1 TO WS-LOCK-TRIES
                   CALL 'C$SLEEP' USING WS-LOCK-WAIT
                   MOVE 'Y' TO WS-LOCK-RETRY
               END-IF.

       OPEN-NEW-CASE.
               MOVE SPACES TO CASE-MASTER-RECORD.
               MOVE CRQ-PROBE-ID TO CSE-PROBE-ID.
               MOVE CRQ-CLASS TO CSE-CLASS.
               MOVE 'O' TO CSE-STATUS.
               MOVE WS-SEVERITY TO CSE-SEVERITY.
               MOVE CRQ-TIMESTAMP TO CSE-FIRST-SEEN.
               MOVE CRQ-TIMESTAMP TO CSE-LAST-SEEN.
               MOVE 1 TO CSE-OCCURRENCES.
               MOVE CRQ-DISPOSITION TO CSE-LAST-DISPOSITION.
               MOVE 0 TO CSE-REOPEN-COUNT.
               MOVE 0 TO CSE-NOTE-COUNT.
               WRITE CASE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'WARNING: CASE NOT OPENED FOR '
                           FUNCTION TRIM(CRQ-PROBE-ID) ' '
                           CRQ-CLASS ' (STATUS=' WS-CSE-STATUS ')'
                       MOVE 8 TO CRQ-RC
               END-WRITE.

      *> A resolved or auto-closed case that recurs is reopened as a
      *> fresh occurrence; the operator fields from the last round
      *> are cleared but the note history stays in the case log.
       ADD-OCCURRENCE.
               IF CSE-STATUS = 'R' OR CSE-STATUS = 'C'
                   MOVE 'O' TO CSE-STATUS
                   MOVE CRQ-TIMESTAMP TO CSE-FIRST-SEEN
                   MOVE 0 TO CSE-OCCURRENCES
                   MOVE 0 TO CSE-SEVERITY
                   ADD 1 TO CSE-REOPEN-COUNT
                   MOVE SPACES TO CSE-ACK-BY
                   MOVE SPACES TO CSE-ACK-TIMESTAMP
                   MOVE SPACES TO CSE-ASSIGNED-TO
                   MOVE SPACES TO CSE-CLOSED-BY
                   MOVE SPACES TO CSE-CLOSED-TIMESTAMP
               END-IF.
               IF CSE-OCCURRENCES < 99999
                   ADD 1 TO CSE-OCCURRENCES
               END-IF.
               MOVE CRQ-TIMESTAMP TO CSE-LAST-SEEN.
               MOVE CRQ-DISPOSITION TO CSE-LAST-DISPOSITION.
               IF WS-SEVERITY > CSE-SEVERITY
                   MOVE WS-SEVERITY TO CSE-SEVERITY
               END-IF.
               REWRITE CASE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'WARNING: CASE NOT UPDATED FOR '
                           FUNCTION TRIM(CRQ-PROBE-ID) ' '
                           CRQ-CLASS ' (STATUS=' WS-CSE-STATUS ')'
                       MOVE 8 TO CRQ-RC
               END-REWRITE.

       LOOKUP-SEVERITY.
               MOVE 4 TO WS-SEVERITY.
               MOVE 'N' TO WS-SEV-FOUND.
               MOVE 1 TO WS-SEV-IDX.
               PERFORM UNTIL WS-SEV-IDX > 18 OR WS-SEV-FOUND = 'Y'
                   IF WS-SV-CLASS(WS-SEV-IDX) = CRQ-CLASS
                       MOVE 0 TO WS-PREFIX-LEN
                       INSPECT WS-SV-PREFIX(WS-SEV-IDX) TALLYING
                           WS-PREFIX-LEN FOR CHARACTERS
                           BEFORE INITIAL '  '
                       IF WS-PREFIX-LEN = 0
                           MOVE 'Y' TO WS-SEV-FOUND
                       ELSE
                           IF CRQ-DISPOSITION(1:WS-PREFIX-LEN) =
                                   WS-SV-PREFIX(WS-SEV-IDX)
                                       (1:WS-PREFIX-LEN)
                               MOVE 'Y' TO WS-SEV-FOUND
                           END-IF
                       END-IF
                       IF WS-SEV-FOUND = 'Y'
                           MOVE WS-SV-SEVERITY(WS-SEV-IDX)
                               TO WS-SEVERITY
                       END-IF
                   END-IF
                   ADD 1 TO WS-SEV-IDX
               END-PERFORM.

      *> Only cases last seen before this decode are closed: an
      *> exception raised by the very run that decoded cleanly (a
      *> changed message, say) stays open for the operator.
       CLOSE-CLEARED-CASES.
               MOVE 'N' TO WS-CSE-EOF.
               MOVE CRQ-PROBE-ID TO CSE-PROBE-ID.
               MOVE LOW-VALUES TO CSE-CLASS.
               START CASE-MASTER-FILE KEY IS NOT LESS THAN CSE-KEY
                   INVALID KEY MOVE 'Y' TO WS-CSE-EOF
               END-START.
               PERFORM UNTIL WS-CSE-EOF = 'Y'
                   READ CASE-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-CSE-EOF
                       NOT AT END
                           IF CSE-PROBE-ID NOT = CRQ-PROBE-ID
                               MOVE 'Y' TO WS-CSE-EOF
                           ELSE
                               PERFORM AUTO-CLOSE-CASE
                           END-IF
                   END-READ
                   IF WS-CSE-STATUS = '51'
                       MOVE 'Y' TO WS-CSE-EOF
                   END-IF
               END-PERFORM.

       AUTO-CLOSE-CASE.
               IF (CSE-STATUS = 'O' OR CSE-STATUS = 'A')
                       AND CSE-LAST-SEEN < CRQ-TIMESTAMP
                   MOVE 'C' TO CSE-STATUS
                   MOVE 'AUTO-CLOSE' TO CSE-CLOSED-BY
                   MOVE CRQ-TIMESTAMP TO CSE-CLOSED-TIMESTAMP
                   REWRITE CASE-MASTER-RECORD
                       INVALID KEY
                           MOVE 8 TO CRQ-RC
                   END-REWRITE
               END-IF.
