       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSMNT.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT SUBS-FILE ASSIGN TO 'subsmast'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SUB-KEY
             FILE STATUS IS WS-SUB-STATUS.
             SELECT TRANS-FILE ASSIGN TO 'substrn'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRANS-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD SUBS-FILE.
          01 SUBS-RECORD.
             COPY SUBSMAST.

          FD TRANS-FILE.
          01 TRANS-RECORD PIC X(126).

          WORKING-STORAGE SECTION.
          01 WS-TRANS-REC.
             COPY SUBSTRN.
          01 WS-SUB-STATUS PIC X(2).
          01 WS-TRANS-STATUS PIC X(2).
          01 WS-TRANS-EOF PIC A(1).
          01 WS-SUB-EOF PIC A(1).
          01 WS-TRN-VALID PIC A(1).
          01 WS-APPLY-COUNT PIC 9(5) VALUE 0.
          01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
          01 WS-SUB-COUNT PIC 9(5) VALUE 0.
          01 WS-RUN-TIMESTAMP PIC X(21).

       PROCEDURE DIVISION.
          MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
          PERFORM OPEN-SUBSCRIPTIONS.
          MOVE 'N' TO WS-TRANS-EOF.
          OPEN INPUT TRANS-FILE.
          IF WS-TRANS-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN SUBSCRIPTION TRANSACTION'
                  ' FILE (STATUS=' WS-TRANS-STATUS ')'
              CLOSE SUBS-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.
          PERFORM UNTIL WS-TRANS-EOF = 'Y'
              READ TRANS-FILE INTO WS-TRANS-REC
                  AT END MOVE 'Y' TO WS-TRANS-EOF
                  NOT AT END PERFORM APPLY-TRANSACTION
              END-READ
          END-PERFORM.
          CLOSE TRANS-FILE.
          PERFORM LIST-SUBSCRIPTIONS.
          CLOSE SUBS-FILE.
          DISPLAY 'SUBSCRIPTION MAINTENANCE COMPLETE: '
              WS-APPLY-COUNT ' APPLIED, ' WS-REJECT-COUNT
              ' REJECTED, ' WS-SUB-COUNT ' ON FILE'.
          IF WS-REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
          END-IF.
          STOP RUN.

       OPEN-SUBSCRIPTIONS.
               OPEN I-O SUBS-FILE.
               IF WS-SUB-STATUS = '35'
                   OPEN OUTPUT SUBS-FILE
                   CLOSE SUBS-FILE
                   OPEN I-O SUBS-FILE
               END-IF.
               IF WS-SUB-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN SUBSCRIPTION MASTER'
                       ' (STATUS=' WS-SUB-STATUS ')'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

       APPLY-TRANSACTION.
               EVALUATE STR-ACTION
                   WHEN 'ADD'
                       PERFORM ADD-SUBSCRIPTION
                   WHEN 'UPD'
                       PERFORM UPDATE-SUBSCRIPTION
                   WHEN 'DEL'
                       PERFORM DELETE-SUBSCRIPTION
                   WHEN OTHER
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'REJECTED: UNKNOWN ACTION "' STR-ACTION
                           '" FOR ' FUNCTION TRIM(STR-RECIPIENT)
               END-EVALUATE.

       ADD-SUBSCRIPTION.
               PERFORM VALIDATE-TRANSACTION.
               IF WS-TRN-VALID = 'Y'
                   MOVE SPACES TO SUBS-RECORD
                   MOVE STR-PATTERN TO SUB-PATTERN
                   MOVE STR-RECIPIENT TO SUB-RECIPIENT
                   MOVE STR-MATCH-TYPE TO SUB-MATCH-TYPE
                   MOVE STR-DELIVERY TO SUB-DELIVERY
                   MOVE WS-RUN-TIMESTAMP TO SUB-ADDED-TIMESTAMP
                   MOVE WS-RUN-TIMESTAMP TO SUB-UPDATED-TIMESTAMP
                   WRITE SUBS-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                           DISPLAY 'REJECTED: '
                               FUNCTION TRIM(STR-RECIPIENT)
                               ' ALREADY SUBSCRIBES TO '
                               FUNCTION TRIM(STR-PATTERN) ' - USE UPD'
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLY-COUNT
                           DISPLAY 'SUBSCRIBED '
                               FUNCTION TRIM(STR-RECIPIENT) ' TO '
                               FUNCTION TRIM(STR-PATTERN)
                   END-WRITE
               END-IF.

       UPDATE-SUBSCRIPTION.
               PERFORM VALIDATE-TRANSACTION.
               IF WS-TRN-VALID = 'Y'
                   MOVE STR-PATTERN TO SUB-PATTERN
                   MOVE STR-RECIPIENT TO SUB-RECIPIENT
                   READ SUBS-FILE
                       INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                           DISPLAY 'REJECTED: '
                               FUNCTION TRIM(STR-RECIPIENT)
                               ' DOES NOT SUBSCRIBE TO '
                               FUNCTION TRIM(STR-PATTERN) ' - USE ADD'
                       NOT INVALID KEY
                           MOVE STR-MATCH-TYPE TO SUB-MATCH-TYPE
                           MOVE STR-DELIVERY TO SUB-DELIVERY
                           MOVE WS-RUN-TIMESTAMP
                               TO SUB-UPDATED-TIMESTAMP
                           REWRITE SUBS-RECORD
                           ADD 1 TO WS-APPLY-COUNT
                           DISPLAY 'UPDATED '
                               FUNCTION TRIM(STR-RECIPIENT) ' FOR '
                               FUNCTION TRIM(STR-PATTERN)
                   END-READ
               END-IF.

       DELETE-SUBSCRIPTION.
               MOVE STR-PATTERN TO SUB-PATTERN.
               MOVE STR-RECIPIENT TO SUB-RECIPIENT.
               DELETE SUBS-FILE
                   INVALID KEY
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'REJECTED: '
                           FUNCTION TRIM(STR-RECIPIENT)
                           ' DOES NOT SUBSCRIBE TO '
                           FUNCTION TRIM(STR-PATTERN)
                   NOT INVALID KEY
                       ADD 1 TO WS-APPLY-COUNT
                       DISPLAY 'UNSUBSCRIBED '
                           FUNCTION TRIM(STR-RECIPIENT) ' FROM '
                           FUNCTION TRIM(STR-PATTERN)
               END-DELETE.

       VALIDATE-TRANSACTION.
               MOVE 'Y' TO WS-TRN-VALID.
               IF STR-MATCH-TYPE = SPACE
                   MOVE 'E' TO STR-MATCH-TYPE
               END-IF.
               IF STR-DELIVERY = SPACE
                   MOVE 'A' TO STR-DELIVERY
               END-IF.
               IF STR-RECIPIENT = SPACES OR STR-PATTERN = SPACES
                   MOVE 'N' TO WS-TRN-VALID
                   DISPLAY 'REJECTED: ' STR-ACTION
                       ' NEEDS A RECIPIENT AND A PROBE OR PREFIX'
               END-IF.
               IF STR-MATCH-TYPE NOT = 'E' AND STR-MATCH-TYPE NOT = 'P'
                   MOVE 'N' TO WS-TRN-VALID
                   DISPLAY 'REJECTED: MATCH TYPE "' STR-MATCH-TYPE
                       '" FOR ' FUNCTION TRIM(STR-RECIPIENT)
                       ' MUST BE E OR P'
               END-IF.
               IF STR-DELIVERY NOT = 'A' AND STR-DELIVERY NOT = 'C'
                       AND STR-DELIVERY NOT = 'D'
                   MOVE 'N' TO WS-TRN-VALID
                   DISPLAY 'REJECTED: DELIVERY "' STR-DELIVERY
                       '" FOR ' FUNCTION TRIM(STR-RECIPIENT)
                       ' MUST BE A, C OR D'
               END-IF.
               IF WS-TRN-VALID = 'N'
                   ADD 1 TO WS-REJECT-COUNT
               END-IF.

       LIST-SUBSCRIPTIONS.
               MOVE 'N' TO WS-SUB-EOF.
               MOVE LOW-VALUES TO SUB-KEY.
               START SUBS-FILE KEY IS NOT LESS THAN SUB-KEY
                   INVALID KEY MOVE 'Y' TO WS-SUB-EOF
               END-START.
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ SUBS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-SUB-EOF
                       NOT AT END
                           ADD 1 TO WS-SUB-COUNT
                           DISPLAY '  ' SUB-RECIPIENT ' '
                               SUB-MATCH-TYPE ' ' SUB-DELIVERY ' '
                               FUNCTION TRIM(SUB-PATTERN)
                   END-READ
               END-PERFORM.
