       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGDIST.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT SUBS-FILE ASSIGN TO 'subsmast'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SUB-KEY
             FILE STATUS IS WS-SUB-STATUS.
             SELECT MSGHIST-FILE ASSIGN TO 'msghist'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MSGH-STATUS.
             SELECT EXCEPTION-FILE ASSIGN TO 'exceptions'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXCEPTION-STATUS.
             SELECT DLVLOG-FILE ASSIGN TO 'dlvlog'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS DLV-KEY
             FILE STATUS IS WS-DLV-STATUS.
             SELECT BULLETIN-FILE ASSIGN TO DYNAMIC WS-BUL-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUL-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD SUBS-FILE.
          01 SUBS-RECORD.
             COPY SUBSMAST.

          FD MSGHIST-FILE.
          01 MSGHIST-RECORD.
             COPY MSGHIST.

          FD EXCEPTION-FILE.
          01 EXCEPTION-RECORD PIC X(200).

          FD DLVLOG-FILE.
          01 DLVLOG-RECORD.
             COPY DLVLOG.

          FD BULLETIN-FILE.
          01 BULLETIN-RECORD.
             COPY BULLETIN.

          WORKING-STORAGE SECTION.
          01 WS-SUB-STATUS PIC X(2).
          01 WS-MSGH-STATUS PIC X(2).
          01 WS-EXCEPTION-STATUS PIC X(2).
          01 WS-DLV-STATUS PIC X(2).
          01 WS-BUL-STATUS PIC X(2).
          01 WS-EOF PIC A(1).
          01 WS-RUN-TIMESTAMP PIC X(21).
          01 WS-TODAY PIC X(8).
          01 WS-EXC-LINE PIC X(200).
          01 WS-BUL-FILENAME PIC X(40).
          01 WS-BUL-OPEN PIC A(1).
          01 WS-DIGEST-STARTED PIC A(1).
          01 WS-DELIVER PIC A(1).
          01 WS-DELIVERY PIC X(1).
          01 WS-MATCHED PIC A(1).
          01 WS-PAT-LEN PIC 9(3).
          01 WS-CNT-DELIVERED PIC 9(7) VALUE 0.
          01 WS-CNT-ALREADY PIC 9(7) VALUE 0.
          01 WS-CNT-BULLETINS PIC 9(5) VALUE 0.
          01 WS-EARLIEST-ADDED PIC X(8) VALUE SPACES.
          01 WS-LAST-DISTRIBUTION PIC X(21) VALUE SPACES.
          01 WS-CUTOFF-DATE PIC X(8) VALUE SPACES.
          01 WS-CHANGED PIC X(1).
          01 WS-HIST-PENDING PIC 9(7) VALUE 0.
          01 WS-HIST-SKIP PIC 9(7) VALUE 0.
          01 WS-HIST-SKIPPED PIC 9(7) VALUE 0.

          01 WS-SUB-COUNT PIC 9(5) VALUE 0.
          01 WS-SUB-IDX PIC 9(5).
          01 WS-SUB-TABLE.
             05 WS-SUB-ENTRY OCCURS 500 TIMES.
                10 WS-SUB-PATTERN PIC X(100).
                10 WS-SUB-RECIPIENT PIC X(20).
                10 WS-SUB-MATCH PIC X(1).
                10 WS-SUB-DELIVERY PIC X(1).
                10 WS-SUB-ADDED PIC X(8).

          01 WS-RCP-COUNT PIC 9(5) VALUE 0.
          01 WS-RCP-IDX PIC 9(5).
          01 WS-RCP-FOUND PIC 9(5).
          01 WS-RCP-TABLE.
             05 WS-RCP-NAME PIC X(20) OCCURS 500 TIMES.

          01 WS-HIST-COUNT PIC 9(5) VALUE 0.
          01 WS-HIST-IDX PIC 9(5).
          01 WS-HIST-TABLE.
             05 WS-HIST-ENTRY OCCURS 5000 TIMES.
                10 WS-HIST-PROBE PIC X(100).
                10 WS-HIST-STAMP PIC X(21).
                10 WS-HIST-RC PIC 9(1).
                10 WS-HIST-CHANGED PIC X(1).
                10 WS-HIST-TEXT PIC X(200).

          01 WS-PRB-COUNT PIC 9(5) VALUE 0.
          01 WS-PRB-IDX PIC 9(5).
          01 WS-PRB-FOUND PIC 9(5).
          01 WS-PRB-TABLE.
             05 WS-PRB-ENTRY OCCURS 500 TIMES.
                10 WS-PRB-PROBE PIC X(100).
                10 WS-PRB-LAST-TEXT PIC X(200).

       PROCEDURE DIVISION.
          MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
          MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.
          PERFORM LOAD-SUBSCRIPTIONS.
          PERFORM OPEN-DELIVERY-LOG.
          PERFORM SET-HISTORY-CUTOFF.
          PERFORM LOAD-HISTORY.
          PERFORM APPLY-MESSAGE-EXCEPTIONS.
          MOVE 1 TO WS-RCP-IDX.
          PERFORM UNTIL WS-RCP-IDX > WS-RCP-COUNT
              PERFORM DISTRIBUTE-TO-RECIPIENT
              ADD 1 TO WS-RCP-IDX
          END-PERFORM.
          PERFORM RECORD-DISTRIBUTION-RUN.
          CLOSE DLVLOG-FILE.
          DISPLAY 'MESSAGE DISTRIBUTION COMPLETE: ' WS-CNT-DELIVERED
              ' DECODE(S) DELIVERED TO ' WS-CNT-BULLETINS
              ' BULLETIN(S), ' WS-CNT-ALREADY ' ALREADY DELIVERED'.
          STOP RUN.

       LOAD-SUBSCRIPTIONS.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT SUBS-FILE.
               IF WS-SUB-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN SUBSCRIPTION MASTER'
                       ' (STATUS=' WS-SUB-STATUS ')'
                       ' - RUN SUBSMNT TO CREATE IT'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SUBS-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM STORE-SUBSCRIPTION
                   END-READ
               END-PERFORM.
               CLOSE SUBS-FILE.

       STORE-SUBSCRIPTION.
               IF WS-SUB-COUNT >= 500
                   DISPLAY 'ERROR: MORE THAN 500 SUBSCRIPTIONS'
                       ' - REMAINDER NOT DISTRIBUTED'
                   MOVE 4 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF
               ELSE
                   ADD 1 TO WS-SUB-COUNT
                   MOVE SUB-PATTERN TO WS-SUB-PATTERN(WS-SUB-COUNT)
                   MOVE SUB-RECIPIENT TO WS-SUB-RECIPIENT(WS-SUB-COUNT)
                   MOVE SUB-MATCH-TYPE TO WS-SUB-MATCH(WS-SUB-COUNT)
                   MOVE SUB-DELIVERY TO WS-SUB-DELIVERY(WS-SUB-COUNT)
                   MOVE SUB-ADDED-TIMESTAMP(1:8)
                       TO WS-SUB-ADDED(WS-SUB-COUNT)
                   IF WS-SUB-COUNT = 1
                           OR SUB-ADDED-TIMESTAMP(1:8)
                               < WS-EARLIEST-ADDED
                       MOVE SUB-ADDED-TIMESTAMP(1:8)
                           TO WS-EARLIEST-ADDED
                   END-IF
                   PERFORM NOTE-RECIPIENT
               END-IF.

       NOTE-RECIPIENT.
               MOVE 0 TO WS-RCP-FOUND.
               MOVE 1 TO WS-RCP-IDX.
               PERFORM UNTIL WS-RCP-IDX > WS-RCP-COUNT
                       OR WS-RCP-FOUND > 0
                   IF WS-RCP-NAME(WS-RCP-IDX) = SUB-RECIPIENT
                       MOVE WS-RCP-IDX TO WS-RCP-FOUND
                   END-IF
                   ADD 1 TO WS-RCP-IDX
               END-PERFORM.
               IF WS-RCP-FOUND = 0
                   ADD 1 TO WS-RCP-COUNT
                   MOVE SUB-RECIPIENT TO WS-RCP-NAME(WS-RCP-COUNT)
               END-IF.

      *> Decodes from days before the last completed distribution run
      *> were offered to every subscription then (a digest takes the
      *> days before its run, so the run's own day is kept), and
      *> decodes from before the earliest subscription are wanted by
      *> none, so neither is tabled.
       SET-HISTORY-CUTOFF.
               MOVE SPACES TO DLVLOG-RECORD.
               READ DLVLOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DLV-DELIVERED-TIMESTAMP
                           TO WS-LAST-DISTRIBUTION
               END-READ.
               MOVE WS-EARLIEST-ADDED TO WS-CUTOFF-DATE.
               IF WS-LAST-DISTRIBUTION(1:8) > WS-CUTOFF-DATE
                   MOVE WS-LAST-DISTRIBUTION(1:8) TO WS-CUTOFF-DATE
               END-IF.

      *> The history is chronological, so each record's changed flag
      *> is set against the text of the probe's previous record, read
      *> or not. The records past the cutoff are counted first so that,
      *> when there are more than the table holds, the oldest are
      *> passed over and the newest distributed.
       LOAD-HISTORY.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT MSGHIST-FILE.
               IF WS-MSGH-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN MESSAGE HISTORY'
                       ' (STATUS=' WS-MSGH-STATUS ')'
                   CLOSE DLVLOG-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MSGHIST-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF MSH-RUN-TIMESTAMP(1:8) >= WS-CUTOFF-DATE
                               ADD 1 TO WS-HIST-PENDING
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE MSGHIST-FILE.
               IF WS-HIST-PENDING > 5000
                   COMPUTE WS-HIST-SKIP = WS-HIST-PENDING - 5000
                   DISPLAY 'ERROR: ' WS-HIST-PENDING
                       ' UNDISTRIBUTED HISTORY RECORDS - OLDEST '
                       WS-HIST-SKIP ' NOT DISTRIBUTED'
                   MOVE 4 TO RETURN-CODE
               END-IF.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT MSGHIST-FILE.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MSGHIST-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM STORE-HISTORY-RECORD
                   END-READ
               END-PERFORM.
               CLOSE MSGHIST-FILE.

       STORE-HISTORY-RECORD.
               PERFORM SET-CHANGED-FLAG.
               IF MSH-RUN-TIMESTAMP(1:8) < WS-CUTOFF-DATE
                   CONTINUE
               ELSE
                   IF WS-HIST-SKIPPED < WS-HIST-SKIP
                       ADD 1 TO WS-HIST-SKIPPED
                   ELSE
                       IF WS-HIST-COUNT >= 5000
                           DISPLAY 'ERROR: MORE THAN 5000 HISTORY'
                               ' RECORDS - REMAINDER NOT DISTRIBUTED'
                           MOVE 4 TO RETURN-CODE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM TABLE-HISTORY-RECORD
                       END-IF
                   END-IF
               END-IF.

       TABLE-HISTORY-RECORD.
               ADD 1 TO WS-HIST-COUNT.
               MOVE MSH-PROBE-ID TO WS-HIST-PROBE(WS-HIST-COUNT).
               MOVE MSH-RUN-TIMESTAMP TO WS-HIST-STAMP(WS-HIST-COUNT).
               IF MSH-OCR-RC IS NUMERIC
                   MOVE MSH-OCR-RC TO WS-HIST-RC(WS-HIST-COUNT)
               ELSE
                   MOVE 0 TO WS-HIST-RC(WS-HIST-COUNT)
               END-IF.
               MOVE MSH-TEXT TO WS-HIST-TEXT(WS-HIST-COUNT).
               MOVE WS-CHANGED TO WS-HIST-CHANGED(WS-HIST-COUNT).

       SET-CHANGED-FLAG.
               MOVE 0 TO WS-PRB-FOUND.
               MOVE 1 TO WS-PRB-IDX.
               PERFORM UNTIL WS-PRB-IDX > WS-PRB-COUNT
                       OR WS-PRB-FOUND > 0
                   IF WS-PRB-PROBE(WS-PRB-IDX) = MSH-PROBE-ID
                       MOVE WS-PRB-IDX TO WS-PRB-FOUND
                   END-IF
                   ADD 1 TO WS-PRB-IDX
               END-PERFORM.
               MOVE 'Y' TO WS-CHANGED.
               IF WS-PRB-FOUND > 0
                   IF WS-PRB-LAST-TEXT(WS-PRB-FOUND) = MSH-TEXT
                       MOVE 'N' TO WS-CHANGED
                   END-IF
                   MOVE MSH-TEXT TO WS-PRB-LAST-TEXT(WS-PRB-FOUND)
               ELSE
                   IF WS-PRB-COUNT < 500
                       ADD 1 TO WS-PRB-COUNT
                       MOVE MSH-PROBE-ID TO WS-PRB-PROBE(WS-PRB-COUNT)
                       MOVE MSH-TEXT
                           TO WS-PRB-LAST-TEXT(WS-PRB-COUNT)
                   END-IF
               END-IF.

      *> A MESSAGE exception from the decoder is the authority for the
      *> run it was raised in, even when the history before it has
      *> been purged by housekeeping.
       APPLY-MESSAGE-EXCEPTIONS.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT EXCEPTION-FILE.
               IF WS-EXCEPTION-STATUS = '00'
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ EXCEPTION-FILE INTO WS-EXC-LINE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-EXC-LINE(64:18) = 'MESSAGE'
                                   PERFORM FLAG-CHANGED-DECODE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EXCEPTION-FILE
               END-IF.

       FLAG-CHANGED-DECODE.
               MOVE 1 TO WS-HIST-IDX.
               PERFORM UNTIL WS-HIST-IDX > WS-HIST-COUNT
                   IF WS-HIST-STAMP(WS-HIST-IDX) = WS-EXC-LINE(1:21)
                           AND WS-HIST-PROBE(WS-HIST-IDX)(1:40)
                               = WS-EXC-LINE(23:40)
                       MOVE 'Y' TO WS-HIST-CHANGED(WS-HIST-IDX)
                   END-IF
                   ADD 1 TO WS-HIST-IDX
               END-PERFORM.

       OPEN-DELIVERY-LOG.
               OPEN I-O DLVLOG-FILE.
               IF WS-DLV-STATUS = '35'
                   OPEN OUTPUT DLVLOG-FILE
                   CLOSE DLVLOG-FILE
                   OPEN I-O DLVLOG-FILE
               END-IF.
               IF WS-DLV-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN DELIVERY LOG (STATUS='
                       WS-DLV-STATUS ')'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> The run is recorded only once every recipient has been
      *> served, so a run that stops part way leaves the cutoff where
      *> it was and the rerun offers the same decodes again.
       RECORD-DISTRIBUTION-RUN.
               MOVE SPACES TO DLVLOG-RECORD.
               MOVE WS-RUN-TIMESTAMP TO DLV-DELIVERED-TIMESTAMP.
               WRITE DLVLOG-RECORD
                   INVALID KEY
                       REWRITE DLVLOG-RECORD
               END-WRITE.

       DISTRIBUTE-TO-RECIPIENT.
               MOVE 'N' TO WS-BUL-OPEN.
               MOVE 'N' TO WS-DIGEST-STARTED.
               MOVE SPACES TO WS-BUL-FILENAME.
               STRING 'bulletin.' FUNCTION TRIM(WS-RCP-NAME(WS-RCP-IDX))
                   DELIMITED BY SIZE INTO WS-BUL-FILENAME.
               MOVE 1 TO WS-HIST-IDX.
               PERFORM UNTIL WS-HIST-IDX > WS-HIST-COUNT
                   PERFORM CHECK-SUBSCRIPTIONS
                   IF WS-DELIVER = 'Y'
                       PERFORM DELIVER-DECODE
                   END-IF
                   ADD 1 TO WS-HIST-IDX
               END-PERFORM.
               IF WS-BUL-OPEN = 'Y'
                   CLOSE BULLETIN-FILE
               END-IF.

      *> The first of the recipient's subscriptions that matches the
      *> probe and wants this decode decides the delivery.
       CHECK-SUBSCRIPTIONS.
               MOVE 'N' TO WS-DELIVER.
               MOVE 1 TO WS-SUB-IDX.
               PERFORM UNTIL WS-SUB-IDX > WS-SUB-COUNT
                       OR WS-DELIVER = 'Y'
                   IF WS-SUB-RECIPIENT(WS-SUB-IDX)
                           = WS-RCP-NAME(WS-RCP-IDX)
                           AND WS-HIST-STAMP(WS-HIST-IDX)(1:8)
                               >= WS-SUB-ADDED(WS-SUB-IDX)
                       PERFORM MATCH-PROBE
                       IF WS-MATCHED = 'Y'
                           PERFORM CHECK-PREFERENCE
                       END-IF
                   END-IF
                   ADD 1 TO WS-SUB-IDX
               END-PERFORM.

       MATCH-PROBE.
               MOVE 'N' TO WS-MATCHED.
               MOVE 0 TO WS-PAT-LEN.
               INSPECT FUNCTION TRIM(WS-SUB-PATTERN(WS-SUB-IDX)
                   TRAILING) TALLYING WS-PAT-LEN FOR CHARACTERS.
               IF WS-SUB-MATCH(WS-SUB-IDX) = 'P'
                   IF WS-HIST-PROBE(WS-HIST-IDX)(1:WS-PAT-LEN)
                           = WS-SUB-PATTERN(WS-SUB-IDX)(1:WS-PAT-LEN)
                       MOVE 'Y' TO WS-MATCHED
                   END-IF
               ELSE
                   IF WS-HIST-PROBE(WS-HIST-IDX)
                           = WS-SUB-PATTERN(WS-SUB-IDX)
                       MOVE 'Y' TO WS-MATCHED
                   END-IF
                   IF WS-PAT-LEN < 100
                       IF WS-HIST-PROBE(WS-HIST-IDX)(1:WS-PAT-LEN)
                               = WS-SUB-PATTERN(WS-SUB-IDX)
                                   (1:WS-PAT-LEN)
                               AND WS-HIST-PROBE(WS-HIST-IDX)
                                   (WS-PAT-LEN + 1:1) = '#'
                           MOVE 'Y' TO WS-MATCHED
                       END-IF
                   END-IF
               END-IF.

      *> A digest subscriber gets the previous days' decodes in one
      *> block on the first distribution run of the day.
       CHECK-PREFERENCE.
               EVALUATE WS-SUB-DELIVERY(WS-SUB-IDX)
                   WHEN 'A'
                       MOVE 'Y' TO WS-DELIVER
                   WHEN 'C'
                       IF WS-HIST-CHANGED(WS-HIST-IDX) = 'Y'
                           MOVE 'Y' TO WS-DELIVER
                       END-IF
                   WHEN 'D'
                       IF WS-HIST-STAMP(WS-HIST-IDX)(1:8) < WS-TODAY
                           MOVE 'Y' TO WS-DELIVER
                       END-IF
               END-EVALUATE.
               IF WS-DELIVER = 'Y'
                   MOVE WS-SUB-DELIVERY(WS-SUB-IDX) TO WS-DELIVERY
               END-IF.

      *> The log record goes first: if the run fails between the two
      *> writes the decode is lost to this recipient, never doubled.
       DELIVER-DECODE.
               MOVE SPACES TO DLVLOG-RECORD.
               MOVE WS-RCP-NAME(WS-RCP-IDX) TO DLV-RECIPIENT.
               MOVE WS-HIST-PROBE(WS-HIST-IDX) TO DLV-PROBE-ID.
               MOVE WS-HIST-STAMP(WS-HIST-IDX) TO DLV-RUN-TIMESTAMP.
               MOVE WS-DELIVERY TO DLV-DELIVERY.
               MOVE WS-RUN-TIMESTAMP TO DLV-DELIVERED-TIMESTAMP.
               WRITE DLVLOG-RECORD
                   INVALID KEY
                       ADD 1 TO WS-CNT-ALREADY
                   NOT INVALID KEY
                       PERFORM WRITE-BULLETIN-LINE
               END-WRITE.

       WRITE-BULLETIN-LINE.
               IF WS-BUL-OPEN = 'N'
                   PERFORM OPEN-BULLETIN
               END-IF.
               IF WS-DELIVERY = 'D' AND WS-DIGEST-STARTED = 'N'
                   MOVE 'Y' TO WS-DIGEST-STARTED
                   MOVE SPACES TO BULLETIN-RECORD
                   MOVE 'H' TO BUL-REC-TYPE
                   MOVE WS-TODAY TO BUL-RUN-TIMESTAMP
                   MOVE 0 TO BUL-OCR-RC
                   MOVE 'D' TO BUL-DELIVERY
                   STRING 'DAILY DIGEST OF DECODES BEFORE ' WS-TODAY
                       DELIMITED BY SIZE INTO BUL-TEXT
                   WRITE BULLETIN-RECORD
               END-IF.
               MOVE SPACES TO BULLETIN-RECORD.
               MOVE 'M' TO BUL-REC-TYPE.
               MOVE WS-HIST-PROBE(WS-HIST-IDX) TO BUL-PROBE-ID.
               MOVE WS-HIST-STAMP(WS-HIST-IDX) TO BUL-RUN-TIMESTAMP.
               MOVE WS-HIST-RC(WS-HIST-IDX) TO BUL-OCR-RC.
               MOVE WS-HIST-CHANGED(WS-HIST-IDX) TO BUL-CHANGED.
               MOVE WS-DELIVERY TO BUL-DELIVERY.
               MOVE WS-HIST-TEXT(WS-HIST-IDX) TO BUL-TEXT.
               WRITE BULLETIN-RECORD.
               ADD 1 TO WS-CNT-DELIVERED.

       OPEN-BULLETIN.
               OPEN EXTEND BULLETIN-FILE.
               IF WS-BUL-STATUS NOT = '00'
                   OPEN OUTPUT BULLETIN-FILE
               END-IF.
               IF WS-BUL-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN BULLETIN FILE '
                       FUNCTION TRIM(WS-BUL-FILENAME)
                       ' (STATUS=' WS-BUL-STATUS ')'
                   CLOSE DLVLOG-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'Y' TO WS-BUL-OPEN.
               ADD 1 TO WS-CNT-BULLETINS.
