       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLSPLIT.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT CONTROL-FILE ASSIGN TO 'control'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
             SELECT WORKLIST-FILE ASSIGN TO 'worklist'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WORKLIST-STATUS.
             SELECT PROBE-REG-FILE ASSIGN TO 'probereg'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS REG-PROBE-ID
             FILE STATUS IS WS-REG-STATUS.
             SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS.
             SELECT PART-LEDGER-FILE
             ASSIGN TO DYNAMIC WS-PART-LEDGER-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PART-LEDGER-STATUS.
             SELECT PART-WL-FILE ASSIGN TO DYNAMIC WS-PART-WL-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PART-WL-STATUS.
             SELECT REPORT-FILE ASSIGN TO 'splitrpt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CONTROL-FILE.
          01 CONTROL-RECORD.
             COPY CTLDIMS.

          FD WORKLIST-FILE.
          01 WORKLIST-RECORD PIC X(100).

          FD PROBE-REG-FILE.
          01 REGISTRY-RECORD.
             COPY PROBEREG.

          FD LEDGER-FILE.
          01 LEDGER-RECORD.
             05 LED-STATUS PIC X(18).
             05 LED-FILENAME PIC X(100).

          FD PART-LEDGER-FILE.
          01 PART-LEDGER-RECORD.
             05 PLD-STATUS PIC X(18).
             05 PLD-FILENAME PIC X(100).

          FD PART-WL-FILE.
          01 PART-WL-RECORD PIC X(100).

          FD REPORT-FILE.
          01 REPORT-RECORD PIC X(200).

          WORKING-STORAGE SECTION.
          01 WS-CONTROL-STATUS PIC X(2).
          01 WS-WORKLIST-STATUS PIC X(2).
          01 WS-REG-STATUS PIC X(2).
          01 WS-LEDGER-STATUS PIC X(2).
          01 WS-PART-LEDGER-STATUS PIC X(2).
          01 WS-PART-WL-STATUS PIC X(2).
          01 WS-REPORT-STATUS PIC X(2).
          01 WS-RUN-TIMESTAMP PIC X(21).
          01 WS-RUN-RC PIC 9(2) VALUE 0.
          01 WS-NEW-RC PIC 9(2).
          01 WS-LEDGER-FILENAME PIC X(20).
          01 WS-PART-LEDGER-FILENAME PIC X(20).
          01 WS-PART-WL-FILENAME PIC X(20).
          01 WS-PARTCTL-FILENAME PIC X(20).
          01 WS-DELETE-RC PIC S9(9) COMP-5.
          01 WS-WORKLIST-EOF PIC A(1).
          01 WS-LEDGER-EOF PIC A(1).
          01 WS-SIZES-KNOWN PIC A(1).
          01 WS-PARTITIONS PIC 9(2).
          01 WS-PART PIC 9(2).
          01 WS-PART-SCAN PIC 9(2).
          01 WS-PART-LEDGERS PIC 9(2).
          01 WS-WL-COUNT PIC 9(4).
          01 WS-WL-IDX PIC 9(4).
          01 WS-WL-SCAN PIC 9(4).
          01 WS-WL-PARSE-NAME PIC X(100).
          01 WS-WL-PARSE-FLAG PIC X(10).
          01 WS-BEST-IDX PIC 9(4).
          01 WS-BEST-SIZE PIC 9(7).
          01 WS-BEST-PART PIC 9(2).
          01 WS-SEEDED PIC 9(4).
          01 WS-PART-WRITTEN PIC 9(4).
          01 WS-TOTAL-LOAD PIC 9(11).
          01 WS-REPORT-LINE PIC X(200).

      *> One slot per worklist record, kept exactly as read so any
      *> per-entry flag (' DIAG') travels to the partition worklist.
          01 WS-SPLIT-TABLE.
             05 WS-SP-ENTRY OCCURS 1000 TIMES.
                10 WS-SP-RECORD PIC X(100).
                10 WS-SP-NAME PIC X(100).
                10 WS-SP-SIZE PIC 9(7).
                10 WS-SP-PART PIC 9(2).
                10 WS-SP-PINNED PIC A(1).

          01 WS-PART-TABLE.
             05 WS-PT-ENTRY OCCURS 20 TIMES.
                10 WS-PT-LOAD PIC 9(11).
                10 WS-PT-ENTRIES PIC 9(4).
                10 WS-PT-PINNED PIC 9(4).

          01 WS-LED-COUNT PIC 9(4).
          01 WS-LED-IDX PIC 9(4).
          01 WS-LEDGER-TABLE.
             05 WS-LED-ENTRY OCCURS 2000 TIMES.
                10 WS-LED-NAME PIC X(100).
                10 WS-LED-STATE PIC X(18).
                10 WS-LED-PART PIC 9(2).

       PROCEDURE DIVISION.
          MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
          PERFORM LOAD-CONTROL.
          OPEN OUTPUT REPORT-FILE.
          IF WS-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN SPLIT REPORT (STATUS='
                  WS-REPORT-STATUS ')'
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.
          MOVE SPACES TO WS-REPORT-LINE.
          STRING '---- WORKLIST PARTITION SPLIT ' WS-RUN-TIMESTAMP
              ' ----' DELIMITED BY SIZE INTO WS-REPORT-LINE.
          PERFORM WRITE-REPORT-LINE.
          PERFORM LOAD-WORKLIST.
          PERFORM LOOKUP-FEED-SIZES.
          PERFORM PIN-RESTARTED-ENTRIES.
          PERFORM ASSIGN-PARTITIONS.
          IF WS-PART-LEDGERS = 0
              PERFORM SEED-PARTITION-LEDGERS
          END-IF.
          PERFORM WRITE-PARTITION-WORKLISTS.
          PERFORM PRINT-SPLIT-SUMMARY.
          CLOSE REPORT-FILE.
          MOVE WS-RUN-RC TO RETURN-CODE.
          STOP RUN.

       WRITE-REPORT-LINE.
               DISPLAY WS-REPORT-LINE.
               WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       RAISE-RC.
               IF WS-NEW-RC > WS-RUN-RC
                   MOVE WS-NEW-RC TO WS-RUN-RC
               END-IF.

       LOAD-CONTROL.
               OPEN INPUT CONTROL-FILE.
               IF WS-CONTROL-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN CONTROL FILE (STATUS='
                       WS-CONTROL-STATUS ')'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               READ CONTROL-FILE INTO CONTROL-RECORD.
               CLOSE CONTROL-FILE.
               IF CTL-PARTITIONS IS NUMERIC AND CTL-PARTITIONS > 1
                   MOVE CTL-PARTITIONS TO WS-PARTITIONS
               ELSE
                   MOVE 1 TO WS-PARTITIONS
               END-IF.
               IF WS-PARTITIONS > 20
                   DISPLAY 'WARNING: CONTROL RECORD ASKS FOR '
                       WS-PARTITIONS ' PARTITIONS - LIMITED TO 20'
                   MOVE 20 TO WS-PARTITIONS
                   MOVE 4 TO WS-NEW-RC
                   PERFORM RAISE-RC
               END-IF.

       LOAD-WORKLIST.
               MOVE 0 TO WS-WL-COUNT.
               MOVE 'N' TO WS-WORKLIST-EOF.
               OPEN INPUT WORKLIST-FILE.
               IF WS-WORKLIST-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN WORKLIST FILE (STATUS='
                       WS-WORKLIST-STATUS ')'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM UNTIL WS-WORKLIST-EOF = 'Y'
                   READ WORKLIST-FILE
                       AT END MOVE 'Y' TO WS-WORKLIST-EOF
                       NOT AT END
                           IF WS-WL-COUNT >= 1000
                               MOVE SPACES TO WS-REPORT-LINE
                               STRING 'WARNING: WORKLIST EXCEEDS 1000'
                                   ' ENTRIES - REMAINDER NOT SPLIT'
                                   DELIMITED BY SIZE
                                   INTO WS-REPORT-LINE
                               PERFORM WRITE-REPORT-LINE
                               MOVE 8 TO WS-NEW-RC
                               PERFORM RAISE-RC
                               MOVE 'Y' TO WS-WORKLIST-EOF
                           ELSE
                               PERFORM STORE-WORKLIST-ENTRY
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE WORKLIST-FILE.

       STORE-WORKLIST-ENTRY.
               ADD 1 TO WS-WL-COUNT.
               MOVE SPACES TO WS-WL-PARSE-NAME.
               MOVE SPACES TO WS-WL-PARSE-FLAG.
               UNSTRING WORKLIST-RECORD DELIMITED BY ALL ' '
                   INTO WS-WL-PARSE-NAME WS-WL-PARSE-FLAG
               END-UNSTRING.
               MOVE WORKLIST-RECORD TO WS-SP-RECORD(WS-WL-COUNT).
               MOVE WS-WL-PARSE-NAME TO WS-SP-NAME(WS-WL-COUNT).
               MOVE 0 TO WS-SP-SIZE(WS-WL-COUNT).
               MOVE 0 TO WS-SP-PART(WS-WL-COUNT).
               MOVE 'N' TO WS-SP-PINNED(WS-WL-COUNT).

      *> The decode cost of an entry is taken as the size of the
      *> probe's last transmission; a probe the registry has not seen
      *> a file for yet counts as zero and is spread by entry count.
       LOOKUP-FEED-SIZES.
               MOVE 'Y' TO WS-SIZES-KNOWN.
               OPEN INPUT PROBE-REG-FILE.
               IF WS-REG-STATUS NOT = '00'
                   MOVE 'N' TO WS-SIZES-KNOWN
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'WARNING: PROBE REGISTRY NOT READABLE'
                       ' (STATUS=' WS-REG-STATUS ') - SPLIT BY ENTRY'
                       ' COUNT ONLY' DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 4 TO WS-NEW-RC
                   PERFORM RAISE-RC
               ELSE
                   MOVE 1 TO WS-WL-IDX
                   PERFORM UNTIL WS-WL-IDX > WS-WL-COUNT
                       MOVE WS-SP-NAME(WS-WL-IDX) TO REG-PROBE-ID
                       READ PROBE-REG-FILE
                           INVALID KEY
                               MOVE 0 TO WS-SP-SIZE(WS-WL-IDX)
                           NOT INVALID KEY
                               IF REG-LAST-SIZE IS NUMERIC
                                   MOVE REG-LAST-SIZE
                                       TO WS-SP-SIZE(WS-WL-IDX)
                               END-IF
                       END-READ
                       ADD 1 TO WS-WL-IDX
                   END-PERFORM
               END-IF.
               CLOSE PROBE-REG-FILE.

      *> A partition ledger left behind by an interrupted run records
      *> what that partition already decoded; its entries are kept in
      *> the same partition so the rerun skips them as prior work.
       PIN-RESTARTED-ENTRIES.
               MOVE 0 TO WS-PART-LEDGERS.
               MOVE 1 TO WS-PART.
               PERFORM UNTIL WS-PART > WS-PARTITIONS
                   MOVE 0 TO WS-PT-LOAD(WS-PART)
                   MOVE 0 TO WS-PT-ENTRIES(WS-PART)
                   MOVE 0 TO WS-PT-PINNED(WS-PART)
                   MOVE SPACES TO WS-LEDGER-FILENAME
                   STRING 'ledger.p' WS-PART DELIMITED BY SIZE
                       INTO WS-LEDGER-FILENAME
                   MOVE 'N' TO WS-LEDGER-EOF
                   OPEN INPUT LEDGER-FILE
                   IF WS-LEDGER-STATUS = '00'
                       ADD 1 TO WS-PART-LEDGERS
                       PERFORM UNTIL WS-LEDGER-EOF = 'Y'
                           READ LEDGER-FILE
                               AT END MOVE 'Y' TO WS-LEDGER-EOF
                               NOT AT END PERFORM PIN-LEDGER-ENTRY
                           END-READ
                       END-PERFORM
                   END-IF
                   CLOSE LEDGER-FILE
                   ADD 1 TO WS-PART
               END-PERFORM.

       PIN-LEDGER-ENTRY.
               MOVE 1 TO WS-WL-IDX.
               PERFORM UNTIL WS-WL-IDX > WS-WL-COUNT
                   IF WS-SP-NAME(WS-WL-IDX) = LED-FILENAME
                           AND WS-SP-PART(WS-WL-IDX) = 0
                       MOVE WS-PART TO WS-SP-PART(WS-WL-IDX)
                       MOVE 'Y' TO WS-SP-PINNED(WS-WL-IDX)
                       ADD WS-SP-SIZE(WS-WL-IDX) TO WS-PT-LOAD(WS-PART)
                       ADD 1 TO WS-PT-ENTRIES(WS-PART)
                       ADD 1 TO WS-PT-PINNED(WS-PART)
                   END-IF
                   ADD 1 TO WS-WL-IDX
               END-PERFORM.

      *> Largest feed first, each to the partition carrying the least
      *> work so far (fewest entries, then lowest number, on a tie).
      *> Repeats of one probe on the worklist always travel together:
      *> two partitions must never decode the same probe at once.
       ASSIGN-PARTITIONS.
               PERFORM FIND-LARGEST-UNASSIGNED.
               PERFORM UNTIL WS-BEST-IDX = 0
                   PERFORM FIND-LIGHTEST-PARTITION
                   MOVE WS-SP-NAME(WS-BEST-IDX) TO WS-WL-PARSE-NAME
                   MOVE 1 TO WS-WL-IDX
                   PERFORM UNTIL WS-WL-IDX > WS-WL-COUNT
                       IF WS-SP-PART(WS-WL-IDX) = 0
                               AND WS-SP-NAME(WS-WL-IDX)
                                   = WS-WL-PARSE-NAME
                           MOVE WS-BEST-PART TO WS-SP-PART(WS-WL-IDX)
                           ADD WS-SP-SIZE(WS-WL-IDX)
                               TO WS-PT-LOAD(WS-BEST-PART)
                           ADD 1 TO WS-PT-ENTRIES(WS-BEST-PART)
                       END-IF
                       ADD 1 TO WS-WL-IDX
                   END-PERFORM
                   PERFORM FIND-LARGEST-UNASSIGNED
               END-PERFORM.

       FIND-LARGEST-UNASSIGNED.
               MOVE 0 TO WS-BEST-IDX.
               MOVE 0 TO WS-BEST-SIZE.
               MOVE 1 TO WS-WL-SCAN.
               PERFORM UNTIL WS-WL-SCAN > WS-WL-COUNT
                   IF WS-SP-PART(WS-WL-SCAN) = 0
                       IF WS-BEST-IDX = 0
                               OR WS-SP-SIZE(WS-WL-SCAN) > WS-BEST-SIZE
                           MOVE WS-WL-SCAN TO WS-BEST-IDX
                           MOVE WS-SP-SIZE(WS-WL-SCAN) TO WS-BEST-SIZE
                       END-IF
                   END-IF
                   ADD 1 TO WS-WL-SCAN
               END-PERFORM.

       FIND-LIGHTEST-PARTITION.
               MOVE 1 TO WS-BEST-PART.
               MOVE 2 TO WS-PART-SCAN.
               PERFORM UNTIL WS-PART-SCAN > WS-PARTITIONS
                   IF WS-PT-LOAD(WS-PART-SCAN)
                           < WS-PT-LOAD(WS-BEST-PART)
                       MOVE WS-PART-SCAN TO WS-BEST-PART
                   ELSE
                       IF WS-PT-LOAD(WS-PART-SCAN)
                               = WS-PT-LOAD(WS-BEST-PART)
                           AND WS-PT-ENTRIES(WS-PART-SCAN)
                               < WS-PT-ENTRIES(WS-BEST-PART)
                           MOVE WS-PART-SCAN TO WS-BEST-PART
                       END-IF
                   END-IF
                   ADD 1 TO WS-PART-SCAN
               END-PERFORM.

      *> An unpartitioned run that stopped part-way left its restart
      *> state in 'ledger'. With no partition ledgers yet, that state
      *> is handed to the partition each probe now belongs to, so
      *> switching to a partitioned stream loses no completed work.
       SEED-PARTITION-LEDGERS.
               MOVE 0 TO WS-LED-COUNT.
               MOVE 0 TO WS-SEEDED.
               MOVE 'ledger' TO WS-LEDGER-FILENAME.
               MOVE 'N' TO WS-LEDGER-EOF.
               OPEN INPUT LEDGER-FILE.
               IF WS-LEDGER-STATUS = '00'
                   PERFORM UNTIL WS-LEDGER-EOF = 'Y'
                       READ LEDGER-FILE
                           AT END MOVE 'Y' TO WS-LEDGER-EOF
                           NOT AT END
                               IF WS-LED-COUNT < 2000
                                   PERFORM STORE-SEED-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE LEDGER-FILE.
               MOVE 1 TO WS-PART.
               PERFORM UNTIL WS-PART > WS-PARTITIONS
                   PERFORM WRITE-SEED-LEDGER
                   ADD 1 TO WS-PART
               END-PERFORM.
               IF WS-SEEDED > 0
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'UNPARTITIONED LEDGER: ' WS-SEEDED
                       ' RESTART ENTRY(S) HANDED TO PARTITION LEDGERS'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

       STORE-SEED-ENTRY.
               ADD 1 TO WS-LED-COUNT.
               MOVE LED-FILENAME TO WS-LED-NAME(WS-LED-COUNT).
               MOVE LED-STATUS TO WS-LED-STATE(WS-LED-COUNT).
               MOVE 0 TO WS-LED-PART(WS-LED-COUNT).
               MOVE 1 TO WS-WL-IDX.
               PERFORM UNTIL WS-WL-IDX > WS-WL-COUNT
                       OR WS-LED-PART(WS-LED-COUNT) > 0
                   IF WS-SP-NAME(WS-WL-IDX) = LED-FILENAME
                       MOVE WS-SP-PART(WS-WL-IDX)
                           TO WS-LED-PART(WS-LED-COUNT)
                   END-IF
                   ADD 1 TO WS-WL-IDX
               END-PERFORM.

       WRITE-SEED-LEDGER.
               MOVE 0 TO WS-PART-WRITTEN.
               MOVE 1 TO WS-LED-IDX.
               PERFORM UNTIL WS-LED-IDX > WS-LED-COUNT
                   IF WS-LED-PART(WS-LED-IDX) = WS-PART
                       IF WS-PART-WRITTEN = 0
                           MOVE SPACES TO WS-PART-LEDGER-FILENAME
                           STRING 'ledger.p' WS-PART DELIMITED BY SIZE
                               INTO WS-PART-LEDGER-FILENAME
                           OPEN OUTPUT PART-LEDGER-FILE
                       END-IF
                       MOVE WS-LED-STATE(WS-LED-IDX) TO PLD-STATUS
                       MOVE WS-LED-NAME(WS-LED-IDX) TO PLD-FILENAME
                       WRITE PART-LEDGER-RECORD
                       ADD 1 TO WS-PART-WRITTEN
                       ADD 1 TO WS-SEEDED
                   END-IF
                   ADD 1 TO WS-LED-IDX
               END-PERFORM.
               IF WS-PART-WRITTEN > 0
                   CLOSE PART-LEDGER-FILE
               END-IF.

      *> Partition worklists keep the original worklist order. Any
      *> control file a previous stream's partition left behind is
      *> removed so DECMERGE only ever sees tonight's hand-overs.
       WRITE-PARTITION-WORKLISTS.
               MOVE 1 TO WS-PART.
               PERFORM UNTIL WS-PART > WS-PARTITIONS
                   MOVE SPACES TO WS-PART-WL-FILENAME
                   STRING 'worklist.p' WS-PART DELIMITED BY SIZE
                       INTO WS-PART-WL-FILENAME
                   OPEN OUTPUT PART-WL-FILE
                   IF WS-PART-WL-STATUS NOT = '00'
                       DISPLAY 'ERROR: CANNOT OPEN PARTITION WORKLIST '
                           FUNCTION TRIM(WS-PART-WL-FILENAME)
                           ' (STATUS=' WS-PART-WL-STATUS ')'
                       CLOSE REPORT-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 1 TO WS-WL-IDX
                   PERFORM UNTIL WS-WL-IDX > WS-WL-COUNT
                       IF WS-SP-PART(WS-WL-IDX) = WS-PART
                           WRITE PART-WL-RECORD
                               FROM WS-SP-RECORD(WS-WL-IDX)
                       END-IF
                       ADD 1 TO WS-WL-IDX
                   END-PERFORM
                   CLOSE PART-WL-FILE
                   MOVE SPACES TO WS-PARTCTL-FILENAME
                   STRING 'partctl.p' WS-PART DELIMITED BY SIZE
                       INTO WS-PARTCTL-FILENAME
                   CALL 'CBL_DELETE_FILE' USING WS-PARTCTL-FILENAME
                       RETURNING WS-DELETE-RC
                   ADD 1 TO WS-PART
               END-PERFORM.

       PRINT-SPLIT-SUMMARY.
               MOVE 0 TO WS-TOTAL-LOAD.
               MOVE 1 TO WS-PART.
               PERFORM UNTIL WS-PART > WS-PARTITIONS
                   MOVE SPACES TO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'PARTITION ' WS-PART '  worklist.p' WS-PART
                       '  ENTRIES ' WS-PT-ENTRIES(WS-PART)
                       '  PINNED ' WS-PT-PINNED(WS-PART)
                       '  BYTES ' WS-PT-LOAD(WS-PART)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   ADD WS-PT-LOAD(WS-PART) TO WS-TOTAL-LOAD
                   MOVE 1 TO WS-WL-IDX
                   PERFORM UNTIL WS-WL-IDX > WS-WL-COUNT
                       IF WS-SP-PART(WS-WL-IDX) = WS-PART
                           PERFORM PRINT-SPLIT-ENTRY
                       END-IF
                       ADD 1 TO WS-WL-IDX
                   END-PERFORM
                   ADD 1 TO WS-PART
               END-PERFORM.
               MOVE SPACES TO WS-REPORT-LINE.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO WS-REPORT-LINE.
               STRING 'SPLIT COMPLETE: ' WS-WL-COUNT ' ENTRY(S), '
                   WS-TOTAL-LOAD ' BYTES, ' WS-PARTITIONS
                   ' PARTITION(S)' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE.
               PERFORM WRITE-REPORT-LINE.
               IF WS-SIZES-KNOWN = 'N'
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'NOTE: FEED SIZES UNAVAILABLE - BALANCED BY'
                       ' ENTRY COUNT' DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

       PRINT-SPLIT-ENTRY.
               MOVE SPACES TO WS-REPORT-LINE.
               IF WS-SP-PINNED(WS-WL-IDX) = 'Y'
                   STRING '    ' WS-SP-SIZE(WS-WL-IDX) '  RESTART  '
                       FUNCTION TRIM(WS-SP-RECORD(WS-WL-IDX))
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING '    ' WS-SP-SIZE(WS-WL-IDX) '           '
                       FUNCTION TRIM(WS-SP-RECORD(WS-WL-IDX))
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF.
               PERFORM WRITE-REPORT-LINE.
