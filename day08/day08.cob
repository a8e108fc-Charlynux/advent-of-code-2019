             SELECT CONTROL-FILE ASSIGN TO 'control'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
             SELECT WORKLIST-FILE ASSIGN TO DYNAMIC WS-WORKLIST-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WORKLIST-STATUS.
             SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
             ASSIGN TO DYNAMIC WS-SNAPSHOT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SNAP-STATUS.
             SELECT TREND-FILE ASSIGN TO DYNAMIC WS-TREND-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TREND-STATUS.
             SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS.
             SELECT PROBE-REG-FILE ASSIGN TO 'probereg'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REG-PROBE-ID
             LOCK MODE IS AUTOMATIC
             SHARING WITH ALL OTHER
             FILE STATUS IS WS-REG-STATUS.
             SELECT SCRUB-FILE ASSIGN TO DYNAMIC WS-SCRUB-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SCRUB-STATUS.
             SELECT EXCEPTION-FILE
             ASSIGN TO DYNAMIC WS-EXCEPTION-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXCEPTION-STATUS.
             SELECT RESULTS-FILE ASSIGN TO DYNAMIC WS-RESULTS-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RESULTS-STATUS.
             SELECT MESSAGE-FILE ASSIGN TO 'msgmast'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MSG-PROBE-ID
             LOCK MODE IS AUTOMATIC
             SHARING WITH ALL OTHER
             FILE STATUS IS WS-MSG-STATUS.
             SELECT MSGHIST-FILE ASSIGN TO DYNAMIC WS-MSGHIST-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MSGH-STATUS.
             SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ACK-STATUS.
             SELECT GLYPHUNK-FILE ASSIGN TO DYNAMIC WS-GLYPHUNK-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GLU-STATUS.
             SELECT IMAGE-ARCH-FILE ASSIGN TO 'imgarch'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS IMA-KEY
             LOCK MODE IS AUTOMATIC
             SHARING WITH ALL OTHER
             FILE STATUS IS WS-IMA-STATUS.
             SELECT PIXEL-HEALTH-FILE ASSIGN TO 'pixhlth'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PXH-KEY
             LOCK MODE IS AUTOMATIC
             SHARING WITH ALL OTHER
             FILE STATUS IS WS-PXH-STATUS.
             SELECT PARTCTL-FILE ASSIGN TO DYNAMIC WS-PARTCTL-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARTCTL-STATUS.

       DATA DIVISION.
          FILE SECTION.
          01 ACK-RECORD.
             COPY ACKFEED.

          FD GLYPHUNK-FILE.
          01 GLYPHUNK-RECORD.
             COPY GLYPHUNK.

          FD IMAGE-ARCH-FILE.
          01 IMAGE-ARCH-RECORD.
             COPY IMGARCH.

          FD PIXEL-HEALTH-FILE.
          01 PIXEL-HEALTH-RECORD.
             COPY PIXHLTH.

          FD PARTCTL-FILE.
          01 PARTCTL-RECORD.
             COPY PARTCTL.

          WORKING-STORAGE SECTION.
          01 WS-ROW-LINE PIC X(999).
          01 WS-SIZE-REMAINDER PIC 9(7).
          01 WS-IMAGE-STATUS PIC X(2).
          01 WS-CONTROL-STATUS PIC X(2).
          01 WS-WORKLIST-STATUS PIC X(2).

      *> Partitioned runs: the partition number comes from the command
      *> line and every per-run file the decoder writes gets a '.pNN'
      *> suffix; DECMERGE consolidates them afterwards.
          01 WS-PARTITION-ARG PIC X(20).
          01 WS-PARTITION PIC 9(2) VALUE 0.
          01 WS-PARTITION-MODE PIC A(1) VALUE 'N'.
          01 WS-PART-SUFFIX PIC X(4) VALUE SPACES.
          01 WS-SUFFIX-NAME PIC X(20).
          01 WS-SUFFIX-WORK PIC X(20).
          01 WS-WORKLIST-FILENAME PIC X(20) VALUE 'worklist'.
          01 WS-TREND-FILENAME PIC X(20) VALUE 'trend.log'.
          01 WS-SCRUB-FILENAME PIC X(20) VALUE 'scrub.log'.
          01 WS-EXCEPTION-FILENAME PIC X(20) VALUE 'exceptions'.
          01 WS-RESULTS-FILENAME PIC X(20) VALUE 'results'.
          01 WS-MSGHIST-FILENAME PIC X(20) VALUE 'msghist'.
          01 WS-ACK-FILENAME PIC X(20) VALUE 'ackfeed'.
          01 WS-GLYPHUNK-FILENAME PIC X(20) VALUE 'glyphunk'.
          01 WS-SPOOL-BASENAME PIC X(20) VALUE 'report.work'.
          01 WS-FINAL-REPORT-NAME PIC X(20) VALUE 'report'.
          01 WS-PARTCTL-FILENAME PIC X(20) VALUE 'partctl'.
          01 WS-PARTCTL-STATUS PIC X(2).
          01 WS-REPORT-STATUS PIC X(2).
          01 WS-WIDTH PIC 9(5).
          01 WS-HEIGHT PIC 9(5).
             05 WS-OCR-ROW PIC X(999) OCCURS 10 TIMES.
          01 WS-OCR-TEXT PIC X(200).
          01 WS-OCR-RC PIC 9(1).
          01 WS-OCR-CELLS.
             COPY OCRCELLS.
          01 WS-OCU-IDX PIC 9(3).
          01 WS-GLU-STATUS PIC X(2).
          01 WS-IMA-STATUS PIC X(2).
          01 WS-IMA-ROW-NUM PIC 9(4).
          01 WS-PXH-STATUS PIC X(2).
          01 WS-PXH-FOUND PIC A(1).
          01 WS-PXH-SINCE PIC X(21).
          01 WS-PXH-RUNS PIC 9(5).
          01 WS-PXH-COMPARED PIC 9(5).
          01 WS-PXH-CHANGED-RUNS PIC 9(5).
          01 WS-PXH-ROW-NUM PIC 9(4).
          01 WS-PXH-COL-NUM PIC 9(4).
      *> Composite digit of each position of the row being rendered.
          01 WS-HLTH-ROW PIC X(999).

          01 WS-LEDGER-STATUS PIC X(2).
          01 WS-LEDGER-EOF PIC A(1).
          01 WS-LEDGER-FILENAME PIC X(20) VALUE 'ledger'.
          01 WS-LED-DELETE-RC PIC S9(9) COMP-5.
          01 WS-LED-PENDING PIC A(1).
          01 WS-LED-COUNT PIC 9(5).
          01 WS-EXC-CLASS PIC X(18).
          01 WS-EXC-DISP PIC X(40).
          01 WS-EXC-LINE PIC X(200).
          01 WS-CASE-REQUEST.
             COPY CASEREQ.
          01 WS-RESULTS-STATUS PIC X(2).
          01 WS-MSG-STATUS PIC X(2).
          01 WS-MSGH-STATUS PIC X(2).

       PROCEDURE DIVISION.
          MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
          PERFORM LOAD-PARTITION.
          PERFORM LOAD-CONTROL.
          PERFORM OPEN-REGISTRY.
          MOVE WS-SPOOL-BASENAME TO WS-REPORT-FILENAME.
          OPEN OUTPUT REPORT-FILE.
          IF WS-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN REPORT FILE (STATUS='
          PERFORM OPEN-RESULTS-FILE.
          PERFORM OPEN-MESSAGE-MASTER.
          PERFORM OPEN-MESSAGE-HISTORY.
          PERFORM OPEN-GLYPH-CAPTURE.
          PERFORM OPEN-IMAGE-ARCHIVE.
          PERFORM OPEN-PIXEL-HEALTH.
          PERFORM LOAD-LEDGER.
          PERFORM DRIVE-WORKLIST.
          IF WS-PARTITION-MODE = 'N'
              PERFORM CHECK-MISSING-FEEDS
          END-IF.
          PERFORM WRITE-ACK-FEED.
          PERFORM PRINT-RECONCILIATION.
          PERFORM RETIRE-LEDGER.
          IF WS-PARTITION-MODE = 'Y'
              PERFORM WRITE-PARTITION-CONTROL
          ELSE
              PERFORM ASSEMBLE-FINAL-REPORT
          END-IF.
          CLOSE TREND-FILE.
          CLOSE SCRUB-FILE.
          CLOSE EXCEPTION-FILE.
          CLOSE RESULTS-FILE.
          CLOSE MESSAGE-FILE.
          CLOSE MSGHIST-FILE.
          CLOSE GLYPHUNK-FILE.
          CLOSE IMAGE-ARCH-FILE.
          CLOSE PIXEL-HEALTH-FILE.
          CLOSE PROBE-REG-FILE.
          MOVE WS-RUN-SEVERITY TO RETURN-CODE.
          STOP RUN.

      *> The missing-feed check and the single report belong to the
      *> whole run, so a partition leaves them to DECMERGE and hands
      *> over its spool, control totals and page index instead.
       LOAD-PARTITION.
               ACCEPT WS-PARTITION-ARG FROM COMMAND-LINE.
               IF WS-PARTITION-ARG NOT = SPACES
                   IF WS-PARTITION-ARG(1:2) IS NUMERIC
                           AND WS-PARTITION-ARG(3:18) = SPACES
                       MOVE WS-PARTITION-ARG(1:2) TO WS-PARTITION
                   ELSE
                       IF WS-PARTITION-ARG(1:1) IS NUMERIC
                               AND WS-PARTITION-ARG(2:19) = SPACES
                           MOVE WS-PARTITION-ARG(1:1) TO WS-PARTITION
                       END-IF
                   END-IF
                   IF WS-PARTITION = 0
                       DISPLAY 'ERROR: INVALID DECODE PARTITION "'
                           FUNCTION TRIM(WS-PARTITION-ARG)
                           '" - EXPECTED 1 TO 99'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-PARTITION-MODE
                   STRING '.p' WS-PARTITION DELIMITED BY SIZE
                       INTO WS-PART-SUFFIX
                   MOVE WS-WORKLIST-FILENAME TO WS-SUFFIX-NAME
                   PERFORM SUFFIX-FILENAME
                   MOVE WS-SUFFIX-NAME TO WS-WORKLIST-FILENAME
                   MOVE WS-LEDGER-FILENAME TO WS-SUFFIX-NAME
                   PERFORM SUFFIX-FILENAME
                   MOVE WS-SUFFIX-NAME TO WS-LEDGER-FILENAME
                   MOVE WS-TREND-FILENAME TO WS-SUFFIX-NAME
                   PERFORM SUFFIX-FILENAME
                   MOVE WS-SUFFIX-NAME TO WS-TREND-FILENAME
                   MOVE WS-SCRUB-FILENAME TO WS-SUFFIX-NAME
                   PERFORM SUFFIX-FILENAME
                   MOVE WS-SUFFIX-NAME TO WS-SCRUB-FILENAME
                   MOVE WS-EXCEPTION-FILENAME TO WS-SUFFIX-NAME
                   PERFORM SUFFIX-FILENAME
                   MOVE WS-SUFFIX-NAME TO WS-EXCEPTION-FILENAME
                   MOVE WS-RESULTS-FILENAME TO WS-SUFFIX-NAME
                   PERFORM SUFFIX-FILENAME
                   MOVE WS-SUFFIX-NAME TO WS-RESULTS-FILENAME
                   MOVE WS-MSGHIST-FILENAME TO WS-SUFFIX-NAME
                   PERFORM SUFFIX-FILENAME
                   MOVE WS-SUFFIX-NAME TO WS-MSGHIST-FILENAME
                   MOVE WS-ACK-FILENAME TO WS-SUFFIX-NAME
                   PERFORM SUFFIX-FILENAME
                   MOVE WS-SUFFIX-NAME TO WS-ACK-FILENAME
                   MOVE WS-GLYPHUNK-FILENAME TO WS-SUFFIX-NAME
                   PERFORM SUFFIX-FILENAME
                   MOVE WS-SUFFIX-NAME TO WS-GLYPHUNK-FILENAME
                   MOVE WS-SPOOL-BASENAME TO WS-SUFFIX-NAME
                   PERFORM SUFFIX-FILENAME
                   MOVE WS-SUFFIX-NAME TO WS-SPOOL-BASENAME
                   MOVE WS-FINAL-REPORT-NAME TO WS-SUFFIX-NAME
                   PERFORM SUFFIX-FILENAME
                   MOVE WS-SUFFIX-NAME TO WS-FINAL-REPORT-NAME
                   MOVE WS-PARTCTL-FILENAME TO WS-SUFFIX-NAME
                   PERFORM SUFFIX-FILENAME
                   MOVE WS-SUFFIX-NAME TO WS-PARTCTL-FILENAME
                   DISPLAY 'DECODE PARTITION ' WS-PARTITION
                       ': WORKLIST ' FUNCTION TRIM(WS-WORKLIST-FILENAME)
                   PERFORM CHECK-PARTITION-DONE
               END-IF.

      *> A partition that already handed over its control file ran
      *> to completion; rerunning the decode step after another
      *> partition failed must not decode it a second time.
       CHECK-PARTITION-DONE.
               OPEN INPUT PARTCTL-FILE.
               IF WS-PARTCTL-STATUS = '00'
                   MOVE SPACES TO PARTCTL-RECORD
                   READ PARTCTL-FILE
                       AT END MOVE SPACES TO PARTCTL-RECORD
                   END-READ
                   CLOSE PARTCTL-FILE
                   IF PCT-REC-TYPE = 'T'
                       DISPLAY 'DECODE PARTITION ' WS-PARTITION
                           ' ALREADY COMPLETE (RUN ' PCT-RUN-TIMESTAMP
                           ') - NOT RERUN'
                       MOVE PCT-SEVERITY TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   CLOSE PARTCTL-FILE
               END-IF.

       SUFFIX-FILENAME.
               MOVE SPACES TO WS-SUFFIX-WORK.
               STRING WS-SUFFIX-NAME DELIMITED BY SPACE
                   WS-PART-SUFFIX DELIMITED BY SIZE
                   INTO WS-SUFFIX-WORK.
               MOVE WS-SUFFIX-WORK TO WS-SUFFIX-NAME.

       WRITE-PARTITION-CONTROL.
               CLOSE REPORT-FILE.
               OPEN OUTPUT PARTCTL-FILE.
               IF WS-PARTCTL-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN PARTITION CONTROL FILE'
                       ' (STATUS=' WS-PARTCTL-STATUS ')'
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM RAISE-SEVERITY
               ELSE
                   MOVE SPACES TO PARTCTL-RECORD
                   MOVE 'T' TO PCT-REC-TYPE
                   MOVE WS-PARTITION TO PCT-PARTITION
                   MOVE WS-RUN-TIMESTAMP TO PCT-RUN-TIMESTAMP
                   MOVE WS-RUN-SEVERITY TO PCT-SEVERITY
                   MOVE WS-PAGE-NUMBER TO PCT-PAGES
                   MOVE WS-RECON-PAGE TO PCT-RECON-PAGE
                   MOVE WS-ENTRIES-READ TO PCT-ENTRIES-READ
                   MOVE WS-CNT-DECODED TO PCT-CNT-DECODED
                   MOVE WS-CNT-PRIOR-DONE TO PCT-CNT-PRIOR-DONE
                   MOVE WS-CNT-OPEN-FAIL TO PCT-CNT-OPEN-FAIL
                   MOVE WS-CNT-SIZE-INVALID TO PCT-CNT-SIZE-INVALID
                   MOVE WS-CNT-UNREGISTERED TO PCT-CNT-UNREGISTERED
                   MOVE WS-CNT-SUSPENDED TO PCT-CNT-SUSPENDED
                   MOVE WS-CNT-LAYER-RANGE TO PCT-CNT-LAYER-RANGE
                   MOVE WS-CNT-QUARANTINED TO PCT-CNT-QUARANTINED
                   MOVE WS-CNT-CHKSUM-FAIL TO PCT-CNT-CHKSUM-FAIL
                   MOVE WS-CNT-DUPLICATE TO PCT-CNT-DUPLICATE
                   MOVE WS-CNT-DEFERRED TO PCT-CNT-DEFERRED
                   MOVE WS-CNT-OTHER TO PCT-CNT-OTHER
                   WRITE PARTCTL-RECORD
                   MOVE 1 TO WS-WL-IDX
                   PERFORM UNTIL WS-WL-IDX > WS-WL-COUNT
                       MOVE WS-WL-NAME(WS-WL-IDX) TO WS-INPUT-FILENAME
                       PERFORM LOOKUP-LEDGER-ENTRY
                       MOVE SPACES TO PARTCTL-RECORD
                       MOVE 'E' TO PCT-REC-TYPE
                       MOVE WS-PARTITION TO PCT-PARTITION
                       MOVE WS-WL-PAGE(WS-WL-IDX) TO PCT-PAGE
                       MOVE WS-LED-STATE(WS-LED-FOUND) TO PCT-STATUS
                       MOVE WS-WL-NAME(WS-WL-IDX) TO PCT-PROBE-ID
                       WRITE PARTCTL-RECORD
                       ADD 1 TO WS-WL-IDX
                   END-PERFORM
                   CLOSE PARTCTL-FILE
               END-IF.

       RAISE-SEVERITY.
               IF WS-NEW-SEVERITY > WS-RUN-SEVERITY
                   MOVE WS-NEW-SEVERITY TO WS-RUN-SEVERITY
                   FUNCTION TRIM(WS-EXC-DISP)
                   DELIMITED BY SIZE INTO WS-EXC-LINE.
               WRITE EXCEPTION-RECORD FROM WS-EXC-LINE.
               MOVE 'OPN' TO CRQ-ACTION.
               MOVE WS-INPUT-FILENAME TO CRQ-PROBE-ID.
               MOVE WS-EXC-CLASS TO CRQ-CLASS.
               MOVE WS-RUN-TIMESTAMP TO CRQ-TIMESTAMP.
               MOVE WS-EXC-DISP TO CRQ-DISPOSITION.
               CALL 'EXCCASE' USING WS-CASE-REQUEST.

       OPEN-RESULTS-FILE.
               OPEN EXTEND RESULTS-FILE.
                   PERFORM ABORT-RUN
               END-IF.

       OPEN-GLYPH-CAPTURE.
               OPEN EXTEND GLYPHUNK-FILE.
               IF WS-GLU-STATUS NOT = '00'
                   OPEN OUTPUT GLYPHUNK-FILE
               END-IF.
               IF WS-GLU-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN GLYPH CAPTURE FILE'
                       ' (STATUS=' WS-GLU-STATUS ')'
                   PERFORM ABORT-RUN
               END-IF.

       OPEN-IMAGE-ARCHIVE.
               OPEN I-O IMAGE-ARCH-FILE.
               IF WS-IMA-STATUS = '35'
                   OPEN OUTPUT IMAGE-ARCH-FILE
                   CLOSE IMAGE-ARCH-FILE
                   OPEN I-O IMAGE-ARCH-FILE
               END-IF.
               IF WS-IMA-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN IMAGE ARCHIVE (STATUS='
                       WS-IMA-STATUS ')'
                   PERFORM ABORT-RUN
               END-IF.

       OPEN-PIXEL-HEALTH.
               OPEN I-O PIXEL-HEALTH-FILE.
               IF WS-PXH-STATUS = '35'
                   OPEN OUTPUT PIXEL-HEALTH-FILE
                   CLOSE PIXEL-HEALTH-FILE
                   OPEN I-O PIXEL-HEALTH-FILE
               END-IF.
               IF WS-PXH-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN PIXEL HEALTH MASTER'
                       ' (STATUS=' WS-PXH-STATUS ')'
                   PERFORM ABORT-RUN
               END-IF.

       OPEN-REGISTRY.
               OPEN I-O PROBE-REG-FILE.
               IF WS-REG-STATUS NOT = '00'
               MOVE WS-WL-COUNT TO WS-ENTRIES-READ.
               COMPUTE WS-TOC-PAGES = 1 + (WS-WL-COUNT + 5)
                   / (WS-PAGE-LINES - 3).
               IF WS-PARTITION-MODE = 'Y'
                   MOVE 0 TO WS-TOC-PAGES
               END-IF.
               MOVE WS-TOC-PAGES TO WS-PAGE-NUMBER.
               MOVE WS-PAGE-LINES TO WS-LINE-COUNT.
               PERFORM REGISTER-PENDING-ENTRIES.
               MOVE WS-DIFF-COUNT TO RSL-DIFF-COUNT.
               MOVE WS-ENTRY-STATUS TO RSL-DISPOSITION.
               WRITE RESULTS-RECORD.
               IF WS-ENTRY-STATUS = 'DECODED'
                       OR WS-ENTRY-STATUS = 'DUPLICATE'
                   MOVE 'CLR' TO CRQ-ACTION
                   MOVE WS-INPUT-FILENAME TO CRQ-PROBE-ID
                   MOVE SPACES TO CRQ-CLASS
                   MOVE WS-RUN-TIMESTAMP TO CRQ-TIMESTAMP
                   MOVE SPACES TO CRQ-DISPOSITION
                   CALL 'EXCCASE' USING WS-CASE-REQUEST
               END-IF.

       TALLY-ENTRY.
               EVALUATE WS-ENTRY-STATUS

       SALVAGE-SPOOLED-REPORT.
               CLOSE REPORT-FILE.
               MOVE WS-FINAL-REPORT-NAME TO WS-REPORT-FILENAME.
               OPEN OUTPUT REPORT-FILE.
               IF WS-REPORT-STATUS = '00'
                   PERFORM COPY-SPOOLED-REPORT

       ASSEMBLE-FINAL-REPORT.
               CLOSE REPORT-FILE.
               MOVE WS-FINAL-REPORT-NAME TO WS-REPORT-FILENAME.
               OPEN OUTPUT REPORT-FILE.
               IF WS-REPORT-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN REPORT FILE (STATUS='
               PERFORM WRITE-REPORT-LINE.

       COPY-SPOOLED-REPORT.
               MOVE WS-SPOOL-BASENAME TO WS-SPOOL-FILENAME.
               MOVE 'N' TO WS-SPOOL-EOF.
               OPEN INPUT SPOOL-FILE.
               IF WS-SPOOL-STATUS NOT = '00'
              END-IF
              PERFORM BUILD-SNAPSHOT-FILENAME
              PERFORM LOAD-PRIOR-SNAPSHOT
              PERFORM LOAD-PIXEL-HEALTH
              OPEN OUTPUT SNAPSHOT-FILE
              MOVE 0 TO WS-DIFF-COUNT
              MOVE SPACES TO WS-OCR-GRID
                     END-IF
                     DISPLAY WS-PIXEL-CHAR WITH NO ADVANCING
                     MOVE WS-PIXEL-CHAR TO WS-ROW-LINE(WS-I + 1:1)
                     MOVE WS-PIXEL TO WS-HLTH-ROW(WS-I + 1:1)
                     ADD 1 TO WS-I
                 END-PERFORM
                  DISPLAY ' '
                      ADD 1 TO WS-ANOM-IDX
                  END-PERFORM
                  PERFORM COMPARE-ROW
                  PERFORM TALLY-PIXEL-HEALTH
                  WRITE SNAPSHOT-RECORD FROM WS-ROW-LINE(1:WS-WIDTH)
                  PERFORM ARCHIVE-IMAGE-ROW
                  IF WS-J < 10
                      MOVE WS-ROW-LINE TO WS-OCR-ROW(WS-J + 1)
                  END-IF
                 ADD 1 TO WS-J
              END-PERFORM
              CLOSE SNAPSHOT-FILE
              PERFORM SAVE-PIXEL-HEALTH
              PERFORM PRINT-COMPARISON-SUMMARY
              PERFORM DECODE-MESSAGE-TEXT
              MOVE 'DECODED' TO WS-ENTRY-STATUS
              PERFORM ARCHIVE-IMAGE-HEADER
              IF WS-SEG-MODE = 'N'
                  PERFORM UPDATE-REGISTRY
              END-IF.

      *> Rows go to the image archive as they render; the header row
      *> follows once OCR has run, so it carries the message text.
       ARCHIVE-IMAGE-ROW.
               MOVE SPACES TO IMAGE-ARCH-RECORD.
               MOVE WS-INPUT-FILENAME TO IMA-PROBE-ID.
               MOVE WS-RUN-TIMESTAMP TO IMA-RUN-TIMESTAMP.
               COMPUTE WS-IMA-ROW-NUM = WS-J + 1.
               MOVE WS-IMA-ROW-NUM TO IMA-ROW.
               MOVE WS-ROW-LINE(1:WS-WIDTH) TO IMA-ROW-DATA.
               WRITE IMAGE-ARCH-RECORD
                   INVALID KEY
                       DISPLAY 'WARNING: CANNOT ARCHIVE ROW '
                           WS-IMA-ROW-NUM ' OF '
                           FUNCTION TRIM(WS-INPUT-FILENAME)
                           ' (STATUS=' WS-IMA-STATUS ')'
               END-WRITE.

       ARCHIVE-IMAGE-HEADER.
               MOVE SPACES TO IMAGE-ARCH-RECORD.
               MOVE WS-INPUT-FILENAME TO IMA-PROBE-ID.
               MOVE WS-RUN-TIMESTAMP TO IMA-RUN-TIMESTAMP.
               MOVE 0 TO IMA-ROW.
               MOVE WS-WIDTH TO IMA-WIDTH.
               MOVE WS-HEIGHT TO IMA-HEIGHT.
               MOVE WS-LAYER-COUNT TO IMA-LAYER-COUNT.
               MOVE WS-CHECKSUM TO IMA-CHECKSUM.
               MOVE WS-MIN-ZERO-LAYER TO IMA-MIN-ZERO-LAYER.
               MOVE WS-DIFF-COUNT TO IMA-DIFF-COUNT.
               MOVE WS-ENTRY-STATUS TO IMA-DISPOSITION.
               MOVE WS-OCR-RC TO IMA-OCR-RC.
               MOVE WS-OCR-TEXT TO IMA-OCR-TEXT.
               WRITE IMAGE-ARCH-RECORD
                   INVALID KEY
                       DISPLAY 'WARNING: CANNOT ARCHIVE IMAGE HEADER'
                           ' FOR ' FUNCTION TRIM(WS-INPUT-FILENAME)
                           ' (STATUS=' WS-IMA-STATUS ')'
               END-WRITE.

      *> Pixel-health counters accumulate per render. A probe whose
      *> geometry has changed since counting began starts afresh;
      *> row records left from the old geometry are recognised as
      *> stale by their PXH-SINCE and cleared as they are reused.
       LOAD-PIXEL-HEALTH.
               MOVE WS-INPUT-FILENAME TO PXH-PROBE-ID.
               MOVE 0 TO PXH-ROW.
               READ PIXEL-HEALTH-FILE
                   INVALID KEY MOVE 'N' TO WS-PXH-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-PXH-FOUND
               END-READ.
               IF WS-PXH-FOUND = 'Y'
                   IF PXH-WIDTH = WS-WIDTH AND PXH-HEIGHT = WS-HEIGHT
                       MOVE PXH-SINCE TO WS-PXH-SINCE
                       MOVE PXH-RUNS TO WS-PXH-RUNS
                       MOVE PXH-COMPARED TO WS-PXH-COMPARED
                       MOVE PXH-CHANGED-RUNS TO WS-PXH-CHANGED-RUNS
                   ELSE
                       DISPLAY 'PIXEL HEALTH: GEOMETRY OF '
                           FUNCTION TRIM(WS-INPUT-FILENAME)
                           ' CHANGED - COUNTERS RESTARTED'
                       MOVE WS-RUN-TIMESTAMP TO WS-PXH-SINCE
                       MOVE 0 TO WS-PXH-RUNS
                       MOVE 0 TO WS-PXH-COMPARED
                       MOVE 0 TO WS-PXH-CHANGED-RUNS
                   END-IF
               ELSE
                   MOVE WS-RUN-TIMESTAMP TO WS-PXH-SINCE
                   MOVE 0 TO WS-PXH-RUNS
                   MOVE 0 TO WS-PXH-COMPARED
                   MOVE 0 TO WS-PXH-CHANGED-RUNS
               END-IF.

       TALLY-PIXEL-HEALTH.
               MOVE WS-INPUT-FILENAME TO PXH-PROBE-ID.
               COMPUTE WS-PXH-ROW-NUM = WS-J + 1.
               MOVE WS-PXH-ROW-NUM TO PXH-ROW.
               READ PIXEL-HEALTH-FILE
                   INVALID KEY MOVE 'N' TO WS-PXH-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-PXH-FOUND
               END-READ.
               IF WS-PXH-FOUND = 'N' OR PXH-SINCE NOT = WS-PXH-SINCE
                   MOVE WS-INPUT-FILENAME TO PXH-PROBE-ID
                   MOVE WS-PXH-ROW-NUM TO PXH-ROW
                   MOVE WS-PXH-SINCE TO PXH-SINCE
                   MOVE ZEROS TO PXH-ROW-DATA
               END-IF.
               MOVE 1 TO WS-PXH-COL-NUM.
               PERFORM UNTIL WS-PXH-COL-NUM > WS-WIDTH
                   IF WS-HLTH-ROW(WS-PXH-COL-NUM:1) = '2'
                       ADD 1 TO PXH-TRANSPARENT(WS-PXH-COL-NUM)
                   END-IF
                   IF WS-HLTH-ROW(WS-PXH-COL-NUM:1) = '1'
                       ADD 1 TO PXH-LIT(WS-PXH-COL-NUM)
                   END-IF
                   IF WS-PRIOR-SNAPSHOT-FOUND = 'Y'
                           AND WS-J < WS-PRIOR-ROW-COUNT
                       IF WS-ROW-LINE(WS-PXH-COL-NUM:1) NOT =
                               WS-PRIOR-GRID(WS-J + 1)
                                   (WS-PXH-COL-NUM:1)
                           ADD 1 TO PXH-CHANGED(WS-PXH-COL-NUM)
                       END-IF
                   END-IF
                   ADD 1 TO WS-PXH-COL-NUM
               END-PERFORM.
               IF WS-PXH-FOUND = 'Y'
                   REWRITE PIXEL-HEALTH-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING: PIXEL HEALTH ROW '
                               WS-PXH-ROW-NUM ' OF '
                               FUNCTION TRIM(WS-INPUT-FILENAME)
                               ' NOT UPDATED (STATUS=' WS-PXH-STATUS ')'
                   END-REWRITE
               ELSE
                   WRITE PIXEL-HEALTH-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING: PIXEL HEALTH ROW '
                               WS-PXH-ROW-NUM ' OF '
                               FUNCTION TRIM(WS-INPUT-FILENAME)
                               ' NOT ADDED (STATUS=' WS-PXH-STATUS ')'
                   END-WRITE
               END-IF.

       SAVE-PIXEL-HEALTH.
               MOVE WS-INPUT-FILENAME TO PXH-PROBE-ID.
               MOVE 0 TO PXH-ROW.
               READ PIXEL-HEALTH-FILE
                   INVALID KEY MOVE 'N' TO WS-PXH-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-PXH-FOUND
               END-READ.
               MOVE SPACES TO PIXEL-HEALTH-RECORD.
               MOVE WS-INPUT-FILENAME TO PXH-PROBE-ID.
               MOVE 0 TO PXH-ROW.
               MOVE WS-PXH-SINCE TO PXH-SINCE.
               MOVE WS-WIDTH TO PXH-WIDTH.
               MOVE WS-HEIGHT TO PXH-HEIGHT.
               ADD 1 TO WS-PXH-RUNS.
               IF WS-PRIOR-SNAPSHOT-FOUND = 'Y'
                   ADD 1 TO WS-PXH-COMPARED
                   IF WS-DIFF-COUNT > 0
                       ADD 1 TO WS-PXH-CHANGED-RUNS
                   END-IF
               END-IF.
               MOVE WS-PXH-RUNS TO PXH-RUNS.
               MOVE WS-PXH-COMPARED TO PXH-COMPARED.
               MOVE WS-PXH-CHANGED-RUNS TO PXH-CHANGED-RUNS.
               MOVE WS-RUN-TIMESTAMP TO PXH-LAST-RUN.
               IF WS-PXH-FOUND = 'Y'
                   REWRITE PIXEL-HEALTH-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING: PIXEL HEALTH OF '
                               FUNCTION TRIM(WS-INPUT-FILENAME)
                               ' NOT UPDATED (STATUS=' WS-PXH-STATUS ')'
                   END-REWRITE
               ELSE
                   WRITE PIXEL-HEALTH-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING: PIXEL HEALTH OF '
                               FUNCTION TRIM(WS-INPUT-FILENAME)
                               ' NOT ADDED (STATUS=' WS-PXH-STATUS ')'
                   END-WRITE
               END-IF.

       LOOKUP-PIXEL-CHAR.
               MOVE '?' TO WS-PIXEL-CHAR.
               SET WS-PL-IDX TO 1.
       DECODE-MESSAGE-TEXT.
               MOVE 0 TO WS-OCR-RC.
               CALL 'GLYPHOCR' USING WS-WIDTH WS-HEIGHT WS-OCR-GRID
                   REG-FONT-ID WS-OCR-TEXT WS-OCR-RC WS-OCR-CELLS.
               MOVE SPACES TO WS-DIFF-LINE.
               IF WS-OCR-RC = 8
                   STRING 'DECODED MESSAGE: (GRID DOES NOT FIT FONT '
                       OCU-FONT-ID ' - OCR SKIPPED)' DELIMITED BY SIZE
                       INTO WS-DIFF-LINE
               ELSE
                   STRING 'DECODED MESSAGE: '
                   PERFORM WRITE-EXCEPTION
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM RAISE-SEVERITY
                   PERFORM CAPTURE-UNKNOWN-CELLS
               END-IF.
               IF WS-OCR-RC NOT = 8
                   PERFORM RECORD-MESSAGE-TEXT
               END-IF.

      *> Keep the pixel pattern behind every '*' so GLYPHMNT can list
      *> it for training; segment results carry the segment's id.
       CAPTURE-UNKNOWN-CELLS.
               MOVE 1 TO WS-OCU-IDX.
               PERFORM UNTIL WS-OCU-IDX > OCU-COUNT
                   MOVE SPACES TO GLYPHUNK-RECORD
                   MOVE WS-INPUT-FILENAME TO GLU-PROBE-ID
                   MOVE WS-RUN-TIMESTAMP TO GLU-RUN-TIMESTAMP
                   MOVE OCU-FONT-ID TO GLU-FONT-ID
                   MOVE OCU-CELL-NUM(WS-OCU-IDX) TO GLU-CELL-NUM
                   COMPUTE GLU-CELL-COLUMN =
                       (OCU-CELL-NUM(WS-OCU-IDX) - 1)
                       * (OCU-CELL-WIDTH + 1) + 1
                   MOVE OCU-CELL-WIDTH TO GLU-CELL-WIDTH
                   MOVE OCU-CELL-HEIGHT TO GLU-CELL-HEIGHT
                   MOVE OCU-PATTERN(WS-OCU-IDX) TO GLU-PATTERN
                   WRITE GLYPHUNK-RECORD
                   ADD 1 TO WS-OCU-IDX
               END-PERFORM.
               MOVE SPACES TO WS-DIFF-LINE.
               STRING '  ' OCU-COUNT ' UNRECOGNIZED CELL(S) CAPTURED'
                   ' TO GLYPHUNK FOR TRAINING WITH GLYPHMNT'
                   DELIMITED BY SIZE INTO WS-DIFF-LINE.
               DISPLAY WS-DIFF-LINE.
               MOVE WS-DIFF-LINE TO WS-PRINT-LINE.
               PERFORM WRITE-REPORT-LINE.

       RECORD-MESSAGE-TEXT.
               MOVE 'N' TO WS-MSG-FOUND.
               MOVE SPACES TO WS-MSG-PRIOR-TEXT.
