       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECMERGE.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT CONTROL-FILE ASSIGN TO 'control'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
             SELECT WORKLIST-FILE ASSIGN TO 'worklist'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WORKLIST-STATUS.
             SELECT PARTCTL-FILE ASSIGN TO DYNAMIC WS-PARTCTL-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARTCTL-STATUS.
             SELECT PART-IN-FILE ASSIGN TO DYNAMIC WS-PART-IN-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PART-IN-STATUS.
             SELECT MERGE-OUT-FILE
             ASSIGN TO DYNAMIC WS-MERGE-OUT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MERGE-OUT-STATUS.
             SELECT EXCEPTION-FILE ASSIGN TO 'exceptions'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXCEPTION-STATUS.
             SELECT PROBE-REG-FILE ASSIGN TO 'probereg'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS REG-PROBE-ID
             FILE STATUS IS WS-REG-STATUS.
             SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CONTROL-FILE.
          01 CONTROL-RECORD.
             COPY CTLDIMS.

          FD WORKLIST-FILE.
          01 WORKLIST-RECORD PIC X(100).

          FD PARTCTL-FILE.
          01 PARTCTL-RECORD.
             COPY PARTCTL.

          FD PART-IN-FILE.
          01 PART-IN-RECORD PIC X(999).

          FD MERGE-OUT-FILE.
          01 MERGE-OUT-RECORD PIC X(999).

          FD EXCEPTION-FILE.
          01 EXCEPTION-RECORD PIC X(200).

          FD PROBE-REG-FILE.
          01 REGISTRY-RECORD.
             COPY PROBEREG.

          FD REPORT-FILE.
          01 REPORT-RECORD PIC X(999).

          WORKING-STORAGE SECTION.
          01 WS-CONTROL-STATUS PIC X(2).
          01 WS-WORKLIST-STATUS PIC X(2).
          01 WS-PARTCTL-STATUS PIC X(2).
          01 WS-PART-IN-STATUS PIC X(2).
          01 WS-MERGE-OUT-STATUS PIC X(2).
          01 WS-EXCEPTION-STATUS PIC X(2).
          01 WS-REG-STATUS PIC X(2).
          01 WS-REPORT-STATUS PIC X(2).
          01 WS-RUN-TIMESTAMP PIC X(21).
          01 WS-RUN-SEVERITY PIC 9(2) VALUE 0.
          01 WS-NEW-SEVERITY PIC 9(2).
          01 WS-PARTCTL-FILENAME PIC X(20).
          01 WS-PART-IN-FILENAME PIC X(20).
          01 WS-MERGE-OUT-FILENAME PIC X(20).
          01 WS-REPORT-FILENAME PIC X(20).
          01 WS-FEED-BASENAME PIC X(20).
          01 WS-FEED-OPEN-MODE PIC X(1).
          01 WS-COPY-TARGET PIC X(1).
          01 WS-COPY-DELETE PIC A(1).
          01 WS-COPY-COUNT PIC 9(7).
          01 WS-FEED-COUNT PIC 9(7).
          01 WS-DELETE-RC PIC S9(9) COMP-5.
          01 WS-PARTCTL-EOF PIC A(1).
          01 WS-PART-IN-EOF PIC A(1).
          01 WS-WORKLIST-EOF PIC A(1).
          01 WS-REG-EOF PIC A(1).
          01 WS-PARTITIONS PIC 9(2).
          01 WS-PART PIC 9(2).
          01 WS-PARTS-MISSING PIC 9(2).
          01 WS-PART-LEDGERS PIC 9(2).
          01 WS-WORKLIST-COUNT PIC 9(5).
          01 WS-WORKLIST-READ PIC A(1).

      *> Report paging, as the decoder lays its report out.
          01 WS-PRINT-LINE PIC X(999).
          01 WS-HEAD-LINE PIC X(999).
          01 WS-DIFF-LINE PIC X(999).
          01 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
          01 WS-PAGE-LINES PIC 9(3) VALUE 60.
          01 WS-LINE-COUNT PIC 9(3).
          01 WS-PAGE-EDIT PIC ZZZ9.
          01 WS-TOC-PAGES PIC 9(4).
          01 WS-TOC-PAGE-EDIT PIC ZZZ9.
          01 WS-TOC-LINES PIC 9(5).
          01 WS-TOC-PAGE PIC 9(4).
          01 WS-SPOOL-PAGES PIC 9(4).
          01 WS-MISS-PAGE PIC 9(4).
          01 WS-RECON-PAGE PIC 9(4).
          01 WS-HEAD-PREFIX PIC X(32)
             VALUE 'PROBE IMAGE DECODE REPORT   RUN '.

      *> Control totals handed over by each partition.
          01 WS-PART-TABLE.
             05 WS-PT-ENTRY OCCURS 20 TIMES.
                10 WS-PT-TIMESTAMP PIC X(21).
                10 WS-PT-SEVERITY PIC 9(2).
                10 WS-PT-PAGES PIC 9(4).
                10 WS-PT-RECON-PAGE PIC 9(4).
                10 WS-PT-OFFSET PIC 9(4).
                10 WS-PT-ENTRIES-READ PIC 9(5).
                10 WS-PT-RECON-TOTAL PIC 9(5).

          01 WS-ENTRIES-READ PIC 9(5) VALUE 0.
          01 WS-CNT-DECODED PIC 9(5) VALUE 0.
          01 WS-CNT-PRIOR-DONE PIC 9(5) VALUE 0.
          01 WS-CNT-OPEN-FAIL PIC 9(5) VALUE 0.
          01 WS-CNT-SIZE-INVALID PIC 9(5) VALUE 0.
          01 WS-CNT-UNREGISTERED PIC 9(5) VALUE 0.
          01 WS-CNT-SUSPENDED PIC 9(5) VALUE 0.
          01 WS-CNT-LAYER-RANGE PIC 9(5) VALUE 0.
          01 WS-CNT-QUARANTINED PIC 9(5) VALUE 0.
          01 WS-CNT-CHKSUM-FAIL PIC 9(5) VALUE 0.
          01 WS-CNT-DUPLICATE PIC 9(5) VALUE 0.
          01 WS-CNT-DEFERRED PIC 9(5) VALUE 0.
          01 WS-CNT-OTHER PIC 9(5) VALUE 0.
          01 WS-RECON-TOTAL PIC 9(5).
          01 WS-CNT-MISSING-FEED PIC 9(5) VALUE 0.

      *> Every worklist entry the partitions decoded, with the page
      *> of its partition spool it starts on.
          01 WS-EN-COUNT PIC 9(4) VALUE 0.
          01 WS-EN-IDX PIC 9(4).
          01 WS-ENTRY-TABLE.
             05 WS-EN-ENTRY OCCURS 1000 TIMES.
                10 WS-EN-PART PIC 9(2).
                10 WS-EN-PAGE PIC 9(4).
                10 WS-EN-STATUS PIC X(18).
                10 WS-EN-NAME PIC X(100).

          01 WS-LED-COUNT PIC 9(4) VALUE 0.
          01 WS-LED-IDX PIC 9(4).
          01 WS-LEDGER-TABLE.
             05 WS-LED-NAME OCCURS 2000 TIMES PIC X(100).

          01 WS-MISS-SEEN PIC A(1).
          01 WS-MISS-FREQ PIC 9(3).
          01 WS-MISS-DAYS PIC 9(5).
          01 WS-MISS-LAST-DATE PIC 9(8).
          01 WS-RUN-DATE-INT PIC 9(9).
          01 WS-MISS-DATE-INT PIC 9(9).

          01 WS-INPUT-FILENAME PIC X(100).
          01 WS-EXC-CLASS PIC X(18).
          01 WS-EXC-DISP PIC X(40).
          01 WS-EXC-LINE PIC X(200).
          01 WS-CASE-REQUEST.
             COPY CASEREQ.

       PROCEDURE DIVISION.
          PERFORM LOAD-CONTROL.
          PERFORM LOAD-PARTITION-CONTROLS.
          PERFORM CONSOLIDATE-FEEDS.
          PERFORM OPEN-MERGE-EXCEPTIONS.
          PERFORM CONSOLIDATE-LEDGERS.
          PERFORM OPEN-MERGE-SPOOL.
          PERFORM CHECK-MISSING-FEEDS.
          PERFORM PRINT-RECONCILIATION.
          CLOSE EXCEPTION-FILE.
          PERFORM ASSEMBLE-FINAL-REPORT.
          PERFORM RETIRE-PARTITION-FILES.
          DISPLAY 'DECODE MERGE COMPLETE: ' WS-PARTITIONS
              ' PARTITION(S), ' WS-ENTRIES-READ ' ENTRY(S), RC '
              WS-RUN-SEVERITY.
          MOVE WS-RUN-SEVERITY TO RETURN-CODE.
          STOP RUN.

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
                   MOVE 20 TO WS-PARTITIONS
               END-IF.

      *> Nothing is consolidated unless every partition handed over
      *> its control file: a partition that stopped part-way leaves
      *> all of the partition files where they are for the rerun.
       LOAD-PARTITION-CONTROLS.
               MOVE 0 TO WS-PARTS-MISSING.
               MOVE HIGH-VALUES TO WS-RUN-TIMESTAMP.
               MOVE 1 TO WS-PART.
               PERFORM UNTIL WS-PART > WS-PARTITIONS
                   PERFORM LOAD-ONE-PARTITION-CONTROL
                   ADD 1 TO WS-PART
               END-PERFORM.
               IF WS-PARTS-MISSING > 0
                   DISPLAY 'ERROR: ' WS-PARTS-MISSING
                       ' DECODE PARTITION(S) DID NOT COMPLETE - NOTHING'
                       ' MERGED, PARTITION FILES KEPT FOR RERUN'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.

       LOAD-ONE-PARTITION-CONTROL.
               MOVE SPACES TO WS-PARTCTL-FILENAME.
               STRING 'partctl.p' WS-PART DELIMITED BY SIZE
                   INTO WS-PARTCTL-FILENAME.
               MOVE SPACES TO WS-PT-TIMESTAMP(WS-PART).
               MOVE 'N' TO WS-PARTCTL-EOF.
               OPEN INPUT PARTCTL-FILE.
               IF WS-PARTCTL-STATUS = '00'
                   PERFORM UNTIL WS-PARTCTL-EOF = 'Y'
                       READ PARTCTL-FILE
                           AT END MOVE 'Y' TO WS-PARTCTL-EOF
                           NOT AT END
                               IF PCT-REC-TYPE = 'T'
                                   PERFORM STORE-PARTITION-TOTALS
                               ELSE
                                   PERFORM STORE-PARTITION-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE PARTCTL-FILE.
               IF WS-PT-TIMESTAMP(WS-PART) = SPACES
                   DISPLAY 'ERROR: DECODE PARTITION ' WS-PART
                       ' LEFT NO CONTROL FILE ('
                       FUNCTION TRIM(WS-PARTCTL-FILENAME) ')'
                   ADD 1 TO WS-PARTS-MISSING
               END-IF.

       STORE-PARTITION-TOTALS.
               MOVE PCT-RUN-TIMESTAMP TO WS-PT-TIMESTAMP(WS-PART).
               MOVE PCT-SEVERITY TO WS-PT-SEVERITY(WS-PART).
               MOVE PCT-PAGES TO WS-PT-PAGES(WS-PART).
               MOVE PCT-RECON-PAGE TO WS-PT-RECON-PAGE(WS-PART).
               MOVE PCT-ENTRIES-READ TO WS-PT-ENTRIES-READ(WS-PART).
               COMPUTE WS-PT-RECON-TOTAL(WS-PART) = PCT-CNT-DECODED
                   + PCT-CNT-PRIOR-DONE + PCT-CNT-OPEN-FAIL
                   + PCT-CNT-SIZE-INVALID + PCT-CNT-UNREGISTERED
                   + PCT-CNT-SUSPENDED + PCT-CNT-LAYER-RANGE
                   + PCT-CNT-QUARANTINED + PCT-CNT-CHKSUM-FAIL
                   + PCT-CNT-DUPLICATE + PCT-CNT-DEFERRED
                   + PCT-CNT-OTHER.
               ADD PCT-ENTRIES-READ TO WS-ENTRIES-READ.
               ADD PCT-CNT-DECODED TO WS-CNT-DECODED.
               ADD PCT-CNT-PRIOR-DONE TO WS-CNT-PRIOR-DONE.
               ADD PCT-CNT-OPEN-FAIL TO WS-CNT-OPEN-FAIL.
               ADD PCT-CNT-SIZE-INVALID TO WS-CNT-SIZE-INVALID.
               ADD PCT-CNT-UNREGISTERED TO WS-CNT-UNREGISTERED.
               ADD PCT-CNT-SUSPENDED TO WS-CNT-SUSPENDED.
               ADD PCT-CNT-LAYER-RANGE TO WS-CNT-LAYER-RANGE.
               ADD PCT-CNT-QUARANTINED TO WS-CNT-QUARANTINED.
               ADD PCT-CNT-CHKSUM-FAIL TO WS-CNT-CHKSUM-FAIL.
               ADD PCT-CNT-DUPLICATE TO WS-CNT-DUPLICATE.
               ADD PCT-CNT-DEFERRED TO WS-CNT-DEFERRED.
               ADD PCT-CNT-OTHER TO WS-CNT-OTHER.
               IF PCT-RUN-TIMESTAMP < WS-RUN-TIMESTAMP
                   MOVE PCT-RUN-TIMESTAMP TO WS-RUN-TIMESTAMP
               END-IF.
               MOVE PCT-SEVERITY TO WS-NEW-SEVERITY.
               PERFORM RAISE-SEVERITY.

       STORE-PARTITION-ENTRY.
               IF WS-EN-COUNT < 1000
                   ADD 1 TO WS-EN-COUNT
                   MOVE WS-PART TO WS-EN-PART(WS-EN-COUNT)
                   MOVE PCT-PAGE TO WS-EN-PAGE(WS-EN-COUNT)
                   MOVE PCT-STATUS TO WS-EN-STATUS(WS-EN-COUNT)
                   MOVE PCT-PROBE-ID TO WS-EN-NAME(WS-EN-COUNT)
               END-IF.

       RAISE-SEVERITY.
               IF WS-NEW-SEVERITY > WS-RUN-SEVERITY
                   MOVE WS-NEW-SEVERITY TO WS-RUN-SEVERITY
               END-IF.

      *> The decoder's running feeds are appended to in partition
      *> order; the per-run files are rebuilt from the partitions.
       CONSOLIDATE-FEEDS.
               MOVE 'E' TO WS-FEED-OPEN-MODE.
               MOVE 'results' TO WS-FEED-BASENAME.
               PERFORM CONSOLIDATE-ONE-FEED.
               MOVE 'trend.log' TO WS-FEED-BASENAME.
               PERFORM CONSOLIDATE-ONE-FEED.
               MOVE 'scrub.log' TO WS-FEED-BASENAME.
               PERFORM CONSOLIDATE-ONE-FEED.
               MOVE 'msghist' TO WS-FEED-BASENAME.
               PERFORM CONSOLIDATE-ONE-FEED.
               MOVE 'glyphunk' TO WS-FEED-BASENAME.
               PERFORM CONSOLIDATE-ONE-FEED.
               MOVE 'O' TO WS-FEED-OPEN-MODE.
               MOVE 'ackfeed' TO WS-FEED-BASENAME.
               PERFORM CONSOLIDATE-ONE-FEED.

       CONSOLIDATE-ONE-FEED.
               MOVE WS-FEED-BASENAME TO WS-MERGE-OUT-FILENAME.
               IF WS-FEED-OPEN-MODE = 'E'
                   OPEN EXTEND MERGE-OUT-FILE
                   IF WS-MERGE-OUT-STATUS NOT = '00'
                       OPEN OUTPUT MERGE-OUT-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT MERGE-OUT-FILE
               END-IF.
               IF WS-MERGE-OUT-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN '
                       FUNCTION TRIM(WS-FEED-BASENAME)
                       ' (STATUS=' WS-MERGE-OUT-STATUS ')'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'M' TO WS-COPY-TARGET.
               MOVE 'Y' TO WS-COPY-DELETE.
               MOVE 0 TO WS-FEED-COUNT.
               MOVE 1 TO WS-PART.
               PERFORM UNTIL WS-PART > WS-PARTITIONS
                   PERFORM COPY-PARTITION-FILE
                   ADD WS-COPY-COUNT TO WS-FEED-COUNT
                   ADD 1 TO WS-PART
               END-PERFORM.
               CLOSE MERGE-OUT-FILE.
               DISPLAY FUNCTION TRIM(WS-FEED-BASENAME) ': '
                   WS-FEED-COUNT ' RECORD(S) MERGED'.

       COPY-PARTITION-FILE.
               MOVE 0 TO WS-COPY-COUNT.
               MOVE SPACES TO WS-PART-IN-FILENAME.
               STRING WS-FEED-BASENAME DELIMITED BY SPACE
                   '.p' WS-PART DELIMITED BY SIZE
                   INTO WS-PART-IN-FILENAME.
               MOVE 'N' TO WS-PART-IN-EOF.
               OPEN INPUT PART-IN-FILE.
               IF WS-PART-IN-STATUS = '00'
                   PERFORM UNTIL WS-PART-IN-EOF = 'Y'
                       READ PART-IN-FILE
                           AT END MOVE 'Y' TO WS-PART-IN-EOF
                           NOT AT END PERFORM COPY-PARTITION-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE PART-IN-FILE
                   IF WS-COPY-DELETE = 'Y'
                       CALL 'CBL_DELETE_FILE' USING WS-PART-IN-FILENAME
                           RETURNING WS-DELETE-RC
                   END-IF
               ELSE
                   CLOSE PART-IN-FILE
               END-IF.

       COPY-PARTITION-RECORD.
               ADD 1 TO WS-COPY-COUNT.
               EVALUATE WS-COPY-TARGET
                   WHEN 'X'
                       WRITE EXCEPTION-RECORD FROM PART-IN-RECORD
                   WHEN 'L'
                       WRITE MERGE-OUT-RECORD FROM PART-IN-RECORD
                       IF WS-LED-COUNT < 2000
                           ADD 1 TO WS-LED-COUNT
                           MOVE PART-IN-RECORD(19:100)
                               TO WS-LED-NAME(WS-LED-COUNT)
                       END-IF
                   WHEN OTHER
                       WRITE MERGE-OUT-RECORD FROM PART-IN-RECORD
               END-EVALUATE.

      *> The merge's own exceptions (missing feeds, an out-of-balance
      *> run) follow the partitions' in the one exceptions file and
      *> are posted to the case master exactly as the decoder does.
       OPEN-MERGE-EXCEPTIONS.
               OPEN OUTPUT EXCEPTION-FILE.
               IF WS-EXCEPTION-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN EXCEPTIONS FILE (STATUS='
                       WS-EXCEPTION-STATUS ')'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'exceptions' TO WS-FEED-BASENAME.
               MOVE 'X' TO WS-COPY-TARGET.
               MOVE 'Y' TO WS-COPY-DELETE.
               MOVE 0 TO WS-FEED-COUNT.
               MOVE 1 TO WS-PART.
               PERFORM UNTIL WS-PART > WS-PARTITIONS
                   PERFORM COPY-PARTITION-FILE
                   ADD WS-COPY-COUNT TO WS-FEED-COUNT
                   ADD 1 TO WS-PART
               END-PERFORM.
               DISPLAY 'exceptions: ' WS-FEED-COUNT
                   ' RECORD(S) MERGED'.

       WRITE-EXCEPTION.
               MOVE SPACES TO WS-EXC-LINE.
               STRING WS-RUN-TIMESTAMP ' '
                   WS-INPUT-FILENAME(1:40) ' '
                   WS-EXC-CLASS ' '
                   FUNCTION TRIM(WS-EXC-DISP)
                   DELIMITED BY SIZE INTO WS-EXC-LINE.
               WRITE EXCEPTION-RECORD FROM WS-EXC-LINE.
               MOVE 'OPN' TO CRQ-ACTION.
               MOVE WS-INPUT-FILENAME TO CRQ-PROBE-ID.
               MOVE WS-EXC-CLASS TO CRQ-CLASS.
               MOVE WS-RUN-TIMESTAMP TO CRQ-TIMESTAMP.
               MOVE WS-EXC-DISP TO CRQ-DISPOSITION.
               CALL 'EXCCASE' USING WS-CASE-REQUEST.

      *> A partition ledger survives only while that partition still
      *> has entries to finish; it stays in place for WLSPLIT to pin
      *> them on the rerun, and 'ledger' is rebuilt as the combined
      *> view the retry builder and geometry scan read. With every
      *> partition finished there is no ledger, as after a clean
      *> unpartitioned run.
       CONSOLIDATE-LEDGERS.
               MOVE 'ledger' TO WS-MERGE-OUT-FILENAME.
               OPEN OUTPUT MERGE-OUT-FILE.
               IF WS-MERGE-OUT-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN LEDGER (STATUS='
                       WS-MERGE-OUT-STATUS ')'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'ledger' TO WS-FEED-BASENAME.
               MOVE 'L' TO WS-COPY-TARGET.
               MOVE 'N' TO WS-COPY-DELETE.
               MOVE 0 TO WS-PART-LEDGERS.
               MOVE 1 TO WS-PART.
               PERFORM UNTIL WS-PART > WS-PARTITIONS
                   PERFORM COPY-PARTITION-FILE
                   IF WS-PART-IN-STATUS = '00'
                       ADD 1 TO WS-PART-LEDGERS
                   END-IF
                   ADD 1 TO WS-PART
               END-PERFORM.
               CLOSE MERGE-OUT-FILE.
               IF WS-PART-LEDGERS = 0
                   CALL 'CBL_DELETE_FILE' USING WS-MERGE-OUT-FILENAME
                       RETURNING WS-DELETE-RC
               ELSE
                   DISPLAY 'ledger: ' WS-PART-LEDGERS
                       ' PARTITION(S) STILL HAVE ENTRIES TO FINISH'
               END-IF.

      *> The single report is the table of contents, each partition's
      *> spooled pages in turn, then the merge's own pages; page
      *> numbers run on from one partition into the next.
       OPEN-MERGE-SPOOL.
               COMPUTE WS-TOC-LINES = WS-EN-COUNT + 2 * WS-PARTITIONS
                   + 5.
               COMPUTE WS-TOC-PAGES = 1 + WS-TOC-LINES
                   / (WS-PAGE-LINES - 3).
               MOVE WS-TOC-PAGES TO WS-SPOOL-PAGES.
               MOVE 1 TO WS-PART.
               PERFORM UNTIL WS-PART > WS-PARTITIONS
                   MOVE WS-SPOOL-PAGES TO WS-PT-OFFSET(WS-PART)
                   ADD WS-PT-PAGES(WS-PART) TO WS-SPOOL-PAGES
                   ADD 1 TO WS-PART
               END-PERFORM.
               MOVE WS-SPOOL-PAGES TO WS-PAGE-NUMBER.
               MOVE WS-PAGE-LINES TO WS-LINE-COUNT.
               MOVE 'report.work' TO WS-REPORT-FILENAME.
               OPEN OUTPUT REPORT-FILE.
               IF WS-REPORT-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN REPORT SPOOL (STATUS='
                       WS-REPORT-STATUS ')'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> Feeds are looked for across every partition's worklist and
      *> every ledger still carrying restart entries.
       CHECK-MISSING-FEEDS.
               PERFORM START-REPORT-PAGE.
               MOVE WS-PAGE-NUMBER TO WS-MISS-PAGE.
               MOVE SPACES TO WS-DIFF-LINE.
               STRING '---- MISSING FEED CHECK ----'
                   DELIMITED BY SIZE INTO WS-DIFF-LINE.
               PERFORM WRITE-RECON-LINE.
               MOVE WS-RUN-TIMESTAMP(1:8) TO WS-MISS-LAST-DATE.
               COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MISS-LAST-DATE).
               MOVE 'N' TO WS-REG-EOF.
               OPEN INPUT PROBE-REG-FILE.
               IF WS-REG-STATUS NOT = '00'
                   MOVE SPACES TO WS-DIFF-LINE
                   STRING 'PROBE REGISTRY NOT READABLE (STATUS='
                       WS-REG-STATUS ') - CHECK NOT MADE'
                       DELIMITED BY SIZE INTO WS-DIFF-LINE
                   PERFORM WRITE-RECON-LINE
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM RAISE-SEVERITY
                   MOVE 'Y' TO WS-REG-EOF
               END-IF.
               PERFORM UNTIL WS-REG-EOF = 'Y'
                   READ PROBE-REG-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-REG-EOF
                       NOT AT END
                           IF REG-FEED-STATUS = 'A'
                               PERFORM CHECK-ONE-REGISTERED-FEED
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE PROBE-REG-FILE.
               MOVE SPACES TO WS-DIFF-LINE.
               STRING WS-CNT-MISSING-FEED
                   ' ACTIVE FEED(S) DID NOT ARRIVE'
                   DELIMITED BY SIZE INTO WS-DIFF-LINE.
               PERFORM WRITE-RECON-LINE.

       CHECK-ONE-REGISTERED-FEED.
               MOVE 'N' TO WS-MISS-SEEN.
               MOVE 1 TO WS-EN-IDX.
               PERFORM UNTIL WS-EN-IDX > WS-EN-COUNT
                       OR WS-MISS-SEEN = 'Y'
                   IF WS-EN-NAME(WS-EN-IDX) = REG-PROBE-ID
                       MOVE 'Y' TO WS-MISS-SEEN
                   END-IF
                   ADD 1 TO WS-EN-IDX
               END-PERFORM.
               MOVE 1 TO WS-LED-IDX.
               PERFORM UNTIL WS-LED-IDX > WS-LED-COUNT
                       OR WS-MISS-SEEN = 'Y'
                   IF WS-LED-NAME(WS-LED-IDX) = REG-PROBE-ID
                       MOVE 'Y' TO WS-MISS-SEEN
                   END-IF
                   ADD 1 TO WS-LED-IDX
               END-PERFORM.
               IF WS-MISS-SEEN = 'N'
                   PERFORM FLAG-FEED-IF-OVERDUE
               END-IF.

       FLAG-FEED-IF-OVERDUE.
               MOVE 1 TO WS-MISS-FREQ.
               IF REG-FREQ-DAYS IS NUMERIC AND REG-FREQ-DAYS > 0
                   MOVE REG-FREQ-DAYS TO WS-MISS-FREQ
               END-IF.
               MOVE 99999 TO WS-MISS-DAYS.
               IF REG-LAST-PROCESSED(1:8) IS NUMERIC
                   MOVE REG-LAST-PROCESSED(1:8) TO WS-MISS-LAST-DATE
                   IF WS-MISS-LAST-DATE > 0
                       COMPUTE WS-MISS-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-MISS-LAST-DATE)
                       COMPUTE WS-MISS-DAYS =
                           WS-RUN-DATE-INT - WS-MISS-DATE-INT
                   END-IF
               END-IF.
               IF WS-MISS-DAYS >= WS-MISS-FREQ
                   ADD 1 TO WS-CNT-MISSING-FEED
                   MOVE SPACES TO WS-DIFF-LINE
                   IF WS-MISS-DAYS = 99999
                       STRING 'MISSING FEED: '
                           FUNCTION TRIM(REG-PROBE-ID)
                           ' IS ACTIVE BUT HAS NEVER BEEN PROCESSED'
                           DELIMITED BY SIZE INTO WS-DIFF-LINE
                   ELSE
                       STRING 'MISSING FEED: '
                           FUNCTION TRIM(REG-PROBE-ID)
                           ' NOT SEEN FOR ' WS-MISS-DAYS
                           ' DAY(S) (EXPECTED EVERY ' WS-MISS-FREQ
                           ' DAY(S), LAST PROCESSED '
                           REG-LAST-PROCESSED ')'
                           DELIMITED BY SIZE INTO WS-DIFF-LINE
                   END-IF
                   PERFORM WRITE-RECON-LINE
                   MOVE REG-PROBE-ID TO WS-INPUT-FILENAME
                   MOVE 'MISSING-FEED' TO WS-EXC-CLASS
                   MOVE SPACES TO WS-EXC-DISP
                   STRING 'NO FILE RECEIVED FOR ' WS-MISS-DAYS
                       ' DAY(S)' DELIMITED BY SIZE INTO WS-EXC-DISP
                   PERFORM WRITE-EXCEPTION
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM RAISE-SEVERITY
               END-IF.

      *> Each partition's own balance is shown, then the combined
      *> control totals are proved against the entries the partitions
      *> read and against the worklist the split was taken from.
       PRINT-RECONCILIATION.
               PERFORM START-REPORT-PAGE.
               MOVE WS-PAGE-NUMBER TO WS-RECON-PAGE.
               PERFORM WRITE-RECON-SEPARATOR.
               MOVE 1 TO WS-PART.
               PERFORM UNTIL WS-PART > WS-PARTITIONS
                   MOVE SPACES TO WS-DIFF-LINE
                   IF WS-PT-RECON-TOTAL(WS-PART)
                           = WS-PT-ENTRIES-READ(WS-PART)
                       STRING 'PARTITION ' WS-PART
                           '  ENTRIES READ ' WS-PT-ENTRIES-READ(WS-PART)
                           '  CONTROL TOTAL ' WS-PT-RECON-TOTAL(WS-PART)
                           '  RC ' WS-PT-SEVERITY(WS-PART)
                           '  IN BALANCE'
                           DELIMITED BY SIZE INTO WS-DIFF-LINE
                   ELSE
                       STRING 'PARTITION ' WS-PART
                           '  ENTRIES READ ' WS-PT-ENTRIES-READ(WS-PART)
                           '  CONTROL TOTAL ' WS-PT-RECON-TOTAL(WS-PART)
                           '  RC ' WS-PT-SEVERITY(WS-PART)
                           '  OUT OF BALANCE'
                           DELIMITED BY SIZE INTO WS-DIFF-LINE
                   END-IF
                   PERFORM WRITE-RECON-LINE
                   ADD 1 TO WS-PART
               END-PERFORM.
               MOVE SPACES TO WS-DIFF-LINE.
               PERFORM WRITE-RECON-LINE.
               PERFORM COUNT-WORKLIST.
               IF WS-WORKLIST-READ = 'Y'
                   MOVE SPACES TO WS-DIFF-LINE
                   STRING 'WORKLIST ENTRIES:      ' WS-WORKLIST-COUNT
                       DELIMITED BY SIZE INTO WS-DIFF-LINE
                   PERFORM WRITE-RECON-LINE
               END-IF.
               MOVE SPACES TO WS-DIFF-LINE.
               STRING 'ENTRIES READ:          ' WS-ENTRIES-READ
                   DELIMITED BY SIZE INTO WS-DIFF-LINE.
               PERFORM WRITE-RECON-LINE.
               MOVE SPACES TO WS-DIFF-LINE.
               STRING 'DECODED THIS RUN:      ' WS-CNT-DECODED
                   DELIMITED BY SIZE INTO WS-DIFF-LINE.
               PERFORM WRITE-RECON-LINE.
               MOVE SPACES TO WS-DIFF-LINE.
               STRING 'DECODED IN PRIOR RUN:  ' WS-CNT-PRIOR-DONE
                   DELIMITED BY SIZE INTO WS-DIFF-LINE.
               PERFORM WRITE-RECON-LINE.
               MOVE SPACES TO WS-DIFF-LINE.
               STRING 'SKIPPED (OPEN FAIL):   ' WS-CNT-OPEN-FAIL
                   DELIMITED BY SIZE INTO WS-DIFF-LINE.
               PERFORM WRITE-RECON-LINE.
               MOVE SPACES TO WS-DIFF-LINE.
               STRING 'FAILED (SIZE INVALID): ' WS-CNT-SIZE-INVALID
                   DELIMITED BY SIZE INTO WS-DIFF-LINE.
               PERFORM WRITE-RECON-LINE.
               MOVE SPACES TO WS-DIFF-LINE.
               STRING 'UNREGISTERED:          ' WS-CNT-UNREGISTERED
                   DELIMITED BY SIZE INTO WS-DIFF-LINE.
               PERFORM WRITE-RECON-LINE.
               MOVE SPACES TO WS-DIFF-LINE.
               STRING 'SUSPENDED FEEDS:       ' WS-CNT-SUSPENDED
                   DELIMITED BY SIZE INTO WS-DIFF-LINE.
               PERFORM WRITE-RECON-LINE.
               MOVE SPACES TO WS-DIFF-LINE.
               STRING 'LAYER RANGE FAILURES:  ' WS-CNT-LAYER-RANGE
                   DELIMITED BY SIZE INTO WS-DIFF-LINE.
               PERFORM WRITE-RECON-LINE.
               MOVE SPACES TO WS-DIFF-LINE.
               STRING 'QUARANTINED:           ' WS-CNT-QUARANTINED
                   DELIMITED BY SIZE INTO WS-DIFF-LINE.
               PERFORM WRITE-RECON-LINE.
               MOVE SPACES TO WS-DIFF-LINE.
               STRING 'CHECKSUM MISMATCHES:   ' WS-CNT-CHKSUM-FAIL
                   DELIMITED BY SIZE INTO WS-DIFF-LINE.
               PERFORM WRITE-RECON-LINE.
               MOVE SPACES TO WS-DIFF-LINE.
               STRING 'DUPLICATES SKIPPED:    ' WS-CNT-DUPLICATE
                   DELIMITED BY SIZE INTO WS-DIFF-LINE.
               PERFORM WRITE-RECON-LINE.
               MOVE SPACES TO WS-DIFF-LINE.
               STRING 'DEFERRED (WINDOW):     ' WS-CNT-DEFERRED
                   DELIMITED BY SIZE INTO WS-DIFF-LINE.
               PERFORM WRITE-RECON-LINE.
               MOVE SPACES TO WS-DIFF-LINE.
               STRING 'OTHER DISPOSITIONS:    ' WS-CNT-OTHER
                   DELIMITED BY SIZE INTO WS-DIFF-LINE.
               PERFORM WRITE-RECON-LINE.
               COMPUTE WS-RECON-TOTAL = WS-CNT-DECODED
                   + WS-CNT-PRIOR-DONE + WS-CNT-OPEN-FAIL
                   + WS-CNT-SIZE-INVALID + WS-CNT-UNREGISTERED
                   + WS-CNT-SUSPENDED + WS-CNT-LAYER-RANGE
                   + WS-CNT-QUARANTINED + WS-CNT-CHKSUM-FAIL
                   + WS-CNT-DUPLICATE + WS-CNT-DEFERRED
                   + WS-CNT-OTHER.
               MOVE SPACES TO WS-DIFF-LINE.
               STRING 'CONTROL TOTAL:         ' WS-RECON-TOTAL
                   DELIMITED BY SIZE INTO WS-DIFF-LINE.
               PERFORM WRITE-RECON-LINE.
               MOVE SPACES TO WS-DIFF-LINE.
               IF WS-RECON-TOTAL = WS-ENTRIES-READ
                       AND (WS-WORKLIST-READ = 'N'
                           OR WS-WORKLIST-COUNT = WS-ENTRIES-READ)
                   STRING 'RECONCILIATION IN BALANCE'
                       DELIMITED BY SIZE INTO WS-DIFF-LINE
               ELSE
                   STRING 'RECONCILIATION OUT OF BALANCE - INVESTIGATE'
                       DELIMITED BY SIZE INTO WS-DIFF-LINE
                   MOVE '*RUN*' TO WS-INPUT-FILENAME
                   MOVE 'RECONCILE' TO WS-EXC-CLASS
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO WS-EXC-DISP
                   PERFORM WRITE-EXCEPTION
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM RAISE-SEVERITY
               END-IF.
               PERFORM WRITE-RECON-LINE.
               PERFORM WRITE-RECON-SEPARATOR.

       COUNT-WORKLIST.
               MOVE 0 TO WS-WORKLIST-COUNT.
               MOVE 'N' TO WS-WORKLIST-READ.
               MOVE 'N' TO WS-WORKLIST-EOF.
               OPEN INPUT WORKLIST-FILE.
               IF WS-WORKLIST-STATUS = '00'
                   MOVE 'Y' TO WS-WORKLIST-READ
                   PERFORM UNTIL WS-WORKLIST-EOF = 'Y'
                       READ WORKLIST-FILE
                           AT END MOVE 'Y' TO WS-WORKLIST-EOF
                           NOT AT END ADD 1 TO WS-WORKLIST-COUNT
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE WORKLIST-FILE.

       WRITE-RECON-SEPARATOR.
               MOVE SPACES TO WS-DIFF-LINE.
               STRING '---- RUN RECONCILIATION ----'
                   DELIMITED BY SIZE INTO WS-DIFF-LINE.
               PERFORM WRITE-RECON-LINE.

       WRITE-RECON-LINE.
               DISPLAY WS-DIFF-LINE.
               MOVE WS-DIFF-LINE TO WS-PRINT-LINE.
               PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
               IF WS-LINE-COUNT >= WS-PAGE-LINES
                   PERFORM START-REPORT-PAGE
               END-IF.
               WRITE REPORT-RECORD FROM WS-PRINT-LINE.
               ADD 1 TO WS-LINE-COUNT.

       START-REPORT-PAGE.
               ADD 1 TO WS-PAGE-NUMBER.
               PERFORM WRITE-PAGE-HEADING.
               MOVE 3 TO WS-LINE-COUNT.

       WRITE-PAGE-HEADING.
               MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT.
               MOVE SPACES TO WS-HEAD-LINE.
               STRING WS-HEAD-PREFIX
                   WS-RUN-TIMESTAMP '   PAGE ' WS-PAGE-EDIT
                   DELIMITED BY SIZE INTO WS-HEAD-LINE.
               WRITE REPORT-RECORD FROM WS-HEAD-LINE.
               MOVE SPACES TO WS-HEAD-LINE.
               MOVE ALL '-' TO WS-HEAD-LINE(1:64).
               WRITE REPORT-RECORD FROM WS-HEAD-LINE.
               MOVE SPACES TO WS-HEAD-LINE.
               WRITE REPORT-RECORD FROM WS-HEAD-LINE.

       ASSEMBLE-FINAL-REPORT.
               CLOSE REPORT-FILE.
               MOVE 'report' TO WS-REPORT-FILENAME.
               OPEN OUTPUT REPORT-FILE.
               IF WS-REPORT-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN REPORT FILE (STATUS='
                       WS-REPORT-STATUS ')'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 0 TO WS-PAGE-NUMBER.
               MOVE WS-PAGE-LINES TO WS-LINE-COUNT.
               PERFORM WRITE-REPORT-TOC.
               MOVE 1 TO WS-PART.
               PERFORM UNTIL WS-PART > WS-PARTITIONS
                   MOVE SPACES TO WS-PART-IN-FILENAME
                   STRING 'report.work.p' WS-PART DELIMITED BY SIZE
                       INTO WS-PART-IN-FILENAME
                   PERFORM COPY-SPOOLED-REPORT
                   ADD 1 TO WS-PART
               END-PERFORM.
               MOVE 'report.work' TO WS-PART-IN-FILENAME.
               PERFORM COPY-SPOOLED-REPORT.
               CLOSE REPORT-FILE.

       WRITE-REPORT-TOC.
               MOVE SPACES TO WS-PRINT-LINE.
               STRING 'TABLE OF CONTENTS' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO WS-PRINT-LINE.
               PERFORM WRITE-REPORT-LINE.
               MOVE 1 TO WS-PART.
               PERFORM UNTIL WS-PART > WS-PARTITIONS
                   PERFORM WRITE-PARTITION-TOC
                   ADD 1 TO WS-PART
               END-PERFORM.
               MOVE SPACES TO WS-PRINT-LINE.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-MISS-PAGE TO WS-TOC-PAGE-EDIT.
               MOVE SPACES TO WS-PRINT-LINE.
               STRING 'PAGE ' WS-TOC-PAGE-EDIT
                   '  MISSING FEED CHECK' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-RECON-PAGE TO WS-TOC-PAGE-EDIT.
               MOVE SPACES TO WS-PRINT-LINE.
               STRING 'PAGE ' WS-TOC-PAGE-EDIT
                   '  RUN RECONCILIATION' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE.
               PERFORM WRITE-REPORT-LINE.
               PERFORM UNTIL WS-PAGE-NUMBER >= WS-TOC-PAGES
                   PERFORM START-REPORT-PAGE
               END-PERFORM.

       WRITE-PARTITION-TOC.
               MOVE SPACES TO WS-PRINT-LINE.
               STRING 'PARTITION ' WS-PART DELIMITED BY SIZE
                   INTO WS-PRINT-LINE.
               PERFORM WRITE-REPORT-LINE.
               MOVE 1 TO WS-EN-IDX.
               PERFORM UNTIL WS-EN-IDX > WS-EN-COUNT
                   IF WS-EN-PART(WS-EN-IDX) = WS-PART
                       COMPUTE WS-TOC-PAGE = WS-PT-OFFSET(WS-PART)
                           + WS-EN-PAGE(WS-EN-IDX)
                       MOVE WS-TOC-PAGE TO WS-TOC-PAGE-EDIT
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING 'PAGE ' WS-TOC-PAGE-EDIT
                           '  ' WS-EN-STATUS(WS-EN-IDX)
                           '  ' FUNCTION TRIM(WS-EN-NAME(WS-EN-IDX))
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   ADD 1 TO WS-EN-IDX
               END-PERFORM.
               COMPUTE WS-TOC-PAGE = WS-PT-OFFSET(WS-PART)
                   + WS-PT-RECON-PAGE(WS-PART).
               MOVE WS-TOC-PAGE TO WS-TOC-PAGE-EDIT.
               MOVE SPACES TO WS-PRINT-LINE.
               STRING 'PAGE ' WS-TOC-PAGE-EDIT
                   '  PARTITION ' WS-PART ' RECONCILIATION'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE.
               PERFORM WRITE-REPORT-LINE.

      *> Partition spools number their pages from 1; each heading is
      *> reissued with the run timestamp and the page it now falls on.
       COPY-SPOOLED-REPORT.
               MOVE 'N' TO WS-PART-IN-EOF.
               OPEN INPUT PART-IN-FILE.
               IF WS-PART-IN-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT READ SPOOLED REPORT '
                       FUNCTION TRIM(WS-PART-IN-FILENAME)
                       ' (STATUS=' WS-PART-IN-STATUS ')'
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM RAISE-SEVERITY
               ELSE
                   PERFORM UNTIL WS-PART-IN-EOF = 'Y'
                       READ PART-IN-FILE
                           AT END MOVE 'Y' TO WS-PART-IN-EOF
                           NOT AT END PERFORM COPY-SPOOLED-LINE
                       END-READ
                   END-PERFORM
                   CLOSE PART-IN-FILE
                   CALL 'CBL_DELETE_FILE' USING WS-PART-IN-FILENAME
                       RETURNING WS-DELETE-RC
               END-IF.

       COPY-SPOOLED-LINE.
               IF PART-IN-RECORD(1:32) = WS-HEAD-PREFIX
                   ADD 1 TO WS-PAGE-NUMBER
                   MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT
                   MOVE SPACES TO WS-HEAD-LINE
                   STRING WS-HEAD-PREFIX
                       WS-RUN-TIMESTAMP '   PAGE ' WS-PAGE-EDIT
                       DELIMITED BY SIZE INTO WS-HEAD-LINE
                   WRITE REPORT-RECORD FROM WS-HEAD-LINE
               ELSE
                   WRITE REPORT-RECORD FROM PART-IN-RECORD
               END-IF.

       RETIRE-PARTITION-FILES.
               MOVE 1 TO WS-PART.
               PERFORM UNTIL WS-PART > WS-PARTITIONS
                   MOVE SPACES TO WS-PART-IN-FILENAME
                   STRING 'worklist.p' WS-PART DELIMITED BY SIZE
                       INTO WS-PART-IN-FILENAME
                   CALL 'CBL_DELETE_FILE' USING WS-PART-IN-FILENAME
                       RETURNING WS-DELETE-RC
                   MOVE SPACES TO WS-PARTCTL-FILENAME
                   STRING 'partctl.p' WS-PART DELIMITED BY SIZE
                       INTO WS-PARTCTL-FILENAME
                   CALL 'CBL_DELETE_FILE' USING WS-PARTCTL-FILENAME
                       RETURNING WS-DELETE-RC
                   ADD 1 TO WS-PART
               END-PERFORM.
