       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLARPT.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT CONTROL-FILE ASSIGN TO 'control'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
             SELECT PARM-FILE ASSIGN TO 'slaparm'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARM-STATUS.
             SELECT PROBE-REG-FILE ASSIGN TO 'probereg'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS REG-PROBE-ID
             FILE STATUS IS WS-REG-STATUS.
             SELECT RESULTS-FILE ASSIGN TO 'results'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RESULTS-STATUS.
             SELECT RETRY-FILE ASSIGN TO 'retrycnt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETRY-STATUS.
             SELECT SLA-REPORT-FILE ASSIGN TO 'slarpt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SLA-RPT-STATUS.
             SELECT SLA-EXTRACT-FILE ASSIGN TO 'slaext'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SLA-EXT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CONTROL-FILE.
          01 CONTROL-RECORD.
             COPY CTLDIMS.

          FD PARM-FILE.
          01 PARM-RECORD.
             05 SPM-PERIOD PIC X(6).

          FD PROBE-REG-FILE.
          01 REGISTRY-RECORD.
             COPY PROBEREG.

          FD RESULTS-FILE.
          01 RESULTS-RECORD.
             COPY DECRSLT.

          FD RETRY-FILE.
          01 RETRY-RECORD.
             05 RTC-PROBE-ID PIC X(100).
             05 RTC-COUNT PIC 9(2).

          FD SLA-REPORT-FILE.
          01 SLA-REPORT-RECORD PIC X(200).

          FD SLA-EXTRACT-FILE.
          01 SLA-EXTRACT-RECORD.
             COPY SLAEXT.

          WORKING-STORAGE SECTION.
          01 WS-CONTROL-STATUS PIC X(2).
          01 WS-PARM-STATUS PIC X(2).
          01 WS-REG-STATUS PIC X(2).
          01 WS-RESULTS-STATUS PIC X(2).
          01 WS-RETRY-STATUS PIC X(2).
          01 WS-SLA-RPT-STATUS PIC X(2).
          01 WS-SLA-EXT-STATUS PIC X(2).
          01 WS-EOF PIC A(1).
          01 WS-RUN-TIMESTAMP PIC X(21).
          01 WS-PERIOD PIC X(6).
          01 WS-PERIOD-NUM REDEFINES WS-PERIOD.
             05 WS-PERIOD-YEAR PIC 9(4).
             05 WS-PERIOD-MONTH PIC 9(2).
          01 WS-NEXT-YEAR PIC 9(4).
          01 WS-NEXT-MONTH PIC 9(2).
          01 WS-FIRST-DATE PIC 9(8).
          01 WS-NEXT-DATE PIC 9(8).
          01 WS-DAYS-IN-MONTH PIC 9(2).
          01 WS-DELIVERY-TARGET PIC 9(3).
          01 WS-YIELD-TARGET PIC 9(3).
          01 WS-IN-MONTH PIC A(1).
          01 WS-RESULT-DAY PIC 9(2).
          01 WS-SEG-MARKS PIC 9(3).
          01 WS-CLEAN PIC A(1).
          01 WS-WIN-IDX PIC 9(3).
          01 WS-WIN-FIRST PIC 9(3).
          01 WS-WIN-LAST PIC 9(3).
          01 WS-DAY-IDX PIC 9(3).
          01 WS-WIN-MET PIC A(1).
          01 WS-CNT-RESULTS PIC 9(7) VALUE 0.
          01 WS-CNT-FLAGGED PIC 9(5) VALUE 0.
          01 WS-TOT-EXPECTED PIC 9(7) VALUE 0.
          01 WS-TOT-MET PIC 9(7) VALUE 0.
          01 WS-TOT-ARRIVED PIC 9(7) VALUE 0.
          01 WS-TOT-ATTEMPTED PIC 9(7) VALUE 0.
          01 WS-TOT-FIRST-PASS PIC 9(7) VALUE 0.
          01 WS-TOT-DEFERRED PIC 9(7) VALUE 0.
          01 WS-PCT PIC 9(3)V9(2).
          01 WS-PCT-EDIT PIC ZZ9.99.
          01 WS-PCT2-EDIT PIC ZZ9.99.
          01 WS-AVG-EDIT PIC Z9.99.
          01 WS-FLAG-TEXT PIC X(30).
          01 WS-SLA-LINE PIC X(200).

          01 WS-PRB-COUNT PIC 9(5) VALUE 0.
          01 WS-PRB-IDX PIC 9(5).
          01 WS-PRB-FOUND PIC 9(5).
          01 WS-PRB-KEY PIC X(100).
          01 WS-PRB-TABLE.
             05 WS-PRB-ENTRY OCCURS 500 TIMES.
                10 WS-PRB-PROBE PIC X(100).
                10 WS-PRB-STATUS PIC X(1).
                10 WS-PRB-FREQ PIC 9(3).
                10 WS-PRB-DAY-MAP PIC X(31).
                10 WS-PRB-EXPECTED PIC 9(3).
                10 WS-PRB-MET PIC 9(3).
                10 WS-PRB-MISSED PIC 9(3).
                10 WS-PRB-ARRIVED PIC 9(5).
                10 WS-PRB-LATE PIC 9(5).
                10 WS-PRB-DEFERRED PIC 9(5).
                10 WS-PRB-ATTEMPTED PIC 9(5).
                10 WS-PRB-FIRST-PASS PIC 9(5).
                10 WS-PRB-CLEAN PIC 9(5).
                10 WS-PRB-FAILED PIC 9(5).
                10 WS-PRB-RETRY-TOTAL PIC 9(7).
                10 WS-PRB-RETRY-WORST PIC 9(3).
                10 WS-PRB-OPEN-RETRIES PIC 9(2).
                10 WS-PRB-DELIVERY-PCT PIC 9(3)V9(2).
                10 WS-PRB-YIELD-PCT PIC 9(3)V9(2).
                10 WS-PRB-AVG-RETRIES PIC 9(2)V9(2).
                10 WS-PRB-BELOW-DELIVERY PIC X(1).
                10 WS-PRB-BELOW-YIELD PIC X(1).
      *> Delivery chain in progress: one transmission followed
      *> through deferral and RETRYBLD retries to its final outcome.
                10 WS-PRB-IN-CHAIN PIC A(1).
                10 WS-PRB-CHAIN-TRIES PIC 9(3).
                10 WS-PRB-CHAIN-ARRIVED PIC A(1).
                10 WS-PRB-CHAIN-OPEN-FAIL PIC A(1).
                10 WS-PRB-CHAIN-ATTEMPTED PIC A(1).

       PROCEDURE DIVISION.
          MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
          PERFORM LOAD-CONTROL.
          PERFORM LOAD-PERIOD-PARM.
          PERFORM LOAD-REGISTRY-TABLE.
          PERFORM LOAD-RETRY-COUNTS.
          PERFORM SCAN-RESULTS-MASTER.
          MOVE 1 TO WS-PRB-IDX.
          PERFORM UNTIL WS-PRB-IDX > WS-PRB-COUNT
              PERFORM ASSESS-PROBE
              ADD 1 TO WS-PRB-IDX
          END-PERFORM.
          OPEN OUTPUT SLA-REPORT-FILE.
          IF WS-SLA-RPT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN SLA REPORT FILE (STATUS='
                  WS-SLA-RPT-STATUS ')'
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.
          OPEN OUTPUT SLA-EXTRACT-FILE.
          IF WS-SLA-EXT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN SLA EXTRACT FILE (STATUS='
                  WS-SLA-EXT-STATUS ')'
              CLOSE SLA-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.
          PERFORM PRINT-SLA-REPORT.
          CLOSE SLA-REPORT-FILE.
          CLOSE SLA-EXTRACT-FILE.
          IF WS-CNT-FLAGGED > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
          END-IF.
          STOP RUN.

       LOAD-CONTROL.
               OPEN INPUT CONTROL-FILE.
               IF WS-CONTROL-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN CONTROL FILE (STATUS='
                       WS-CONTROL-STATUS ')'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               READ CONTROL-FILE INTO CONTROL-RECORD.
               CLOSE CONTROL-FILE.
               MOVE 0 TO WS-DELIVERY-TARGET.
               MOVE 0 TO WS-YIELD-TARGET.
               IF CTL-SLA-DELIVERY-PCT IS NUMERIC
                   MOVE CTL-SLA-DELIVERY-PCT TO WS-DELIVERY-TARGET
               END-IF.
               IF CTL-SLA-YIELD-PCT IS NUMERIC
                   MOVE CTL-SLA-YIELD-PCT TO WS-YIELD-TARGET
               END-IF.

      *> The period is YYYYMM from the parm file. Without one the
      *> report covers the previous calendar month, which is what a
      *> run on the first night of the new month wants.
       LOAD-PERIOD-PARM.
               MOVE SPACES TO WS-PERIOD.
               OPEN INPUT PARM-FILE.
               IF WS-PARM-STATUS = '00'
                   READ PARM-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF SPM-PERIOD IS NUMERIC
                               MOVE SPM-PERIOD TO WS-PERIOD
                           END-IF
                   END-READ
               END-IF.
               CLOSE PARM-FILE.
               IF WS-PERIOD = SPACES
                   MOVE WS-RUN-TIMESTAMP(1:6) TO WS-PERIOD
                   IF WS-PERIOD-MONTH = 1
                       SUBTRACT 1 FROM WS-PERIOD-YEAR
                       MOVE 12 TO WS-PERIOD-MONTH
                   ELSE
                       SUBTRACT 1 FROM WS-PERIOD-MONTH
                   END-IF
               END-IF.
               IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   DISPLAY 'ERROR: SLA PERIOD ' WS-PERIOD
                       ' IS NOT A VALID YYYYMM'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-PERIOD-YEAR TO WS-NEXT-YEAR.
               MOVE WS-PERIOD-MONTH TO WS-NEXT-MONTH.
               IF WS-NEXT-MONTH = 12
                   ADD 1 TO WS-NEXT-YEAR
                   MOVE 1 TO WS-NEXT-MONTH
               ELSE
                   ADD 1 TO WS-NEXT-MONTH
               END-IF.
               COMPUTE WS-FIRST-DATE = WS-PERIOD-YEAR * 10000
                   + WS-PERIOD-MONTH * 100 + 1.
               COMPUTE WS-NEXT-DATE = WS-NEXT-YEAR * 10000
                   + WS-NEXT-MONTH * 100 + 1.
               COMPUTE WS-DAYS-IN-MONTH =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE).

       LOAD-REGISTRY-TABLE.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT PROBE-REG-FILE.
               IF WS-REG-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN PROBE REGISTRY (STATUS='
                       WS-REG-STATUS ') - RUN PROBEMNT TO CREATE IT'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PROBE-REG-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM STORE-REGISTRY-ENTRY
                   END-READ
               END-PERFORM.
               CLOSE PROBE-REG-FILE.

       STORE-REGISTRY-ENTRY.
               IF WS-PRB-COUNT >= 500
                   DISPLAY 'ERROR: MORE THAN 500 REGISTRY ENTRIES'
                       ' - REMAINDER NOT REPORTED'
                   MOVE 4 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF
               ELSE
                   ADD 1 TO WS-PRB-COUNT
                   INITIALIZE WS-PRB-ENTRY(WS-PRB-COUNT)
                   MOVE REG-PROBE-ID TO WS-PRB-PROBE(WS-PRB-COUNT)
                   MOVE REG-FEED-STATUS TO WS-PRB-STATUS(WS-PRB-COUNT)
                   MOVE 1 TO WS-PRB-FREQ(WS-PRB-COUNT)
                   IF REG-FREQ-DAYS IS NUMERIC AND REG-FREQ-DAYS > 0
                       MOVE REG-FREQ-DAYS TO WS-PRB-FREQ(WS-PRB-COUNT)
                   END-IF
                   MOVE ALL '.' TO WS-PRB-DAY-MAP(WS-PRB-COUNT)
                   MOVE 'N' TO WS-PRB-IN-CHAIN(WS-PRB-COUNT)
               END-IF.

       LOOKUP-PROBE-ENTRY.
               MOVE 0 TO WS-PRB-FOUND.
               MOVE 1 TO WS-PRB-IDX.
               PERFORM UNTIL WS-PRB-IDX > WS-PRB-COUNT
                       OR WS-PRB-FOUND > 0
                   IF WS-PRB-PROBE(WS-PRB-IDX) = WS-PRB-KEY
                       MOVE WS-PRB-IDX TO WS-PRB-FOUND
                   END-IF
                   ADD 1 TO WS-PRB-IDX
               END-PERFORM.

       LOAD-RETRY-COUNTS.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT RETRY-FILE.
               IF WS-RETRY-STATUS = '00'
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ RETRY-FILE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE RTC-PROBE-ID TO WS-PRB-KEY
                               PERFORM LOOKUP-PROBE-ENTRY
                               IF WS-PRB-FOUND > 0
                                       AND RTC-COUNT IS NUMERIC
                                   MOVE RTC-COUNT TO
                                       WS-PRB-OPEN-RETRIES(WS-PRB-FOUND)
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE RETRY-FILE.

      *> Records before the period are still replayed so that a
      *> delivery deferred or retried across the month boundary is
      *> followed from where it really started; only records inside
      *> the period are counted.
       SCAN-RESULTS-MASTER.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT RESULTS-FILE.
               IF WS-RESULTS-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN RESULTS FILE (STATUS='
                       WS-RESULTS-STATUS ')'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RESULTS-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM NOTE-RESULT-RECORD
                   END-READ
               END-PERFORM.
               CLOSE RESULTS-FILE.

       NOTE-RESULT-RECORD.
               MOVE 0 TO WS-SEG-MARKS.
               INSPECT RSL-PROBE-ID TALLYING WS-SEG-MARKS
                   FOR ALL '#'.
               IF WS-SEG-MARKS = 0
                       AND RSL-RUN-TIMESTAMP(1:6) <= WS-PERIOD
                   MOVE RSL-PROBE-ID TO WS-PRB-KEY
                   PERFORM LOOKUP-PROBE-ENTRY
                   IF WS-PRB-FOUND > 0
                       MOVE 'N' TO WS-IN-MONTH
                       IF RSL-RUN-TIMESTAMP(1:6) = WS-PERIOD
                           MOVE 'Y' TO WS-IN-MONTH
                           ADD 1 TO WS-CNT-RESULTS
                           MOVE RSL-RUN-TIMESTAMP(7:2) TO WS-RESULT-DAY
                       END-IF
                       PERFORM FOLLOW-DELIVERY-CHAIN
                   END-IF
               END-IF.

      *> RETRYBLD puts a deferred or retryable entry back on the next
      *> worklist, so the probe's next result belongs to the same
      *> delivery. An open failure means the file was not there yet:
      *> the delivery arrives with the attempt that finds it, late.
       FOLLOW-DELIVERY-CHAIN.
               IF WS-PRB-IN-CHAIN(WS-PRB-FOUND) = 'N'
                   MOVE 'Y' TO WS-PRB-IN-CHAIN(WS-PRB-FOUND)
                   MOVE 0 TO WS-PRB-CHAIN-TRIES(WS-PRB-FOUND)
                   MOVE 'N' TO WS-PRB-CHAIN-ARRIVED(WS-PRB-FOUND)
                   MOVE 'N' TO WS-PRB-CHAIN-OPEN-FAIL(WS-PRB-FOUND)
                   MOVE 'N' TO WS-PRB-CHAIN-ATTEMPTED(WS-PRB-FOUND)
               END-IF.
               EVALUATE RSL-DISPOSITION
                   WHEN 'DEFERRED'
                       IF WS-IN-MONTH = 'Y'
                           ADD 1 TO WS-PRB-DEFERRED(WS-PRB-FOUND)
                       END-IF
                       PERFORM NOTE-ARRIVAL
                   WHEN 'SKIPPED-OPEN-FAIL'
                       MOVE 'Y' TO WS-PRB-CHAIN-OPEN-FAIL(WS-PRB-FOUND)
                       ADD 1 TO WS-PRB-CHAIN-TRIES(WS-PRB-FOUND)
                   WHEN 'CHECKSUM-MISMATCH'
                   WHEN 'QUARANTINED'
                   WHEN 'SEG-PARTIAL'
                       PERFORM NOTE-ARRIVAL
                       MOVE 'N' TO WS-CLEAN
                       PERFORM NOTE-DECODE-ATTEMPT
                       ADD 1 TO WS-PRB-CHAIN-TRIES(WS-PRB-FOUND)
                   WHEN 'DECODED'
                   WHEN 'DUPLICATE'
                       PERFORM NOTE-ARRIVAL
                       MOVE 'Y' TO WS-CLEAN
                       PERFORM NOTE-DECODE-ATTEMPT
                       PERFORM CLOSE-CLEAN-CHAIN
                   WHEN OTHER
                       PERFORM NOTE-ARRIVAL
                       MOVE 'N' TO WS-CLEAN
                       PERFORM NOTE-DECODE-ATTEMPT
                       IF WS-IN-MONTH = 'Y'
                           ADD 1 TO WS-PRB-FAILED(WS-PRB-FOUND)
                       END-IF
                       MOVE 'N' TO WS-PRB-IN-CHAIN(WS-PRB-FOUND)
               END-EVALUATE.

       NOTE-ARRIVAL.
               IF WS-PRB-CHAIN-ARRIVED(WS-PRB-FOUND) = 'N'
                   MOVE 'Y' TO WS-PRB-CHAIN-ARRIVED(WS-PRB-FOUND)
                   IF WS-IN-MONTH = 'Y'
                       ADD 1 TO WS-PRB-ARRIVED(WS-PRB-FOUND)
                       MOVE 'A' TO WS-PRB-DAY-MAP(WS-PRB-FOUND)
                           (WS-RESULT-DAY:1)
                       IF WS-PRB-CHAIN-OPEN-FAIL(WS-PRB-FOUND) = 'Y'
                           ADD 1 TO WS-PRB-LATE(WS-PRB-FOUND)
                       END-IF
                   END-IF
               END-IF.

       NOTE-DECODE-ATTEMPT.
               IF WS-PRB-CHAIN-ATTEMPTED(WS-PRB-FOUND) = 'N'
                   MOVE 'Y' TO WS-PRB-CHAIN-ATTEMPTED(WS-PRB-FOUND)
                   IF WS-IN-MONTH = 'Y'
                       ADD 1 TO WS-PRB-ATTEMPTED(WS-PRB-FOUND)
                       IF WS-CLEAN = 'Y'
                           ADD 1 TO WS-PRB-FIRST-PASS(WS-PRB-FOUND)
                       END-IF
                   END-IF
               END-IF.

       CLOSE-CLEAN-CHAIN.
               IF WS-IN-MONTH = 'Y'
                   ADD 1 TO WS-PRB-CLEAN(WS-PRB-FOUND)
                   ADD WS-PRB-CHAIN-TRIES(WS-PRB-FOUND)
                       TO WS-PRB-RETRY-TOTAL(WS-PRB-FOUND)
                   IF WS-PRB-CHAIN-TRIES(WS-PRB-FOUND)
                           > WS-PRB-RETRY-WORST(WS-PRB-FOUND)
                       MOVE WS-PRB-CHAIN-TRIES(WS-PRB-FOUND)
                           TO WS-PRB-RETRY-WORST(WS-PRB-FOUND)
                   END-IF
               END-IF.
               MOVE 'N' TO WS-PRB-IN-CHAIN(WS-PRB-FOUND).

      *> A probe owes one delivery in every REG-FREQ-DAYS window,
      *> counted from the first of the month; a short last window
      *> is folded into the one before it. A suspended probe, or one
      *> whose frequency is longer than the month, owes nothing.
       ASSESS-PROBE.
               MOVE 0 TO WS-PRB-EXPECTED(WS-PRB-IDX).
               IF WS-PRB-STATUS(WS-PRB-IDX) = 'A'
                   COMPUTE WS-PRB-EXPECTED(WS-PRB-IDX) =
                       WS-DAYS-IN-MONTH / WS-PRB-FREQ(WS-PRB-IDX)
               END-IF.
               MOVE 1 TO WS-WIN-IDX.
               PERFORM UNTIL WS-WIN-IDX > WS-PRB-EXPECTED(WS-PRB-IDX)
                   COMPUTE WS-WIN-FIRST =
                       (WS-WIN-IDX - 1) * WS-PRB-FREQ(WS-PRB-IDX) + 1
                   COMPUTE WS-WIN-LAST =
                       WS-WIN-IDX * WS-PRB-FREQ(WS-PRB-IDX)
                   IF WS-WIN-IDX = WS-PRB-EXPECTED(WS-PRB-IDX)
                       MOVE WS-DAYS-IN-MONTH TO WS-WIN-LAST
                   END-IF
                   MOVE 'N' TO WS-WIN-MET
                   MOVE WS-WIN-FIRST TO WS-DAY-IDX
                   PERFORM UNTIL WS-DAY-IDX > WS-WIN-LAST
                       IF WS-PRB-DAY-MAP(WS-PRB-IDX)(WS-DAY-IDX:1)
                               = 'A'
                           MOVE 'Y' TO WS-WIN-MET
                       END-IF
                       ADD 1 TO WS-DAY-IDX
                   END-PERFORM
                   IF WS-WIN-MET = 'Y'
                       ADD 1 TO WS-PRB-MET(WS-PRB-IDX)
                   ELSE
                       ADD 1 TO WS-PRB-MISSED(WS-PRB-IDX)
                   END-IF
                   ADD 1 TO WS-WIN-IDX
               END-PERFORM.
               MOVE 100 TO WS-PRB-DELIVERY-PCT(WS-PRB-IDX).
               IF WS-PRB-EXPECTED(WS-PRB-IDX) > 0
                   COMPUTE WS-PRB-DELIVERY-PCT(WS-PRB-IDX) ROUNDED =
                       WS-PRB-MET(WS-PRB-IDX) * 100
                       / WS-PRB-EXPECTED(WS-PRB-IDX)
               END-IF.
               MOVE 0 TO WS-PRB-YIELD-PCT(WS-PRB-IDX).
               IF WS-PRB-ATTEMPTED(WS-PRB-IDX) > 0
                   COMPUTE WS-PRB-YIELD-PCT(WS-PRB-IDX) ROUNDED =
                       WS-PRB-FIRST-PASS(WS-PRB-IDX) * 100
                       / WS-PRB-ATTEMPTED(WS-PRB-IDX)
               END-IF.
               MOVE 0 TO WS-PRB-AVG-RETRIES(WS-PRB-IDX).
               IF WS-PRB-CLEAN(WS-PRB-IDX) > 0
                   COMPUTE WS-PRB-AVG-RETRIES(WS-PRB-IDX) ROUNDED =
                       WS-PRB-RETRY-TOTAL(WS-PRB-IDX)
                       / WS-PRB-CLEAN(WS-PRB-IDX)
               END-IF.
               MOVE 'N' TO WS-PRB-BELOW-DELIVERY(WS-PRB-IDX).
               MOVE 'N' TO WS-PRB-BELOW-YIELD(WS-PRB-IDX).
               IF WS-DELIVERY-TARGET > 0
                       AND WS-PRB-EXPECTED(WS-PRB-IDX) > 0
                       AND WS-PRB-DELIVERY-PCT(WS-PRB-IDX)
                           < WS-DELIVERY-TARGET
                   MOVE 'Y' TO WS-PRB-BELOW-DELIVERY(WS-PRB-IDX)
               END-IF.
               IF WS-YIELD-TARGET > 0
                       AND WS-PRB-ATTEMPTED(WS-PRB-IDX) > 0
                       AND WS-PRB-YIELD-PCT(WS-PRB-IDX)
                           < WS-YIELD-TARGET
                   MOVE 'Y' TO WS-PRB-BELOW-YIELD(WS-PRB-IDX)
               END-IF.
               IF WS-PRB-BELOW-DELIVERY(WS-PRB-IDX) = 'Y'
                       OR WS-PRB-BELOW-YIELD(WS-PRB-IDX) = 'Y'
                   ADD 1 TO WS-CNT-FLAGGED
               END-IF.
               ADD WS-PRB-EXPECTED(WS-PRB-IDX) TO WS-TOT-EXPECTED.
               ADD WS-PRB-MET(WS-PRB-IDX) TO WS-TOT-MET.
               ADD WS-PRB-ARRIVED(WS-PRB-IDX) TO WS-TOT-ARRIVED.
               ADD WS-PRB-ATTEMPTED(WS-PRB-IDX) TO WS-TOT-ATTEMPTED.
               ADD WS-PRB-FIRST-PASS(WS-PRB-IDX) TO WS-TOT-FIRST-PASS.
               ADD WS-PRB-DEFERRED(WS-PRB-IDX) TO WS-TOT-DEFERRED.

       PRINT-SLA-REPORT.
               MOVE SPACES TO WS-SLA-LINE.
               STRING '---- MONTHLY PROBE SERVICE LEVEL REPORT FOR '
                   WS-PERIOD ' (RUN ' WS-RUN-TIMESTAMP ') ----'
                   DELIMITED BY SIZE INTO WS-SLA-LINE.
               PERFORM WRITE-SLA-LINE.
               MOVE SPACES TO WS-SLA-LINE.
               STRING 'RESULT RECORDS IN PERIOD: ' WS-CNT-RESULTS
                   '  DAYS IN PERIOD: ' WS-DAYS-IN-MONTH
                   '  TARGETS: DELIVERY ' WS-DELIVERY-TARGET
                   ' PCT, FIRST-PASS YIELD ' WS-YIELD-TARGET
                   ' PCT (000 = NO TARGET)'
                   DELIMITED BY SIZE INTO WS-SLA-LINE.
               PERFORM WRITE-SLA-LINE.
               MOVE 1 TO WS-PRB-IDX.
               PERFORM UNTIL WS-PRB-IDX > WS-PRB-COUNT
                   PERFORM PRINT-PROBE-LINES
                   PERFORM WRITE-EXTRACT-RECORD
                   ADD 1 TO WS-PRB-IDX
               END-PERFORM.
               MOVE 0 TO WS-PCT.
               IF WS-TOT-EXPECTED > 0
                   COMPUTE WS-PCT ROUNDED = WS-TOT-MET * 100
                       / WS-TOT-EXPECTED
               END-IF.
               MOVE WS-PCT TO WS-PCT-EDIT.
               MOVE 0 TO WS-PCT.
               IF WS-TOT-ATTEMPTED > 0
                   COMPUTE WS-PCT ROUNDED = WS-TOT-FIRST-PASS * 100
                       / WS-TOT-ATTEMPTED
               END-IF.
               MOVE WS-PCT TO WS-PCT2-EDIT.
               MOVE SPACES TO WS-SLA-LINE.
               STRING 'ALL PROBES: WINDOWS MET ' WS-TOT-MET
                   ' OF ' WS-TOT-EXPECTED ' (' WS-PCT-EDIT ' PCT)'
                   ' ARRIVALS ' WS-TOT-ARRIVED
                   ' FIRST-PASS ' WS-TOT-FIRST-PASS
                   ' OF ' WS-TOT-ATTEMPTED ' (' WS-PCT2-EDIT ' PCT)'
                   ' DEFERRED ' WS-TOT-DEFERRED
                   DELIMITED BY SIZE INTO WS-SLA-LINE.
               PERFORM WRITE-SLA-LINE.
               MOVE SPACES TO WS-SLA-LINE.
               STRING WS-CNT-FLAGGED ' PROBE(S) BELOW SERVICE TARGET'
                   DELIMITED BY SIZE INTO WS-SLA-LINE.
               PERFORM WRITE-SLA-LINE.

       PRINT-PROBE-LINES.
               MOVE SPACES TO WS-FLAG-TEXT.
               IF WS-PRB-BELOW-DELIVERY(WS-PRB-IDX) = 'Y'
                       AND WS-PRB-BELOW-YIELD(WS-PRB-IDX) = 'Y'
                   MOVE '*** BELOW DELIVERY AND YIELD' TO WS-FLAG-TEXT
               ELSE
                   IF WS-PRB-BELOW-DELIVERY(WS-PRB-IDX) = 'Y'
                       MOVE '*** BELOW DELIVERY TARGET' TO WS-FLAG-TEXT
                   END-IF
                   IF WS-PRB-BELOW-YIELD(WS-PRB-IDX) = 'Y'
                       MOVE '*** BELOW YIELD TARGET' TO WS-FLAG-TEXT
                   END-IF
               END-IF.
               MOVE SPACES TO WS-SLA-LINE.
               STRING FUNCTION TRIM(WS-PRB-PROBE(WS-PRB-IDX))
                   ': STATUS ' WS-PRB-STATUS(WS-PRB-IDX)
                   ' EVERY ' WS-PRB-FREQ(WS-PRB-IDX) ' DAY(S) '
                   FUNCTION TRIM(WS-FLAG-TEXT)
                   DELIMITED BY SIZE INTO WS-SLA-LINE.
               PERFORM WRITE-SLA-LINE.
               MOVE WS-PRB-DELIVERY-PCT(WS-PRB-IDX) TO WS-PCT-EDIT.
               MOVE SPACES TO WS-SLA-LINE.
               STRING '    EXPECTED ' WS-PRB-EXPECTED(WS-PRB-IDX)
                   ' ARRIVED ' WS-PRB-ARRIVED(WS-PRB-IDX)
                   ' WINDOWS MET ' WS-PRB-MET(WS-PRB-IDX)
                   ' MISSED ' WS-PRB-MISSED(WS-PRB-IDX)
                   ' LATE ' WS-PRB-LATE(WS-PRB-IDX)
                   ' DELIVERY ' WS-PCT-EDIT ' PCT'
                   '  ARRIVAL DAYS ' WS-PRB-DAY-MAP(WS-PRB-IDX)
                       (1:WS-DAYS-IN-MONTH)
                   DELIMITED BY SIZE INTO WS-SLA-LINE.
               PERFORM WRITE-SLA-LINE.
               MOVE WS-PRB-YIELD-PCT(WS-PRB-IDX) TO WS-PCT-EDIT.
               MOVE WS-PRB-AVG-RETRIES(WS-PRB-IDX) TO WS-AVG-EDIT.
               MOVE SPACES TO WS-SLA-LINE.
               STRING '    FIRST-PASS ' WS-PRB-FIRST-PASS(WS-PRB-IDX)
                   ' OF ' WS-PRB-ATTEMPTED(WS-PRB-IDX)
                   ' YIELD ' WS-PCT-EDIT ' PCT'
                   ' RETRIES BEFORE CLEAN DECODE AVG ' WS-AVG-EDIT
                   ' WORST ' WS-PRB-RETRY-WORST(WS-PRB-IDX)
                   ' FAILED ' WS-PRB-FAILED(WS-PRB-IDX)
                   ' DEFERRED ' WS-PRB-DEFERRED(WS-PRB-IDX)
                   ' RETRYING NOW ' WS-PRB-OPEN-RETRIES(WS-PRB-IDX)
                   DELIMITED BY SIZE INTO WS-SLA-LINE.
               PERFORM WRITE-SLA-LINE.

       WRITE-EXTRACT-RECORD.
               MOVE SPACES TO SLA-EXTRACT-RECORD.
               MOVE WS-PERIOD TO SLX-PERIOD.
               MOVE WS-PRB-PROBE(WS-PRB-IDX) TO SLX-PROBE-ID.
               MOVE WS-PRB-STATUS(WS-PRB-IDX) TO SLX-FEED-STATUS.
               MOVE WS-PRB-FREQ(WS-PRB-IDX) TO SLX-FREQ-DAYS.
               MOVE WS-PRB-EXPECTED(WS-PRB-IDX) TO SLX-EXPECTED.
               MOVE WS-PRB-ARRIVED(WS-PRB-IDX) TO SLX-ARRIVED.
               MOVE WS-PRB-MET(WS-PRB-IDX) TO SLX-WINDOWS-MET.
               MOVE WS-PRB-MISSED(WS-PRB-IDX) TO SLX-MISSED-WINDOWS.
               MOVE WS-PRB-LATE(WS-PRB-IDX) TO SLX-LATE.
               MOVE WS-PRB-DEFERRED(WS-PRB-IDX) TO SLX-DEFERRED.
               MOVE WS-PRB-ATTEMPTED(WS-PRB-IDX) TO SLX-ATTEMPTED.
               MOVE WS-PRB-FIRST-PASS(WS-PRB-IDX) TO SLX-FIRST-PASS.
               MOVE WS-PRB-DELIVERY-PCT(WS-PRB-IDX)
                   TO SLX-DELIVERY-PCT.
               MOVE WS-PRB-YIELD-PCT(WS-PRB-IDX) TO SLX-YIELD-PCT.
               MOVE WS-PRB-AVG-RETRIES(WS-PRB-IDX) TO SLX-AVG-RETRIES.
               MOVE WS-PRB-RETRY-WORST(WS-PRB-IDX)
                   TO SLX-WORST-RETRIES.
               MOVE WS-PRB-OPEN-RETRIES(WS-PRB-IDX)
                   TO SLX-OPEN-RETRIES.
               MOVE WS-PRB-BELOW-DELIVERY(WS-PRB-IDX)
                   TO SLX-BELOW-DELIVERY.
               MOVE WS-PRB-BELOW-YIELD(WS-PRB-IDX) TO SLX-BELOW-YIELD.
               WRITE SLA-EXTRACT-RECORD.

       WRITE-SLA-LINE.
               DISPLAY WS-SLA-LINE.
               WRITE SLA-REPORT-RECORD FROM WS-SLA-LINE.
