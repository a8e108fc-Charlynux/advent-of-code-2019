       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIXRPT.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT CONTROL-FILE ASSIGN TO 'control'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
             SELECT PIXEL-HEALTH-FILE ASSIGN TO 'pixhlth'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PXH-KEY
             FILE STATUS IS WS-PXH-STATUS.
             SELECT PIXEL-REPORT-FILE ASSIGN TO 'pixrpt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PIX-RPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CONTROL-FILE.
          01 CONTROL-RECORD.
             COPY CTLDIMS.

          FD PIXEL-HEALTH-FILE.
          01 PIXEL-HEALTH-RECORD.
             COPY PIXHLTH.

          FD PIXEL-REPORT-FILE.
          01 PIXEL-REPORT-RECORD PIC X(1010).

          WORKING-STORAGE SECTION.
          01 WS-CONTROL-STATUS PIC X(2).
          01 WS-PXH-STATUS PIC X(2).
          01 WS-PIX-RPT-STATUS PIC X(2).
          01 WS-PXH-EOF PIC A(1).
          01 WS-RUN-TIMESTAMP PIC X(21).
          01 WS-PIX-LINE PIC X(1010).
          01 WS-MIN-RUNS PIC 9(3).
          01 WS-TRANSPARENT-PCT PIC 9(3).
          01 WS-STUCK-PCT PIC 9(3).

          01 WS-IN-PROBE PIC A(1) VALUE 'N'.
          01 WS-ASSESS PIC A(1).
          01 WS-STUCK-ELIGIBLE PIC A(1).
          01 WS-CUR-PROBE PIC X(100).
          01 WS-CUR-SINCE PIC X(21).
          01 WS-CUR-WIDTH PIC 9(3).
          01 WS-CUR-HEIGHT PIC 9(3).
          01 WS-CUR-RUNS PIC 9(5).
          01 WS-CUR-COMPARED PIC 9(5).
          01 WS-CUR-CHANGED-RUNS PIC 9(5).
          01 WS-CUR-LAST-RUN PIC X(21).
          01 WS-CUR-DEAD PIC 9(7).
          01 WS-CUR-STUCK PIC 9(7).
          01 WS-CUR-ROWS-SEEN PIC 9(4).

          01 WS-ROW-IDX PIC 9(4).
          01 WS-COL-IDX PIC 9(4).
          01 WS-PCT PIC 9(3).
          01 WS-DECILE PIC 9(1).
          01 WS-TENS PIC 9(4).
          01 WS-TENS-DIGIT PIC 9(1).
          01 WS-WORK-PRODUCT PIC 9(9).
          01 WS-WORK-LIMIT PIC 9(9).
          01 WS-CONDITION PIC X(5).

      *> Heat map of the probe being reported: one character per
      *> position, '-' until a current row record has been read.
          01 WS-GRID.
             05 WS-GRID-ROW PIC X(999) OCCURS 999 TIMES.
          01 WS-RULER-TENS PIC X(999).
          01 WS-RULER-UNITS PIC X(999).

          01 WS-FLAG-COUNT PIC 9(3) VALUE 0.
          01 WS-FLAG-IDX PIC 9(3).
          01 WS-FLAG-OMITTED PIC 9(7) VALUE 0.
          01 WS-FLAG-TABLE.
             05 WS-FLAG-ENTRY OCCURS 500 TIMES.
                10 WS-FLAG-ROW PIC 9(4).
                10 WS-FLAG-COL PIC 9(4).
                10 WS-FLAG-CONDITION PIC X(5).
                10 WS-FLAG-TRANSPARENT PIC 9(5).
                10 WS-FLAG-LIT PIC 9(5).
                10 WS-FLAG-CHANGED PIC 9(5).
                10 WS-FLAG-PCT PIC 9(3).

          01 WS-PROBES-ON-FILE PIC 9(5) VALUE 0.
          01 WS-PROBES-ASSESSED PIC 9(5) VALUE 0.
          01 WS-PROBES-BELOW-MIN PIC 9(5) VALUE 0.
          01 WS-PROBES-FAULTY PIC 9(5) VALUE 0.
          01 WS-TOTAL-DEAD PIC 9(7) VALUE 0.
          01 WS-TOTAL-STUCK PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
          MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
          PERFORM LOAD-CONTROL.
          OPEN INPUT PIXEL-HEALTH-FILE.
          IF WS-PXH-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN PIXEL HEALTH MASTER (STATUS='
                  WS-PXH-STATUS ')'
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.
          OPEN OUTPUT PIXEL-REPORT-FILE.
          IF WS-PIX-RPT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN PIXEL HEALTH REPORT FILE'
                  ' (STATUS=' WS-PIX-RPT-STATUS ')'
              CLOSE PIXEL-HEALTH-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.
          MOVE SPACES TO WS-PIX-LINE.
          STRING '---- PIXEL HEALTH REPORT ' WS-RUN-TIMESTAMP ' ----'
              DELIMITED BY SIZE INTO WS-PIX-LINE.
          PERFORM WRITE-PIX-LINE.
          MOVE SPACES TO WS-PIX-LINE.
          STRING 'ASSESSED AFTER ' WS-MIN-RUNS ' RENDERS.  DEAD: '
              'TRANSPARENT IN ' WS-TRANSPARENT-PCT '% OR MORE OF '
              'RENDERS.  STUCK: LIT IN EVERY RENDER, NEVER CHANGED, '
              'WHILE THE IMAGE CHANGED IN ' WS-STUCK-PCT '% OR MORE '
              'OF COMPARED RUNS' DELIMITED BY SIZE INTO WS-PIX-LINE.
          PERFORM WRITE-PIX-LINE.
          MOVE SPACES TO WS-PIX-LINE.
          STRING 'GRID: . NEVER TRANSPARENT   0-9 TENTHS OF RENDERS '
              'TRANSPARENT   # ALWAYS TRANSPARENT   S STUCK   '
              '- NO COUNTS' DELIMITED BY SIZE
              INTO WS-PIX-LINE.
          PERFORM WRITE-PIX-LINE.
          MOVE 'N' TO WS-PXH-EOF.
          PERFORM UNTIL WS-PXH-EOF = 'Y'
              READ PIXEL-HEALTH-FILE
                  AT END MOVE 'Y' TO WS-PXH-EOF
                  NOT AT END PERFORM PROCESS-HEALTH-RECORD
              END-READ
          END-PERFORM.
          IF WS-IN-PROBE = 'Y'
              PERFORM FINISH-PROBE
          END-IF.
          MOVE SPACES TO WS-PIX-LINE.
          PERFORM WRITE-PIX-LINE.
          MOVE SPACES TO WS-PIX-LINE.
          STRING 'PROBES ON FILE ' WS-PROBES-ON-FILE
              '  ASSESSED ' WS-PROBES-ASSESSED
              '  BELOW MINIMUM RENDERS ' WS-PROBES-BELOW-MIN
              '  WITH FAULTS ' WS-PROBES-FAULTY
              DELIMITED BY SIZE INTO WS-PIX-LINE.
          PERFORM WRITE-PIX-LINE.
          MOVE SPACES TO WS-PIX-LINE.
          STRING 'DEAD POSITIONS ' WS-TOTAL-DEAD
              '  STUCK POSITIONS ' WS-TOTAL-STUCK
              DELIMITED BY SIZE INTO WS-PIX-LINE.
          PERFORM WRITE-PIX-LINE.
          IF WS-PROBES-FAULTY > 0
              MOVE 4 TO RETURN-CODE
          END-IF.
          CLOSE PIXEL-HEALTH-FILE.
          CLOSE PIXEL-REPORT-FILE.
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
               MOVE 5 TO WS-MIN-RUNS.
               MOVE 50 TO WS-TRANSPARENT-PCT.
               MOVE 50 TO WS-STUCK-PCT.
               IF CTL-PXH-MIN-RUNS IS NUMERIC
                   IF CTL-PXH-MIN-RUNS > 0
                       MOVE CTL-PXH-MIN-RUNS TO WS-MIN-RUNS
                   END-IF
               END-IF.
               IF CTL-PXH-TRANSPARENT-PCT IS NUMERIC
                   IF CTL-PXH-TRANSPARENT-PCT > 0
                           AND CTL-PXH-TRANSPARENT-PCT NOT > 100
                       MOVE CTL-PXH-TRANSPARENT-PCT
                           TO WS-TRANSPARENT-PCT
                   END-IF
               END-IF.
               IF CTL-PXH-STUCK-PCT IS NUMERIC
                   IF CTL-PXH-STUCK-PCT > 0
                           AND CTL-PXH-STUCK-PCT NOT > 100
                       MOVE CTL-PXH-STUCK-PCT TO WS-STUCK-PCT
                   END-IF
               END-IF.

      *> Records arrive in key order, so a probe's header (row 0000)
      *> comes ahead of its rows. A header closes off the probe
      *> before it; a row only counts when it belongs to the current
      *> probe and was tallied since that probe's counters began.
       PROCESS-HEALTH-RECORD.
               IF PXH-ROW = 0
                   IF WS-IN-PROBE = 'Y'
                       PERFORM FINISH-PROBE
                   END-IF
                   PERFORM START-PROBE
               ELSE
                   IF WS-IN-PROBE = 'Y' AND WS-ASSESS = 'Y'
                           AND PXH-PROBE-ID = WS-CUR-PROBE
                           AND PXH-SINCE = WS-CUR-SINCE
                           AND PXH-ROW NOT > WS-CUR-HEIGHT
                       PERFORM ASSESS-ROW
                   END-IF
               END-IF.

       START-PROBE.
               MOVE 'Y' TO WS-IN-PROBE.
               ADD 1 TO WS-PROBES-ON-FILE.
               MOVE PXH-PROBE-ID TO WS-CUR-PROBE.
               MOVE PXH-SINCE TO WS-CUR-SINCE.
               MOVE PXH-WIDTH TO WS-CUR-WIDTH.
               MOVE PXH-HEIGHT TO WS-CUR-HEIGHT.
               MOVE PXH-RUNS TO WS-CUR-RUNS.
               MOVE PXH-COMPARED TO WS-CUR-COMPARED.
               MOVE PXH-CHANGED-RUNS TO WS-CUR-CHANGED-RUNS.
               MOVE PXH-LAST-RUN TO WS-CUR-LAST-RUN.
               MOVE 0 TO WS-CUR-DEAD.
               MOVE 0 TO WS-CUR-STUCK.
               MOVE 0 TO WS-CUR-ROWS-SEEN.
               MOVE 0 TO WS-FLAG-COUNT.
               MOVE 0 TO WS-FLAG-OMITTED.
               IF WS-CUR-RUNS < WS-MIN-RUNS OR WS-CUR-WIDTH = 0
                       OR WS-CUR-HEIGHT = 0
                   MOVE 'N' TO WS-ASSESS
               ELSE
                   MOVE 'Y' TO WS-ASSESS
               END-IF.
      *> A position can only be called stuck when there has been
      *> enough movement elsewhere in the image to expect it to
      *> change too.
               MOVE 'N' TO WS-STUCK-ELIGIBLE.
               IF WS-CUR-COMPARED NOT < WS-MIN-RUNS
                       AND WS-CUR-CHANGED-RUNS > 0
                   COMPUTE WS-WORK-PRODUCT = WS-CUR-CHANGED-RUNS * 100
                   COMPUTE WS-WORK-LIMIT =
                       WS-STUCK-PCT * WS-CUR-COMPARED
                   IF WS-WORK-PRODUCT NOT < WS-WORK-LIMIT
                       MOVE 'Y' TO WS-STUCK-ELIGIBLE
                   END-IF
               END-IF.
               IF WS-ASSESS = 'Y'
                   MOVE 1 TO WS-ROW-IDX
                   PERFORM UNTIL WS-ROW-IDX > WS-CUR-HEIGHT
                       MOVE ALL '-' TO WS-GRID-ROW(WS-ROW-IDX)
                       ADD 1 TO WS-ROW-IDX
                   END-PERFORM
               END-IF.

       ASSESS-ROW.
               MOVE PXH-ROW TO WS-ROW-IDX.
               ADD 1 TO WS-CUR-ROWS-SEEN.
               MOVE 1 TO WS-COL-IDX.
               PERFORM UNTIL WS-COL-IDX > WS-CUR-WIDTH
                   PERFORM ASSESS-POSITION
                   ADD 1 TO WS-COL-IDX
               END-PERFORM.

       ASSESS-POSITION.
               COMPUTE WS-PCT =
                   PXH-TRANSPARENT(WS-COL-IDX) * 100 / WS-CUR-RUNS.
               MOVE SPACES TO WS-CONDITION.
               IF WS-STUCK-ELIGIBLE = 'Y'
                       AND PXH-LIT(WS-COL-IDX) = WS-CUR-RUNS
                       AND PXH-CHANGED(WS-COL-IDX) = 0
                   MOVE 'STUCK' TO WS-CONDITION
                   ADD 1 TO WS-CUR-STUCK
                   MOVE 'S' TO WS-GRID-ROW(WS-ROW-IDX)(WS-COL-IDX:1)
               ELSE
                   IF PXH-TRANSPARENT(WS-COL-IDX) = 0
                       MOVE '.' TO WS-GRID-ROW(WS-ROW-IDX)(WS-COL-IDX:1)
                   ELSE
                       IF PXH-TRANSPARENT(WS-COL-IDX) NOT < WS-CUR-RUNS
                           MOVE '#'
                               TO WS-GRID-ROW(WS-ROW-IDX)(WS-COL-IDX:1)
                       ELSE
                           COMPUTE WS-DECILE = WS-PCT / 10
                           MOVE WS-DECILE
                               TO WS-GRID-ROW(WS-ROW-IDX)(WS-COL-IDX:1)
                       END-IF
                   END-IF
                   IF WS-PCT NOT < WS-TRANSPARENT-PCT
                       MOVE 'DEAD' TO WS-CONDITION
                       ADD 1 TO WS-CUR-DEAD
                   END-IF
               END-IF.
               IF WS-CONDITION NOT = SPACES
                   IF WS-FLAG-COUNT < 500
                       ADD 1 TO WS-FLAG-COUNT
                       MOVE WS-ROW-IDX TO WS-FLAG-ROW(WS-FLAG-COUNT)
                       MOVE WS-COL-IDX TO WS-FLAG-COL(WS-FLAG-COUNT)
                       MOVE WS-CONDITION
                           TO WS-FLAG-CONDITION(WS-FLAG-COUNT)
                       MOVE PXH-TRANSPARENT(WS-COL-IDX)
                           TO WS-FLAG-TRANSPARENT(WS-FLAG-COUNT)
                       MOVE PXH-LIT(WS-COL-IDX)
                           TO WS-FLAG-LIT(WS-FLAG-COUNT)
                       MOVE PXH-CHANGED(WS-COL-IDX)
                           TO WS-FLAG-CHANGED(WS-FLAG-COUNT)
                       MOVE WS-PCT TO WS-FLAG-PCT(WS-FLAG-COUNT)
                   ELSE
                       ADD 1 TO WS-FLAG-OMITTED
                   END-IF
               END-IF.

      *> Probes still short of the minimum renders get a single line;
      *> the rest get their counts, the positions found faulty and
      *> the heat map.
       FINISH-PROBE.
               MOVE 'N' TO WS-IN-PROBE.
               MOVE SPACES TO WS-PIX-LINE.
               PERFORM WRITE-PIX-LINE.
               IF WS-ASSESS NOT = 'Y'
                   ADD 1 TO WS-PROBES-BELOW-MIN
                   STRING 'PROBE ' FUNCTION TRIM(WS-CUR-PROBE)
                       '  RENDERS ' WS-CUR-RUNS
                       ' - BELOW MINIMUM, NOT ASSESSED'
                       DELIMITED BY SIZE INTO WS-PIX-LINE
                   PERFORM WRITE-PIX-LINE
               ELSE
                   PERFORM PRINT-PROBE-HEALTH
               END-IF.

       PRINT-PROBE-HEALTH.
               ADD 1 TO WS-PROBES-ASSESSED.
               ADD WS-CUR-DEAD TO WS-TOTAL-DEAD.
               ADD WS-CUR-STUCK TO WS-TOTAL-STUCK.
               IF WS-CUR-DEAD > 0 OR WS-CUR-STUCK > 0
                   ADD 1 TO WS-PROBES-FAULTY
               END-IF.
               MOVE '---------------------------------' TO WS-PIX-LINE.
               PERFORM WRITE-PIX-LINE.
               MOVE SPACES TO WS-PIX-LINE.
               STRING 'PROBE ' FUNCTION TRIM(WS-CUR-PROBE)
                   '  GEOMETRY ' WS-CUR-WIDTH ' X ' WS-CUR-HEIGHT
                   DELIMITED BY SIZE INTO WS-PIX-LINE.
               PERFORM WRITE-PIX-LINE.
               MOVE SPACES TO WS-PIX-LINE.
               STRING 'COUNTING SINCE ' WS-CUR-SINCE
                   '  LAST RUN ' WS-CUR-LAST-RUN
                   DELIMITED BY SIZE INTO WS-PIX-LINE.
               PERFORM WRITE-PIX-LINE.
               MOVE SPACES TO WS-PIX-LINE.
               STRING 'RENDERS ' WS-CUR-RUNS
                   '  COMPARED ' WS-CUR-COMPARED
                   '  IMAGE CHANGED ' WS-CUR-CHANGED-RUNS
                   '  ROWS COUNTED ' WS-CUR-ROWS-SEEN
                   DELIMITED BY SIZE INTO WS-PIX-LINE.
               PERFORM WRITE-PIX-LINE.
               MOVE SPACES TO WS-PIX-LINE.
               STRING 'DEAD POSITIONS ' WS-CUR-DEAD
                   '  STUCK POSITIONS ' WS-CUR-STUCK
                   DELIMITED BY SIZE INTO WS-PIX-LINE.
               PERFORM WRITE-PIX-LINE.
               IF WS-STUCK-ELIGIBLE NOT = 'Y'
                   MOVE SPACES TO WS-PIX-LINE
                   STRING '  (TOO LITTLE CHANGE BETWEEN RUNS TO JUDGE'
                       ' STUCK POSITIONS)' DELIMITED BY SIZE
                       INTO WS-PIX-LINE
                   PERFORM WRITE-PIX-LINE
               END-IF.
               IF WS-FLAG-COUNT > 0
                   MOVE SPACES TO WS-PIX-LINE
                   PERFORM WRITE-PIX-LINE
                   MOVE '  ROW  COL CONDITION TRANSP   LIT CHANGED  PCT'
                       TO WS-PIX-LINE
                   PERFORM WRITE-PIX-LINE
                   MOVE 1 TO WS-FLAG-IDX
                   PERFORM UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
                       MOVE SPACES TO WS-PIX-LINE
                       STRING '  ' WS-FLAG-ROW(WS-FLAG-IDX)
                           ' ' WS-FLAG-COL(WS-FLAG-IDX)
                           ' ' WS-FLAG-CONDITION(WS-FLAG-IDX)
                           '     ' WS-FLAG-TRANSPARENT(WS-FLAG-IDX)
                           ' ' WS-FLAG-LIT(WS-FLAG-IDX)
                           '   ' WS-FLAG-CHANGED(WS-FLAG-IDX)
                           '  ' WS-FLAG-PCT(WS-FLAG-IDX)
                           DELIMITED BY SIZE INTO WS-PIX-LINE
                       PERFORM WRITE-PIX-LINE
                       ADD 1 TO WS-FLAG-IDX
                   END-PERFORM
                   IF WS-FLAG-OMITTED > 0
                       MOVE SPACES TO WS-PIX-LINE
                       STRING '  ... AND ' WS-FLAG-OMITTED
                           ' MORE NOT LISTED' DELIMITED BY SIZE
                           INTO WS-PIX-LINE
                       PERFORM WRITE-PIX-LINE
                   END-IF
               END-IF.
               MOVE SPACES TO WS-PIX-LINE.
               PERFORM WRITE-PIX-LINE.
               PERFORM BUILD-RULER.
               MOVE SPACES TO WS-PIX-LINE.
               STRING '     ' WS-RULER-TENS(1:WS-CUR-WIDTH)
                   DELIMITED BY SIZE INTO WS-PIX-LINE.
               PERFORM WRITE-PIX-LINE.
               MOVE SPACES TO WS-PIX-LINE.
               STRING '     ' WS-RULER-UNITS(1:WS-CUR-WIDTH)
                   DELIMITED BY SIZE INTO WS-PIX-LINE.
               PERFORM WRITE-PIX-LINE.
               MOVE 1 TO WS-ROW-IDX.
               PERFORM UNTIL WS-ROW-IDX > WS-CUR-HEIGHT
                   MOVE SPACES TO WS-PIX-LINE
                   STRING WS-ROW-IDX ' '
                       WS-GRID-ROW(WS-ROW-IDX)(1:WS-CUR-WIDTH)
                       DELIMITED BY SIZE INTO WS-PIX-LINE
                   PERFORM WRITE-PIX-LINE
                   ADD 1 TO WS-ROW-IDX
               END-PERFORM.

      *> Column ruler over the grid: units digit of every column and
      *> the tens digit above each tenth column.
       BUILD-RULER.
               MOVE ALL '1234567890' TO WS-RULER-UNITS.
               MOVE SPACES TO WS-RULER-TENS.
               MOVE 10 TO WS-COL-IDX.
               PERFORM UNTIL WS-COL-IDX > WS-CUR-WIDTH
                   DIVIDE WS-COL-IDX BY 10 GIVING WS-TENS
                   DIVIDE WS-TENS BY 10 GIVING WS-TENS
                       REMAINDER WS-TENS-DIGIT
                   MOVE WS-TENS-DIGIT TO WS-RULER-TENS(WS-COL-IDX:1)
                   ADD 10 TO WS-COL-IDX
               END-PERFORM.

       WRITE-PIX-LINE.
               DISPLAY FUNCTION TRIM(WS-PIX-LINE TRAILING).
               WRITE PIXEL-REPORT-RECORD FROM WS-PIX-LINE.
