       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMGRPT.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT IMAGE-ARCH-FILE ASSIGN TO 'imgarch'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS IMA-KEY
             FILE STATUS IS WS-IMA-STATUS.
             SELECT PARM-FILE ASSIGN TO 'imgparm'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARM-STATUS.
             SELECT IMAGE-REPORT-FILE ASSIGN TO 'imgrpt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-IMG-RPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD IMAGE-ARCH-FILE.
          01 IMAGE-ARCH-RECORD.
             COPY IMGARCH.

      *> Selection: mode 'R' reprints every archived image of the
      *> probe in the range, 'C' shows the oldest and newest of them
      *> side by side. FROM and TO are run timestamps cut to any
      *> length (YYYYMMDD is a day); TO blank means FROM alone, both
      *> blank mean everything archived. A probe also selects its
      *> own 'probe#nnn' segments.
          FD PARM-FILE.
          01 PARM-RECORD.
             05 IPM-MODE PIC X(1).
             05 FILLER PIC X(1).
             05 IPM-FROM PIC X(14).
             05 FILLER PIC X(1).
             05 IPM-TO PIC X(14).
             05 FILLER PIC X(1).
             05 IPM-PROBE-ID PIC X(100).

          FD IMAGE-REPORT-FILE.
          01 IMAGE-REPORT-RECORD PIC X(3003).

          WORKING-STORAGE SECTION.
          01 WS-IMA-STATUS PIC X(2).
          01 WS-PARM-STATUS PIC X(2).
          01 WS-IMG-RPT-STATUS PIC X(2).
          01 WS-IMA-EOF PIC A(1).
          01 WS-RUN-TIMESTAMP PIC X(21).
          01 WS-MODE PIC X(1).
          01 WS-PROBE-ID PIC X(100).
          01 WS-PROBE-LEN PIC 9(3).
          01 WS-FROM-KEY PIC X(14).
          01 WS-TO-KEY PIC X(14).
          01 WS-KEY-LEN PIC 9(2).
          01 WS-SELECTED PIC A(1).
          01 WS-ID-MATCH PIC A(1).
          01 WS-IMAGE-COUNT PIC 9(5) VALUE 0.
          01 WS-IMG-LINE PIC X(3003).

          01 WS-ID-COUNT PIC 9(3) VALUE 0.
          01 WS-ID-IDX PIC 9(3).
          01 WS-ID-TABLE.
             05 WS-ID-ENTRY OCCURS 200 TIMES.
                10 WS-ID-PROBE PIC X(100).
                10 WS-ID-FIRST-TS PIC X(21).
                10 WS-ID-LAST-TS PIC X(21).
                10 WS-ID-IMAGES PIC 9(5).

          01 WS-LEFT-TS PIC X(21).
          01 WS-RIGHT-TS PIC X(21).
          01 WS-LEFT-FOUND PIC A(1).
          01 WS-RIGHT-FOUND PIC A(1).
          01 WS-LEFT-WIDTH PIC 9(3).
          01 WS-LEFT-HEIGHT PIC 9(3).
          01 WS-RIGHT-WIDTH PIC 9(3).
          01 WS-RIGHT-HEIGHT PIC 9(3).
          01 WS-LEFT-TEXT PIC X(200).
          01 WS-RIGHT-TEXT PIC X(200).
          01 WS-CMP-WIDTH PIC 9(3).
          01 WS-CMP-HEIGHT PIC 9(3).
          01 WS-ROW-IDX PIC 9(4).
          01 WS-COL-IDX PIC 9(4).
          01 WS-PTR PIC 9(4).
          01 WS-CHANGE-COUNT PIC 9(7).
          01 WS-LEFT-GRID.
             05 WS-LEFT-ROW PIC X(999) OCCURS 999 TIMES.
          01 WS-RIGHT-GRID.
             05 WS-RIGHT-ROW PIC X(999) OCCURS 999 TIMES.
          01 WS-MARK-ROW PIC X(999).

       PROCEDURE DIVISION.
          MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
          PERFORM LOAD-PARM.
          OPEN INPUT IMAGE-ARCH-FILE.
          IF WS-IMA-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN IMAGE ARCHIVE (STATUS='
                  WS-IMA-STATUS ')'
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.
          OPEN OUTPUT IMAGE-REPORT-FILE.
          IF WS-IMG-RPT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN IMAGE REPORT FILE (STATUS='
                  WS-IMG-RPT-STATUS ')'
              CLOSE IMAGE-ARCH-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.
          MOVE SPACES TO WS-IMG-LINE.
          IF WS-MODE = 'C'
              STRING '---- ARCHIVED IMAGE COMPARISON '
                  WS-RUN-TIMESTAMP ' ----' DELIMITED BY SIZE
                  INTO WS-IMG-LINE
          ELSE
              STRING '---- ARCHIVED IMAGE REPRINT '
                  WS-RUN-TIMESTAMP ' ----' DELIMITED BY SIZE
                  INTO WS-IMG-LINE
          END-IF.
          PERFORM WRITE-IMG-LINE.
          MOVE SPACES TO WS-IMG-LINE.
          STRING 'PROBE ' FUNCTION TRIM(WS-PROBE-ID)
              '  RUNS ' WS-FROM-KEY ' TO ' WS-TO-KEY
              DELIMITED BY SIZE INTO WS-IMG-LINE.
          PERFORM WRITE-IMG-LINE.
          PERFORM SCAN-ARCHIVE.
          IF WS-MODE = 'C'
              MOVE 1 TO WS-ID-IDX
              PERFORM UNTIL WS-ID-IDX > WS-ID-COUNT
                  PERFORM COMPARE-IMAGES
                  ADD 1 TO WS-ID-IDX
              END-PERFORM
          END-IF.
          MOVE SPACES TO WS-IMG-LINE.
          IF WS-IMAGE-COUNT = 0
              STRING 'NO ARCHIVED IMAGE FOR '
                  FUNCTION TRIM(WS-PROBE-ID) ' IN THE RANGE GIVEN'
                  DELIMITED BY SIZE INTO WS-IMG-LINE
              MOVE 4 TO RETURN-CODE
          ELSE
              STRING WS-IMAGE-COUNT ' ARCHIVED IMAGE(S) SELECTED'
                  DELIMITED BY SIZE INTO WS-IMG-LINE
          END-IF.
          PERFORM WRITE-IMG-LINE.
          CLOSE IMAGE-ARCH-FILE.
          CLOSE IMAGE-REPORT-FILE.
          STOP RUN.

       LOAD-PARM.
               OPEN INPUT PARM-FILE.
               IF WS-PARM-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN IMAGE REPRINT PARM FILE'
                       ' (STATUS=' WS-PARM-STATUS ')'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE SPACES TO PARM-RECORD.
               READ PARM-FILE
                   AT END MOVE SPACES TO PARM-RECORD
               END-READ.
               CLOSE PARM-FILE.
               MOVE IPM-PROBE-ID TO WS-PROBE-ID.
               IF WS-PROBE-ID = SPACES
                   DISPLAY 'ERROR: IMAGE REPRINT PARM NAMES NO PROBE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF IPM-MODE = 'C'
                   MOVE 'C' TO WS-MODE
               ELSE
                   MOVE 'R' TO WS-MODE
               END-IF.
               MOVE 0 TO WS-PROBE-LEN.
               INSPECT WS-PROBE-ID TALLYING WS-PROBE-LEN
                   FOR CHARACTERS BEFORE INITIAL ' '.
               MOVE ALL '0' TO WS-FROM-KEY.
               MOVE ALL '9' TO WS-TO-KEY.
               IF IPM-FROM NOT = SPACES
                   MOVE 0 TO WS-KEY-LEN
                   INSPECT IPM-FROM TALLYING WS-KEY-LEN
                       FOR CHARACTERS BEFORE INITIAL ' '
                   IF WS-KEY-LEN > 0
                       MOVE IPM-FROM(1:WS-KEY-LEN)
                           TO WS-FROM-KEY(1:WS-KEY-LEN)
                       IF IPM-TO = SPACES
                           MOVE IPM-FROM(1:WS-KEY-LEN)
                               TO WS-TO-KEY(1:WS-KEY-LEN)
                       END-IF
                   END-IF
               END-IF.
               IF IPM-TO NOT = SPACES
                   MOVE 0 TO WS-KEY-LEN
                   INSPECT IPM-TO TALLYING WS-KEY-LEN
                       FOR CHARACTERS BEFORE INITIAL ' '
                   IF WS-KEY-LEN > 0
                       MOVE IPM-TO(1:WS-KEY-LEN)
                           TO WS-TO-KEY(1:WS-KEY-LEN)
                   END-IF
               END-IF.

      *> The archive is in probe, run, row order, so one pass from
      *> the probe's first key reaches the probe and then its
      *> segments ('#' sorts after the padding space).
       SCAN-ARCHIVE.
               MOVE 'N' TO WS-IMA-EOF.
               MOVE 'N' TO WS-SELECTED.
               MOVE LOW-VALUES TO IMA-KEY.
               MOVE WS-PROBE-ID TO IMA-PROBE-ID.
               START IMAGE-ARCH-FILE KEY IS NOT LESS THAN IMA-KEY
                   INVALID KEY MOVE 'Y' TO WS-IMA-EOF
               END-START.
               PERFORM UNTIL WS-IMA-EOF = 'Y'
                   READ IMAGE-ARCH-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-IMA-EOF
                       NOT AT END
                           IF IMA-PROBE-ID(1:WS-PROBE-LEN)
                                   NOT = WS-PROBE-ID(1:WS-PROBE-LEN)
                               MOVE 'Y' TO WS-IMA-EOF
                           ELSE
                               PERFORM SELECT-ARCHIVE-RECORD
                           END-IF
                   END-READ
               END-PERFORM.

       SELECT-ARCHIVE-RECORD.
               IF IMA-ROW = 0
                   MOVE 'N' TO WS-SELECTED
                   MOVE 'N' TO WS-ID-MATCH
                   IF IMA-PROBE-ID = WS-PROBE-ID
                       MOVE 'Y' TO WS-ID-MATCH
                   ELSE
                       IF WS-PROBE-LEN < 100
                           IF IMA-PROBE-ID(WS-PROBE-LEN + 1:1) = '#'
                               MOVE 'Y' TO WS-ID-MATCH
                           END-IF
                       END-IF
                   END-IF
                   IF WS-ID-MATCH = 'Y'
                           AND IMA-RUN-TIMESTAMP(1:14)
                               NOT < WS-FROM-KEY
                           AND IMA-RUN-TIMESTAMP(1:14)
                               NOT > WS-TO-KEY
                       MOVE 'Y' TO WS-SELECTED
                       ADD 1 TO WS-IMAGE-COUNT
                       IF WS-MODE = 'C'
                           PERFORM NOTE-COMPARE-CANDIDATE
                       ELSE
                           PERFORM PRINT-IMAGE-HEADER
                       END-IF
                   END-IF
               ELSE
                   IF WS-SELECTED = 'Y' AND WS-MODE = 'R'
                       MOVE IMA-ROW-DATA TO WS-IMG-LINE
                       PERFORM WRITE-IMG-LINE
                   END-IF
               END-IF.

      *> Same header lines the decoder prints, so a reprint reads as
      *> the original report page did.
       PRINT-IMAGE-HEADER.
               MOVE SPACES TO WS-IMG-LINE.
               PERFORM WRITE-IMG-LINE.
               MOVE '---- PROBE IMAGE DECODE RUN ----' TO WS-IMG-LINE.
               PERFORM WRITE-IMG-LINE.
               MOVE SPACES TO WS-IMG-LINE.
               STRING 'SOURCE FILE:  ' FUNCTION TRIM(IMA-PROBE-ID)
                   DELIMITED BY SIZE INTO WS-IMG-LINE.
               PERFORM WRITE-IMG-LINE.
               MOVE SPACES TO WS-IMG-LINE.
               STRING 'LAYERS: ' IMA-LAYER-COUNT
                   '  GEOMETRY ' IMA-WIDTH ' X ' IMA-HEIGHT
                   '  CHECKSUM ' IMA-CHECKSUM
                   DELIMITED BY SIZE INTO WS-IMG-LINE.
               PERFORM WRITE-IMG-LINE.
               MOVE SPACES TO WS-IMG-LINE.
               STRING 'RUN DATE/TIME: ' IMA-RUN-TIMESTAMP
                   '  DISPOSITION ' IMA-DISPOSITION
                   DELIMITED BY SIZE INTO WS-IMG-LINE.
               PERFORM WRITE-IMG-LINE.
               MOVE '---------------------------------' TO WS-IMG-LINE.
               PERFORM WRITE-IMG-LINE.
               MOVE SPACES TO WS-IMG-LINE.
               STRING 'DECODED MESSAGE: ' FUNCTION TRIM(IMA-OCR-TEXT)
                   '  (PIXELS CHANGED FROM PRIOR RUN: '
                   IMA-DIFF-COUNT ')' DELIMITED BY SIZE
                   INTO WS-IMG-LINE.
               PERFORM WRITE-IMG-LINE.

       NOTE-COMPARE-CANDIDATE.
               IF WS-ID-COUNT > 0
                       AND WS-ID-PROBE(WS-ID-COUNT) = IMA-PROBE-ID
                   MOVE IMA-RUN-TIMESTAMP TO WS-ID-LAST-TS(WS-ID-COUNT)
                   ADD 1 TO WS-ID-IMAGES(WS-ID-COUNT)
               ELSE
                   IF WS-ID-COUNT < 200
                       ADD 1 TO WS-ID-COUNT
                       MOVE IMA-PROBE-ID TO WS-ID-PROBE(WS-ID-COUNT)
                       MOVE IMA-RUN-TIMESTAMP
                           TO WS-ID-FIRST-TS(WS-ID-COUNT)
                       MOVE IMA-RUN-TIMESTAMP
                           TO WS-ID-LAST-TS(WS-ID-COUNT)
                       MOVE 1 TO WS-ID-IMAGES(WS-ID-COUNT)
                   END-IF
               END-IF.

      *> Oldest image left, newest right, and a third panel with a
      *> '^' under every pixel that differs; rows or columns only one
      *> of the two images has count as changed.
       COMPARE-IMAGES.
               MOVE SPACES TO WS-IMG-LINE.
               PERFORM WRITE-IMG-LINE.
               IF WS-ID-IMAGES(WS-ID-IDX) < 2
                   STRING 'ONLY ONE ARCHIVED IMAGE OF '
                       FUNCTION TRIM(WS-ID-PROBE(WS-ID-IDX))
                       ' IN THE RANGE (' WS-ID-FIRST-TS(WS-ID-IDX)
                       ') - NOTHING TO COMPARE' DELIMITED BY SIZE
                       INTO WS-IMG-LINE
                   PERFORM WRITE-IMG-LINE
               ELSE
                   MOVE WS-ID-FIRST-TS(WS-ID-IDX) TO WS-LEFT-TS
                   MOVE WS-ID-LAST-TS(WS-ID-IDX) TO WS-RIGHT-TS
                   PERFORM LOAD-COMPARE-PAIR
                   IF WS-LEFT-FOUND = 'Y' AND WS-RIGHT-FOUND = 'Y'
                       PERFORM PRINT-COMPARE-PAIR
                   END-IF
               END-IF.

       LOAD-COMPARE-PAIR.
               MOVE SPACES TO WS-LEFT-GRID.
               MOVE SPACES TO WS-RIGHT-GRID.
               MOVE WS-ID-PROBE(WS-ID-IDX) TO IMA-PROBE-ID.
               MOVE WS-LEFT-TS TO IMA-RUN-TIMESTAMP.
               MOVE 0 TO IMA-ROW.
               MOVE 'N' TO WS-LEFT-FOUND.
               READ IMAGE-ARCH-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-LEFT-FOUND
               END-READ.
               IF WS-LEFT-FOUND = 'Y'
                   MOVE IMA-WIDTH TO WS-LEFT-WIDTH
                   MOVE IMA-HEIGHT TO WS-LEFT-HEIGHT
                   MOVE IMA-OCR-TEXT TO WS-LEFT-TEXT
                   MOVE 1 TO WS-ROW-IDX
                   PERFORM UNTIL WS-ROW-IDX > WS-LEFT-HEIGHT
                       MOVE WS-ROW-IDX TO IMA-ROW
                       READ IMAGE-ARCH-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE IMA-ROW-DATA
                                   TO WS-LEFT-ROW(WS-ROW-IDX)
                       END-READ
                       ADD 1 TO WS-ROW-IDX
                   END-PERFORM
               END-IF.
               MOVE WS-ID-PROBE(WS-ID-IDX) TO IMA-PROBE-ID.
               MOVE WS-RIGHT-TS TO IMA-RUN-TIMESTAMP.
               MOVE 0 TO IMA-ROW.
               MOVE 'N' TO WS-RIGHT-FOUND.
               READ IMAGE-ARCH-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-RIGHT-FOUND
               END-READ.
               IF WS-RIGHT-FOUND = 'Y'
                   MOVE IMA-WIDTH TO WS-RIGHT-WIDTH
                   MOVE IMA-HEIGHT TO WS-RIGHT-HEIGHT
                   MOVE IMA-OCR-TEXT TO WS-RIGHT-TEXT
                   MOVE 1 TO WS-ROW-IDX
                   PERFORM UNTIL WS-ROW-IDX > WS-RIGHT-HEIGHT
                       MOVE WS-ROW-IDX TO IMA-ROW
                       READ IMAGE-ARCH-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE IMA-ROW-DATA
                                   TO WS-RIGHT-ROW(WS-ROW-IDX)
                       END-READ
                       ADD 1 TO WS-ROW-IDX
                   END-PERFORM
               END-IF.
               IF WS-LEFT-FOUND NOT = 'Y' OR WS-RIGHT-FOUND NOT = 'Y'
                   MOVE SPACES TO WS-IMG-LINE
                   STRING 'ERROR: ARCHIVE HEADER MISSING FOR '
                       FUNCTION TRIM(WS-ID-PROBE(WS-ID-IDX))
                       ' - IMAGE CANNOT BE COMPARED'
                       DELIMITED BY SIZE INTO WS-IMG-LINE
                   PERFORM WRITE-IMG-LINE
                   MOVE 8 TO RETURN-CODE
               END-IF.

       PRINT-COMPARE-PAIR.
               MOVE WS-LEFT-WIDTH TO WS-CMP-WIDTH.
               IF WS-RIGHT-WIDTH > WS-CMP-WIDTH
                   MOVE WS-RIGHT-WIDTH TO WS-CMP-WIDTH
               END-IF.
               MOVE WS-LEFT-HEIGHT TO WS-CMP-HEIGHT.
               IF WS-RIGHT-HEIGHT > WS-CMP-HEIGHT
                   MOVE WS-RIGHT-HEIGHT TO WS-CMP-HEIGHT
               END-IF.
               MOVE SPACES TO WS-IMG-LINE.
               STRING 'PROBE ' FUNCTION TRIM(WS-ID-PROBE(WS-ID-IDX))
                   ': ' WS-ID-IMAGES(WS-ID-IDX) ' IMAGE(S) IN RANGE'
                   DELIMITED BY SIZE INTO WS-IMG-LINE.
               PERFORM WRITE-IMG-LINE.
               MOVE SPACES TO WS-IMG-LINE.
               STRING 'LEFT:  ' WS-LEFT-TS '  ' WS-LEFT-WIDTH ' X '
                   WS-LEFT-HEIGHT '  "' FUNCTION TRIM(WS-LEFT-TEXT)
                   '"' DELIMITED BY SIZE INTO WS-IMG-LINE.
               PERFORM WRITE-IMG-LINE.
               MOVE SPACES TO WS-IMG-LINE.
               STRING 'RIGHT: ' WS-RIGHT-TS '  ' WS-RIGHT-WIDTH ' X '
                   WS-RIGHT-HEIGHT '  "' FUNCTION TRIM(WS-RIGHT-TEXT)
                   '"' DELIMITED BY SIZE INTO WS-IMG-LINE.
               PERFORM WRITE-IMG-LINE.
               MOVE ALL '-' TO WS-IMG-LINE.
               COMPUTE WS-PTR = 3 * WS-CMP-WIDTH + 4.
               MOVE SPACES TO WS-IMG-LINE(WS-PTR + 1:).
               PERFORM WRITE-IMG-LINE.
               MOVE 0 TO WS-CHANGE-COUNT.
               MOVE 1 TO WS-ROW-IDX.
               PERFORM UNTIL WS-ROW-IDX > WS-CMP-HEIGHT
                   PERFORM PRINT-COMPARE-ROW
                   ADD 1 TO WS-ROW-IDX
               END-PERFORM.
               MOVE ALL '-' TO WS-IMG-LINE.
               MOVE SPACES TO WS-IMG-LINE(WS-PTR + 1:).
               PERFORM WRITE-IMG-LINE.
               MOVE SPACES TO WS-IMG-LINE.
               STRING 'IMAGE COMPARISON: ' WS-CHANGE-COUNT
                   ' PIXEL(S) CHANGED BETWEEN ' WS-LEFT-TS
                   ' AND ' WS-RIGHT-TS DELIMITED BY SIZE
                   INTO WS-IMG-LINE.
               PERFORM WRITE-IMG-LINE.

       PRINT-COMPARE-ROW.
               MOVE SPACES TO WS-MARK-ROW.
               MOVE 1 TO WS-COL-IDX.
               PERFORM UNTIL WS-COL-IDX > WS-CMP-WIDTH
                   IF WS-ROW-IDX > WS-LEFT-HEIGHT
                           OR WS-ROW-IDX > WS-RIGHT-HEIGHT
                           OR WS-COL-IDX > WS-LEFT-WIDTH
                           OR WS-COL-IDX > WS-RIGHT-WIDTH
                           OR WS-LEFT-ROW(WS-ROW-IDX)(WS-COL-IDX:1)
                           NOT = WS-RIGHT-ROW(WS-ROW-IDX)(WS-COL-IDX:1)
                       MOVE '^' TO WS-MARK-ROW(WS-COL-IDX:1)
                       ADD 1 TO WS-CHANGE-COUNT
                   END-IF
                   ADD 1 TO WS-COL-IDX
               END-PERFORM.
               MOVE SPACES TO WS-IMG-LINE.
               MOVE '|' TO WS-IMG-LINE(1:1).
               MOVE WS-LEFT-ROW(WS-ROW-IDX)(1:WS-CMP-WIDTH)
                   TO WS-IMG-LINE(2:WS-CMP-WIDTH).
               COMPUTE WS-PTR = WS-CMP-WIDTH + 2.
               MOVE '|' TO WS-IMG-LINE(WS-PTR:1).
               MOVE WS-RIGHT-ROW(WS-ROW-IDX)(1:WS-CMP-WIDTH)
                   TO WS-IMG-LINE(WS-PTR + 1:WS-CMP-WIDTH).
               COMPUTE WS-PTR = 2 * WS-CMP-WIDTH + 3.
               MOVE '|' TO WS-IMG-LINE(WS-PTR:1).
               MOVE WS-MARK-ROW(1:WS-CMP-WIDTH)
                   TO WS-IMG-LINE(WS-PTR + 1:WS-CMP-WIDTH).
               COMPUTE WS-PTR = 3 * WS-CMP-WIDTH + 4.
               MOVE '|' TO WS-IMG-LINE(WS-PTR:1).
               PERFORM WRITE-IMG-LINE.

       WRITE-IMG-LINE.
               DISPLAY FUNCTION TRIM(WS-IMG-LINE TRAILING).
               WRITE IMAGE-REPORT-RECORD FROM WS-IMG-LINE.
