       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEOSCAN.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT IMAGE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-IMAGE-STATUS.
             SELECT IMAGE-BLK ASSIGN TO DYNAMIC WS-INPUT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-IMAGE-BLK-STATUS.
             SELECT LEDGER-FILE ASSIGN TO 'ledger'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS.
             SELECT EXCEPTION-FILE ASSIGN TO 'exceptions'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXCEPTION-STATUS.
             SELECT PROBE-REG-FILE ASSIGN TO 'probereg'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS REG-PROBE-ID
             FILE STATUS IS WS-REG-STATUS.
             SELECT GLYPH-MASTER-FILE ASSIGN TO 'glyphmst'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS GLM-KEY
             FILE STATUS IS WS-GLM-STATUS.
             SELECT REPORT-FILE ASSIGN TO 'georpt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.
             SELECT TRANS-FILE ASSIGN TO 'geotrans'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRANS-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD IMAGE.
          01 IMAGE-FILE PIC X(1).

          FD IMAGE-BLK.
          01 IMAGE-BLK-RECORD PIC X(512).

          FD LEDGER-FILE.
          01 LEDGER-RECORD.
             05 LED-STATUS PIC X(18).
             05 LED-FILENAME PIC X(100).

          FD EXCEPTION-FILE.
          01 EXCEPTION-RECORD PIC X(200).

          FD PROBE-REG-FILE.
          01 REGISTRY-RECORD.
             COPY PROBEREG.

          FD GLYPH-MASTER-FILE.
          01 GLYPH-MASTER-RECORD.
             COPY GLYPHMST.

          FD REPORT-FILE.
          01 REPORT-RECORD PIC X(300).

          FD TRANS-FILE.
          01 TRANS-RECORD PIC X(178).

          WORKING-STORAGE SECTION.
          01 WS-TRANS-REC.
             COPY REGTRANS.
          01 WS-INPUT-FILENAME PIC X(100).
          01 WS-IMAGE-STATUS PIC X(2).
          01 WS-IMAGE-BLK-STATUS PIC X(2).
          01 WS-LEDGER-STATUS PIC X(2).
          01 WS-EXCEPTION-STATUS PIC X(2).
          01 WS-REG-STATUS PIC X(2).
          01 WS-GLM-STATUS PIC X(2).
          01 WS-REPORT-STATUS PIC X(2).
          01 WS-TRANS-STATUS PIC X(2).
          01 WS-REG-OPEN PIC A(1).
          01 WS-EOF PIC A(1).
          01 WS-RUN-TIMESTAMP PIC X(21).
          01 WS-RPT-LINE PIC X(300).
          01 WS-EXC-LINE PIC X(200).
          01 WS-IMAGE-CHAR PIC X(1).
          01 WS-IMAGE PIC 9(1).
          01 WS-TRAILER-MODE PIC A(1).
          01 WS-OPEN-OK PIC A(1).
          01 WS-FORMAT PIC X(1).
          01 WS-BLK-DPR PIC 9(5).
          01 WS-BLK-COL PIC 9(5).
          01 WS-SEG-WIDTH PIC 9(3).
          01 WS-SEG-HEIGHT PIC 9(3).
          01 WS-SIZE PIC 9(7).
          01 WS-INVALID-COUNT PIC 9(7).
          01 WS-DIGITS PIC 9(1) OCCURS 2000000 TIMES.

          01 WS-PRB-COUNT PIC 9(3) VALUE 0.
          01 WS-PRB-IDX PIC 9(3).
          01 WS-PRB-FOUND PIC 9(3).
          01 WS-PRB-NAME PIC X(100).
          01 WS-PRB-TABLE.
             05 WS-PRB-ENTRY OCCURS 200 TIMES.
                10 WS-PRB-PROBE PIC X(100).
          01 WS-LED-COUNT PIC 9(5) VALUE 0.
          01 WS-LED-IDX PIC 9(5).
          01 WS-LED-TABLE.
             05 WS-LED-NAME PIC X(100) OCCURS 2000 TIMES.

          01 WS-FONT-COUNT PIC 9(3) VALUE 0.
          01 WS-FONT-IDX PIC 9(3).
          01 WS-FONT-TABLE.
             05 WS-FONT-ENTRY OCCURS 50 TIMES.
                10 WS-FONT-TBL-ID PIC X(4).
                10 WS-FONT-TBL-WIDTH PIC 9(2).
                10 WS-FONT-TBL-HEIGHT PIC 9(2).
          01 WS-FONT-ID PIC X(4).

          01 WS-W PIC 9(5).
          01 WS-H PIC 9(5).
          01 WS-L PIC 9(7).
          01 WS-K PIC 9(7).
          01 WS-REM PIC 9(7).
          01 WS-QUOT PIC 9(7).
          01 WS-PIX PIC 9(7).
          01 WS-Z PIC 9(7).
          01 WS-PTR PIC 9(7).
          01 WS-PIXEL PIC 9(1).
          01 WS-ROW PIC 9(5).
          01 WS-COL PIC 9(5).
          01 WS-TRANSPARENT PIC 9(7).
          01 WS-CELLS PIC 9(3).
          01 WS-KNOWN PIC 9(3).
          01 WS-TEXT-OK PIC A(1).
          01 WS-TEXT-IDX PIC 9(3).
          01 WS-MAX-SCORE PIC 9(3).
          01 WS-BEST PIC 9(3).
          01 WS-RANK PIC 9(3).
          01 WS-RANK-LIMIT PIC 9(3) VALUE 10.
          01 WS-SCAN-IDX PIC 9(3).

          01 WS-CAND-COUNT PIC 9(3).
          01 WS-CAND-IDX PIC 9(3).
          01 WS-CAND-OVERFLOW PIC A(1).
          01 WS-CAND-TABLE.
             05 WS-CAND-ENTRY OCCURS 500 TIMES.
                10 WS-CAND-WIDTH PIC 9(3).
                10 WS-CAND-HEIGHT PIC 9(3).
                10 WS-CAND-LAYERS PIC 9(7).
                10 WS-CAND-TRANSPARENT PIC 9(7).
                10 WS-CAND-PLAUSIBLE PIC X(1).
                10 WS-CAND-FONT PIC X(4).
                10 WS-CAND-OCR-RC PIC X(1).
                10 WS-CAND-SCORE PIC 9(3).
                10 WS-CAND-RANKED PIC A(1).
                10 WS-CAND-TEXT PIC X(40).

          01 WS-PIXEL-LEGEND-VALUES.
             COPY PIXLGND.
          01 WS-PIXEL-LEGEND REDEFINES WS-PIXEL-LEGEND-VALUES.
             05 WS-PIXEL-LEGEND-ENTRY OCCURS 3 TIMES
                INDEXED BY WS-PL-IDX.
                10 WS-PL-VALUE PIC 9(1).
                10 WS-PL-CHAR PIC X(1).
          01 WS-PIXEL-CHAR PIC X(1).

          01 WS-GRID-ROWS PIC 9(3) VALUE 60.
          01 WS-GRID.
             05 WS-GRID-ROW PIC X(999) OCCURS 60 TIMES.
          01 WS-OCR-WIDTH PIC 9(5).
          01 WS-OCR-HEIGHT PIC 9(5).
          01 WS-OCR-GRID.
             05 WS-OCR-ROW PIC X(999) OCCURS 10 TIMES.
          01 WS-OCR-TEXT PIC X(200).
          01 WS-OCR-RC PIC 9(1).
          01 WS-OCR-CELLS.
             COPY OCRCELLS.

          01 WS-SCANNED-COUNT PIC 9(3) VALUE 0.
          01 WS-TRANS-COUNT PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
          MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
          OPEN OUTPUT REPORT-FILE.
          IF WS-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN GEOMETRY REPORT (STATUS='
                  WS-REPORT-STATUS ')'
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.
          OPEN OUTPUT TRANS-FILE.
          IF WS-TRANS-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN GEOMETRY TRANSACTION FILE'
                  ' (STATUS=' WS-TRANS-STATUS ')'
              CLOSE REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.
          MOVE 'N' TO WS-REG-OPEN.
          OPEN INPUT PROBE-REG-FILE.
          IF WS-REG-STATUS = '00'
              MOVE 'Y' TO WS-REG-OPEN
          END-IF.
          PERFORM LOAD-FONTS.
          PERFORM LOAD-LEDGER.
          PERFORM LOAD-EXCEPTIONS.
          MOVE SPACES TO WS-RPT-LINE.
          STRING '---- GEOMETRY DISCOVERY FOR UNREGISTERED FEEDS '
              WS-RUN-TIMESTAMP ' ----'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
          PERFORM WRITE-REPORT-LINE.
          MOVE 1 TO WS-PRB-IDX.
          PERFORM UNTIL WS-PRB-IDX > WS-PRB-COUNT
              MOVE WS-PRB-PROBE(WS-PRB-IDX) TO WS-INPUT-FILENAME
              PERFORM SCAN-ONE-PROBE
              ADD 1 TO WS-PRB-IDX
          END-PERFORM.
          MOVE SPACES TO WS-RPT-LINE.
          PERFORM WRITE-REPORT-LINE.
          MOVE SPACES TO WS-RPT-LINE.
          STRING WS-PRB-COUNT ' UNREGISTERED PROBE(S), '
              WS-SCANNED-COUNT ' SCANNED, '
              WS-TRANS-COUNT ' ADD TRANSACTION(S) WRITTEN TO GEOTRANS'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
          PERFORM WRITE-REPORT-LINE.
          IF WS-REG-OPEN = 'Y'
              CLOSE PROBE-REG-FILE
          END-IF.
          CLOSE TRANS-FILE.
          CLOSE REPORT-FILE.
          IF WS-TRANS-COUNT < WS-PRB-COUNT
              MOVE 4 TO RETURN-CODE
          END-IF.
          STOP RUN.

       WRITE-REPORT-LINE.
               DISPLAY WS-RPT-LINE.
               WRITE REPORT-RECORD FROM WS-RPT-LINE.

      *> Font definition entries (the all-spaces pattern) give each
      *> trained font's cell geometry, so a candidate grid is read
      *> with a font of the same height; STD6 is always available.
       LOAD-FONTS.
               MOVE 1 TO WS-FONT-COUNT.
               MOVE 'STD6' TO WS-FONT-TBL-ID(1).
               MOVE 4 TO WS-FONT-TBL-WIDTH(1).
               MOVE 6 TO WS-FONT-TBL-HEIGHT(1).
               MOVE 'N' TO WS-EOF.
               OPEN INPUT GLYPH-MASTER-FILE.
               IF WS-GLM-STATUS = '00'
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ GLYPH-MASTER-FILE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF GLM-PATTERN = SPACES
                                       AND GLM-FONT-ID NOT = 'STD6'
                                       AND WS-FONT-COUNT < 50
                                   ADD 1 TO WS-FONT-COUNT
                                   MOVE GLM-FONT-ID
                                       TO WS-FONT-TBL-ID(WS-FONT-COUNT)
                                   MOVE GLM-CELL-WIDTH TO
                                       WS-FONT-TBL-WIDTH(WS-FONT-COUNT)
                                   MOVE GLM-CELL-HEIGHT TO
                                       WS-FONT-TBL-HEIGHT(WS-FONT-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GLYPH-MASTER-FILE
               END-IF.

       LOAD-LEDGER.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT LEDGER-FILE.
               IF WS-LEDGER-STATUS = '00'
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ LEDGER-FILE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-LED-COUNT < 2000
                                   ADD 1 TO WS-LED-COUNT
                                   MOVE LED-FILENAME
                                       TO WS-LED-NAME(WS-LED-COUNT)
                               END-IF
                               IF LED-STATUS = 'UNREGISTERED'
                                   MOVE LED-FILENAME TO WS-PRB-NAME
                                   PERFORM NOTE-CANDIDATE-PROBE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LEDGER-FILE
               END-IF.

      *> The exceptions file carries only the first 40 characters of
      *> the probe id; the ledger's full name is used when it has one.
       LOAD-EXCEPTIONS.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT EXCEPTION-FILE.
               IF WS-EXCEPTION-STATUS = '00'
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ EXCEPTION-FILE INTO WS-EXC-LINE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-EXC-LINE(64:18) = 'REGISTRY'
                                       AND WS-EXC-LINE(83:25)
                                       = 'REJECTED - NOT REGISTERED'
                                   PERFORM RESOLVE-EXCEPTION-NAME
                                   PERFORM NOTE-CANDIDATE-PROBE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EXCEPTION-FILE
               END-IF.

       RESOLVE-EXCEPTION-NAME.
               MOVE SPACES TO WS-PRB-NAME.
               MOVE WS-EXC-LINE(23:40) TO WS-PRB-NAME.
               MOVE 1 TO WS-LED-IDX.
               PERFORM UNTIL WS-LED-IDX > WS-LED-COUNT
                   IF WS-LED-NAME(WS-LED-IDX)(1:40)
                           = WS-EXC-LINE(23:40)
                       MOVE WS-LED-NAME(WS-LED-IDX) TO WS-PRB-NAME
                   END-IF
                   ADD 1 TO WS-LED-IDX
               END-PERFORM.

       NOTE-CANDIDATE-PROBE.
               IF WS-REG-OPEN = 'Y'
                   MOVE WS-PRB-NAME TO REG-PROBE-ID
                   READ PROBE-REG-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-PRB-NAME
                   END-READ
               END-IF.
               MOVE 0 TO WS-PRB-FOUND.
               MOVE 1 TO WS-PRB-IDX.
               PERFORM UNTIL WS-PRB-IDX > WS-PRB-COUNT
                       OR WS-PRB-FOUND > 0
                   IF WS-PRB-PROBE(WS-PRB-IDX) = WS-PRB-NAME
                       MOVE WS-PRB-IDX TO WS-PRB-FOUND
                   END-IF
                   ADD 1 TO WS-PRB-IDX
               END-PERFORM.
               IF WS-PRB-FOUND = 0 AND WS-PRB-NAME NOT = SPACES
                   IF WS-PRB-COUNT >= 200
                       DISPLAY 'WARNING: MORE THAN 200 UNREGISTERED'
                           ' PROBES - ' FUNCTION TRIM(WS-PRB-NAME)
                           ' NOT SCANNED'
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-PRB-COUNT
                       MOVE WS-PRB-NAME TO WS-PRB-PROBE(WS-PRB-COUNT)
                   END-IF
               END-IF.

       SCAN-ONE-PROBE.
               MOVE SPACES TO WS-RPT-LINE.
               PERFORM WRITE-REPORT-LINE.
               PERFORM READ-PROBE-DIGITS.
               IF WS-OPEN-OK = 'Y'
                   ADD 1 TO WS-SCANNED-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'PROBE ' FUNCTION TRIM(WS-INPUT-FILENAME)
                       ': ' WS-SIZE ' DIGIT(S), FORMAT ' WS-FORMAT
                       ', ' WS-INVALID-COUNT ' INVALID'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   IF WS-FORMAT = 'S'
                       PERFORM PROPOSE-SEGMENTED
                   ELSE
                       PERFORM SCORE-CANDIDATES
                       PERFORM PRINT-RANKING
                   END-IF
               END-IF.

      *> The first record tells the formats apart: '*BLK' opens a
      *> blocked transmission, '*SEG' a segmented one (which carries
      *> its own geometry); anything else is read byte by byte as the
      *> one-digit format, exactly as the decoder reads it.
       READ-PROBE-DIGITS.
               MOVE 0 TO WS-SIZE.
               MOVE 0 TO WS-INVALID-COUNT.
               MOVE 'D' TO WS-FORMAT.
               MOVE 'Y' TO WS-OPEN-OK.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT IMAGE-BLK.
               IF WS-IMAGE-BLK-STATUS NOT = '00'
                   MOVE 'N' TO WS-OPEN-OK
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'PROBE ' FUNCTION TRIM(WS-INPUT-FILENAME)
                       ': CANNOT OPEN (STATUS=' WS-IMAGE-BLK-STATUS
                       ') - NOT SCANNED' DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   READ IMAGE-BLK
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ
                   IF WS-EOF = 'N'
                       EVALUATE IMAGE-BLK-RECORD(1:4)
                           WHEN '*BLK'
                               MOVE 'B' TO WS-FORMAT
                           WHEN '*SEG'
                               MOVE 'S' TO WS-FORMAT
                       END-EVALUATE
                   END-IF
                   IF WS-FORMAT = 'B'
                       PERFORM READ-BLOCKED-DIGITS
                   END-IF
                   IF WS-FORMAT = 'S'
                       PERFORM READ-SEGMENT-HEADER
                   END-IF
                   CLOSE IMAGE-BLK
                   IF WS-FORMAT = 'D'
                       PERFORM READ-ONE-DIGIT-FORMAT
                   END-IF
               END-IF.

       READ-BLOCKED-DIGITS.
               MOVE 0 TO WS-BLK-DPR.
               IF IMAGE-BLK-RECORD(5:5) IS NUMERIC
                   MOVE IMAGE-BLK-RECORD(5:5) TO WS-BLK-DPR
               END-IF.
               IF WS-BLK-DPR = 0 OR WS-BLK-DPR > 512
                   MOVE 'N' TO WS-OPEN-OK
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'PROBE ' FUNCTION TRIM(WS-INPUT-FILENAME)
                       ': BLOCKED HEADER INVALID - NOT SCANNED'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ IMAGE-BLK
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF IMAGE-BLK-RECORD(1:4) NOT = '*TRL'
                                   PERFORM UNPACK-BLOCK-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

       UNPACK-BLOCK-RECORD.
               MOVE 1 TO WS-BLK-COL.
               PERFORM UNTIL WS-BLK-COL > WS-BLK-DPR
                   MOVE IMAGE-BLK-RECORD(WS-BLK-COL:1) TO WS-IMAGE-CHAR
                   IF WS-IMAGE-CHAR = SPACE
                       MOVE WS-BLK-DPR TO WS-BLK-COL
                   ELSE
                       PERFORM STORE-DIGIT
                   END-IF
                   ADD 1 TO WS-BLK-COL
               END-PERFORM.

       READ-SEGMENT-HEADER.
               MOVE 0 TO WS-SEG-WIDTH.
               MOVE 0 TO WS-SEG-HEIGHT.
               IF IMAGE-BLK-RECORD(8:3) IS NUMERIC
                       AND IMAGE-BLK-RECORD(11:3) IS NUMERIC
                   MOVE IMAGE-BLK-RECORD(8:3) TO WS-SEG-WIDTH
                   MOVE IMAGE-BLK-RECORD(11:3) TO WS-SEG-HEIGHT
               END-IF.

       READ-ONE-DIGIT-FORMAT.
               MOVE 'N' TO WS-TRAILER-MODE.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT IMAGE.
               IF WS-IMAGE-STATUS NOT = '00'
                   MOVE 'N' TO WS-OPEN-OK
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ IMAGE INTO WS-IMAGE-CHAR
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               EVALUATE TRUE
                                   WHEN WS-IMAGE-CHAR = X'0A'
                                           OR WS-IMAGE-CHAR = X'0D'
                                       CONTINUE
                                   WHEN WS-TRAILER-MODE = 'Y'
                                       CONTINUE
                                   WHEN WS-IMAGE-CHAR = 'T'
                                       MOVE 'Y' TO WS-TRAILER-MODE
                                   WHEN OTHER
                                       PERFORM STORE-DIGIT
                               END-EVALUATE
                       END-READ
                   END-PERFORM
                   CLOSE IMAGE
               END-IF.

       STORE-DIGIT.
               IF WS-SIZE >= 2000000
                   MOVE 'Y' TO WS-EOF
               ELSE
                   ADD 1 TO WS-SIZE
                   IF WS-IMAGE-CHAR IS NUMERIC
                       MOVE WS-IMAGE-CHAR TO WS-DIGITS(WS-SIZE)
                   ELSE
                       MOVE 9 TO WS-DIGITS(WS-SIZE)
                       ADD 1 TO WS-INVALID-COUNT
                   END-IF
               END-IF.

       PROPOSE-SEGMENTED.
               IF WS-SEG-WIDTH = 0 OR WS-SEG-HEIGHT = 0
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  SEGMENTED FILE WITH AN UNREADABLE FIRST'
                       ' SEGMENT HEADER - NO TRANSACTION WRITTEN'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  SEGMENTED FILE: EACH SEGMENT CARRIES ITS'
                       ' OWN GEOMETRY (FIRST SEGMENT ' WS-SEG-WIDTH
                       ' X ' WS-SEG-HEIGHT ') - NO TRIAL DECODE NEEDED'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO WS-TRANS-REC
                   MOVE WS-SEG-WIDTH TO TRN-WIDTH
                   MOVE WS-SEG-HEIGHT TO TRN-HEIGHT
                   MOVE SPACES TO TRN-FONT-ID
                   PERFORM WRITE-ADD-TRANSACTION
               END-IF.

      *> Every WIDTH x HEIGHT (2 to 999 each) whose layer size divides
      *> the digit count into two or more layers is trial-decoded.
       SCORE-CANDIDATES.
               MOVE 0 TO WS-CAND-COUNT.
               MOVE 'N' TO WS-CAND-OVERFLOW.
               IF WS-SIZE > 0
                   MOVE 2 TO WS-W
                   PERFORM UNTIL WS-W > 999
                       DIVIDE WS-SIZE BY WS-W GIVING WS-QUOT
                           REMAINDER WS-REM
                       IF WS-REM = 0
                           PERFORM TRY-HEIGHTS
                       END-IF
                       ADD 1 TO WS-W
                   END-PERFORM
               END-IF.
               IF WS-CAND-OVERFLOW = 'Y'
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  MORE THAN 500 CANDIDATE GEOMETRIES -'
                       ' REMAINDER NOT SCORED' DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

       TRY-HEIGHTS.
               MOVE 2 TO WS-H.
               PERFORM UNTIL WS-H > 999
                   DIVIDE WS-QUOT BY WS-H GIVING WS-K
                       REMAINDER WS-REM
                   IF WS-REM = 0 AND WS-K >= 2
                       IF WS-CAND-COUNT >= 500
                           MOVE 'Y' TO WS-CAND-OVERFLOW
                       ELSE
                           ADD 1 TO WS-CAND-COUNT
                           PERFORM TRIAL-DECODE
                       END-IF
                   END-IF
                   ADD 1 TO WS-H
               END-PERFORM.

      *> Score out of 100: 40 for the share of composite pixels that
      *> do not stay transparent through every layer, 20 when the
      *> layer count is plausible (at least two layers, and no more
      *> layers than pixels in a layer), and 40 for the share of OCR
      *> cells read when a font of the grid's height exists and the
      *> message has at least one letter in it.
       TRIAL-DECODE.
               MULTIPLY WS-W BY WS-H GIVING WS-L.
               MOVE WS-W TO WS-CAND-WIDTH(WS-CAND-COUNT).
               MOVE WS-H TO WS-CAND-HEIGHT(WS-CAND-COUNT).
               MOVE WS-K TO WS-CAND-LAYERS(WS-CAND-COUNT).
               MOVE 'N' TO WS-CAND-RANKED(WS-CAND-COUNT).
               PERFORM BUILD-COMPOSITE.
               MOVE WS-TRANSPARENT
                   TO WS-CAND-TRANSPARENT(WS-CAND-COUNT).
               COMPUTE WS-CAND-SCORE(WS-CAND-COUNT) =
                   (40 * (WS-L - WS-TRANSPARENT)) / WS-L.
               IF WS-K <= WS-L
                   MOVE 'Y' TO WS-CAND-PLAUSIBLE(WS-CAND-COUNT)
                   ADD 20 TO WS-CAND-SCORE(WS-CAND-COUNT)
               ELSE
                   MOVE 'N' TO WS-CAND-PLAUSIBLE(WS-CAND-COUNT)
               END-IF.
               PERFORM TRIAL-OCR.

       BUILD-COMPOSITE.
               MOVE 0 TO WS-TRANSPARENT.
               MOVE SPACES TO WS-GRID.
               MOVE 0 TO WS-PIX.
               PERFORM UNTIL WS-PIX = WS-L
                   MOVE 0 TO WS-Z
                   MOVE 2 TO WS-PIXEL
                   PERFORM UNTIL WS-PIXEL NOT = 2 OR WS-Z = WS-K
                       COMPUTE WS-PTR = WS-Z * WS-L + WS-PIX + 1
                       MOVE WS-DIGITS(WS-PTR) TO WS-PIXEL
                       ADD 1 TO WS-Z
                   END-PERFORM
                   IF WS-PIXEL = 2
                       ADD 1 TO WS-TRANSPARENT
                   END-IF
                   DIVIDE WS-PIX BY WS-W GIVING WS-ROW
                       REMAINDER WS-COL
                   IF WS-ROW < WS-GRID-ROWS
                       PERFORM LOOKUP-PIXEL-CHAR
                       MOVE WS-PIXEL-CHAR
                           TO WS-GRID-ROW(WS-ROW + 1)(WS-COL + 1:1)
                   END-IF
                   ADD 1 TO WS-PIX
               END-PERFORM.

       LOOKUP-PIXEL-CHAR.
               MOVE '?' TO WS-PIXEL-CHAR.
               SET WS-PL-IDX TO 1.
               SEARCH WS-PIXEL-LEGEND-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PL-VALUE(WS-PL-IDX) = WS-PIXEL
                       MOVE WS-PL-CHAR(WS-PL-IDX) TO WS-PIXEL-CHAR
               END-SEARCH.

       TRIAL-OCR.
               MOVE SPACES TO WS-FONT-ID.
               MOVE 1 TO WS-FONT-IDX.
               PERFORM UNTIL WS-FONT-IDX > WS-FONT-COUNT
                       OR WS-FONT-ID NOT = SPACES
                   IF WS-FONT-TBL-HEIGHT(WS-FONT-IDX) = WS-H
                       MOVE WS-FONT-TBL-ID(WS-FONT-IDX) TO WS-FONT-ID
                   END-IF
                   ADD 1 TO WS-FONT-IDX
               END-PERFORM.
               MOVE WS-FONT-ID TO WS-CAND-FONT(WS-CAND-COUNT).
               MOVE '-' TO WS-CAND-OCR-RC(WS-CAND-COUNT).
               MOVE SPACES TO WS-CAND-TEXT(WS-CAND-COUNT).
               IF WS-FONT-ID NOT = SPACES
                   MOVE SPACES TO WS-OCR-GRID
                   MOVE 1 TO WS-ROW
                   PERFORM UNTIL WS-ROW > WS-H
                       MOVE WS-GRID-ROW(WS-ROW) TO WS-OCR-ROW(WS-ROW)
                       ADD 1 TO WS-ROW
                   END-PERFORM
                   MOVE WS-W TO WS-OCR-WIDTH
                   MOVE WS-H TO WS-OCR-HEIGHT
                   MOVE 0 TO WS-OCR-RC
                   CALL 'GLYPHOCR' USING WS-OCR-WIDTH WS-OCR-HEIGHT
                       WS-OCR-GRID WS-FONT-ID WS-OCR-TEXT WS-OCR-RC
                       WS-OCR-CELLS
                   MOVE WS-OCR-RC TO WS-CAND-OCR-RC(WS-CAND-COUNT)
                   MOVE WS-OCR-TEXT TO WS-CAND-TEXT(WS-CAND-COUNT)
                   IF WS-OCR-RC NOT = 8
                       PERFORM SCORE-OCR-TEXT
                   END-IF
               END-IF.

       SCORE-OCR-TEXT.
               COMPUTE WS-CELLS = (WS-W + 1)
                   / (OCU-CELL-WIDTH + 1).
               IF WS-CELLS > 200
                   MOVE 200 TO WS-CELLS
               END-IF.
               MOVE 'N' TO WS-TEXT-OK.
               MOVE 1 TO WS-TEXT-IDX.
               PERFORM UNTIL WS-TEXT-IDX > WS-CELLS
                   IF WS-OCR-TEXT(WS-TEXT-IDX:1) NOT = SPACE
                           AND WS-OCR-TEXT(WS-TEXT-IDX:1) NOT = '*'
                       MOVE 'Y' TO WS-TEXT-OK
                   END-IF
                   ADD 1 TO WS-TEXT-IDX
               END-PERFORM.
               IF WS-CELLS > 0 AND WS-TEXT-OK = 'Y'
                   COMPUTE WS-KNOWN = WS-CELLS - OCU-COUNT
                   COMPUTE WS-CAND-SCORE(WS-CAND-COUNT) =
                       WS-CAND-SCORE(WS-CAND-COUNT)
                       + (40 * WS-KNOWN) / WS-CELLS
               END-IF.

       PRINT-RANKING.
               IF WS-CAND-COUNT = 0
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  NO WIDTH X HEIGHT DIVIDES THE DIGIT COUNT'
                       ' INTO TWO OR MORE LAYERS - NO TRANSACTION'
                       ' WRITTEN' DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  RANK WIDTH HEIGHT  LAYERS TRANSPARENT'
                       ' PLAUSIBLE FONT OCR-RC SCORE MESSAGE'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 0 TO WS-RANK
                   MOVE 1 TO WS-BEST
                   PERFORM UNTIL WS-RANK >= WS-RANK-LIMIT
                           OR WS-RANK >= WS-CAND-COUNT
                       PERFORM SELECT-NEXT-BEST
                       ADD 1 TO WS-RANK
                       IF WS-RANK = 1
                           MOVE WS-CAND-IDX TO WS-BEST
                       END-IF
                       PERFORM PRINT-CANDIDATE-LINE
                   END-PERFORM
                   PERFORM PROPOSE-BEST-CANDIDATE
               END-IF.

       SELECT-NEXT-BEST.
               MOVE 0 TO WS-CAND-IDX.
               MOVE 0 TO WS-MAX-SCORE.
               MOVE 1 TO WS-SCAN-IDX.
               PERFORM UNTIL WS-SCAN-IDX > WS-CAND-COUNT
                   IF WS-CAND-RANKED(WS-SCAN-IDX) = 'N'
                       IF WS-CAND-IDX = 0
                               OR WS-CAND-SCORE(WS-SCAN-IDX)
                                   > WS-MAX-SCORE
                           MOVE WS-SCAN-IDX TO WS-CAND-IDX
                           MOVE WS-CAND-SCORE(WS-SCAN-IDX)
                               TO WS-MAX-SCORE
                       END-IF
                   END-IF
                   ADD 1 TO WS-SCAN-IDX
               END-PERFORM.
               MOVE 'Y' TO WS-CAND-RANKED(WS-CAND-IDX).

       PRINT-CANDIDATE-LINE.
               MOVE SPACES TO WS-RPT-LINE.
               STRING '  ' WS-RANK '   ' WS-CAND-WIDTH(WS-CAND-IDX)
                   '   ' WS-CAND-HEIGHT(WS-CAND-IDX)
                   '    ' WS-CAND-LAYERS(WS-CAND-IDX)
                   ' ' WS-CAND-TRANSPARENT(WS-CAND-IDX)
                   '     ' WS-CAND-PLAUSIBLE(WS-CAND-IDX)
                   '         ' WS-CAND-FONT(WS-CAND-IDX)
                   ' ' WS-CAND-OCR-RC(WS-CAND-IDX)
                   '      ' WS-CAND-SCORE(WS-CAND-IDX)
                   '   "' FUNCTION TRIM(WS-CAND-TEXT(WS-CAND-IDX)) '"'
                   DELIMITED BY SIZE INTO WS-RPT-LINE.
               PERFORM WRITE-REPORT-LINE.

      *> The best candidate is rendered again so the reviewer can see
      *> the picture the ADD transaction would produce.
       PROPOSE-BEST-CANDIDATE.
               MOVE WS-CAND-WIDTH(WS-BEST) TO WS-W.
               MOVE WS-CAND-HEIGHT(WS-BEST) TO WS-H.
               MOVE WS-CAND-LAYERS(WS-BEST) TO WS-K.
               MULTIPLY WS-W BY WS-H GIVING WS-L.
               PERFORM BUILD-COMPOSITE.
               MOVE SPACES TO WS-RPT-LINE.
               STRING '  BEST CANDIDATE ' WS-W ' X ' WS-H
                   ' RENDERS AS:' DELIMITED BY SIZE INTO WS-RPT-LINE.
               PERFORM WRITE-REPORT-LINE.
               MOVE 1 TO WS-ROW.
               PERFORM UNTIL WS-ROW > WS-H OR WS-ROW > WS-GRID-ROWS
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '    ' WS-GRID-ROW(WS-ROW)(1:WS-W)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO WS-ROW
               END-PERFORM.
               MOVE SPACES TO WS-TRANS-REC.
               MOVE WS-W TO TRN-WIDTH.
               MOVE WS-H TO TRN-HEIGHT.
               IF WS-CAND-FONT(WS-BEST) = 'STD6'
                   MOVE SPACES TO TRN-FONT-ID
               ELSE
                   MOVE WS-CAND-FONT(WS-BEST) TO TRN-FONT-ID
               END-IF.
               PERFORM WRITE-ADD-TRANSACTION.

      *> The ADD is written to its own file for review rather than to
      *> regtrans: the analyst checks the picture, then appends it.
       WRITE-ADD-TRANSACTION.
               MOVE 'ADD' TO TRN-ACTION.
               MOVE WS-INPUT-FILENAME TO TRN-PROBE-ID.
               MOVE 1 TO TRN-MIN-LAYERS.
               MOVE 0 TO TRN-MAX-LAYERS.
               MOVE WS-FORMAT TO TRN-FORMAT.
               MOVE 1 TO TRN-FREQ-DAYS.
               MOVE 0 TO TRN-EFF-DATE.
               WRITE TRANS-RECORD FROM WS-TRANS-REC.
               ADD 1 TO WS-TRANS-COUNT.
               MOVE SPACES TO WS-RPT-LINE.
               STRING '  ADD TRANSACTION WRITTEN TO GEOTRANS: '
                   TRN-WIDTH ' X ' TRN-HEIGHT ' FORMAT ' TRN-FORMAT
                   ' - REVIEW, THEN APPEND TO REGTRANS FOR PROBEMNT'
                   DELIMITED BY SIZE INTO WS-RPT-LINE.
               PERFORM WRITE-REPORT-LINE.
