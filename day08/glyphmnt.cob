       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLYPHMNT.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT GLYPH-MASTER-FILE ASSIGN TO 'glyphmst'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS GLM-KEY
             FILE STATUS IS WS-GLM-STATUS.
             SELECT TRANS-FILE ASSIGN TO 'glyphtrn'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRANS-STATUS.
             SELECT GLYPHUNK-FILE ASSIGN TO 'glyphunk'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GLU-STATUS.
             SELECT REPORT-FILE ASSIGN TO 'glyphrpt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD GLYPH-MASTER-FILE.
          01 GLYPH-MASTER-RECORD.
             COPY GLYPHMST.

          FD TRANS-FILE.
          01 TRANS-RECORD PIC X(137).

          FD GLYPHUNK-FILE.
          01 GLYPHUNK-RECORD.
             COPY GLYPHUNK.

          FD REPORT-FILE.
          01 REPORT-RECORD PIC X(300).

          WORKING-STORAGE SECTION.
          01 WS-TRANS-REC.
             COPY GLYPHTRN.
          01 WS-GLM-STATUS PIC X(2).
          01 WS-TRANS-STATUS PIC X(2).
          01 WS-GLU-STATUS PIC X(2).
          01 WS-REPORT-STATUS PIC X(2).
          01 WS-TRANS-EOF PIC A(1).
          01 WS-GLU-EOF PIC A(1).
          01 WS-TRN-VALID PIC A(1).
          01 WS-APPLY-COUNT PIC 9(5) VALUE 0.
          01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
          01 WS-RUN-TIMESTAMP PIC X(21).
          01 WS-RPT-LINE PIC X(300).
          01 WS-FONT-WIDTH PIC 9(2).
          01 WS-FONT-HEIGHT PIC 9(2).
          01 WS-FONT-AREA PIC 9(3).
          01 WS-FONT-FOUND PIC A(1).
          01 WS-NEW-LETTER PIC X(1).
          01 WS-NEW-PATTERN PIC X(80).
          01 WS-SRC-PROBE PIC X(100).
          01 WS-SRC-STAMP PIC X(21).
          01 WS-SRC-CELL PIC 9(3).
          01 WS-GLU-OPENED PIC A(1) VALUE 'N'.
          01 WS-GLU-TRAINED PIC A(1).
          01 WS-GLU-READ PIC 9(7) VALUE 0.
          01 WS-GLU-UNTRAINED PIC 9(7) VALUE 0.
          01 WS-GLU-SKIP PIC 9(7) VALUE 0.
          01 WS-GLU-SKIPPED PIC 9(7) VALUE 0.
          01 WS-GLU-KEPT PIC 9(5) VALUE 0.
          01 WS-GLU-DROPPED PIC 9(7) VALUE 0.
          01 WS-CAP-COUNT PIC 9(5) VALUE 0.
          01 WS-CAP-IDX PIC 9(5).
          01 WS-CAP-FOUND PIC 9(5).
          01 WS-CAP-TABLE.
             05 WS-CAP-ENTRY OCCURS 2000 TIMES.
                10 WS-CAP-PROBE PIC X(100).
                10 WS-CAP-STAMP PIC X(21).
                10 WS-CAP-FONT PIC X(4).
                10 WS-CAP-CELL PIC 9(3).
                10 WS-CAP-COLUMN PIC 9(5).
                10 WS-CAP-WIDTH PIC 9(2).
                10 WS-CAP-HEIGHT PIC 9(2).
                10 WS-CAP-PATTERN PIC X(80).
          01 WS-PAT-COUNT PIC 9(5) VALUE 0.
          01 WS-PAT-IDX PIC 9(5).
          01 WS-PAT-FOUND PIC 9(5).
          01 WS-PAT-TABLE.
             05 WS-PAT-ENTRY OCCURS 500 TIMES.
                10 WS-PAT-FIRST PIC 9(5).
                10 WS-PAT-LAST PIC 9(5).
                10 WS-PAT-SEEN PIC 9(5).
          01 WS-UNTRAINED-COUNT PIC 9(5) VALUE 0.
          01 WS-PIC-ROW PIC 9(2).
          01 WS-PIC-COL PIC 9(2).
          01 WS-PIC-POS PIC 9(3).
          01 WS-PIC-LINE PIC X(20).

       PROCEDURE DIVISION.
          MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
          PERFORM OPEN-GLYPH-MASTER.
          PERFORM LOAD-CAPTURES.
          MOVE 'N' TO WS-TRANS-EOF.
          OPEN INPUT TRANS-FILE.
          IF WS-TRANS-STATUS = '35'
              DISPLAY 'NO GLYPH TRANSACTIONS - LISTING UNTRAINED'
                  ' CELLS ONLY'
              MOVE 'Y' TO WS-TRANS-EOF
          ELSE
              IF WS-TRANS-STATUS NOT = '00'
                  DISPLAY 'ERROR: CANNOT OPEN GLYPH TRANSACTION FILE'
                      ' (STATUS=' WS-TRANS-STATUS ')'
                  CLOSE GLYPH-MASTER-FILE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF
          END-IF.
          PERFORM UNTIL WS-TRANS-EOF = 'Y'
              READ TRANS-FILE INTO WS-TRANS-REC
                  AT END MOVE 'Y' TO WS-TRANS-EOF
                  NOT AT END PERFORM APPLY-TRANSACTION
              END-READ
          END-PERFORM.
          IF WS-TRANS-STATUS NOT = '35'
              CLOSE TRANS-FILE
          END-IF.
          PERFORM PRINT-UNTRAINED-REPORT.
          PERFORM REWRITE-CAPTURES.
          CLOSE GLYPH-MASTER-FILE.
          DISPLAY 'GLYPH MASTER MAINTENANCE COMPLETE: '
              WS-APPLY-COUNT ' APPLIED, ' WS-REJECT-COUNT
              ' REJECTED, ' WS-UNTRAINED-COUNT ' UNTRAINED PATTERN(S)'.
          IF WS-REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
          END-IF.
          STOP RUN.

       OPEN-GLYPH-MASTER.
               OPEN I-O GLYPH-MASTER-FILE.
               IF WS-GLM-STATUS = '35'
                   OPEN OUTPUT GLYPH-MASTER-FILE
                   CLOSE GLYPH-MASTER-FILE
                   OPEN I-O GLYPH-MASTER-FILE
               END-IF.
               IF WS-GLM-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN GLYPH MASTER (STATUS='
                       WS-GLM-STATUS ')'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> Captures whose pattern is already on the glyph master were
      *> trained since they were taken and are not loaded. The rest
      *> are counted first so that, when there are more than the
      *> table holds, the oldest are passed over and the newest kept.
       LOAD-CAPTURES.
               MOVE 'N' TO WS-GLU-EOF.
               OPEN INPUT GLYPHUNK-FILE.
               IF WS-GLU-STATUS = '00'
                   MOVE 'Y' TO WS-GLU-OPENED
                   PERFORM UNTIL WS-GLU-EOF = 'Y'
                       READ GLYPHUNK-FILE
                           AT END MOVE 'Y' TO WS-GLU-EOF
                           NOT AT END PERFORM COUNT-CAPTURE
                       END-READ
                   END-PERFORM
                   CLOSE GLYPHUNK-FILE
               END-IF.
               IF WS-GLU-UNTRAINED > 2000
                   COMPUTE WS-GLU-SKIP = WS-GLU-UNTRAINED - 2000
                   DISPLAY 'WARNING: ' WS-GLU-UNTRAINED
                       ' UNTRAINED CAPTURED CELLS - OLDEST '
                       WS-GLU-SKIP ' NOT LOADED AND DROPPED'
                   MOVE 4 TO RETURN-CODE
               END-IF.
               IF WS-GLU-OPENED = 'Y'
                   MOVE 'N' TO WS-GLU-EOF
                   OPEN INPUT GLYPHUNK-FILE
                   PERFORM UNTIL WS-GLU-EOF = 'Y'
                       READ GLYPHUNK-FILE
                           AT END MOVE 'Y' TO WS-GLU-EOF
                           NOT AT END PERFORM STORE-CAPTURE
                       END-READ
                   END-PERFORM
                   CLOSE GLYPHUNK-FILE
               END-IF.

       COUNT-CAPTURE.
               ADD 1 TO WS-GLU-READ.
               PERFORM CHECK-CAPTURE-TRAINED.
               IF WS-GLU-TRAINED = 'N'
                   ADD 1 TO WS-GLU-UNTRAINED
               END-IF.

       CHECK-CAPTURE-TRAINED.
               MOVE GLU-FONT-ID TO GLM-FONT-ID.
               MOVE GLU-PATTERN TO GLM-PATTERN.
               READ GLYPH-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-GLU-TRAINED
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-GLU-TRAINED
               END-READ.

       STORE-CAPTURE.
               PERFORM CHECK-CAPTURE-TRAINED.
               IF WS-GLU-TRAINED = 'Y'
                   CONTINUE
               ELSE
                   IF WS-GLU-SKIPPED < WS-GLU-SKIP
                       ADD 1 TO WS-GLU-SKIPPED
                   ELSE
                       IF WS-CAP-COUNT >= 2000
                           DISPLAY 'ERROR: MORE THAN 2000 CAPTURED'
                               ' CELLS - REMAINDER NOT LOADED'
                           MOVE 4 TO RETURN-CODE
                           MOVE 'Y' TO WS-GLU-EOF
                       ELSE
                           PERFORM TABLE-CAPTURE
                       END-IF
                   END-IF
               END-IF.

       TABLE-CAPTURE.
               ADD 1 TO WS-CAP-COUNT.
               MOVE GLU-PROBE-ID TO WS-CAP-PROBE(WS-CAP-COUNT).
               MOVE GLU-RUN-TIMESTAMP TO WS-CAP-STAMP(WS-CAP-COUNT).
               MOVE GLU-FONT-ID TO WS-CAP-FONT(WS-CAP-COUNT).
               MOVE GLU-CELL-NUM TO WS-CAP-CELL(WS-CAP-COUNT).
               MOVE GLU-CELL-COLUMN TO WS-CAP-COLUMN(WS-CAP-COUNT).
               MOVE GLU-CELL-WIDTH TO WS-CAP-WIDTH(WS-CAP-COUNT).
               MOVE GLU-CELL-HEIGHT TO WS-CAP-HEIGHT(WS-CAP-COUNT).
               MOVE GLU-PATTERN TO WS-CAP-PATTERN(WS-CAP-COUNT).

       APPLY-TRANSACTION.
               EVALUATE GTR-ACTION
                   WHEN 'FNT'
                       PERFORM DEFINE-FONT
                   WHEN 'ASN'
                       PERFORM ASSIGN-CAPTURED-CELL
                   WHEN 'ADD'
                       PERFORM ADD-PATTERN
                   WHEN 'DEL'
                       PERFORM DELETE-PATTERN
                   WHEN OTHER
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'REJECTED: UNKNOWN ACTION "' GTR-ACTION
                           '" FOR FONT ' GTR-FONT-ID
               END-EVALUATE.

       DEFINE-FONT.
               MOVE 'Y' TO WS-TRN-VALID.
               IF GTR-FONT-ID = SPACES OR GTR-FONT-ID = 'STD6'
                   MOVE 'N' TO WS-TRN-VALID
                   DISPLAY 'REJECTED: FNT NEEDS A FONT ID OTHER THAN'
                       ' THE COMPILED-IN STD6'
               END-IF.
               IF WS-TRN-VALID = 'Y'
                   IF GTR-CELL-WIDTH IS NOT NUMERIC
                           OR GTR-CELL-HEIGHT IS NOT NUMERIC
                       MOVE 'N' TO WS-TRN-VALID
                   ELSE
                       COMPUTE WS-FONT-AREA =
                           GTR-CELL-WIDTH * GTR-CELL-HEIGHT
                       IF GTR-CELL-WIDTH = 0 OR GTR-CELL-HEIGHT = 0
                               OR GTR-CELL-HEIGHT > 10
                               OR WS-FONT-AREA > 80
                           MOVE 'N' TO WS-TRN-VALID
                       END-IF
                   END-IF
                   IF WS-TRN-VALID = 'N'
                       DISPLAY 'REJECTED: FONT ' GTR-FONT-ID
                           ' CELL MUST BE AT MOST 10 ROWS AND 80'
                           ' PIXELS'
                   END-IF
               END-IF.
               IF WS-TRN-VALID = 'N'
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE SPACES TO GLYPH-MASTER-RECORD
                   MOVE GTR-FONT-ID TO GLM-FONT-ID
                   MOVE SPACES TO GLM-PATTERN
                   READ GLYPH-MASTER-FILE
                       INVALID KEY
                           MOVE SPACE TO GLM-LETTER
                           MOVE GTR-CELL-WIDTH TO GLM-CELL-WIDTH
                           MOVE GTR-CELL-HEIGHT TO GLM-CELL-HEIGHT
                           MOVE SPACES TO GLM-SOURCE-PROBE
                           MOVE SPACES TO GLM-SOURCE-STAMP
                           MOVE 0 TO GLM-SOURCE-CELL
                           MOVE WS-RUN-TIMESTAMP
                               TO GLM-LOADED-TIMESTAMP
                           WRITE GLYPH-MASTER-RECORD
                           ADD 1 TO WS-APPLY-COUNT
                           DISPLAY 'DEFINED FONT ' GTR-FONT-ID ' '
                               GTR-CELL-WIDTH ' X ' GTR-CELL-HEIGHT
                       NOT INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                           DISPLAY 'REJECTED: FONT ' GTR-FONT-ID
                               ' IS ALREADY DEFINED'
                   END-READ
               END-IF.

       ASSIGN-CAPTURED-CELL.
               MOVE 0 TO WS-CAP-FOUND.
               MOVE 1 TO WS-CAP-IDX.
               PERFORM UNTIL WS-CAP-IDX > WS-CAP-COUNT
                       OR WS-CAP-FOUND > 0
                   IF WS-CAP-PROBE(WS-CAP-IDX) = GTR-PROBE-ID
                           AND WS-CAP-STAMP(WS-CAP-IDX)
                               = GTR-RUN-TIMESTAMP
                           AND WS-CAP-CELL(WS-CAP-IDX) = GTR-CELL-NUM
                       MOVE WS-CAP-IDX TO WS-CAP-FOUND
                   END-IF
                   ADD 1 TO WS-CAP-IDX
               END-PERFORM.
               IF WS-CAP-FOUND = 0
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'REJECTED: NO CAPTURED CELL ' GTR-CELL-NUM
                       ' FOR ' FUNCTION TRIM(GTR-PROBE-ID)
                       ' AT ' GTR-RUN-TIMESTAMP
               ELSE
                   MOVE WS-CAP-FONT(WS-CAP-FOUND) TO GTR-FONT-ID
                   MOVE GTR-LETTER TO WS-NEW-LETTER
                   MOVE WS-CAP-PATTERN(WS-CAP-FOUND) TO WS-NEW-PATTERN
                   MOVE WS-CAP-PROBE(WS-CAP-FOUND) TO WS-SRC-PROBE
                   MOVE WS-CAP-STAMP(WS-CAP-FOUND) TO WS-SRC-STAMP
                   MOVE WS-CAP-CELL(WS-CAP-FOUND) TO WS-SRC-CELL
                   PERFORM STORE-LETTER
               END-IF.

       ADD-PATTERN.
               MOVE GTR-LETTER TO WS-NEW-LETTER.
               MOVE GTR-PATTERN TO WS-NEW-PATTERN.
               MOVE SPACES TO WS-SRC-PROBE.
               MOVE SPACES TO WS-SRC-STAMP.
               MOVE 0 TO WS-SRC-CELL.
               PERFORM STORE-LETTER.

      *> A letter may only be stored against a font that exists and
      *> must fit inside the font's cell; '*' is what GLYPHOCR prints
      *> for an unmatched cell and space is the font's blank cell.
       STORE-LETTER.
               IF GTR-FONT-ID = SPACES
                   MOVE 'STD6' TO GTR-FONT-ID
               END-IF.
               PERFORM LOOKUP-FONT.
               MOVE 'Y' TO WS-TRN-VALID.
               IF WS-FONT-FOUND = 'N'
                   MOVE 'N' TO WS-TRN-VALID
                   DISPLAY 'REJECTED: FONT ' GTR-FONT-ID
                       ' IS NOT DEFINED - ADD IT WITH FNT'
               END-IF.
               IF WS-TRN-VALID = 'Y'
                   IF WS-NEW-LETTER = SPACE OR WS-NEW-LETTER = '*'
                       MOVE 'N' TO WS-TRN-VALID
                       DISPLAY 'REJECTED: "' WS-NEW-LETTER
                           '" CANNOT BE ASSIGNED AS A LETTER'
                   END-IF
               END-IF.
               IF WS-TRN-VALID = 'Y'
                   IF WS-NEW-PATTERN = SPACES
                       MOVE 'N' TO WS-TRN-VALID
                       DISPLAY 'REJECTED: BLANK PATTERN FOR LETTER '
                           WS-NEW-LETTER
                   ELSE
                       IF WS-FONT-AREA < 80
                           IF WS-NEW-PATTERN(WS-FONT-AREA + 1:)
                                   NOT = SPACES
                               MOVE 'N' TO WS-TRN-VALID
                               DISPLAY 'REJECTED: PATTERN FOR LETTER '
                                   WS-NEW-LETTER ' IS LARGER THAN'
                                   ' FONT ' GTR-FONT-ID
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               IF WS-TRN-VALID = 'N'
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE GTR-FONT-ID TO GLM-FONT-ID
                   MOVE WS-NEW-PATTERN TO GLM-PATTERN
                   READ GLYPH-MASTER-FILE
                       INVALID KEY
                           PERFORM WRITE-LETTER
                       NOT INVALID KEY
                           IF GLM-LETTER = WS-NEW-LETTER
                               DISPLAY 'LETTER ' WS-NEW-LETTER
                                   ' ALREADY ON FONT ' GTR-FONT-ID
                                   ' FOR THIS PATTERN'
                           ELSE
                               ADD 1 TO WS-REJECT-COUNT
                               DISPLAY 'REJECTED: PATTERN IS ALREADY'
                                   ' LETTER ' GLM-LETTER ' ON FONT '
                                   GTR-FONT-ID ' - DEL IT FIRST'
                           END-IF
                   END-READ
               END-IF.

       WRITE-LETTER.
               MOVE SPACES TO GLYPH-MASTER-RECORD.
               MOVE GTR-FONT-ID TO GLM-FONT-ID.
               MOVE WS-NEW-PATTERN TO GLM-PATTERN.
               MOVE WS-NEW-LETTER TO GLM-LETTER.
               MOVE WS-FONT-WIDTH TO GLM-CELL-WIDTH.
               MOVE WS-FONT-HEIGHT TO GLM-CELL-HEIGHT.
               MOVE WS-SRC-PROBE TO GLM-SOURCE-PROBE.
               MOVE WS-SRC-STAMP TO GLM-SOURCE-STAMP.
               MOVE WS-SRC-CELL TO GLM-SOURCE-CELL.
               MOVE WS-RUN-TIMESTAMP TO GLM-LOADED-TIMESTAMP.
               WRITE GLYPH-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'REJECTED: CANNOT ADD LETTER '
                           WS-NEW-LETTER ' TO FONT ' GTR-FONT-ID
                           ' (STATUS=' WS-GLM-STATUS ')'
                   NOT INVALID KEY
                       ADD 1 TO WS-APPLY-COUNT
                       DISPLAY 'TRAINED LETTER ' WS-NEW-LETTER
                           ' ON FONT ' GTR-FONT-ID
               END-WRITE.

       DELETE-PATTERN.
               IF GTR-FONT-ID = SPACES
                   MOVE 'STD6' TO GTR-FONT-ID
               END-IF.
               IF GTR-PATTERN = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'REJECTED: DEL NEEDS A PATTERN - A FONT'
                       ' DEFINITION IS NOT DELETED HERE'
               ELSE
                   MOVE GTR-FONT-ID TO GLM-FONT-ID
                   MOVE GTR-PATTERN TO GLM-PATTERN
                   DELETE GLYPH-MASTER-FILE
                       INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                           DISPLAY 'REJECTED: PATTERN IS NOT ON FONT '
                               GTR-FONT-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLY-COUNT
                           DISPLAY 'DELETED PATTERN FROM FONT '
                               GTR-FONT-ID
                   END-DELETE
               END-IF.

       LOOKUP-FONT.
               MOVE 'N' TO WS-FONT-FOUND.
               MOVE 0 TO WS-FONT-WIDTH.
               MOVE 0 TO WS-FONT-HEIGHT.
               IF GTR-FONT-ID = 'STD6'
                   MOVE 4 TO WS-FONT-WIDTH
                   MOVE 6 TO WS-FONT-HEIGHT
                   MOVE 'Y' TO WS-FONT-FOUND
               ELSE
                   MOVE GTR-FONT-ID TO GLM-FONT-ID
                   MOVE SPACES TO GLM-PATTERN
                   READ GLYPH-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE GLM-CELL-WIDTH TO WS-FONT-WIDTH
                           MOVE GLM-CELL-HEIGHT TO WS-FONT-HEIGHT
                           MOVE 'Y' TO WS-FONT-FOUND
                   END-READ
               END-IF.
               COMPUTE WS-FONT-AREA = WS-FONT-WIDTH * WS-FONT-HEIGHT.

      *> Each captured pattern not yet on the master is listed once
      *> with how often it was seen, where, and a picture of the cell,
      *> so the analyst can read the letter and key an ASN for it.
       PRINT-UNTRAINED-REPORT.
               OPEN OUTPUT REPORT-FILE.
               IF WS-REPORT-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN GLYPH REPORT (STATUS='
                       WS-REPORT-STATUS ')'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '---- UNTRAINED GLYPH CELLS '
                       WS-RUN-TIMESTAMP ' ----'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   PERFORM GROUP-CAPTURES
                   MOVE 1 TO WS-PAT-IDX
                   PERFORM UNTIL WS-PAT-IDX > WS-PAT-COUNT
                       PERFORM PRINT-UNTRAINED-PATTERN
                       ADD 1 TO WS-PAT-IDX
                   END-PERFORM
                   MOVE SPACES TO WS-RPT-LINE
                   STRING WS-CAP-COUNT ' CAPTURED CELL(S), '
                       WS-UNTRAINED-COUNT ' UNTRAINED PATTERN(S)'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   CLOSE REPORT-FILE
               END-IF.

       GROUP-CAPTURES.
               MOVE 1 TO WS-CAP-IDX.
               PERFORM UNTIL WS-CAP-IDX > WS-CAP-COUNT
                   MOVE WS-CAP-FONT(WS-CAP-IDX) TO GLM-FONT-ID
                   MOVE WS-CAP-PATTERN(WS-CAP-IDX) TO GLM-PATTERN
                   READ GLYPH-MASTER-FILE
                       INVALID KEY
                           PERFORM NOTE-UNTRAINED-CAPTURE
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
                   ADD 1 TO WS-CAP-IDX
               END-PERFORM.

       NOTE-UNTRAINED-CAPTURE.
               MOVE 0 TO WS-PAT-FOUND.
               MOVE 1 TO WS-PAT-IDX.
               PERFORM UNTIL WS-PAT-IDX > WS-PAT-COUNT
                       OR WS-PAT-FOUND > 0
                   MOVE WS-PAT-FIRST(WS-PAT-IDX) TO WS-CAP-FOUND
                   IF WS-CAP-FONT(WS-CAP-FOUND)
                           = WS-CAP-FONT(WS-CAP-IDX)
                           AND WS-CAP-PATTERN(WS-CAP-FOUND)
                               = WS-CAP-PATTERN(WS-CAP-IDX)
                       MOVE WS-PAT-IDX TO WS-PAT-FOUND
                   END-IF
                   ADD 1 TO WS-PAT-IDX
               END-PERFORM.
               IF WS-PAT-FOUND > 0
                   MOVE WS-CAP-IDX TO WS-PAT-LAST(WS-PAT-FOUND)
                   ADD 1 TO WS-PAT-SEEN(WS-PAT-FOUND)
               ELSE
                   IF WS-PAT-COUNT >= 500
                       DISPLAY 'WARNING: MORE THAN 500 UNTRAINED'
                           ' PATTERNS - REMAINDER NOT LISTED'
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-PAT-COUNT
                       MOVE WS-CAP-IDX TO WS-PAT-FIRST(WS-PAT-COUNT)
                       MOVE WS-CAP-IDX TO WS-PAT-LAST(WS-PAT-COUNT)
                       MOVE 1 TO WS-PAT-SEEN(WS-PAT-COUNT)
                   END-IF
               END-IF.

       PRINT-UNTRAINED-PATTERN.
               ADD 1 TO WS-UNTRAINED-COUNT.
               MOVE WS-PAT-FIRST(WS-PAT-IDX) TO WS-CAP-FOUND.
               MOVE SPACES TO WS-RPT-LINE.
               STRING 'PATTERN ' WS-UNTRAINED-COUNT
                   '  FONT ' WS-CAP-FONT(WS-CAP-FOUND)
                   '  SEEN ' WS-PAT-SEEN(WS-PAT-IDX) ' TIME(S)'
                   DELIMITED BY SIZE INTO WS-RPT-LINE.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO WS-RPT-LINE.
               STRING '  FIRST: ' WS-CAP-STAMP(WS-CAP-FOUND) ' '
                   FUNCTION TRIM(WS-CAP-PROBE(WS-CAP-FOUND))
                   ' CELL ' WS-CAP-CELL(WS-CAP-FOUND)
                   ' (COLUMN ' WS-CAP-COLUMN(WS-CAP-FOUND) ')'
                   DELIMITED BY SIZE INTO WS-RPT-LINE.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-PAT-LAST(WS-PAT-IDX) TO WS-CAP-FOUND.
               MOVE SPACES TO WS-RPT-LINE.
               STRING '  LAST:  ' WS-CAP-STAMP(WS-CAP-FOUND) ' '
                   FUNCTION TRIM(WS-CAP-PROBE(WS-CAP-FOUND))
                   ' CELL ' WS-CAP-CELL(WS-CAP-FOUND)
                   ' (COLUMN ' WS-CAP-COLUMN(WS-CAP-FOUND) ')'
                   DELIMITED BY SIZE INTO WS-RPT-LINE.
               PERFORM WRITE-REPORT-LINE.
               MOVE 0 TO WS-PIC-ROW.
               PERFORM UNTIL WS-PIC-ROW = WS-CAP-HEIGHT(WS-CAP-FOUND)
                   PERFORM PRINT-PATTERN-ROW
                   ADD 1 TO WS-PIC-ROW
               END-PERFORM.
               MOVE SPACES TO WS-RPT-LINE.
               STRING '  TRAIN WITH: ASN     ?    '
                   WS-CAP-PROBE(WS-CAP-FOUND)
                   WS-CAP-STAMP(WS-CAP-FOUND)
                   WS-CAP-CELL(WS-CAP-FOUND)
                   DELIMITED BY SIZE INTO WS-RPT-LINE.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO WS-RPT-LINE.
               PERFORM WRITE-REPORT-LINE.

       PRINT-PATTERN-ROW.
               MOVE SPACES TO WS-PIC-LINE.
               MOVE 0 TO WS-PIC-COL.
               PERFORM UNTIL WS-PIC-COL = WS-CAP-WIDTH(WS-CAP-FOUND)
                   COMPUTE WS-PIC-POS = WS-PIC-ROW
                       * WS-CAP-WIDTH(WS-CAP-FOUND) + WS-PIC-COL + 1
                   IF WS-CAP-PATTERN(WS-CAP-FOUND)(WS-PIC-POS:1) = 'X'
                       MOVE 'X' TO WS-PIC-LINE(WS-PIC-COL + 1:1)
                   ELSE
                       MOVE '.' TO WS-PIC-LINE(WS-PIC-COL + 1:1)
                   END-IF
                   ADD 1 TO WS-PIC-COL
               END-PERFORM.
               MOVE SPACES TO WS-RPT-LINE.
               STRING '    ' WS-PIC-LINE DELIMITED BY SIZE
                   INTO WS-RPT-LINE.
               PERFORM WRITE-REPORT-LINE.

      *> The capture file is written back with only the cells still
      *> untrained: those trained before or during this run, and any
      *> passed over as the oldest, are dropped so it cannot outgrow
      *> the table. The decoder goes on appending to the new file.
       REWRITE-CAPTURES.
               IF WS-GLU-OPENED = 'Y'
                   OPEN OUTPUT GLYPHUNK-FILE
                   IF WS-GLU-STATUS NOT = '00'
                       DISPLAY 'ERROR: CANNOT REWRITE CAPTURE FILE'
                           ' (STATUS=' WS-GLU-STATUS ')'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE 1 TO WS-CAP-IDX
                       PERFORM UNTIL WS-CAP-IDX > WS-CAP-COUNT
                           PERFORM REWRITE-CAPTURE
                           ADD 1 TO WS-CAP-IDX
                       END-PERFORM
                       CLOSE GLYPHUNK-FILE
                       COMPUTE WS-GLU-DROPPED =
                           WS-GLU-READ - WS-GLU-KEPT
                       DISPLAY 'CAPTURE FILE REWRITTEN: ' WS-GLU-KEPT
                           ' KEPT, ' WS-GLU-DROPPED ' DROPPED'
                   END-IF
               END-IF.

       REWRITE-CAPTURE.
               MOVE WS-CAP-FONT(WS-CAP-IDX) TO GLM-FONT-ID.
               MOVE WS-CAP-PATTERN(WS-CAP-IDX) TO GLM-PATTERN.
               READ GLYPH-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO GLYPHUNK-RECORD
                       MOVE WS-CAP-PROBE(WS-CAP-IDX) TO GLU-PROBE-ID
                       MOVE WS-CAP-STAMP(WS-CAP-IDX)
                           TO GLU-RUN-TIMESTAMP
                       MOVE WS-CAP-FONT(WS-CAP-IDX) TO GLU-FONT-ID
                       MOVE WS-CAP-CELL(WS-CAP-IDX) TO GLU-CELL-NUM
                       MOVE WS-CAP-COLUMN(WS-CAP-IDX)
                           TO GLU-CELL-COLUMN
                       MOVE WS-CAP-WIDTH(WS-CAP-IDX) TO GLU-CELL-WIDTH
                       MOVE WS-CAP-HEIGHT(WS-CAP-IDX)
                           TO GLU-CELL-HEIGHT
                       MOVE WS-CAP-PATTERN(WS-CAP-IDX) TO GLU-PATTERN
                       WRITE GLYPHUNK-RECORD
                       ADD 1 TO WS-GLU-KEPT
                   NOT INVALID KEY
                       CONTINUE
               END-READ.

       WRITE-REPORT-LINE.
               DISPLAY WS-RPT-LINE.
               WRITE REPORT-RECORD FROM WS-RPT-LINE.
