       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLYPHOCR.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT GLYPH-MASTER-FILE ASSIGN TO 'glyphmst'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS GLM-KEY
             FILE STATUS IS WS-GLM-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD GLYPH-MASTER-FILE.
          01 GLYPH-MASTER-RECORD.
             COPY GLYPHMST.

          WORKING-STORAGE SECTION.
          01 WS-GLYPH-VALUES.
             COPY GLYPHPAT.
                INDEXED BY WS-GL-IDX.
                10 WS-GL-LETTER PIC X(1).
                10 WS-GL-PATTERN PIC X(24).
          01 WS-CELL-PATTERN PIC X(80).
          01 WS-CELL-COUNT PIC 9(3).
          01 WS-CELL-IDX PIC 9(3).
          01 WS-CELL-BASE PIC 9(5).
          01 WS-PATTERN-POS PIC 9(3).
          01 WS-CELL-CHAR PIC X(1).
          01 WS-UNKNOWN-COUNT PIC 9(3).
          01 WS-GLM-STATUS PIC X(2).
          01 WS-GLM-OPEN PIC A(1).
          01 WS-FONT-ID PIC X(4).
          01 WS-FONT-FOUND PIC A(1).
          01 WS-CELL-MATCHED PIC A(1).
          01 WS-FONT-WIDTH PIC 9(2).
          01 WS-FONT-HEIGHT PIC 9(2).
          01 WS-CELL-PITCH PIC 9(3).

          LINKAGE SECTION.
          01 OCR-WIDTH PIC 9(5).
          01 OCR-HEIGHT PIC 9(5).
          01 OCR-GRID.
             05 OCR-GRID-ROW PIC X(999) OCCURS 10 TIMES.
          01 OCR-FONT-ID PIC X(4).
          01 OCR-TEXT PIC X(200).
          01 OCR-RC PIC 9(1).
          01 OCR-CELLS.
             COPY OCRCELLS.

       PROCEDURE DIVISION USING OCR-WIDTH OCR-HEIGHT OCR-GRID
               OCR-FONT-ID OCR-TEXT OCR-RC OCR-CELLS.
          MOVE SPACES TO OCR-TEXT.
          MOVE 0 TO OCR-RC.
          MOVE 0 TO WS-UNKNOWN-COUNT.
          MOVE 0 TO OCU-COUNT.
          PERFORM SELECT-FONT.
          MOVE WS-FONT-ID TO OCU-FONT-ID.
          MOVE WS-FONT-WIDTH TO OCU-CELL-WIDTH.
          MOVE WS-FONT-HEIGHT TO OCU-CELL-HEIGHT.
          IF WS-FONT-FOUND = 'N' OR OCR-HEIGHT NOT = WS-FONT-HEIGHT
              MOVE 8 TO OCR-RC
              PERFORM CLOSE-GLYPH-MASTER
              GOBACK
          END-IF.
          COMPUTE WS-CELL-PITCH = WS-FONT-WIDTH + 1.
          COMPUTE WS-CELL-COUNT = (OCR-WIDTH + 1) / WS-CELL-PITCH.
          IF WS-CELL-COUNT > 200
              MOVE 200 TO WS-CELL-COUNT
          END-IF.
          IF WS-UNKNOWN-COUNT > 0
              MOVE 4 TO OCR-RC
          END-IF.
          PERFORM CLOSE-GLYPH-MASTER.
          GOBACK.

      *> The glyph master is optional: until GLYPHMNT has created it
      *> the compiled-in standard font is all there is, so a missing
      *> master is not worth a warning. Any other font must have its
      *> definition entry (the all-spaces pattern) on the master.
       SELECT-FONT.
               MOVE OCR-FONT-ID TO WS-FONT-ID.
               IF WS-FONT-ID = SPACES OR WS-FONT-ID = LOW-VALUES
                   MOVE 'STD6' TO WS-FONT-ID
               END-IF.
               MOVE 'N' TO WS-FONT-FOUND.
               MOVE 0 TO WS-FONT-WIDTH.
               MOVE 0 TO WS-FONT-HEIGHT.
               MOVE 'N' TO WS-GLM-OPEN.
               OPEN INPUT GLYPH-MASTER-FILE.
               IF WS-GLM-STATUS = '00'
                   MOVE 'Y' TO WS-GLM-OPEN
               ELSE
                   IF WS-GLM-STATUS NOT = '35'
                       DISPLAY 'WARNING: CANNOT OPEN GLYPH MASTER'
                           ' (STATUS=' WS-GLM-STATUS ') - USING THE'
                           ' COMPILED-IN FONT ONLY'
                   END-IF
               END-IF.
               IF WS-FONT-ID = 'STD6'
                   MOVE 4 TO WS-FONT-WIDTH
                   MOVE 6 TO WS-FONT-HEIGHT
                   MOVE 'Y' TO WS-FONT-FOUND
               ELSE
                   IF WS-GLM-OPEN = 'Y'
                       MOVE WS-FONT-ID TO GLM-FONT-ID
                       MOVE SPACES TO GLM-PATTERN
                       READ GLYPH-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF GLM-CELL-WIDTH > 0
                                       AND GLM-CELL-HEIGHT > 0
                                   MOVE GLM-CELL-WIDTH
                                       TO WS-FONT-WIDTH
                                   MOVE GLM-CELL-HEIGHT
                                       TO WS-FONT-HEIGHT
                                   MOVE 'Y' TO WS-FONT-FOUND
                               END-IF
                       END-READ
                   END-IF
               END-IF.

       CLOSE-GLYPH-MASTER.
               IF WS-GLM-OPEN = 'Y'
                   CLOSE GLYPH-MASTER-FILE
                   MOVE 'N' TO WS-GLM-OPEN
               END-IF.

       EXTRACT-CELL.
               COMPUTE WS-CELL-BASE = (WS-CELL-IDX - 1) * WS-CELL-PITCH.
               MOVE SPACES TO WS-CELL-PATTERN.
               MOVE 1 TO WS-CELL-ROW.
               PERFORM UNTIL WS-CELL-ROW > WS-FONT-HEIGHT
                   MOVE 1 TO WS-CELL-COL
                   PERFORM UNTIL WS-CELL-COL > WS-FONT-WIDTH
                       COMPUTE WS-GRID-COL = WS-CELL-BASE + WS-CELL-COL
                       MOVE SPACE TO WS-CELL-CHAR
                       IF WS-GRID-COL <= OCR-WIDTH
                       END-IF
                       IF WS-CELL-CHAR = 'X'
                           COMPUTE WS-PATTERN-POS =
                               (WS-CELL-ROW - 1) * WS-FONT-WIDTH
                               + WS-CELL-COL
                           MOVE 'X' TO
                               WS-CELL-PATTERN(WS-PATTERN-POS:1)
                       END-IF
                   ADD 1 TO WS-CELL-ROW
               END-PERFORM.

      *> Letters trained onto the glyph master win over the compiled
      *> legend, so an analyst can add to the standard font without
      *> a recompile; the compiled legend is only searched for STD6.
       MATCH-CELL.
               MOVE '*' TO WS-CELL-CHAR.
               MOVE 'N' TO WS-CELL-MATCHED.
               IF WS-GLM-OPEN = 'Y'
                   MOVE WS-FONT-ID TO GLM-FONT-ID
                   MOVE WS-CELL-PATTERN TO GLM-PATTERN
                   READ GLYPH-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE GLM-LETTER TO WS-CELL-CHAR
                           MOVE 'Y' TO WS-CELL-MATCHED
                   END-READ
               END-IF.
               IF WS-CELL-MATCHED = 'N' AND WS-FONT-ID = 'STD6'
                   SET WS-GL-IDX TO 1
                   SEARCH WS-GLYPH-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-GL-PATTERN(WS-GL-IDX)
                               = WS-CELL-PATTERN(1:24)
                           MOVE WS-GL-LETTER(WS-GL-IDX) TO WS-CELL-CHAR
                           MOVE 'Y' TO WS-CELL-MATCHED
                   END-SEARCH
               END-IF.
               IF WS-CELL-MATCHED = 'N'
                   ADD 1 TO WS-UNKNOWN-COUNT
                   ADD 1 TO OCU-COUNT
                   MOVE WS-CELL-IDX TO OCU-CELL-NUM(OCU-COUNT)
                   MOVE WS-CELL-PATTERN TO OCU-PATTERN(OCU-COUNT)
               END-IF.
               MOVE WS-CELL-CHAR TO OCR-TEXT(WS-CELL-IDX:1).
