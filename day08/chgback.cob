       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT PARM-FILE ASSIGN TO 'chgparm'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARM-STATUS.
             SELECT RATE-FILE ASSIGN TO 'chgrates'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RATE-STATUS.
             SELECT PROBE-REG-FILE ASSIGN TO 'probereg'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS REG-PROBE-ID
             FILE STATUS IS WS-REG-STATUS.
             SELECT OWNER-FILE ASSIGN TO 'ownmast'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS OWN-PROBE-ID
             FILE STATUS IS WS-OWN-STATUS.
             SELECT RESULTS-FILE ASSIGN TO 'results'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RESULTS-STATUS.
             SELECT RETRY-FILE ASSIGN TO 'retrycnt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETRY-STATUS.
             SELECT STATEMENT-FILE ASSIGN TO 'chgstmt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STMT-STATUS.
             SELECT GL-EXTRACT-FILE ASSIGN TO 'chggl'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GL-STATUS.
             SELECT UNBILLED-FILE ASSIGN TO 'chgunbl'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-UNBL-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD PARM-FILE.
          01 PARM-RECORD.
             05 CPM-PERIOD PIC X(6).

          FD RATE-FILE.
          01 RATE-RECORD.
             COPY CHGRATE.

          FD PROBE-REG-FILE.
          01 REGISTRY-RECORD.
             COPY PROBEREG.

          FD OWNER-FILE.
          01 OWNER-RECORD.
             COPY OWNMAST.

          FD RESULTS-FILE.
          01 RESULTS-RECORD.
             COPY DECRSLT.

          FD RETRY-FILE.
          01 RETRY-RECORD.
             05 RTC-PROBE-ID PIC X(100).
             05 RTC-COUNT PIC 9(2).

          FD STATEMENT-FILE.
          01 STATEMENT-RECORD PIC X(200).

          FD GL-EXTRACT-FILE.
          01 GL-EXTRACT-RECORD.
             COPY CHGGL.

          FD UNBILLED-FILE.
          01 UNBILLED-RECORD PIC X(200).

          WORKING-STORAGE SECTION.
          01 WS-PARM-STATUS PIC X(2).
          01 WS-RATE-STATUS PIC X(2).
          01 WS-REG-STATUS PIC X(2).
          01 WS-OWN-STATUS PIC X(2).
          01 WS-RESULTS-STATUS PIC X(2).
          01 WS-RETRY-STATUS PIC X(2).
          01 WS-STMT-STATUS PIC X(2).
          01 WS-GL-STATUS PIC X(2).
          01 WS-UNBL-STATUS PIC X(2).
          01 WS-EOF PIC A(1).
          01 WS-RUN-TIMESTAMP PIC X(21).
          01 WS-PERIOD PIC X(6).
          01 WS-PERIOD-NUM REDEFINES WS-PERIOD.
             05 WS-PERIOD-YEAR PIC 9(4).
             05 WS-PERIOD-MONTH PIC 9(2).
          01 WS-IN-MONTH PIC A(1).
          01 WS-SEG-MARKS PIC 9(3).
          01 WS-PARENT-ID PIC X(100).
          01 WS-DIGITS PIC 9(13).
          01 WS-OWNERS-ON-FILE PIC A(1).
          01 WS-ACTIVE PIC A(1).
          01 WS-STMT-LINE PIC X(200).
          01 WS-UNBL-LINE PIC X(200).

      *> Charge codes in statement order; the rate table must give a
      *> rate for each of them.
          01 WS-CHG-VALUES.
             05 FILLER PIC X(8) VALUE 'DECODE'.
             05 FILLER PIC X(8) VALUE 'DIGITS'.
             05 FILLER PIC X(8) VALUE 'LAYERS'.
             05 FILLER PIC X(8) VALUE 'RETRY'.
             05 FILLER PIC X(8) VALUE 'QUARANT'.
             05 FILLER PIC X(8) VALUE 'SEGMENT'.
          01 WS-CHG-TABLE REDEFINES WS-CHG-VALUES.
             05 WS-CHG-CODE PIC X(8) OCCURS 6 TIMES.
          01 WS-CHG-IDX PIC 9(1).
          01 WS-CHG-FOUND PIC 9(1).
          01 WS-RATE-TABLE.
             05 WS-RATE-ENTRY OCCURS 6 TIMES.
                10 WS-RATE-LOADED PIC A(1).
                10 WS-RATE-AMT PIC 9(5)V9(4).
                10 WS-RATE-PER PIC 9(7).
                10 WS-RATE-GL PIC X(10).
                10 WS-RATE-DESC PIC X(30).

          01 WS-PRB-COUNT PIC 9(5) VALUE 0.
          01 WS-PRB-IDX PIC 9(5).
          01 WS-PRB-FOUND PIC 9(5).
          01 WS-PRB-KEY PIC X(100).
          01 WS-PRB-TABLE.
             05 WS-PRB-ENTRY OCCURS 500 TIMES.
                10 WS-PRB-PROBE PIC X(100).
                10 WS-PRB-FORMAT PIC X(1).
                10 WS-PRB-OWNED PIC A(1).
                10 WS-PRB-OWNER PIC X(30).
                10 WS-PRB-COST-CENTER PIC X(8).
                10 WS-PRB-OWN-SINCE PIC 9(8).
                10 WS-PRB-LAST-DISP PIC X(18).
                10 WS-PRB-OPEN-RETRIES PIC 9(2).
                10 WS-PRB-ACTIVE PIC A(1).
                10 WS-PRB-UNITS PIC 9(13) OCCURS 6 TIMES.
                10 WS-PRB-AMOUNT PIC 9(11)V9(2) OCCURS 6 TIMES.
                10 WS-PRB-TOTAL PIC 9(11)V9(2).

          01 WS-CC-COUNT PIC 9(3) VALUE 0.
          01 WS-CC-IDX PIC 9(3).
          01 WS-CC-FOUND PIC 9(3).
          01 WS-CC-POS PIC 9(3).
          01 WS-CC-TABLE.
             05 WS-CC-ENTRY OCCURS 200 TIMES.
                10 WS-CC-CODE PIC X(8).
                10 WS-CC-PROBES PIC 9(5).
                10 WS-CC-UNITS PIC 9(13) OCCURS 6 TIMES.
                10 WS-CC-CHG-PROBES PIC 9(5) OCCURS 6 TIMES.
                10 WS-CC-AMOUNT PIC 9(11)V9(2) OCCURS 6 TIMES.
                10 WS-CC-TOTAL PIC 9(11)V9(2).

          01 WS-CNT-RESULTS PIC 9(7) VALUE 0.
          01 WS-CNT-BILLED PIC 9(5) VALUE 0.
          01 WS-CNT-UNBILLED PIC 9(5) VALUE 0.
          01 WS-CNT-GL PIC 9(5) VALUE 0.
          01 WS-TOT-BILLED PIC 9(11)V9(2) VALUE 0.
          01 WS-TOT-UNBILLED PIC 9(11)V9(2) VALUE 0.
          01 WS-UNITS-EDIT PIC Z(12)9.
          01 WS-RATE-EDIT PIC Z(4)9.9999.
          01 WS-PER-EDIT PIC Z(6)9.
          01 WS-AMOUNT-EDIT PIC Z(10)9.99.
          01 WS-TOTAL-EDIT PIC Z(10)9.99.

       PROCEDURE DIVISION.
          MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
          PERFORM LOAD-PERIOD-PARM.
          PERFORM LOAD-RATE-TABLE.
          PERFORM LOAD-REGISTRY-TABLE.
          PERFORM LOAD-OWNERS.
          PERFORM LOAD-RETRY-COUNTS.
          PERFORM SCAN-RESULTS-MASTER.
          MOVE 1 TO WS-PRB-IDX.
          PERFORM UNTIL WS-PRB-IDX > WS-PRB-COUNT
              PERFORM PRICE-PROBE
              ADD 1 TO WS-PRB-IDX
          END-PERFORM.
          OPEN OUTPUT STATEMENT-FILE.
          IF WS-STMT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN CHARGEBACK STATEMENT FILE'
                  ' (STATUS=' WS-STMT-STATUS ')'
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.
          OPEN OUTPUT GL-EXTRACT-FILE.
          IF WS-GL-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN GL EXTRACT FILE (STATUS='
                  WS-GL-STATUS ')'
              CLOSE STATEMENT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.
          OPEN OUTPUT UNBILLED-FILE.
          IF WS-UNBL-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN UNBILLED PROBE LIST'
                  ' (STATUS=' WS-UNBL-STATUS ')'
              CLOSE STATEMENT-FILE
              CLOSE GL-EXTRACT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.
          MOVE 1 TO WS-CC-IDX.
          PERFORM UNTIL WS-CC-IDX > WS-CC-COUNT
              PERFORM PRINT-STATEMENT
              PERFORM WRITE-GL-LINES
              ADD 1 TO WS-CC-IDX
          END-PERFORM.
          PERFORM PRINT-STATEMENT-TOTALS.
          PERFORM PRINT-UNBILLED-LIST.
          CLOSE STATEMENT-FILE.
          CLOSE GL-EXTRACT-FILE.
          CLOSE UNBILLED-FILE.
          DISPLAY 'CHARGEBACK ' WS-PERIOD ' COMPLETE: '
              WS-CC-COUNT ' COST CENTER(S), ' WS-CNT-BILLED
              ' PROBE(S) BILLED, ' WS-CNT-UNBILLED ' UNBILLED'.
          IF WS-CNT-UNBILLED > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
          END-IF.
          STOP RUN.

      *> The period is YYYYMM from the parm file. Without one the
      *> run bills the previous calendar month, which is what the
      *> month-end run on the first night of the new month wants.
       LOAD-PERIOD-PARM.
               MOVE SPACES TO WS-PERIOD.
               OPEN INPUT PARM-FILE.
               IF WS-PARM-STATUS = '00'
                   READ PARM-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF CPM-PERIOD IS NUMERIC
                               MOVE CPM-PERIOD TO WS-PERIOD
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
                   DISPLAY 'ERROR: CHARGEBACK PERIOD ' WS-PERIOD
                       ' IS NOT A VALID YYYYMM'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> Without rates there is nothing to bill at, so a missing rate
      *> table stops the run; a charge code missing from it is billed
      *> at zero and flagged.
       LOAD-RATE-TABLE.
               MOVE 1 TO WS-CHG-IDX.
               PERFORM UNTIL WS-CHG-IDX > 6
                   MOVE 'N' TO WS-RATE-LOADED(WS-CHG-IDX)
                   MOVE 0 TO WS-RATE-AMT(WS-CHG-IDX)
                   MOVE 1 TO WS-RATE-PER(WS-CHG-IDX)
                   MOVE SPACES TO WS-RATE-GL(WS-CHG-IDX)
                   MOVE SPACES TO WS-RATE-DESC(WS-CHG-IDX)
                   ADD 1 TO WS-CHG-IDX
               END-PERFORM.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT RATE-FILE.
               IF WS-RATE-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN CHARGEBACK RATE TABLE'
                       ' (STATUS=' WS-RATE-STATUS ')'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RATE-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM STORE-RATE-ENTRY
                   END-READ
               END-PERFORM.
               CLOSE RATE-FILE.
               MOVE 1 TO WS-CHG-IDX.
               PERFORM UNTIL WS-CHG-IDX > 6
                   IF WS-RATE-LOADED(WS-CHG-IDX) = 'N'
                       DISPLAY 'WARNING: NO RATE FOR '
                           FUNCTION TRIM(WS-CHG-CODE(WS-CHG-IDX))
                           ' - CHARGED AT ZERO'
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   ADD 1 TO WS-CHG-IDX
               END-PERFORM.

       STORE-RATE-ENTRY.
               IF RTE-CODE = SPACES OR RTE-CODE(1:1) = '*'
                   CONTINUE
               ELSE
                   MOVE 0 TO WS-CHG-FOUND
                   MOVE 1 TO WS-CHG-IDX
                   PERFORM UNTIL WS-CHG-IDX > 6 OR WS-CHG-FOUND > 0
                       IF WS-CHG-CODE(WS-CHG-IDX) = RTE-CODE
                           MOVE WS-CHG-IDX TO WS-CHG-FOUND
                       END-IF
                       ADD 1 TO WS-CHG-IDX
                   END-PERFORM
                   IF WS-CHG-FOUND = 0
                       DISPLAY 'WARNING: UNKNOWN CHARGE CODE "'
                           RTE-CODE '" ON RATE TABLE - IGNORED'
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       IF RTE-RATE IS NOT NUMERIC
                           DISPLAY 'WARNING: RATE FOR '
                               FUNCTION TRIM(RTE-CODE)
                               ' IS NOT NUMERIC - IGNORED'
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           MOVE 'Y' TO WS-RATE-LOADED(WS-CHG-FOUND)
                           MOVE RTE-RATE TO WS-RATE-AMT(WS-CHG-FOUND)
                           MOVE 1 TO WS-RATE-PER(WS-CHG-FOUND)
                           IF RTE-PER IS NUMERIC AND RTE-PER > 0
                               MOVE RTE-PER
                                   TO WS-RATE-PER(WS-CHG-FOUND)
                           END-IF
                           MOVE RTE-GL-ACCOUNT
                               TO WS-RATE-GL(WS-CHG-FOUND)
                           MOVE RTE-DESC TO WS-RATE-DESC(WS-CHG-FOUND)
                       END-IF
                   END-IF
               END-IF.

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
                       ' - REMAINDER NOT BILLED'
                   MOVE 4 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF
               ELSE
                   ADD 1 TO WS-PRB-COUNT
                   INITIALIZE WS-PRB-ENTRY(WS-PRB-COUNT)
                   MOVE REG-PROBE-ID TO WS-PRB-PROBE(WS-PRB-COUNT)
                   MOVE REG-FORMAT TO WS-PRB-FORMAT(WS-PRB-COUNT)
                   MOVE 'N' TO WS-PRB-OWNED(WS-PRB-COUNT)
                   MOVE 'N' TO WS-PRB-ACTIVE(WS-PRB-COUNT)
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

      *> An owner master not yet created just means nobody has been
      *> assigned a probe: every active probe comes out unbilled.
       LOAD-OWNERS.
               MOVE 'Y' TO WS-OWNERS-ON-FILE.
               OPEN INPUT OWNER-FILE.
               IF WS-OWN-STATUS = '35'
                   MOVE 'N' TO WS-OWNERS-ON-FILE
                   DISPLAY 'WARNING: NO OWNER MASTER ON FILE - ALL'
                       ' PROBES UNBILLED'
               ELSE
                   IF WS-OWN-STATUS NOT = '00'
                       DISPLAY 'ERROR: CANNOT OPEN OWNER MASTER'
                           ' (STATUS=' WS-OWN-STATUS ')'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.
               IF WS-OWNERS-ON-FILE = 'Y'
                   MOVE 1 TO WS-PRB-IDX
                   PERFORM UNTIL WS-PRB-IDX > WS-PRB-COUNT
                       MOVE WS-PRB-PROBE(WS-PRB-IDX) TO OWN-PROBE-ID
                       READ OWNER-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-PRB-OWNED(WS-PRB-IDX)
                               MOVE OWN-OWNER-NAME
                                   TO WS-PRB-OWNER(WS-PRB-IDX)
                               MOVE OWN-COST-CENTER
                                   TO WS-PRB-COST-CENTER(WS-PRB-IDX)
                               MOVE OWN-EFF-DATE
                                   TO WS-PRB-OWN-SINCE(WS-PRB-IDX)
                       END-READ
                       ADD 1 TO WS-PRB-IDX
                   END-PERFORM
                   CLOSE OWNER-FILE
               END-IF.

      *> Retries still open on retrycnt have not run yet; they are
      *> shown on the statement and billed in the month they run.
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

      *> Records before the period are replayed only to know each
      *> probe's previous disposition, so that the first attempt of
      *> the month can still be recognised as a retry.
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

      *> A segment's result ('probe#nnn') is billed to its parent
      *> probe. The parent's own record of a segmented transmission
      *> repeats the last segment's layer count, so for format 'S'
      *> probes digits and layers come from the segment records only.
       NOTE-RESULT-RECORD.
               IF RSL-RUN-TIMESTAMP(1:6) <= WS-PERIOD
                   MOVE 0 TO WS-SEG-MARKS
                   INSPECT RSL-PROBE-ID TALLYING WS-SEG-MARKS
                       FOR ALL '#'
                   MOVE SPACES TO WS-PARENT-ID
                   UNSTRING RSL-PROBE-ID DELIMITED BY '#'
                       INTO WS-PARENT-ID
                   END-UNSTRING
                   MOVE WS-PARENT-ID TO WS-PRB-KEY
                   PERFORM LOOKUP-PROBE-ENTRY
                   IF WS-PRB-FOUND > 0
                       MOVE 'N' TO WS-IN-MONTH
                       IF RSL-RUN-TIMESTAMP(1:6) = WS-PERIOD
                           MOVE 'Y' TO WS-IN-MONTH
                           ADD 1 TO WS-CNT-RESULTS
                           PERFORM COUNT-BILLABLE-UNITS
                       END-IF
                       IF WS-SEG-MARKS = 0
                           MOVE RSL-DISPOSITION
                               TO WS-PRB-LAST-DISP(WS-PRB-FOUND)
                       END-IF
                   END-IF
               END-IF.

       COUNT-BILLABLE-UNITS.
               IF WS-SEG-MARKS > 0
                   ADD 1 TO WS-PRB-UNITS(WS-PRB-FOUND, 6)
               ELSE
                   EVALUATE RSL-DISPOSITION
                       WHEN 'DECODED'
                       WHEN 'CHECKSUM-MISMATCH'
                       WHEN 'SEG-PARTIAL'
                           ADD 1 TO WS-PRB-UNITS(WS-PRB-FOUND, 1)
                   END-EVALUATE
                   EVALUATE WS-PRB-LAST-DISP(WS-PRB-FOUND)
                       WHEN 'SKIPPED-OPEN-FAIL'
                       WHEN 'CHECKSUM-MISMATCH'
                       WHEN 'QUARANTINED'
                       WHEN 'SEG-PARTIAL'
                           ADD 1 TO WS-PRB-UNITS(WS-PRB-FOUND, 4)
                   END-EVALUATE
               END-IF.
               IF RSL-DISPOSITION = 'QUARANTINED'
                   ADD 1 TO WS-PRB-UNITS(WS-PRB-FOUND, 5)
               END-IF.
               IF RSL-LAYER-COUNT IS NUMERIC AND RSL-LAYER-COUNT > 0
                   IF WS-SEG-MARKS > 0
                           OR WS-PRB-FORMAT(WS-PRB-FOUND) NOT = 'S'
                       ADD RSL-LAYER-COUNT
                           TO WS-PRB-UNITS(WS-PRB-FOUND, 3)
                       COMPUTE WS-DIGITS = RSL-WIDTH * RSL-HEIGHT
                           * RSL-LAYER-COUNT
                       ADD WS-DIGITS TO WS-PRB-UNITS(WS-PRB-FOUND, 2)
                   END-IF
               END-IF.

       PRICE-PROBE.
               MOVE 'N' TO WS-ACTIVE.
               MOVE 0 TO WS-PRB-TOTAL(WS-PRB-IDX).
               MOVE 1 TO WS-CHG-IDX.
               PERFORM UNTIL WS-CHG-IDX > 6
                   IF WS-PRB-UNITS(WS-PRB-IDX, WS-CHG-IDX) > 0
                       MOVE 'Y' TO WS-ACTIVE
                   END-IF
                   COMPUTE WS-PRB-AMOUNT(WS-PRB-IDX, WS-CHG-IDX)
                       ROUNDED =
                       WS-PRB-UNITS(WS-PRB-IDX, WS-CHG-IDX)
                       * WS-RATE-AMT(WS-CHG-IDX)
                       / WS-RATE-PER(WS-CHG-IDX)
                   ADD WS-PRB-AMOUNT(WS-PRB-IDX, WS-CHG-IDX)
                       TO WS-PRB-TOTAL(WS-PRB-IDX)
                   ADD 1 TO WS-CHG-IDX
               END-PERFORM.
               MOVE WS-ACTIVE TO WS-PRB-ACTIVE(WS-PRB-IDX).
               IF WS-ACTIVE = 'Y'
                   IF WS-PRB-OWNED(WS-PRB-IDX) = 'Y'
                       ADD 1 TO WS-CNT-BILLED
                       ADD WS-PRB-TOTAL(WS-PRB-IDX) TO WS-TOT-BILLED
                       PERFORM POST-TO-COST-CENTER
                   ELSE
                       ADD 1 TO WS-CNT-UNBILLED
                       ADD WS-PRB-TOTAL(WS-PRB-IDX) TO WS-TOT-UNBILLED
                   END-IF
               END-IF.

      *> Cost centers are kept in code order so the statements and
      *> the GL extract come out sorted.
       POST-TO-COST-CENTER.
               MOVE 0 TO WS-CC-FOUND.
               MOVE 0 TO WS-CC-POS.
               MOVE 1 TO WS-CC-IDX.
               PERFORM UNTIL WS-CC-IDX > WS-CC-COUNT
                       OR WS-CC-FOUND > 0 OR WS-CC-POS > 0
                   IF WS-CC-CODE(WS-CC-IDX)
                           = WS-PRB-COST-CENTER(WS-PRB-IDX)
                       MOVE WS-CC-IDX TO WS-CC-FOUND
                   ELSE
                       IF WS-CC-CODE(WS-CC-IDX)
                               > WS-PRB-COST-CENTER(WS-PRB-IDX)
                           MOVE WS-CC-IDX TO WS-CC-POS
                       END-IF
                   END-IF
                   ADD 1 TO WS-CC-IDX
               END-PERFORM.
               IF WS-CC-FOUND = 0
                   IF WS-CC-COUNT >= 200
                       DISPLAY 'ERROR: MORE THAN 200 COST CENTERS - '
                           FUNCTION TRIM(WS-PRB-PROBE(WS-PRB-IDX))
                           ' NOT BILLED'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF WS-CC-POS = 0
                           COMPUTE WS-CC-POS = WS-CC-COUNT + 1
                       END-IF
                       MOVE WS-CC-COUNT TO WS-CC-IDX
                       PERFORM UNTIL WS-CC-IDX < WS-CC-POS
                           MOVE WS-CC-ENTRY(WS-CC-IDX)
                               TO WS-CC-ENTRY(WS-CC-IDX + 1)
                           SUBTRACT 1 FROM WS-CC-IDX
                       END-PERFORM
                       ADD 1 TO WS-CC-COUNT
                       INITIALIZE WS-CC-ENTRY(WS-CC-POS)
                       MOVE WS-PRB-COST-CENTER(WS-PRB-IDX)
                           TO WS-CC-CODE(WS-CC-POS)
                       MOVE WS-CC-POS TO WS-CC-FOUND
                   END-IF
               END-IF.
               IF WS-CC-FOUND > 0
                   ADD 1 TO WS-CC-PROBES(WS-CC-FOUND)
                   MOVE 1 TO WS-CHG-IDX
                   PERFORM UNTIL WS-CHG-IDX > 6
                       IF WS-PRB-UNITS(WS-PRB-IDX, WS-CHG-IDX) > 0
                           ADD 1 TO
                               WS-CC-CHG-PROBES(WS-CC-FOUND, WS-CHG-IDX)
                       END-IF
                       ADD WS-PRB-UNITS(WS-PRB-IDX, WS-CHG-IDX)
                           TO WS-CC-UNITS(WS-CC-FOUND, WS-CHG-IDX)
                       ADD WS-PRB-AMOUNT(WS-PRB-IDX, WS-CHG-IDX)
                           TO WS-CC-AMOUNT(WS-CC-FOUND, WS-CHG-IDX)
                       ADD 1 TO WS-CHG-IDX
                   END-PERFORM
                   ADD WS-PRB-TOTAL(WS-PRB-IDX)
                       TO WS-CC-TOTAL(WS-CC-FOUND)
               END-IF.

      *> One statement per cost center: each of its probes that had
      *> activity, priced line by line, then the cost center summary
      *> by charge code and the amount to be charged.
       PRINT-STATEMENT.
               MOVE SPACES TO WS-STMT-LINE.
               PERFORM WRITE-STMT-LINE.
               MOVE '==== DECODE PROCESSING CHARGEBACK STATEMENT ===='
                   TO WS-STMT-LINE.
               PERFORM WRITE-STMT-LINE.
               MOVE SPACES TO WS-STMT-LINE.
               STRING 'COST CENTER: ' WS-CC-CODE(WS-CC-IDX)
                   '   PERIOD: ' WS-PERIOD
                   '   PREPARED: ' WS-RUN-TIMESTAMP
                   DELIMITED BY SIZE INTO WS-STMT-LINE.
               PERFORM WRITE-STMT-LINE.
               MOVE 1 TO WS-PRB-IDX.
               PERFORM UNTIL WS-PRB-IDX > WS-PRB-COUNT
                   IF WS-PRB-ACTIVE(WS-PRB-IDX) = 'Y'
                           AND WS-PRB-OWNED(WS-PRB-IDX) = 'Y'
                           AND WS-PRB-COST-CENTER(WS-PRB-IDX)
                               = WS-CC-CODE(WS-CC-IDX)
                       PERFORM PRINT-PROBE-CHARGES
                   END-IF
                   ADD 1 TO WS-PRB-IDX
               END-PERFORM.
               MOVE SPACES TO WS-STMT-LINE.
               PERFORM WRITE-STMT-LINE.
               MOVE SPACES TO WS-STMT-LINE.
               STRING 'COST CENTER SUMMARY - ' WS-CC-PROBES(WS-CC-IDX)
                   ' PROBE(S)' DELIMITED BY SIZE INTO WS-STMT-LINE.
               PERFORM WRITE-STMT-LINE.
               MOVE '  CHARGE   GL ACCOUNT' TO WS-STMT-LINE.
               MOVE 'UNITS' TO WS-STMT-LINE(31:5).
               MOVE 'AMOUNT' TO WS-STMT-LINE(47:6).
               PERFORM WRITE-STMT-LINE.
               MOVE 1 TO WS-CHG-IDX.
               PERFORM UNTIL WS-CHG-IDX > 6
                   IF WS-CC-UNITS(WS-CC-IDX, WS-CHG-IDX) > 0
                       MOVE WS-CC-UNITS(WS-CC-IDX, WS-CHG-IDX)
                           TO WS-UNITS-EDIT
                       MOVE WS-CC-AMOUNT(WS-CC-IDX, WS-CHG-IDX)
                           TO WS-AMOUNT-EDIT
                       MOVE SPACES TO WS-STMT-LINE
                       STRING '  ' WS-CHG-CODE(WS-CHG-IDX)
                           ' ' WS-RATE-GL(WS-CHG-IDX)
                           ' ' WS-UNITS-EDIT
                           '   ' WS-AMOUNT-EDIT
                           DELIMITED BY SIZE INTO WS-STMT-LINE
                       PERFORM WRITE-STMT-LINE
                   END-IF
                   ADD 1 TO WS-CHG-IDX
               END-PERFORM.
               MOVE WS-CC-TOTAL(WS-CC-IDX) TO WS-TOTAL-EDIT.
               MOVE SPACES TO WS-STMT-LINE.
               STRING 'AMOUNT CHARGED TO COST CENTER '
                   WS-CC-CODE(WS-CC-IDX) ' ' WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO WS-STMT-LINE.
               PERFORM WRITE-STMT-LINE.

       PRINT-PROBE-CHARGES.
               MOVE SPACES TO WS-STMT-LINE.
               PERFORM WRITE-STMT-LINE.
               MOVE SPACES TO WS-STMT-LINE.
               STRING 'PROBE: ' FUNCTION TRIM(WS-PRB-PROBE(WS-PRB-IDX))
                   DELIMITED BY SIZE INTO WS-STMT-LINE.
               PERFORM WRITE-STMT-LINE.
               MOVE SPACES TO WS-STMT-LINE.
               STRING 'OWNER: ' WS-PRB-OWNER(WS-PRB-IDX)
                   '   SINCE ' WS-PRB-OWN-SINCE(WS-PRB-IDX)
                   DELIMITED BY SIZE INTO WS-STMT-LINE.
               PERFORM WRITE-STMT-LINE.
               MOVE '  CHARGE   DESCRIPTION' TO WS-STMT-LINE.
               MOVE 'UNITS' TO WS-STMT-LINE(51:5).
               MOVE 'RATE' TO WS-STMT-LINE(63:4).
               MOVE 'PER' TO WS-STMT-LINE(72:3).
               MOVE 'AMOUNT' TO WS-STMT-LINE(86:6).
               PERFORM WRITE-STMT-LINE.
               MOVE 1 TO WS-CHG-IDX.
               PERFORM UNTIL WS-CHG-IDX > 6
                   IF WS-PRB-UNITS(WS-PRB-IDX, WS-CHG-IDX) > 0
                       MOVE WS-PRB-UNITS(WS-PRB-IDX, WS-CHG-IDX)
                           TO WS-UNITS-EDIT
                       MOVE WS-RATE-AMT(WS-CHG-IDX) TO WS-RATE-EDIT
                       MOVE WS-RATE-PER(WS-CHG-IDX) TO WS-PER-EDIT
                       MOVE WS-PRB-AMOUNT(WS-PRB-IDX, WS-CHG-IDX)
                           TO WS-AMOUNT-EDIT
                       MOVE SPACES TO WS-STMT-LINE
                       STRING '  ' WS-CHG-CODE(WS-CHG-IDX)
                           ' ' WS-RATE-DESC(WS-CHG-IDX)
                           ' ' WS-UNITS-EDIT
                           ' ' WS-RATE-EDIT
                           ' ' WS-PER-EDIT
                           '   ' WS-AMOUNT-EDIT
                           DELIMITED BY SIZE INTO WS-STMT-LINE
                       PERFORM WRITE-STMT-LINE
                   END-IF
                   ADD 1 TO WS-CHG-IDX
               END-PERFORM.
               MOVE WS-PRB-TOTAL(WS-PRB-IDX) TO WS-TOTAL-EDIT.
               MOVE SPACES TO WS-STMT-LINE.
               MOVE '  PROBE TOTAL' TO WS-STMT-LINE.
               MOVE WS-TOTAL-EDIT TO WS-STMT-LINE(78:14).
               PERFORM WRITE-STMT-LINE.
               IF WS-PRB-OPEN-RETRIES(WS-PRB-IDX) > 0
                   MOVE SPACES TO WS-STMT-LINE
                   STRING '  RETRIES STILL OPEN, BILLED WHEN RUN: '
                       WS-PRB-OPEN-RETRIES(WS-PRB-IDX)
                       DELIMITED BY SIZE INTO WS-STMT-LINE
                   PERFORM WRITE-STMT-LINE
               END-IF.

       WRITE-GL-LINES.
               MOVE 1 TO WS-CHG-IDX.
               PERFORM UNTIL WS-CHG-IDX > 6
                   IF WS-CC-UNITS(WS-CC-IDX, WS-CHG-IDX) > 0
                       MOVE SPACES TO GL-EXTRACT-RECORD
                       MOVE WS-PERIOD TO GLX-PERIOD
                       MOVE WS-CC-CODE(WS-CC-IDX) TO GLX-COST-CENTER
                       MOVE WS-CHG-CODE(WS-CHG-IDX) TO GLX-CHARGE-CODE
                       MOVE WS-RATE-GL(WS-CHG-IDX) TO GLX-GL-ACCOUNT
                       MOVE WS-CC-UNITS(WS-CC-IDX, WS-CHG-IDX)
                           TO GLX-UNITS
                       MOVE WS-CC-AMOUNT(WS-CC-IDX, WS-CHG-IDX)
                           TO GLX-AMOUNT
                       MOVE WS-CC-CHG-PROBES(WS-CC-IDX, WS-CHG-IDX)
                           TO GLX-PROBES
                       WRITE GL-EXTRACT-RECORD
                       ADD 1 TO WS-CNT-GL
                   END-IF
                   ADD 1 TO WS-CHG-IDX
               END-PERFORM.

       PRINT-STATEMENT-TOTALS.
               MOVE SPACES TO WS-STMT-LINE.
               PERFORM WRITE-STMT-LINE.
               MOVE '==== CHARGEBACK RUN TOTALS ====' TO WS-STMT-LINE.
               PERFORM WRITE-STMT-LINE.
               MOVE SPACES TO WS-STMT-LINE.
               STRING 'PERIOD ' WS-PERIOD
                   '  RESULTS PRICED ' WS-CNT-RESULTS
                   '  GL LINES ' WS-CNT-GL
                   DELIMITED BY SIZE INTO WS-STMT-LINE.
               PERFORM WRITE-STMT-LINE.
               MOVE WS-TOT-BILLED TO WS-TOTAL-EDIT.
               MOVE SPACES TO WS-STMT-LINE.
               STRING 'COST CENTERS ' WS-CC-COUNT
                   '  PROBES BILLED ' WS-CNT-BILLED
                   '  TOTAL CHARGED ' WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO WS-STMT-LINE.
               PERFORM WRITE-STMT-LINE.
               MOVE WS-TOT-UNBILLED TO WS-TOTAL-EDIT.
               MOVE SPACES TO WS-STMT-LINE.
               STRING 'PROBES UNBILLED ' WS-CNT-UNBILLED
                   '  NOT RECOVERED ' WS-TOTAL-EDIT
                   '  (SEE CHGUNBL)' DELIMITED BY SIZE
                   INTO WS-STMT-LINE.
               PERFORM WRITE-STMT-LINE.

      *> Probes that had activity in the period but no owner on file:
      *> their units are priced so the unrecovered cost is visible.
       PRINT-UNBILLED-LIST.
               MOVE SPACES TO WS-UNBL-LINE.
               STRING '---- UNBILLED PROBES ' WS-PERIOD ' '
                   WS-RUN-TIMESTAMP ' ----'
                   DELIMITED BY SIZE INTO WS-UNBL-LINE.
               PERFORM WRITE-UNBL-LINE.
               MOVE 'PROBES WITH DECODE ACTIVITY BUT NO OWNER ON FILE -'
                   TO WS-UNBL-LINE.
               MOVE 'ASSIGN ONE WITH A PROBEMNT OWN TRANSACTION'
                   TO WS-UNBL-LINE(52:42).
               PERFORM WRITE-UNBL-LINE.
               MOVE 1 TO WS-PRB-IDX.
               PERFORM UNTIL WS-PRB-IDX > WS-PRB-COUNT
                   IF WS-PRB-ACTIVE(WS-PRB-IDX) = 'Y'
                           AND WS-PRB-OWNED(WS-PRB-IDX) = 'N'
                       PERFORM PRINT-UNBILLED-PROBE
                   END-IF
                   ADD 1 TO WS-PRB-IDX
               END-PERFORM.
               MOVE SPACES TO WS-UNBL-LINE.
               PERFORM WRITE-UNBL-LINE.
               MOVE SPACES TO WS-UNBL-LINE.
               IF WS-CNT-UNBILLED = 0
                   MOVE 'NONE - EVERY ACTIVE PROBE HAS AN OWNER'
                       TO WS-UNBL-LINE
               ELSE
                   MOVE WS-TOT-UNBILLED TO WS-TOTAL-EDIT
                   STRING 'UNBILLED PROBES ' WS-CNT-UNBILLED
                       '  CHARGES NOT RECOVERED ' WS-TOTAL-EDIT
                       DELIMITED BY SIZE INTO WS-UNBL-LINE
               END-IF.
               PERFORM WRITE-UNBL-LINE.

       PRINT-UNBILLED-PROBE.
               MOVE SPACES TO WS-UNBL-LINE.
               PERFORM WRITE-UNBL-LINE.
               MOVE WS-PRB-TOTAL(WS-PRB-IDX) TO WS-TOTAL-EDIT.
               MOVE SPACES TO WS-UNBL-LINE.
               STRING 'PROBE: ' FUNCTION TRIM(WS-PRB-PROBE(WS-PRB-IDX))
                   '   NOT RECOVERED ' WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO WS-UNBL-LINE.
               PERFORM WRITE-UNBL-LINE.
               MOVE SPACES TO WS-UNBL-LINE.
               STRING '  DECODES ' WS-PRB-UNITS(WS-PRB-IDX, 1)
                   '  DIGITS ' WS-PRB-UNITS(WS-PRB-IDX, 2)
                   '  LAYERS ' WS-PRB-UNITS(WS-PRB-IDX, 3)
                   DELIMITED BY SIZE INTO WS-UNBL-LINE.
               PERFORM WRITE-UNBL-LINE.
               MOVE SPACES TO WS-UNBL-LINE.
               STRING '  RETRIES ' WS-PRB-UNITS(WS-PRB-IDX, 4)
                   '  QUARANTINES ' WS-PRB-UNITS(WS-PRB-IDX, 5)
                   '  SEGMENTS ' WS-PRB-UNITS(WS-PRB-IDX, 6)
                   DELIMITED BY SIZE INTO WS-UNBL-LINE.
               PERFORM WRITE-UNBL-LINE.

       WRITE-STMT-LINE.
               DISPLAY FUNCTION TRIM(WS-STMT-LINE TRAILING).
               WRITE STATEMENT-RECORD FROM WS-STMT-LINE.

       WRITE-UNBL-LINE.
               DISPLAY FUNCTION TRIM(WS-UNBL-LINE TRAILING).
               WRITE UNBILLED-RECORD FROM WS-UNBL-LINE.
