       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEMNT.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT CASE-MASTER-FILE ASSIGN TO 'casemast'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CSE-KEY
             FILE STATUS IS WS-CSE-STATUS.
             SELECT TRANS-FILE ASSIGN TO 'casetrn'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRANS-STATUS.
             SELECT NOTE-FILE ASSIGN TO 'casenote'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-NOTE-STATUS.
             SELECT CASE-REPORT-FILE ASSIGN TO 'caserpt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CASE-RPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CASE-MASTER-FILE.
          01 CASE-MASTER-RECORD.
             COPY CASEMAST.

          FD TRANS-FILE.
          01 TRANS-RECORD PIC X(202).

          FD NOTE-FILE.
          01 NOTE-RECORD.
             COPY CASENOTE.

          FD CASE-REPORT-FILE.
          01 CASE-REPORT-RECORD PIC X(200).

          WORKING-STORAGE SECTION.
          01 WS-TRANS-REC.
             COPY CASETRN.
          01 WS-SEV-VALUES.
             COPY EXCSEV.
          01 WS-SEV-TABLE REDEFINES WS-SEV-VALUES.
             05 WS-SEV-ENTRY OCCURS 18 TIMES.
                10 WS-SV-CLASS PIC X(18).
                10 WS-SV-PREFIX PIC X(12).
                10 WS-SV-SEVERITY PIC 9(2).
          01 WS-CSE-STATUS PIC X(2).
          01 WS-TRANS-STATUS PIC X(2).
          01 WS-NOTE-STATUS PIC X(2).
          01 WS-CASE-RPT-STATUS PIC X(2).
          01 WS-TRANS-EOF PIC A(1).
          01 WS-CSE-EOF PIC A(1).
          01 WS-TRN-VALID PIC A(1).
          01 WS-RUN-TIMESTAMP PIC X(21).
          01 WS-RUN-DATE PIC 9(8).
          01 WS-RUN-DATE-INT PIC 9(9).
          01 WS-SEEN-DATE PIC 9(8).
          01 WS-APPLY-COUNT PIC 9(5) VALUE 0.
          01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
          01 WS-CASE-LINE PIC X(200).

          01 WS-OPN-COUNT PIC 9(5) VALUE 0.
          01 WS-OPN-IDX PIC 9(5).
          01 WS-OPN-BEST PIC 9(5).
          01 WS-OPN-TABLE.
             05 WS-OPN-ENTRY OCCURS 2000 TIMES.
                10 WS-OPN-PROBE PIC X(100).
                10 WS-OPN-CLASS PIC X(18).
                10 WS-OPN-STATUS PIC X(1).
                10 WS-OPN-SEVERITY PIC 9(2).
                10 WS-OPN-FIRST-SEEN PIC X(21).
                10 WS-OPN-LAST-SEEN PIC X(21).
                10 WS-OPN-OCCURRENCES PIC 9(5).
                10 WS-OPN-ASSIGNED-TO PIC X(20).
                10 WS-OPN-DISPOSITION PIC X(40).
                10 WS-OPN-AGE PIC 9(5).
                10 WS-OPN-PRINTED PIC A(1).

          01 WS-CLS-COUNT PIC 9(5) VALUE 0.
          01 WS-CLS-IDX PIC 9(5).
          01 WS-CLS-FOUND PIC 9(5).
          01 WS-CLS-KEY PIC X(18).
          01 WS-CLS-TABLE.
             05 WS-CLS-NAME PIC X(18) OCCURS 100 TIMES.
          01 WS-SEV-IDX PIC 9(2).
          01 WS-CUR-SEVERITY PIC 9(2).
          01 WS-SEV-PRESENT PIC A(1).
          01 WS-BKT-NEW PIC 9(5).
          01 WS-BKT-WEEK PIC 9(5).
          01 WS-BKT-MONTH PIC 9(5).
          01 WS-BKT-OLD PIC 9(5).
          01 WS-GRP-COUNT PIC 9(5).
          01 WS-TOT-NEW PIC 9(5) VALUE 0.
          01 WS-TOT-WEEK PIC 9(5) VALUE 0.
          01 WS-TOT-MONTH PIC 9(5) VALUE 0.
          01 WS-TOT-OLD PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
          MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
          MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE.
          COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
          PERFORM OPEN-CASE-MASTER.
          PERFORM APPLY-TRANSACTIONS.
          PERFORM LOAD-OPEN-CASES.
          CLOSE CASE-MASTER-FILE.
          OPEN OUTPUT CASE-REPORT-FILE.
          IF WS-CASE-RPT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN CASE REPORT FILE (STATUS='
                  WS-CASE-RPT-STATUS ')'
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.
          PERFORM PRINT-AGING-REPORT.
          CLOSE CASE-REPORT-FILE.
          DISPLAY 'CASE MAINTENANCE COMPLETE: ' WS-APPLY-COUNT
              ' APPLIED, ' WS-REJECT-COUNT ' REJECTED, '
              WS-OPN-COUNT ' CASE(S) OPEN'.
          IF WS-REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
          END-IF.
          STOP RUN.

       OPEN-CASE-MASTER.
               OPEN I-O CASE-MASTER-FILE.
               IF WS-CSE-STATUS = '35'
                   OPEN OUTPUT CASE-MASTER-FILE
                   CLOSE CASE-MASTER-FILE
                   OPEN I-O CASE-MASTER-FILE
               END-IF.
               IF WS-CSE-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN EXCEPTION CASE MASTER'
                       ' (STATUS=' WS-CSE-STATUS ')'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> No transaction file is not an error: the run just produces
      *> the aging report, which is how the shift handover uses it.
       APPLY-TRANSACTIONS.
               MOVE 'N' TO WS-TRANS-EOF.
               OPEN INPUT TRANS-FILE.
               IF WS-TRANS-STATUS = '00'
                   OPEN EXTEND NOTE-FILE
                   IF WS-NOTE-STATUS NOT = '00'
                       OPEN OUTPUT NOTE-FILE
                   END-IF
                   IF WS-NOTE-STATUS NOT = '00'
                       DISPLAY 'ERROR: CANNOT OPEN CASE LOG (STATUS='
                           WS-NOTE-STATUS ')'
                       CLOSE CASE-MASTER-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM UNTIL WS-TRANS-EOF = 'Y'
                       READ TRANS-FILE INTO WS-TRANS-REC
                           AT END MOVE 'Y' TO WS-TRANS-EOF
                           NOT AT END PERFORM APPLY-TRANSACTION
                       END-READ
                   END-PERFORM
                   CLOSE TRANS-FILE
                   CLOSE NOTE-FILE
               ELSE
                   IF WS-TRANS-STATUS NOT = '35'
                       DISPLAY 'ERROR: CANNOT OPEN CASE TRANSACTION'
                           ' FILE (STATUS=' WS-TRANS-STATUS ')'
                       CLOSE CASE-MASTER-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

       APPLY-TRANSACTION.
               PERFORM VALIDATE-TRANSACTION.
               IF WS-TRN-VALID = 'Y'
                   MOVE CTR-PROBE-ID TO CSE-PROBE-ID
                   MOVE CTR-CLASS TO CSE-CLASS
                   READ CASE-MASTER-FILE
                       INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                           DISPLAY 'REJECTED: ' CTR-ACTION
                               ' - NO CASE FOR '
                               FUNCTION TRIM(CTR-PROBE-ID) ' '
                               CTR-CLASS
                       NOT INVALID KEY
                           PERFORM APPLY-CASE-ACTION
                   END-READ
               END-IF.

       VALIDATE-TRANSACTION.
               MOVE 'Y' TO WS-TRN-VALID.
               IF CTR-ACTION NOT = 'ACK' AND CTR-ACTION NOT = 'ASG'
                       AND CTR-ACTION NOT = 'NOT'
                       AND CTR-ACTION NOT = 'RES'
                   MOVE 'N' TO WS-TRN-VALID
                   DISPLAY 'REJECTED: UNKNOWN ACTION "' CTR-ACTION
                       '" FOR ' FUNCTION TRIM(CTR-PROBE-ID)
               END-IF.
               IF CTR-PROBE-ID = SPACES OR CTR-CLASS = SPACES
                       OR CTR-OPERATOR = SPACES
                   MOVE 'N' TO WS-TRN-VALID
                   DISPLAY 'REJECTED: ' CTR-ACTION
                       ' NEEDS AN OPERATOR, A PROBE AND A CLASS'
               END-IF.
               IF (CTR-ACTION = 'ASG' OR CTR-ACTION = 'NOT')
                       AND CTR-TEXT = SPACES
                   MOVE 'N' TO WS-TRN-VALID
                   DISPLAY 'REJECTED: ' CTR-ACTION ' FOR '
                       FUNCTION TRIM(CTR-PROBE-ID)
                       ' NEEDS AN ASSIGNEE OR NOTE TEXT'
               END-IF.
               IF WS-TRN-VALID = 'N'
                   ADD 1 TO WS-REJECT-COUNT
               END-IF.

      *> Notes may be added to a closed case; every other action
      *> needs the case still open or acknowledged.
       APPLY-CASE-ACTION.
               IF CTR-ACTION NOT = 'NOT'
                       AND (CSE-STATUS = 'R' OR CSE-STATUS = 'C')
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'REJECTED: ' CTR-ACTION ' - CASE FOR '
                       FUNCTION TRIM(CTR-PROBE-ID) ' ' CTR-CLASS
                       ' IS ALREADY CLOSED (' CSE-STATUS ')'
               ELSE
                   EVALUATE CTR-ACTION
                       WHEN 'ACK'
                           MOVE 'A' TO CSE-STATUS
                           MOVE CTR-OPERATOR TO CSE-ACK-BY
                           MOVE WS-RUN-TIMESTAMP TO CSE-ACK-TIMESTAMP
                       WHEN 'ASG'
                           MOVE CTR-TEXT TO CSE-ASSIGNED-TO
                       WHEN 'NOT'
                           CONTINUE
                       WHEN 'RES'
                           MOVE 'R' TO CSE-STATUS
                           MOVE CTR-OPERATOR TO CSE-CLOSED-BY
                           MOVE WS-RUN-TIMESTAMP
                               TO CSE-CLOSED-TIMESTAMP
                   END-EVALUATE
                   IF CTR-TEXT NOT = SPACES AND CTR-ACTION NOT = 'ASG'
                       MOVE CTR-TEXT TO CSE-LAST-NOTE
                       IF CSE-NOTE-COUNT < 999
                           ADD 1 TO CSE-NOTE-COUNT
                       END-IF
                   END-IF
                   REWRITE CASE-MASTER-RECORD
                   ADD 1 TO WS-APPLY-COUNT
                   DISPLAY 'APPLIED: ' CTR-ACTION ' '
                       FUNCTION TRIM(CTR-PROBE-ID) ' ' CTR-CLASS
                       ' BY ' FUNCTION TRIM(CTR-OPERATOR)
                   MOVE SPACES TO NOTE-RECORD
                   MOVE CTR-PROBE-ID TO CNL-PROBE-ID
                   MOVE CTR-CLASS TO CNL-CLASS
                   MOVE WS-RUN-TIMESTAMP TO CNL-TIMESTAMP
                   MOVE CTR-OPERATOR TO CNL-OPERATOR
                   MOVE CTR-ACTION TO CNL-ACTION
                   MOVE CTR-TEXT TO CNL-TEXT
                   WRITE NOTE-RECORD
               END-IF.

       LOAD-OPEN-CASES.
               MOVE 'N' TO WS-CSE-EOF.
               MOVE LOW-VALUES TO CSE-KEY.
               START CASE-MASTER-FILE KEY IS NOT LESS THAN CSE-KEY
                   INVALID KEY MOVE 'Y' TO WS-CSE-EOF
               END-START.
               PERFORM UNTIL WS-CSE-EOF = 'Y'
                   READ CASE-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-CSE-EOF
                       NOT AT END
                           IF CSE-STATUS = 'O' OR CSE-STATUS = 'A'
                               PERFORM STORE-OPEN-CASE
                           END-IF
                   END-READ
               END-PERFORM.

       STORE-OPEN-CASE.
               IF WS-OPN-COUNT >= 2000
                   DISPLAY 'ERROR: MORE THAN 2000 OPEN CASES'
                       ' - REMAINDER NOT REPORTED'
                   MOVE 4 TO RETURN-CODE
                   MOVE 'Y' TO WS-CSE-EOF
               ELSE
                   ADD 1 TO WS-OPN-COUNT
                   MOVE CSE-PROBE-ID TO WS-OPN-PROBE(WS-OPN-COUNT)
                   MOVE CSE-CLASS TO WS-OPN-CLASS(WS-OPN-COUNT)
                   MOVE CSE-STATUS TO WS-OPN-STATUS(WS-OPN-COUNT)
                   MOVE CSE-SEVERITY TO WS-OPN-SEVERITY(WS-OPN-COUNT)
                   MOVE CSE-FIRST-SEEN
                       TO WS-OPN-FIRST-SEEN(WS-OPN-COUNT)
                   MOVE CSE-LAST-SEEN TO WS-OPN-LAST-SEEN(WS-OPN-COUNT)
                   MOVE CSE-OCCURRENCES
                       TO WS-OPN-OCCURRENCES(WS-OPN-COUNT)
                   MOVE CSE-ASSIGNED-TO
                       TO WS-OPN-ASSIGNED-TO(WS-OPN-COUNT)
                   MOVE CSE-LAST-DISPOSITION
                       TO WS-OPN-DISPOSITION(WS-OPN-COUNT)
                   MOVE 'N' TO WS-OPN-PRINTED(WS-OPN-COUNT)
                   MOVE 0 TO WS-OPN-AGE(WS-OPN-COUNT)
                   IF CSE-FIRST-SEEN(1:8) IS NUMERIC
                       MOVE CSE-FIRST-SEEN(1:8) TO WS-SEEN-DATE
                       IF WS-SEEN-DATE > 0
                           COMPUTE WS-OPN-AGE(WS-OPN-COUNT) =
                               WS-RUN-DATE-INT -
                               FUNCTION INTEGER-OF-DATE(WS-SEEN-DATE)
                       END-IF
                   END-IF
                   MOVE CSE-CLASS TO WS-CLS-KEY
                   PERFORM NOTE-CASE-CLASS
               END-IF.

      *> Classes are reported in severity-legend order; the legend
      *> is loaded first, then any class it does not list is added
      *> as its first open case is met.
       NOTE-CASE-CLASS.
               IF WS-CLS-COUNT = 0
                   MOVE 1 TO WS-SEV-IDX
                   PERFORM UNTIL WS-SEV-IDX > 18
                       MOVE WS-SV-CLASS(WS-SEV-IDX) TO WS-CLS-KEY
                       PERFORM ADD-CASE-CLASS
                       ADD 1 TO WS-SEV-IDX
                   END-PERFORM
                   MOVE CSE-CLASS TO WS-CLS-KEY
               END-IF.
               PERFORM ADD-CASE-CLASS.

       ADD-CASE-CLASS.
               MOVE 0 TO WS-CLS-FOUND.
               MOVE 1 TO WS-CLS-IDX.
               PERFORM UNTIL WS-CLS-IDX > WS-CLS-COUNT
                       OR WS-CLS-FOUND > 0
                   IF WS-CLS-NAME(WS-CLS-IDX) = WS-CLS-KEY
                       MOVE WS-CLS-IDX TO WS-CLS-FOUND
                   END-IF
                   ADD 1 TO WS-CLS-IDX
               END-PERFORM.
               IF WS-CLS-FOUND = 0 AND WS-CLS-COUNT < 100
                   ADD 1 TO WS-CLS-COUNT
                   MOVE WS-CLS-KEY TO WS-CLS-NAME(WS-CLS-COUNT)
               END-IF.

       PRINT-AGING-REPORT.
               MOVE SPACES TO WS-CASE-LINE.
               STRING '---- OPEN EXCEPTION CASE AGING REPORT '
                   WS-RUN-TIMESTAMP ' ----'
                   DELIMITED BY SIZE INTO WS-CASE-LINE.
               PERFORM WRITE-CASE-LINE.
               MOVE 1 TO WS-CLS-IDX.
               PERFORM UNTIL WS-CLS-IDX > WS-CLS-COUNT
                   PERFORM PRINT-CLASS-GROUPS
                   ADD 1 TO WS-CLS-IDX
               END-PERFORM.
               MOVE SPACES TO WS-CASE-LINE.
               STRING 'ALL CLASSES: ' WS-OPN-COUNT ' OPEN CASE(S)'
                   '  AGE 0-1 DAYS ' WS-TOT-NEW
                   '  2-7 DAYS ' WS-TOT-WEEK
                   '  8-30 DAYS ' WS-TOT-MONTH
                   '  OVER 30 DAYS ' WS-TOT-OLD
                   DELIMITED BY SIZE INTO WS-CASE-LINE.
               PERFORM WRITE-CASE-LINE.

      *> One group per severity the class has open cases at, worst
      *> first; within a group the oldest case prints first.
       PRINT-CLASS-GROUPS.
               MOVE 'Y' TO WS-SEV-PRESENT.
               PERFORM UNTIL WS-SEV-PRESENT = 'N'
                   MOVE 'N' TO WS-SEV-PRESENT
                   MOVE 0 TO WS-CUR-SEVERITY
                   MOVE 1 TO WS-OPN-IDX
                   PERFORM UNTIL WS-OPN-IDX > WS-OPN-COUNT
                       IF WS-OPN-PRINTED(WS-OPN-IDX) = 'N'
                               AND WS-OPN-CLASS(WS-OPN-IDX)
                                   = WS-CLS-NAME(WS-CLS-IDX)
                               AND (WS-SEV-PRESENT = 'N'
                               OR WS-OPN-SEVERITY(WS-OPN-IDX)
                                   > WS-CUR-SEVERITY)
                           MOVE 'Y' TO WS-SEV-PRESENT
                           MOVE WS-OPN-SEVERITY(WS-OPN-IDX)
                               TO WS-CUR-SEVERITY
                       END-IF
                       ADD 1 TO WS-OPN-IDX
                   END-PERFORM
                   IF WS-SEV-PRESENT = 'Y'
                       PERFORM PRINT-SEVERITY-GROUP
                   END-IF
               END-PERFORM.

       PRINT-SEVERITY-GROUP.
               MOVE 0 TO WS-GRP-COUNT.
               MOVE 0 TO WS-BKT-NEW.
               MOVE 0 TO WS-BKT-WEEK.
               MOVE 0 TO WS-BKT-MONTH.
               MOVE 0 TO WS-BKT-OLD.
               MOVE 1 TO WS-OPN-IDX.
               PERFORM UNTIL WS-OPN-IDX > WS-OPN-COUNT
                   IF WS-OPN-CLASS(WS-OPN-IDX) = WS-CLS-NAME(WS-CLS-IDX)
                           AND WS-OPN-SEVERITY(WS-OPN-IDX)
                               = WS-CUR-SEVERITY
                       ADD 1 TO WS-GRP-COUNT
                       EVALUATE TRUE
                           WHEN WS-OPN-AGE(WS-OPN-IDX) <= 1
                               ADD 1 TO WS-BKT-NEW
                           WHEN WS-OPN-AGE(WS-OPN-IDX) <= 7
                               ADD 1 TO WS-BKT-WEEK
                           WHEN WS-OPN-AGE(WS-OPN-IDX) <= 30
                               ADD 1 TO WS-BKT-MONTH
                           WHEN OTHER
                               ADD 1 TO WS-BKT-OLD
                       END-EVALUATE
                   END-IF
                   ADD 1 TO WS-OPN-IDX
               END-PERFORM.
               ADD WS-BKT-NEW TO WS-TOT-NEW.
               ADD WS-BKT-WEEK TO WS-TOT-WEEK.
               ADD WS-BKT-MONTH TO WS-TOT-MONTH.
               ADD WS-BKT-OLD TO WS-TOT-OLD.
               MOVE SPACES TO WS-CASE-LINE.
               PERFORM WRITE-CASE-LINE.
               MOVE SPACES TO WS-CASE-LINE.
               STRING 'CLASS ' WS-CLS-NAME(WS-CLS-IDX)
                   ' SEVERITY ' WS-CUR-SEVERITY ': '
                   WS-GRP-COUNT ' OPEN'
                   '  AGE 0-1 DAYS ' WS-BKT-NEW
                   '  2-7 DAYS ' WS-BKT-WEEK
                   '  8-30 DAYS ' WS-BKT-MONTH
                   '  OVER 30 DAYS ' WS-BKT-OLD
                   DELIMITED BY SIZE INTO WS-CASE-LINE.
               PERFORM WRITE-CASE-LINE.
               MOVE 1 TO WS-OPN-BEST.
               PERFORM UNTIL WS-OPN-BEST = 0
                   MOVE 0 TO WS-OPN-BEST
                   MOVE 1 TO WS-OPN-IDX
                   PERFORM UNTIL WS-OPN-IDX > WS-OPN-COUNT
                       IF WS-OPN-PRINTED(WS-OPN-IDX) = 'N'
                               AND WS-OPN-CLASS(WS-OPN-IDX)
                                   = WS-CLS-NAME(WS-CLS-IDX)
                               AND WS-OPN-SEVERITY(WS-OPN-IDX)
                                   = WS-CUR-SEVERITY
                           IF WS-OPN-BEST = 0
                               MOVE WS-OPN-IDX TO WS-OPN-BEST
                           ELSE
                               IF WS-OPN-AGE(WS-OPN-IDX)
                                       > WS-OPN-AGE(WS-OPN-BEST)
                                   MOVE WS-OPN-IDX TO WS-OPN-BEST
                               END-IF
                           END-IF
                       END-IF
                       ADD 1 TO WS-OPN-IDX
                   END-PERFORM
                   IF WS-OPN-BEST > 0
                       PERFORM PRINT-CASE-LINE
                   END-IF
               END-PERFORM.

       PRINT-CASE-LINE.
               MOVE 'Y' TO WS-OPN-PRINTED(WS-OPN-BEST).
               MOVE SPACES TO WS-CASE-LINE.
               STRING '  ' FUNCTION TRIM(WS-OPN-PROBE(WS-OPN-BEST))
                   ': ' WS-OPN-STATUS(WS-OPN-BEST)
                   ' AGE ' WS-OPN-AGE(WS-OPN-BEST) ' DAY(S)'
                   ' SEEN ' WS-OPN-OCCURRENCES(WS-OPN-BEST)
                   ' FIRST ' WS-OPN-FIRST-SEEN(WS-OPN-BEST)(1:14)
                   ' LAST ' WS-OPN-LAST-SEEN(WS-OPN-BEST)(1:14)
                   ' ASSIGNED ' WS-OPN-ASSIGNED-TO(WS-OPN-BEST)
                   ' ' FUNCTION TRIM(WS-OPN-DISPOSITION(WS-OPN-BEST))
                   DELIMITED BY SIZE INTO WS-CASE-LINE.
               PERFORM WRITE-CASE-LINE.

       WRITE-CASE-LINE.
               DISPLAY WS-CASE-LINE.
               WRITE CASE-REPORT-RECORD FROM WS-CASE-LINE.
