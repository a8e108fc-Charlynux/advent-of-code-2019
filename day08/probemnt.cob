             ACCESS MODE IS RANDOM
             RECORD KEY IS REG-PROBE-ID
             FILE STATUS IS WS-REG-STATUS.
             SELECT OWNER-FILE ASSIGN TO 'ownmast'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS OWN-PROBE-ID
             FILE STATUS IS WS-OWN-STATUS.
             SELECT TRANS-FILE ASSIGN TO 'regtrans'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRANS-STATUS.
          01 REGISTRY-RECORD.
             COPY PROBEREG.

          FD OWNER-FILE.
          01 OWNER-RECORD.
             COPY OWNMAST.

          FD TRANS-FILE.
          01 TRANS-RECORD PIC X(178).

          FD AUDIT-FILE.
          01 AUDIT-RECORD.
             COPY REGAUDIT.

          FD PENDING-FILE.
          01 PENDING-RECORD PIC X(178).

          WORKING-STORAGE SECTION.
      *> Working copy of the transaction record: held effective-dated
      *> file is even opened, so the layout lives in working storage
      *> rather than the file record area.
          01 WS-TRANS-REC.
             COPY REGTRANS.
          01 WS-REG-STATUS PIC X(2).
          01 WS-OWN-STATUS PIC X(2).
          01 WS-TRANS-STATUS PIC X(2).
          01 WS-AUDIT-STATUS PIC X(2).
          01 WS-PEND-STATUS PIC X(2).
          01 WS-TODAY PIC 9(8).
          01 WS-TRN-SOURCE PIC X(8).
          01 WS-BEFORE-IMAGE PIC X(167).
          01 WS-OWN-FOUND PIC A(1).
          01 WS-PEND-COUNT PIC 9(5) VALUE 0.
          01 WS-PEND-IDX PIC 9(5).
          01 WS-PEND-TABLE.
             05 WS-PEND-ENTRY OCCURS 500 TIMES.
                10 WS-PEND-IMAGE PIC X(178).
                10 WS-PEND-DONE PIC A(1).
          01 WS-MSG-LINE PIC X(200).

          MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
          MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.
          PERFORM OPEN-REGISTRY.
          PERFORM OPEN-OWNER-MASTER.
          PERFORM OPEN-AUDIT-FILE.
          PERFORM LOAD-PENDING-FILE.
          PERFORM APPLY-DUE-PENDING.
                  WS-TRANS-STATUS ')'
              PERFORM REWRITE-PENDING-FILE
              CLOSE AUDIT-FILE
              CLOSE OWNER-FILE
              CLOSE PROBE-REG-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
          CLOSE TRANS-FILE.
          PERFORM REWRITE-PENDING-FILE.
          CLOSE AUDIT-FILE.
          CLOSE OWNER-FILE.
          CLOSE PROBE-REG-FILE.
          DISPLAY 'PROBE REGISTRY MAINTENANCE COMPLETE: '
              WS-APPLY-COUNT ' APPLIED, ' WS-REJECT-COUNT
                   STOP RUN
               END-IF.

       OPEN-OWNER-MASTER.
               OPEN I-O OWNER-FILE.
               IF WS-OWN-STATUS = '35'
                   OPEN OUTPUT OWNER-FILE
                   CLOSE OWNER-FILE
                   OPEN I-O OWNER-FILE
               END-IF.
               IF WS-OWN-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN OWNER MASTER (STATUS='
                       WS-OWN-STATUS ')'
                   CLOSE PROBE-REG-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

       APPLY-TRANSACTION.
               EVALUATE TRN-ACTION
                   WHEN 'ADD'
                       PERFORM SUSPEND-ENTRY
                   WHEN 'ACT'
                       PERFORM ACTIVATE-ENTRY
                   WHEN 'OWN'
                       PERFORM ASSIGN-OWNER
                   WHEN 'OWD'
                       PERFORM REMOVE-OWNER
                   WHEN OTHER
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'REJECTED: UNKNOWN ACTION "' TRN-ACTION
                       DISPLAY 'ACTIVATED ' FUNCTION TRIM(TRN-PROBE-ID)
               END-READ.

      *> Ownership is kept off the registry record so the decoder's
      *> record stays as it is; the probe must still be registered.
       ASSIGN-OWNER.
               IF TRN-COST-CENTER = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'REJECTED: OWN FOR '
                       FUNCTION TRIM(TRN-PROBE-ID)
                       ' GIVES NO COST CENTER'
               ELSE
                   MOVE TRN-PROBE-ID TO REG-PROBE-ID
                   READ PROBE-REG-FILE
                       INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                           DISPLAY 'REJECTED: '
                               FUNCTION TRIM(TRN-PROBE-ID)
                               ' IS NOT REGISTERED'
                       NOT INVALID KEY
                           PERFORM STORE-OWNER
                   END-READ
               END-IF.

       STORE-OWNER.
               MOVE TRN-PROBE-ID TO OWN-PROBE-ID.
               READ OWNER-FILE
                   INVALID KEY MOVE 'N' TO WS-OWN-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-OWN-FOUND
               END-READ.
               IF WS-OWN-FOUND = 'Y'
                   MOVE OWNER-RECORD TO WS-BEFORE-IMAGE
               ELSE
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO OWNER-RECORD
                   MOVE TRN-PROBE-ID TO OWN-PROBE-ID
               END-IF.
               MOVE TRN-OWNER-NAME TO OWN-OWNER-NAME.
               MOVE TRN-COST-CENTER TO OWN-COST-CENTER.
               IF TRN-EFF-DATE IS NUMERIC AND TRN-EFF-DATE > 0
                   MOVE TRN-EFF-DATE TO OWN-EFF-DATE
               ELSE
                   MOVE WS-TODAY TO OWN-EFF-DATE
               END-IF.
               MOVE WS-RUN-TIMESTAMP TO OWN-UPDATED.
               IF WS-OWN-FOUND = 'Y'
                   REWRITE OWNER-RECORD
               ELSE
                   WRITE OWNER-RECORD
               END-IF.
               IF WS-OWN-STATUS NOT = '00'
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'REJECTED: OWNER OF '
                       FUNCTION TRIM(TRN-PROBE-ID)
                       ' NOT STORED (STATUS=' WS-OWN-STATUS ')'
               ELSE
                   PERFORM WRITE-OWNER-AUDIT
                   ADD 1 TO WS-APPLY-COUNT
                   DISPLAY 'OWNER OF ' FUNCTION TRIM(TRN-PROBE-ID)
                       ' SET TO COST CENTER ' OWN-COST-CENTER
               END-IF.

       REMOVE-OWNER.
               MOVE TRN-PROBE-ID TO OWN-PROBE-ID.
               READ OWNER-FILE
                   INVALID KEY
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'REJECTED: ' FUNCTION TRIM(TRN-PROBE-ID)
                           ' HAS NO OWNER ON FILE'
                   NOT INVALID KEY
                       MOVE OWNER-RECORD TO WS-BEFORE-IMAGE
                       DELETE OWNER-FILE
                       MOVE SPACES TO OWNER-RECORD
                       PERFORM WRITE-OWNER-AUDIT
                       ADD 1 TO WS-APPLY-COUNT
                       DISPLAY 'OWNER REMOVED FROM '
                           FUNCTION TRIM(TRN-PROBE-ID)
               END-READ.

       WRITE-OWNER-AUDIT.
               MOVE SPACES TO AUDIT-RECORD.
               MOVE WS-RUN-TIMESTAMP TO AUD-TIMESTAMP.
               MOVE WS-TRN-SOURCE TO AUD-SOURCE.
               MOVE TRN-ACTION TO AUD-ACTION.
               MOVE TRN-PROBE-ID TO AUD-PROBE-ID.
               MOVE WS-BEFORE-IMAGE TO AUD-BEFORE.
               MOVE OWNER-RECORD TO AUD-AFTER.
               WRITE AUDIT-RECORD.

       MOVE-GEOMETRY.
               MOVE TRN-WIDTH TO REG-WIDTH.
               MOVE TRN-HEIGHT TO REG-HEIGHT.
               ELSE
                   MOVE 1 TO REG-FREQ-DAYS
               END-IF.
               MOVE TRN-FONT-ID TO REG-FONT-ID.

       APPLY-UPDATE-FIELDS.
               MOVE TRN-WIDTH TO REG-WIDTH.
               IF TRN-FREQ-DAYS IS NUMERIC AND TRN-FREQ-DAYS > 0
                   MOVE TRN-FREQ-DAYS TO REG-FREQ-DAYS
               END-IF.
               IF TRN-FONT-ID NOT = SPACES
                   MOVE TRN-FONT-ID TO REG-FONT-ID
               END-IF.

       VALIDATE-GEOMETRY.
               MOVE 'Y' TO WS-TRN-VALID.
