
                  SELECT SortFile ASSIGN TO 'lab7d-sort.tmp'.

                  SELECT OPTIONAL PendingFile ASSIGN TO
                      'lab7d-pending.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS PEND-STATUS.

                  SELECT TransSortFile ASSIGN TO 'lab7d-tsort.tmp'.

                  SELECT CompHistFile ASSIGN TO 'lab7d-comphist.idx'
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CH-KEY
                       FILE STATUS IS CH-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD MasterIdxFile.
           01 MASTER-IDX-RECORD.
                  05 FILLER PIC X(52).
                  05 MIX-EMPNUM PIC X(5).
                  05 FILLER PIC X(160).

           FD TransFile.
           01 TRANS-FILE-RECORD.
                  05 TRANS-EMP-IMAGE.
                     10 FILLER PIC X(52).
                     10 TransEmpNum PIC X(5).
                     10 FILLER PIC X(160).
                  05 TransEffDate PIC 9(8).
                  05 TRANS-EFF-DATE-X REDEFINES TransEffDate PIC X(8).

           FD NewMasterFile.
           01 NEW-MASTER-RECORD PIC X(217).

           FD AuditFile.
           01 AUDIT-FILE-RECORD PIC X(92).
                  05 SRT-DEPNUM PIC X(5).
                  05 FILLER PIC X(30).
                  05 SRT-EMPNUM PIC X(5).
                  05 FILLER PIC X(160).

           FD PendingFile.
           01 PENDING-FILE-RECORD PIC X(226).

      * Due transactions are applied in effective-date order; the
      * sequence number keeps same-day items in the order keyed
           SD TransSortFile.
           01 TRANS-SORT-RECORD.
                  05 TSR-EFF-DATE PIC 9(8).
                  05 TSR-SEQ PIC 9(5).
                  05 TSR-SOURCE PIC X.
                     88 TSR-FROM-PENDING VALUE "P".
                  05 TSR-TRANS PIC X(226).

      * One record per employee per effective date; a second change
      * on the same date is merged into the first
           FD CompHistFile.
           01 COMP-HIST-RECORD.
                  05 CH-KEY.
                     10 CH-EMPNUM PIC X(5).
                     10 CH-EFF-DATE PIC 9(8).
                  05 CH-ACTION PIC X.
                  05 CH-APPLIED-DATE PIC 9(8).
                  05 CH-BEFORE PIC X(38).
                  05 CH-AFTER PIC X(38).

           WORKING-STORAGE SECTION.
           01 TransEOFIndicator PIC X VALUE "N".
              05 FILLER PIC X(21) VALUE "ActualSales     19909".
              05 FILLER PIC X(21) VALUE "TermStatus      20801".
              05 FILLER PIC X(21) VALUE "TermDate        20908".
              05 FILLER PIC X(21) VALUE "PayFreq         21701".
           01 FIELD-DEF-TABLE REDEFINES FIELD-DEF-VALUES.
              05 FieldDef OCCURS 29 TIMES INDEXED BY FldIndx.
                 10 FldName PIC X(16).
                 10 FldOffset PIC 9(3).
                 10 FldLength PIC 9(2).

      * Compensation fields kept in the history file: Pay, PayCode,
      * EmpTitle, DepNum and the three coverage flags
           01 COMP-FIELDS-OLD.
                  05 CFO-PAY PIC X(9).
                  05 CFO-PAYCODE PIC X.
                  05 CFO-TITLE PIC X(20).
                  05 CFO-DEPNUM PIC X(5).
                  05 CFO-MEDCOV PIC X.
                  05 CFO-DENTCOV PIC X.
                  05 CFO-VISCOV PIC X.
           01 COMP-FIELDS-NEW.
                  05 CFN-PAY PIC X(9).
                  05 CFN-PAYCODE PIC X.
                  05 CFN-TITLE PIC X(20).
                  05 CFN-DEPNUM PIC X(5).
                  05 CFN-MEDCOV PIC X.
                  05 CFN-DENTCOV PIC X.
                  05 CFN-VISCOV PIC X.
           01 PRIOR-MASTER-IMAGE PIC X(217).
           01 CH-STATUS PIC XX.

           01 PEND-STATUS PIC XX.
           01 PendingEOFIndicator PIC X VALUE "N".
               88 PENDING-EOF VALUE "Y".
           01 TransSortEOFIndicator PIC X VALUE "N".
               88 TRANS-SORT-EOF VALUE "Y".
           01 SCREEN-SOURCE PIC X.
           01 TransSeq PIC 9(5) VALUE 0.
           01 TODAY-DATE PIC 9(8).

           78 PendLimit value is 500.
           01 PendTable.
              05 PendEntry Occurs PendLimit Times
                      Indexed by PendIndx.
                 10 PendTransVal PIC X(226).
           01 PendTableSize PIC 999 VALUE 0.

           01 EFF-DATE-WORK PIC 9(8).
           01 EFF-DATE-BREAKDOWN REDEFINES EFF-DATE-WORK.
                  05 EDW-YYYY PIC 9(4).
                  05 EDW-MM PIC 99.
                  05 EDW-DD PIC 99.
           01 EFF-DATE-DISPLAY.
                  05 EDD-MM PIC 99.
                  05 FILLER PIC X VALUE "/".
                  05 EDD-DD PIC 99.
                  05 FILLER PIC X VALUE "/".
                  05 EDD-YYYY PIC 9999.

           01 OLD-FIELD-VAL PIC X(30).
           01 NEW-FIELD-VAL PIC X(30).

           01 TransApplied PIC 999 VALUE 0.
           01 TransRejected PIC 999 VALUE 0.
           01 TransHeld PIC 999 VALUE 0.

           01 CURRENT-DATE.
                  05 YYYY PIC 9999.
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 FILLER PIC X(10) VALUE "Rejected: ".
                  05 AUD-REJECTED PIC ZZ9.
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 FILLER PIC X(6) VALUE "Held: ".
                  05 AUD-HELD PIC ZZ9.

           01 BLANK-LINE.
                  05 FILLER PIC X VALUE SPACES.
               MOVE MM IN CURRENT-DATE TO AUD-MM
               MOVE DD IN CURRENT-DATE TO AUD-DD
               MOVE YYYY IN CURRENT-DATE TO AUD-YYYY
               MOVE CURRENT-DATE TO TODAY-DATE
               OPEN I-O MasterIdxFile
               IF MIX-STATUS NOT = "00"
                   DISPLAY "Cannot open indexed master: " MIX-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN I-O CompHistFile
               IF CH-STATUS = "35"
                   OPEN OUTPUT CompHistFile
                   CLOSE CompHistFile
                   OPEN I-O CompHistFile
               END-IF
               IF CH-STATUS NOT = "00"
                   DISPLAY "Cannot open comp history: " CH-STATUS
                   CLOSE MasterIdxFile
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT TransFile
               OPEN OUTPUT AuditFile
               WRITE AUDIT-FILE-RECORD FROM AUDIT-TITLE-LINE
               WRITE AUDIT-FILE-RECORD FROM AUDIT-COLUMN-HEADER
               WRITE AUDIT-FILE-RECORD FROM BLANK-LINE.

      * Held changes from earlier runs and today's transactions are
      * screened together; whatever is due is applied in effective
      * date order and the rest goes back to the pending file
       PROCESS-TRANSACTIONS.
               SORT TransSortFile
                   ON ASCENDING KEY TSR-EFF-DATE
                                    TSR-SEQ
                   INPUT PROCEDURE IS RELEASE-DUE-TRANSACTIONS
                   OUTPUT PROCEDURE IS APPLY-DUE-TRANSACTIONS
               PERFORM SAVE-PENDING-TABLE.

       RELEASE-DUE-TRANSACTIONS.
               OPEN INPUT PendingFile
               IF PEND-STATUS = "00"
                   MOVE "P" TO SCREEN-SOURCE
                   PERFORM UNTIL PENDING-EOF
                      READ PendingFile
                         AT END
                            SET PENDING-EOF TO TRUE
                         NOT AT END
                            MOVE PENDING-FILE-RECORD
                                TO TRANS-FILE-RECORD
                            PERFORM SCREEN-TRANSACTION
                      END-READ
                   END-PERFORM
               END-IF
               CLOSE PendingFile
               MOVE "T" TO SCREEN-SOURCE
               PERFORM UNTIL TRANS-EOF
                  READ TransFile
                     AT END
                        SET TRANS-EOF TO TRUE
                     NOT AT END
                        PERFORM SCREEN-TRANSACTION
                  END-READ
               END-PERFORM.

      * A blank or zero effective date means the change is effective
      * today
       SCREEN-TRANSACTION.
               IF TRANS-EFF-DATE-X = SPACES
                   MOVE TODAY-DATE TO TransEffDate
               END-IF
               IF TransEffDate NOT NUMERIC
                   MOVE "Invalid effective date" TO REJ-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   IF TransEffDate = 0
                       MOVE TODAY-DATE TO TransEffDate
                   END-IF
                   MOVE TransEffDate TO EFF-DATE-WORK
                   IF EDW-MM < 1 OR EDW-MM > 12
                           OR EDW-DD < 1 OR EDW-DD > 31
                       MOVE "Invalid effective date" TO REJ-REASON
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       IF TransEffDate > TODAY-DATE
                           PERFORM HOLD-TRANSACTION
                       ELSE
                           ADD 1 TO TransSeq
                           MOVE TransEffDate TO TSR-EFF-DATE
                           MOVE TransSeq TO TSR-SEQ
                           MOVE SCREEN-SOURCE TO TSR-SOURCE
                           MOVE TRANS-FILE-RECORD TO TSR-TRANS
                           RELEASE TRANS-SORT-RECORD
                       END-IF
                   END-IF
               END-IF.

       HOLD-TRANSACTION.
               IF PendTableSize >= PendLimit
                   MOVE "Pending file full" TO REJ-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   ADD 1 TO PendTableSize
                   MOVE TRANS-FILE-RECORD
                       TO PendTransVal (PendTableSize)
                   IF SCREEN-SOURCE = "T"
                       MOVE "Held until" TO AUD-FIELD
                       MOVE SPACES TO AUD-BEFORE
                       PERFORM FORMAT-EFF-DATE
                       MOVE EFF-DATE-DISPLAY TO AUD-AFTER
                       PERFORM WRITE-AUDIT-LINE
                       ADD 1 TO TransHeld
                   END-IF
               END-IF.

       APPLY-DUE-TRANSACTIONS.
               PERFORM UNTIL TRANS-SORT-EOF
                  RETURN TransSortFile
                     AT END
                        SET TRANS-SORT-EOF TO TRUE
                     NOT AT END
                        MOVE TSR-TRANS TO TRANS-FILE-RECORD
                        IF TSR-FROM-PENDING
                            MOVE "Pending applied" TO AUD-FIELD
                            MOVE SPACES TO AUD-BEFORE
                            PERFORM FORMAT-EFF-DATE
                            MOVE EFF-DATE-DISPLAY TO AUD-AFTER
                            PERFORM WRITE-AUDIT-LINE
                        END-IF
                        PERFORM APPLY-TRANSACTION
                  END-RETURN
               END-PERFORM.

       SAVE-PENDING-TABLE.
               OPEN OUTPUT PendingFile
               PERFORM VARYING PendIndx FROM 1 BY 1
                       UNTIL PendIndx > PendTableSize
                   WRITE PENDING-FILE-RECORD
                       FROM PendTransVal (PendIndx)
               END-PERFORM
               CLOSE PendingFile.

       FORMAT-EFF-DATE.
               MOVE TransEffDate TO EFF-DATE-WORK
               MOVE EDW-MM TO EDD-MM
               MOVE EDW-DD TO EDD-DD
               MOVE EDW-YYYY TO EDD-YYYY.

       APPLY-TRANSACTION.
               PERFORM FIND-MASTER
               EVALUATE TRUE
                           MOVE TRANS-EMP-IMAGE (58:20) TO AUD-AFTER
                           PERFORM WRITE-AUDIT-LINE
                           ADD 1 TO TransApplied
                           MOVE SPACES TO PRIOR-MASTER-IMAGE
                           PERFORM RECORD-COMP-HISTORY
                   END-WRITE
               END-IF.

                   MOVE "Change to missing employee" TO REJ-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   MOVE MASTER-IDX-RECORD TO PRIOR-MASTER-IMAGE
                   PERFORM VARYING FldIndx FROM 1 BY 1
                           UNTIL FldIndx > 29
                       PERFORM APPLY-CHANGED-FIELD
                   END-PERFORM
                   REWRITE MASTER-IDX-RECORD
                           PERFORM WRITE-REJECT-LINE
                       NOT INVALID KEY
                           ADD 1 TO TransApplied
                           PERFORM RECORD-COMP-HISTORY
                   END-REWRITE
               END-IF.

                   PERFORM WRITE-AUDIT-LINE
               END-IF.

      * Only a change to one of the compensation fields makes a
      * history entry; an add records the starting values
       RECORD-COMP-HISTORY.
               MOVE PRIOR-MASTER-IMAGE (183:9) TO CFO-PAY
               MOVE PRIOR-MASTER-IMAGE (182:1) TO CFO-PAYCODE
               MOVE PRIOR-MASTER-IMAGE (134:20) TO CFO-TITLE
               MOVE PRIOR-MASTER-IMAGE (18:5) TO CFO-DEPNUM
               MOVE PRIOR-MASTER-IMAGE (176:1) TO CFO-MEDCOV
               MOVE PRIOR-MASTER-IMAGE (177:1) TO CFO-DENTCOV
               MOVE PRIOR-MASTER-IMAGE (178:1) TO CFO-VISCOV
               MOVE MASTER-IDX-RECORD (183:9) TO CFN-PAY
               MOVE MASTER-IDX-RECORD (182:1) TO CFN-PAYCODE
               MOVE MASTER-IDX-RECORD (134:20) TO CFN-TITLE
               MOVE MASTER-IDX-RECORD (18:5) TO CFN-DEPNUM
               MOVE MASTER-IDX-RECORD (176:1) TO CFN-MEDCOV
               MOVE MASTER-IDX-RECORD (177:1) TO CFN-DENTCOV
               MOVE MASTER-IDX-RECORD (178:1) TO CFN-VISCOV
               IF COMP-FIELDS-NEW NOT = COMP-FIELDS-OLD
                   MOVE TransEmpNum TO CH-EMPNUM
                   MOVE TransEffDate TO CH-EFF-DATE
                   READ CompHistFile
                       INVALID KEY
                           MOVE COMP-FIELDS-OLD TO CH-BEFORE
                           PERFORM FILL-COMP-HISTORY
                           WRITE COMP-HIST-RECORD
                               INVALID KEY
                                   MOVE "History write failed"
                                       TO REJ-REASON
                                   PERFORM WRITE-REJECT-LINE
                           END-WRITE
                       NOT INVALID KEY
                           PERFORM FILL-COMP-HISTORY
                           REWRITE COMP-HIST-RECORD
                               INVALID KEY
                                   MOVE "History rewrite failed"
                                       TO REJ-REASON
                                   PERFORM WRITE-REJECT-LINE
                           END-REWRITE
                   END-READ
               END-IF.

       FILL-COMP-HISTORY.
               MOVE TransAction TO CH-ACTION
               MOVE TODAY-DATE TO CH-APPLIED-DATE
               MOVE COMP-FIELDS-NEW TO CH-AFTER.

       APPLY-DELETE.
               IF NOT MASTER-FOUND
                   MOVE "Delete of missing employee" TO REJ-REASON
       WRAP-UP.
               MOVE TransApplied TO AUD-APPLIED
               MOVE TransRejected TO AUD-REJECTED
               MOVE TransHeld TO AUD-HELD
               WRITE AUDIT-FILE-RECORD FROM BLANK-LINE
               WRITE AUDIT-FILE-RECORD FROM AUDIT-COUNT-LINE
               CLOSE MasterIdxFile
               CLOSE CompHistFile
               CLOSE TransFile
               CLOSE AuditFile.
