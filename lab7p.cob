      * Tyler Zysberg
      * Runs the payroll cycle steps from the step-control file, gates
      * each step on its return code and hold lines, and releases the
      * bank and remittance files only once the cycle is approved

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lab7p.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                  FILE-CONTROL.
                  SELECT StepCtlFile ASSIGN TO 'lab7p-steps.dat'
                       ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL RunCtlFile ASSIGN TO
                      'lab7a-runctl.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RUNCTL-STATUS.

                  SELECT OPTIONAL ApprovalFile ASSIGN TO
                      'lab7p-approve.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS APPROVAL-STATUS.

                  SELECT OPTIONAL JobStatFile ASSIGN TO
                      'lab7p-jobstat.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS JOBSTAT-STATUS.

                  SELECT OPTIONAL JobLogFile ASSIGN TO
                      'lab7p-joblog.dat'
                       ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL StepDataFile ASSIGN USING
                      STEP-DATA-NAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS STEPDATA-STATUS.

                  SELECT ReleaseFile ASSIGN USING RELEASE-FILE-NAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RELEASE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      * S lines are the cycle steps in run order; R lines name a file
      * to copy to its released transmit file once the cycle passes
           FD StepCtlFile.
           01 STEP-CTL-RECORD.
                  05 CTL-TYPE PIC X.
                     88 CTL-STEP VALUE "S".
                     88 CTL-RELEASE VALUE "R".
                  05 CTL-STEP-DATA.
                     10 CTL-SEQ PIC 9(2).
                     10 CTL-PROGRAM PIC X(8).
                     10 CTL-RUN-FLAG PIC X.
                     10 CTL-MAX-RC PIC 9(2).
                     10 CTL-COUNT-FILE PIC X(30).
                     10 CTL-HOLD-FILE PIC X(30).
                     10 CTL-COMMAND PIC X(60).
                  05 CTL-RELEASE-DATA REDEFINES CTL-STEP-DATA.
                     10 CTL-REL-SOURCE PIC X(30).
                     10 CTL-REL-TARGET PIC X(30).
                     10 FILLER PIC X(73).

           FD RunCtlFile.
           01 RUNCTL-RECORD.
              05 RCTL-PAY-GROUP PIC X.
              05 RCTL-CHECK-DATE PIC 9(8).

      * One line per approved cycle (pay group and check date)
           FD ApprovalFile.
           01 APPROVAL-RECORD.
              05 APR-CYCLE PIC X(9).
              05 APR-APPROVER PIC X(20).
              05 APR-DATE PIC 9(8).

      * Steps finished clean for a cycle, so a rerun after a failure
      * or an approval picks up where the cycle left off; step 99
      * marks the cycle's files as released
           FD JobStatFile.
           01 JOBSTAT-RECORD.
              05 JS-CYCLE PIC X(9).
              05 JS-SEQ PIC 9(2).
              05 JS-STATUS PIC X.
              05 JS-DATE PIC 9(8).
              05 JS-TIME PIC 9(6).

           FD JobLogFile.
           01 JOB-LOG-RECORD PIC X(120).

           FD StepDataFile.
           01 STEP-DATA-RECORD PIC X(250).

           FD ReleaseFile.
           01 RELEASE-RECORD PIC X(250).

           WORKING-STORAGE SECTION.
           01 EOFSTEPCTL PIC X VALUE "n".
           01 EOFAPPROVAL PIC X VALUE "n".
           01 EOFJOBSTAT PIC X VALUE "n".
           01 EOFSTEPDATA PIC X VALUE "n".

           01 RUNCTL-STATUS PIC XX.
           01 APPROVAL-STATUS PIC XX.
           01 JOBSTAT-STATUS PIC XX.
           01 STEPDATA-STATUS PIC XX.
           01 RELEASE-STATUS PIC XX.

           01 STEP-DATA-NAME PIC X(30).
           01 RELEASE-FILE-NAME PIC X(30).

           78 StepLimit value is 20.
           78 ReleaseLimit value is 10.
           78 RELEASED-SEQ value is 99.

           01 StepTable.
              05 StepEntry Occurs StepLimit Times
                      Indexed by StepIndx.
                 10 StepSeqVal PIC 9(2).
                 10 StepProgramVal PIC X(8).
                 10 StepRunFlagVal PIC X.
                 10 StepMaxRcVal PIC 9(2).
                 10 StepCountFileVal PIC X(30).
                 10 StepHoldFileVal PIC X(30).
                 10 StepCommandVal PIC X(60).
                 10 StepDoneVal PIC X.

           01 StepTableSize PIC 99 VALUE 0.

           01 ReleaseTable.
              05 ReleaseEntry Occurs ReleaseLimit Times
                      Indexed by RelIndx.
                 10 RelSourceVal PIC X(30).
                 10 RelTargetVal PIC X(30).

           01 ReleaseTableSize PIC 99 VALUE 0.

           01 CYCLE-ID.
                  05 CYCLE-PAY-GROUP PIC X VALUE "M".
                  05 CYCLE-CHECK-DATE PIC 9(8).

           01 CYCLE-FAILED-SW PIC X VALUE "N".
              88 CYCLE-FAILED VALUE "Y".
           01 CYCLE-RELEASED-SW PIC X VALUE "N".
              88 CYCLE-RELEASED VALUE "Y".
           01 APPROVED-SW PIC X VALUE "N".
              88 CYCLE-APPROVED VALUE "Y".
           01 HOLD-FOUND-SW PIC X VALUE "N".
              88 HOLD-FOUND VALUE "Y".
           01 HOLD-MISSING-SW PIC X VALUE "N".
              88 HOLD-FILE-MISSING VALUE "Y".
           01 APPROVER-NAME PIC X(20).

           01 STEP-COMMAND PIC X(60).
           01 STEP-STATUS PIC S9(9).
           01 STEP-RC PIC 9(5).
           01 STEP-SIGNAL PIC 9(5).
           01 STEP-RECORDS PIC 9(7).
           01 HOLD-TALLY PIC 9(3).
           01 STEP-START-TIME PIC 9(6).
           01 STEP-END-TIME PIC 9(6).

           01 StepsRun PIC 99 VALUE 0.
           01 StepsSkipped PIC 99 VALUE 0.
           01 FilesReleased PIC 99 VALUE 0.

           01 CURRENT-DATE.
                  05 YYYY PIC 9999.
                  05 MM PIC 99.
                  05 DD PIC 99.

           01 CURRENT-TIME.
                  05 HH PIC 99.
                  05 MM PIC 99.
                  05 SS PIC 99.
                  05 CC PIC 99.

           01 JOB-STEP-LINE.
                  05 JL-DATE PIC 9(8).
                  05 FILLER PIC X VALUE SPACE.
                  05 JL-CYCLE PIC X(9).
                  05 FILLER PIC X VALUE SPACE.
                  05 JL-SEQ PIC Z9.
                  05 FILLER PIC X VALUE SPACE.
                  05 JL-PROGRAM PIC X(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(6) VALUE "Start ".
                  05 JL-START PIC 9(6).
                  05 FILLER PIC X(6) VALUE "  End ".
                  05 JL-END PIC 9(6).
                  05 FILLER PIC X(5) VALUE "  RC ".
                  05 JL-RC PIC ZZZZ9.
                  05 FILLER PIC X(7) VALUE "  Recs ".
                  05 JL-RECORDS PIC ZZZZZZ9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 JL-STATUS PIC X(34).

           01 JOB-MESSAGE-LINE.
                  05 JM-DATE PIC 9(8).
                  05 FILLER PIC X VALUE SPACE.
                  05 JM-CYCLE PIC X(9).
                  05 FILLER PIC X VALUE SPACE.
                  05 JM-TIME PIC 9(6).
                  05 FILLER PIC X VALUE SPACE.
                  05 JM-TEXT PIC X(80).

           01 JOB-RELEASE-TEXT.
                  05 FILLER PIC X(9) VALUE "Released ".
                  05 JR-RECORDS PIC ZZZZZZ9.
                  05 FILLER PIC X(6) VALUE " recs ".
                  05 JR-SOURCE PIC X(25).
                  05 FILLER PIC X(4) VALUE " to ".
                  05 JR-TARGET PIC X(29).

           01 JOB-END-TEXT.
                  05 FILLER PIC X(11) VALUE "Cycle end: ".
                  05 JE-STATUS PIC X(30).
                  05 FILLER PIC X(5) VALUE " Run ".
                  05 JE-RUN PIC Z9.
                  05 FILLER PIC X(10) VALUE "  Skipped ".
                  05 JE-SKIPPED PIC Z9.
                  05 FILLER PIC X(11) VALUE "  Released ".
                  05 JE-RELEASED PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               PERFORM PROCESS-INIT
               PERFORM LOAD-STEP-TABLE
               PERFORM LOAD-JOB-STATUS
               IF StepTableSize = 0
                   MOVE "*** NO STEPS IN STEP CONTROL - " &
                       "CYCLE STOPPED ***" TO JM-TEXT
                   PERFORM WRITE-JOB-MESSAGE
                   SET CYCLE-FAILED TO TRUE
               END-IF
               PERFORM VARYING StepIndx FROM 1 BY 1
                       UNTIL StepIndx > StepTableSize
                          OR CYCLE-FAILED
                   PERFORM RUN-CYCLE-STEP
               END-PERFORM
               IF NOT CYCLE-FAILED
                   PERFORM RELEASE-CYCLE
               END-IF
               PERFORM WRAP-UP
               STOP RUN.

      * The cycle is the pay group and check date lab7a is running
      * for; with no run control it is the monthly group paid today
       PROCESS-INIT.
               ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
               MOVE CURRENT-DATE TO CYCLE-CHECK-DATE
               OPEN INPUT RunCtlFile
               IF RUNCTL-STATUS = "00"
                   READ RunCtlFile
                       AT END
                           MOVE "10" TO RUNCTL-STATUS
                       NOT AT END
                           IF RCTL-PAY-GROUP NOT = SPACE
                               MOVE RCTL-PAY-GROUP TO CYCLE-PAY-GROUP
                           END-IF
                           IF RCTL-CHECK-DATE NUMERIC
                               MOVE RCTL-CHECK-DATE
                                   TO CYCLE-CHECK-DATE
                           END-IF
                   END-READ
               END-IF
               CLOSE RunCtlFile
               OPEN INPUT StepCtlFile
               OPEN EXTEND JobLogFile
               MOVE "Cycle start" TO JM-TEXT
               PERFORM WRITE-JOB-MESSAGE.

       LOAD-STEP-TABLE.
               PERFORM UNTIL EOFSTEPCTL = "Y"
                  READ StepCtlFile
                     AT END
                        SET EOFSTEPCTL TO "Y"
                     NOT AT END
                        IF CTL-STEP AND StepTableSize < StepLimit
                            PERFORM LOAD-STEP-ENTRY
                        END-IF
                        IF CTL-RELEASE
                                AND ReleaseTableSize < ReleaseLimit
                            ADD 1 TO ReleaseTableSize
                            MOVE CTL-REL-SOURCE
                                TO RelSourceVal (ReleaseTableSize)
                            MOVE CTL-REL-TARGET
                                TO RelTargetVal (ReleaseTableSize)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE StepCtlFile.

      * A blank run flag means the step runs; a blank limit means
      * only a clean zero return code passes
       LOAD-STEP-ENTRY.
               ADD 1 TO StepTableSize
               SET StepIndx TO StepTableSize
               MOVE CTL-SEQ TO StepSeqVal (StepIndx)
               MOVE CTL-PROGRAM TO StepProgramVal (StepIndx)
               MOVE CTL-RUN-FLAG TO StepRunFlagVal (StepIndx)
               IF CTL-RUN-FLAG = SPACE
                   MOVE "Y" TO StepRunFlagVal (StepIndx)
               END-IF
               IF CTL-MAX-RC NUMERIC
                   MOVE CTL-MAX-RC TO StepMaxRcVal (StepIndx)
               ELSE
                   MOVE 0 TO StepMaxRcVal (StepIndx)
               END-IF
               MOVE CTL-COUNT-FILE TO StepCountFileVal (StepIndx)
               MOVE CTL-HOLD-FILE TO StepHoldFileVal (StepIndx)
               MOVE CTL-COMMAND TO StepCommandVal (StepIndx)
               MOVE "N" TO StepDoneVal (StepIndx).

       LOAD-JOB-STATUS.
               OPEN INPUT JobStatFile
               IF JOBSTAT-STATUS = "00"
                   PERFORM UNTIL EOFJOBSTAT = "Y"
                      READ JobStatFile
                         AT END
                            SET EOFJOBSTAT TO "Y"
                         NOT AT END
                            IF JS-CYCLE = CYCLE-ID
                                PERFORM MARK-STEP-DONE
                            END-IF
                         END-READ
                   END-PERFORM
               END-IF
               CLOSE JobStatFile.

       MARK-STEP-DONE.
               IF JS-SEQ = RELEASED-SEQ
                   SET CYCLE-RELEASED TO TRUE
               ELSE
                   PERFORM VARYING StepIndx FROM 1 BY 1
                           UNTIL StepIndx > StepTableSize
                       IF StepSeqVal (StepIndx) = JS-SEQ
                           MOVE "Y" TO StepDoneVal (StepIndx)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF.

      * A step already finished clean for this cycle is not rerun;
      * any return code over the step's limit or a hold line in its
      * report stops the cycle there
       RUN-CYCLE-STEP.
               MOVE StepSeqVal (StepIndx) TO JL-SEQ
               MOVE StepProgramVal (StepIndx) TO JL-PROGRAM
               MOVE 0 TO JL-START
               MOVE 0 TO JL-END
               MOVE 0 TO JL-RC
               MOVE 0 TO JL-RECORDS
               EVALUATE TRUE
                   WHEN StepDoneVal (StepIndx) = "Y"
                       MOVE "Complete earlier this cycle" TO JL-STATUS
                       ADD 1 TO StepsSkipped
                   WHEN StepRunFlagVal (StepIndx) NOT = "Y"
                       MOVE "Not scheduled - skipped" TO JL-STATUS
                       ADD 1 TO StepsSkipped
                   WHEN OTHER
                       PERFORM EXECUTE-STEP
               END-EVALUATE
               PERFORM WRITE-JOB-STEP-LINE.

       EXECUTE-STEP.
               ADD 1 TO StepsRun
               ACCEPT CURRENT-TIME FROM TIME
               MOVE CURRENT-TIME (1:6) TO STEP-START-TIME
               MOVE StepCommandVal (StepIndx) TO STEP-COMMAND
               CALL "SYSTEM" USING STEP-COMMAND
               MOVE RETURN-CODE TO STEP-STATUS
               MOVE 0 TO RETURN-CODE
               ACCEPT CURRENT-TIME FROM TIME
               MOVE CURRENT-TIME (1:6) TO STEP-END-TIME
      * The shell hands back the wait status; the program's own
      * return code is its high-order byte
               IF STEP-STATUS < 0
                   MOVE 99999 TO STEP-RC
                   MOVE 0 TO STEP-SIGNAL
               ELSE
                   DIVIDE STEP-STATUS BY 256
                       GIVING STEP-RC REMAINDER STEP-SIGNAL
               END-IF
               PERFORM COUNT-STEP-RECORDS
               PERFORM CHECK-STEP-HOLD
               MOVE STEP-START-TIME TO JL-START
               MOVE STEP-END-TIME TO JL-END
               MOVE STEP-RC TO JL-RC
               MOVE STEP-RECORDS TO JL-RECORDS
               EVALUATE TRUE
                   WHEN HOLD-FOUND
                       MOVE "HOLD TRANSMIT - CYCLE STOPPED"
                           TO JL-STATUS
                       SET CYCLE-FAILED TO TRUE
                   WHEN STEP-SIGNAL NOT = 0
                       MOVE "ABENDED - CYCLE STOPPED" TO JL-STATUS
                       SET CYCLE-FAILED TO TRUE
                   WHEN STEP-RC > StepMaxRcVal (StepIndx)
                       MOVE "FAILED - CYCLE STOPPED" TO JL-STATUS
                       SET CYCLE-FAILED TO TRUE
                   WHEN HOLD-FILE-MISSING
                       MOVE "HOLD FILE MISSING - CYCLE STOPPED"
                           TO JL-STATUS
                       SET CYCLE-FAILED TO TRUE
                   WHEN OTHER
                       MOVE "Complete" TO JL-STATUS
                       MOVE "Y" TO StepDoneVal (StepIndx)
                       MOVE StepSeqVal (StepIndx) TO JS-SEQ
                       PERFORM WRITE-JOB-STATUS
               END-EVALUATE.

       COUNT-STEP-RECORDS.
               MOVE 0 TO STEP-RECORDS
               IF StepCountFileVal (StepIndx) NOT = SPACES
                   MOVE StepCountFileVal (StepIndx) TO STEP-DATA-NAME
                   MOVE "n" TO EOFSTEPDATA
                   OPEN INPUT StepDataFile
                   IF STEPDATA-STATUS = "00"
                       PERFORM UNTIL EOFSTEPDATA = "Y"
                          READ StepDataFile
                             AT END
                                SET EOFSTEPDATA TO "Y"
                             NOT AT END
                                ADD 1 TO STEP-RECORDS
                          END-READ
                       END-PERFORM
                   END-IF
                   CLOSE StepDataFile
               END-IF.

      * The hold line can land anywhere on the report, so every line
      * is scanned. A report that was never written cannot show the
      * hold, so a missing one stops the cycle as well
       CHECK-STEP-HOLD.
               MOVE "N" TO HOLD-FOUND-SW
               MOVE "N" TO HOLD-MISSING-SW
               IF StepHoldFileVal (StepIndx) NOT = SPACES
                   MOVE StepHoldFileVal (StepIndx) TO STEP-DATA-NAME
                   MOVE "n" TO EOFSTEPDATA
                   OPEN INPUT StepDataFile
                   IF STEPDATA-STATUS NOT = "00"
                       SET HOLD-FILE-MISSING TO TRUE
                   END-IF
                   IF STEPDATA-STATUS = "00"
                       PERFORM UNTIL EOFSTEPDATA = "Y"
                          READ StepDataFile
                             AT END
                                SET EOFSTEPDATA TO "Y"
                             NOT AT END
                                MOVE 0 TO HOLD-TALLY
                                INSPECT STEP-DATA-RECORD TALLYING
                                    HOLD-TALLY FOR ALL "HOLD TRANSMIT"
                                IF HOLD-TALLY > 0
                                    SET HOLD-FOUND TO TRUE
                                END-IF
                          END-READ
                       END-PERFORM
                   END-IF
                   CLOSE StepDataFile
               END-IF.

      * Nothing is released without an approval record for this
      * cycle, and a cycle is released only once
       RELEASE-CYCLE.
               IF CYCLE-RELEASED
                   MOVE "Files already released for this cycle"
                       TO JM-TEXT
                   PERFORM WRITE-JOB-MESSAGE
               ELSE
                   PERFORM CHECK-APPROVAL
                   IF CYCLE-APPROVED
                       MOVE SPACES TO JM-TEXT
                       STRING "All gates passed - approved by "
                           APPROVER-NAME
                           DELIMITED BY SIZE INTO JM-TEXT
                       PERFORM WRITE-JOB-MESSAGE
                       PERFORM VARYING RelIndx FROM 1 BY 1
                               UNTIL RelIndx > ReleaseTableSize
                                  OR CYCLE-FAILED
                           PERFORM RELEASE-FILE
                       END-PERFORM
                       IF NOT CYCLE-FAILED
                           SET CYCLE-RELEASED TO TRUE
                           MOVE RELEASED-SEQ TO JS-SEQ
                           PERFORM WRITE-JOB-STATUS
                       END-IF
                   ELSE
                       MOVE "All gates passed - awaiting approval, " &
                           "nothing released" TO JM-TEXT
                       PERFORM WRITE-JOB-MESSAGE
                   END-IF
               END-IF.

       CHECK-APPROVAL.
               MOVE "N" TO APPROVED-SW
               OPEN INPUT ApprovalFile
               IF APPROVAL-STATUS = "00"
                   PERFORM UNTIL EOFAPPROVAL = "Y" OR CYCLE-APPROVED
                      READ ApprovalFile
                         AT END
                            SET EOFAPPROVAL TO "Y"
                         NOT AT END
                            IF APR-CYCLE = CYCLE-ID
                                    AND APR-APPROVER NOT = SPACES
                                SET CYCLE-APPROVED TO TRUE
                                MOVE APR-APPROVER TO APPROVER-NAME
                            END-IF
                      END-READ
                   END-PERFORM
               END-IF
               CLOSE ApprovalFile.

       RELEASE-FILE.
               MOVE RelSourceVal (RelIndx) TO STEP-DATA-NAME
               MOVE RelTargetVal (RelIndx) TO RELEASE-FILE-NAME
               MOVE 0 TO STEP-RECORDS
               MOVE "n" TO EOFSTEPDATA
               OPEN INPUT StepDataFile
               IF STEPDATA-STATUS NOT = "00"
                   CLOSE StepDataFile
                   MOVE SPACES TO JM-TEXT
                   STRING "*** CANNOT OPEN " STEP-DATA-NAME
                       " - RELEASE STOPPED ***"
                       DELIMITED BY SIZE INTO JM-TEXT
                   PERFORM WRITE-JOB-MESSAGE
                   SET CYCLE-FAILED TO TRUE
               ELSE
                   OPEN OUTPUT ReleaseFile
                   IF RELEASE-STATUS NOT = "00"
                       CLOSE StepDataFile
                       CLOSE ReleaseFile
                       MOVE SPACES TO JM-TEXT
                       STRING "*** CANNOT CREATE " RELEASE-FILE-NAME
                           " - RELEASE STOPPED ***"
                           DELIMITED BY SIZE INTO JM-TEXT
                       PERFORM WRITE-JOB-MESSAGE
                       SET CYCLE-FAILED TO TRUE
                   ELSE
                       PERFORM COPY-RELEASE-FILE
                   END-IF
               END-IF.

       COPY-RELEASE-FILE.
               PERFORM UNTIL EOFSTEPDATA = "Y"
                  READ StepDataFile
                     AT END
                        SET EOFSTEPDATA TO "Y"
                     NOT AT END
                        WRITE RELEASE-RECORD FROM STEP-DATA-RECORD
                        ADD 1 TO STEP-RECORDS
                  END-READ
               END-PERFORM
               CLOSE StepDataFile
               CLOSE ReleaseFile
               ADD 1 TO FilesReleased
               MOVE STEP-RECORDS TO JR-RECORDS
               MOVE STEP-DATA-NAME TO JR-SOURCE
               MOVE RELEASE-FILE-NAME TO JR-TARGET
               MOVE JOB-RELEASE-TEXT TO JM-TEXT
               PERFORM WRITE-JOB-MESSAGE.

       WRITE-JOB-STATUS.
               MOVE CYCLE-ID TO JS-CYCLE
               MOVE "C" TO JS-STATUS
               IF JS-SEQ = RELEASED-SEQ
                   MOVE "R" TO JS-STATUS
               END-IF
               MOVE CURRENT-DATE TO JS-DATE
               ACCEPT CURRENT-TIME FROM TIME
               MOVE CURRENT-TIME (1:6) TO JS-TIME
               OPEN EXTEND JobStatFile
               WRITE JOBSTAT-RECORD
               CLOSE JobStatFile.

       WRITE-JOB-STEP-LINE.
               MOVE CURRENT-DATE TO JL-DATE
               MOVE CYCLE-ID TO JL-CYCLE
               WRITE JOB-LOG-RECORD FROM JOB-STEP-LINE.

       WRITE-JOB-MESSAGE.
               MOVE CURRENT-DATE TO JM-DATE
               MOVE CYCLE-ID TO JM-CYCLE
               ACCEPT CURRENT-TIME FROM TIME
               MOVE CURRENT-TIME (1:6) TO JM-TIME
               WRITE JOB-LOG-RECORD FROM JOB-MESSAGE-LINE.

      * RC 8 when the cycle stopped, 4 when it passed but is still
      * waiting on approval, 0 once the files are released
       WRAP-UP.
               EVALUATE TRUE
                   WHEN CYCLE-FAILED
                       MOVE "STOPPED - NOT RELEASED" TO JE-STATUS
                       MOVE 8 TO RETURN-CODE
                   WHEN CYCLE-RELEASED
                       MOVE "Released" TO JE-STATUS
                       MOVE 0 TO RETURN-CODE
                   WHEN OTHER
                       MOVE "Awaiting approval" TO JE-STATUS
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
               MOVE StepsRun TO JE-RUN
               MOVE StepsSkipped TO JE-SKIPPED
               MOVE FilesReleased TO JE-RELEASED
               MOVE JOB-END-TEXT TO JM-TEXT
               PERFORM WRITE-JOB-MESSAGE
               CLOSE JobLogFile
               DISPLAY "Payroll cycle " CYCLE-ID ": " JE-STATUS.
