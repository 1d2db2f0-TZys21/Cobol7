
      * Tyler Zysberg
      * Voids checks from the check register, records stop payments,
      * reissues replacement checks and writes the reversing entries

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lab7o.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                  FILE-CONTROL.
                  SELECT VoidTransFile ASSIGN TO 'lab7o-trans.dat'
                       ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL VoidReasonFile ASSIGN TO
                      'lab7o-reason.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS REASON-STATUS.

                  SELECT CheckRegFile ASSIGN TO 'lab7a-checkreg.dat'
                       ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL PayDtlFile ASSIGN TO
                      'lab7a-paydtl.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS PAYDTL-STATUS.

                  SELECT OPTIONAL EmpYtdFile ASSIGN TO
                      'lab7a-empytd.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS EMPYTD-STATUS.

                  SELECT OPTIONAL TaxQtdFile ASSIGN TO
                      'lab7a-taxqtd.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS TAXQTD-STATUS.

                  SELECT OPTIONAL VoidLogFile ASSIGN TO
                      'lab7o-voidlog.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS VOIDLOG-STATUS.

                  SELECT GlAcctFile ASSIGN TO 'lab7a-glacct.dat'
                       ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT StopPayFile ASSIGN TO 'lab7o-stoppay.dat'
                       ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT GlFile ASSIGN TO 'lab7o-gl.dat'
                       ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OutputFile ASSIGN TO 'lab7o-out.dat'
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      * V voids the check outright; R voids it and issues a
      * replacement under a new sequence number
           FD VoidTransFile.
           01 VOID-TRANS-RECORD.
                  05 VT-SEQ PIC 9(5).
                  05 VT-SEQ-X REDEFINES VT-SEQ PIC X(5).
                  05 VT-ACTION PIC X.
                     88 VT-VOID VALUE "V".
                     88 VT-REISSUE VALUE "R".
                  05 VT-REASON PIC X(3).

      * Reasons where the check is still out (lost, stolen) carry a
      * stop flag of Y so the bank is told to refuse it
           FD VoidReasonFile.
           01 VoidReasonCodes.
              05 RsnCode PIC X(3).
              05 RsnDesc PIC X(20).
              05 RsnStop PIC X.

           FD CheckRegFile.
           01 CHECKREG-RECORD PIC X(90).

           FD PayDtlFile.
           01 PAYDTL-RECORD PIC X(200).

      * Quarter-to-date state and school withholding, as lab7a keeps it
           FD TaxQtdFile.
           01 TAXQTD-FILE-RECORD.
              05 TQF-QUARTER PIC 9(5).
              05 TQF-TYPE PIC X(2).
              05 TQF-CODE PIC X(3).
              05 TQF-AMOUNT PIC 9(11)V99.

           FD EmpYtdFile.
           01 EMPYTD-FILE-RECORD.
              05 EMPYTD-FILE-KEY PIC X(5).
              05 EMPYTD-FILE-GROSS PIC 9(9)V99.
              05 EMPYTD-FILE-FED PIC 9(9)V99.
              05 EMPYTD-FILE-STATE PIC 9(9)V99.
              05 EMPYTD-FILE-SCHOOL PIC 9(9)V99.
              05 EMPYTD-FILE-401K PIC 9(9)V99.
              05 EMPYTD-FILE-INS PIC 9(9)V99.
              05 EMPYTD-FILE-SS PIC 9(9)V99.
              05 EMPYTD-FILE-MED PIC 9(9)V99.
              05 EMPYTD-FILE-ER-SS PIC 9(9)V99.
              05 EMPYTD-FILE-ER-MED PIC 9(9)V99.
              05 EMPYTD-FILE-FUTA PIC 9(9)V99.
              05 EMPYTD-FILE-SUTA PIC 9(9)V99.
              05 EMPYTD-FILE-MATCH PIC 9(9)V99.

           FD VoidLogFile.
           01 VOID-LOG-RECORD.
              05 VL-SEQ PIC 9(5).
              05 VL-PAYDATE PIC 9(8).
              05 VL-EMPNUM PIC X(5).
              05 VL-ACTION PIC X.
              05 VL-REASON PIC X(3).
              05 VL-AMOUNT PIC 9(8)V99.
              05 VL-NEW-SEQ PIC 9(5).
              05 VL-VOID-DATE PIC 9(8).

           FD GlAcctFile.
           01 GlAcctCodes.
              05 GlMapType PIC X(2).
              05 GlMapKey PIC X(7).
              05 GlMapAcct PIC X(8).

           FD StopPayFile.
           01 STOP-PAY-RECORD.
              05 SP-SEQ PIC 9(5).
              05 SP-EMPNUM PIC X(5).
              05 SP-LNAME PIC X(20).
              05 SP-FNAME PIC X(15).
              05 SP-AMOUNT PIC 9(8)V99.
              05 SP-PAYDATE PIC 9(8).
              05 SP-REASON PIC X(3).

           FD GlFile.
           01 GL-FILE-RECORD PIC X(80).

           FD OutputFile.
           01 OUTPUT-FILE-RECORD PIC X(125).

           WORKING-STORAGE SECTION.
           01 TransEOFIndicator PIC X VALUE "N".
               88 TRANS-EOF VALUE "Y".
           01 RegEOFIndicator PIC X VALUE "N".
               88 REG-EOF VALUE "Y".
           01 EOFREASON PIC X VALUE "n".
           01 EOFPAYDTL PIC X VALUE "n".
           01 EOFEMPYTD PIC X VALUE "n".
           01 EOFVOIDLOG PIC X VALUE "n".
           01 EOFGL PIC X VALUE "n".

           01 REASON-STATUS PIC XX.
           01 PAYDTL-STATUS PIC XX.
           01 EMPYTD-STATUS PIC XX.
           01 VOIDLOG-STATUS PIC XX.

           78 TableLimit value is 500.
      * Per-payment tables get headroom well past projected headcount
           78 EmpTableLimit value is 5000.

           01 ReasonTable.
              05 ReasonEntry Occurs TableLimit Times
                      Indexed by RsnIndx.
                 10 RsnCodeVal PIC X(3).
                 10 RsnDescVal PIC X(20).
                 10 RsnStopVal PIC X.

           01 ReasonTableSize PIC 999 VALUE 0.
           01 REASON-FOUND-SW PIC X VALUE "N".
              88 REASON-FOUND VALUE "Y".
           01 STOP-PAY-SW PIC X VALUE "N".
              88 STOP-PAY-NEEDED VALUE "Y".
           01 REASON-DESC PIC X(20).

           01 RegTable.
              05 RegEntry Occurs EmpTableLimit Times
                      Indexed by RegIndx.
                 10 RegSeqVal PIC 9(5).
                 10 RegEmpVal PIC X(5).
                 10 RegLNameVal PIC X(20).
                 10 RegFNameVal PIC X(15).
                 10 RegAmtVal PIC 9(8)V99.
                 10 RegLineNoVal PIC 9(5).
                 10 RegReissueNoVal PIC 9(5).
                 10 RegVoidVal PIC X.
                    88 REG-CHECK-VOIDED VALUE "Y".

           01 RegTableSize PIC 9(4) VALUE 0.
           01 REG-FOUND-SW PIC X VALUE "N".
              88 REG-FOUND VALUE "Y".
           01 MaxCheckSeq PIC 9(5) VALUE 0.
           01 NewCheckSeq PIC 9(5) VALUE 0.

      * The register is rewritten whole when checks are voided or
      * reissued so voided lines carry a VOID marker after the amount
      * and reissues land ahead of a recomputed Grand Total
           78 RegLineLimit value is 10000.
           01 RegLineTable.
              05 RegLineEntry Occurs RegLineLimit Times
                      Indexed by RlIndx.
                 10 RegLineVal PIC X(90).

           01 RegLineCount PIC 9(5) VALUE 0.
           01 RegLastDetailLine PIC 9(5) VALUE 0.
           01 REG-LINES-FULL-SW PIC X VALUE "N".
              88 REG-LINES-FULL VALUE "Y".
           01 RegRewriteTotal PIC 9(9)V99 VALUE 0.
           01 RegMarkLine PIC 9(5) VALUE 0.

           01 ReissueLineTable.
              05 ReissueLineVal PIC X(90) Occurs EmpTableLimit Times
                      Indexed by RiIndx.

           01 REG-PARSE-FIELDS.
                  05 REG-PARSE-SEQ PIC X(5).
                  05 REG-PARSE-EMP PIC X(5).
                  05 REG-PARSE-AMT PIC X(13).
                  05 REG-AMT-NUM PIC 9(8)V99.
                  05 REG-AMT-DIGITS PIC X(13).
                  05 REG-AMT-ZONE PIC X(10).
                  05 REG-AMT-ZONE-NUM REDEFINES REG-AMT-ZONE
                       PIC 9(8)V99.
                  05 REG-SCAN-POS PIC 99.
                  05 REG-DIGIT-CNT PIC 99.

           01 PayDtlTable.
              05 PayDtlEntry Occurs EmpTableLimit Times
                      Indexed by PdIndx.
                 10 PdSeqVal PIC 9(5).
                 10 PdImageVal PIC X(200).

           01 PayDtlTableSize PIC 9(4) VALUE 0.
           01 PAYDTL-FOUND-SW PIC X VALUE "N".
              88 PAYDTL-FOUND VALUE "Y".

      * Same layout lab7a writes for every check
           01 CHECK-DETAIL.
              05 CD-SEQ PIC 9(5).
              05 CD-EMPNUM PIC X(5).
              05 CD-REGION PIC X(2).
              05 CD-DEPT PIC X(5).
              05 CD-LNAME PIC X(20).
              05 CD-FNAME PIC X(15).
              05 CD-PAYDATE PIC 9(8).
              05 CD-GROSS PIC 9(7)V99.
              05 CD-FED PIC 9(7)V99.
              05 CD-STATE PIC 9(7)V99.
              05 CD-SCHOOL PIC 9(7)V99.
              05 CD-401K PIC 9(7)V99.
              05 CD-INS PIC 9(7)V99.
              05 CD-GARNISH PIC 9(7)V99.
              05 CD-SS PIC 9(7)V99.
              05 CD-MED PIC 9(7)V99.
              05 CD-NET PIC 9(7)V99.
              05 CD-ER-SS PIC 9(7)V99.
              05 CD-ER-MED PIC 9(7)V99.
              05 CD-FUTA PIC 9(7)V99.
              05 CD-SUTA PIC 9(7)V99.
              05 CD-MATCH PIC 9(7)V99.
              05 CD-STATE-CODE PIC X(2).
              05 CD-SCHOOL-DIST PIC X(3).

           01 VoidLogTable.
              05 VoidLogEntry Occurs EmpTableLimit Times
                      Indexed by VlIndx.
                 10 VlSeqVal PIC 9(5).
                 10 VlDateVal PIC 9(8).
                 10 VlEmpVal PIC X(5).
                 10 VlAmtVal PIC 9(8)V99.

           01 VoidLogTableSize PIC 9(4) VALUE 0.
           01 VOIDED-SW PIC X VALUE "N".
              88 ALREADY-VOIDED VALUE "Y".

           01 EmpYtdTable.
              05 EmpYtdEntry Occurs EmpTableLimit Times
                      Indexed by EmpYtdIndx.
                 10 EmpYtdKeyVal PIC X(5).
                 10 EmpYtdGrossVal PIC 9(9)V99.
                 10 EmpYtdFedVal PIC 9(9)V99.
                 10 EmpYtdStateVal PIC 9(9)V99.
                 10 EmpYtdSchoolVal PIC 9(9)V99.
                 10 EmpYtd401kVal PIC 9(9)V99.
                 10 EmpYtdInsVal PIC 9(9)V99.
                 10 EmpYtdSSVal PIC 9(9)V99.
                 10 EmpYtdMedVal PIC 9(9)V99.
                 10 EmpYtdErSSVal PIC 9(9)V99.
                 10 EmpYtdErMedVal PIC 9(9)V99.
                 10 EmpYtdFutaVal PIC 9(9)V99.
                 10 EmpYtdSutaVal PIC 9(9)V99.
                 10 EmpYtdMatchVal PIC 9(9)V99.

           01 EmpYtdTableSize PIC 9(4) VALUE 0.
           01 EMPYTD-FOUND-SW PIC X VALUE "N".
              88 EMPYTD-FOUND VALUE "Y".
           01 EMPYTD-CHANGED-SW PIC X VALUE "N".
              88 EMPYTD-CHANGED VALUE "Y".

           01 TAXQTD-STATUS PIC XX.
           01 EOFTAXQTD PIC X VALUE "n".
           01 TaxQtdTable.
              05 TaxQtdEntry Occurs TableLimit Times
                      Indexed by TaxQtdIndx.
                 10 TaxQtdTypeVal PIC X(2).
                 10 TaxQtdCodeVal PIC X(3).
                 10 TaxQtdAmtVal PIC 9(11)V99.

           01 TaxQtdTableSize PIC 999 VALUE 0.
           01 TaxQtdQuarter PIC 9(5) VALUE 0.
           01 TAXQTD-CHANGED-SW PIC X VALUE "N".
              88 TAXQTD-CHANGED VALUE "Y".
           01 TAXQTD-FOUND-SW PIC X VALUE "N".
              88 TAXQTD-FOUND VALUE "Y".
           01 TAXQTD-SEARCH-TYPE PIC X(2).
           01 TAXQTD-SEARCH-CODE PIC X(3).
           01 TAXQTD-BACKOUT PIC 9(7)V99.
           01 CHECK-QUARTER PIC 9(5).
           01 CHECK-PAYDATE PIC 9(8).
           01 CHECK-PAYDATE-BREAKDOWN REDEFINES CHECK-PAYDATE.
              05 CHECK-YYYY PIC 9(4).
              05 CHECK-MM PIC 99.
              05 CHECK-DD PIC 99.
           01 QTR-QUOT PIC 9.
           01 QTR-REM PIC 9.
           01 YTD-SHORT-SW PIC X VALUE "N".
              88 YTD-SHORT VALUE "Y".
           01 YTD-WORK PIC 9(9)V99.
           01 YTD-BACKOUT PIC 9(7)V99.

           01 GlAcctTable.
              05 GlEntry Occurs TableLimit Times Indexed by GlIndx.
                 10 GlTypeVal PIC X(2).
                 10 GlKeyVal PIC X(7).
                 10 GlAcctVal PIC X(8).

           01 GlTableSize PIC 999 value 0.
           01 GL-FOUND-SW PIC X VALUE "N".
              88 GL-FOUND VALUE "Y".
           01 GL-SEARCH-TYPE PIC X(2).
           01 GL-SEARCH-KEY PIC X(7).
           01 GL-ACCT-RESULT PIC X(8).
           01 DEFAULT-GL-ACCT PIC X(8) VALUE "99999999".
           01 GL-POST-AMT PIC 9(7)V99.
           01 GlDebitTotal PIC 9(9)V99 VALUE 0.
           01 GlCreditTotal PIC 9(9)V99 VALUE 0.

           01 REJECT-SW PIC X VALUE "N".
              88 TRANS-REJECTED VALUE "Y".
           01 REJECT-NOTE PIC X(20).

           01 TransRead PIC 9(5) VALUE 0.
           01 VoidCount PIC 9(5) VALUE 0.
           01 ReissueCount PIC 9(5) VALUE 0.
           01 RejectCount PIC 9(5) VALUE 0.
           01 StopPayCount PIC 9(5) VALUE 0.
           01 VoidTotal PIC 9(9)V99 VALUE 0.
           01 ReissueTotal PIC 9(9)V99 VALUE 0.

           01  Report-Fields.
               05 PageNumber   Pic 99 Value 0.
               05 LinesPerPage Pic 99 Value 35.
               05 LineNumber   Pic 99 Value 0.

           01 CURRENT-DATE.
                  05 YYYY PIC 9999.
                  05 MM PIC 99.
                  05 DD PIC 99.

           01 HEADER-1.
                  05 MM PIC Z9.
                  05 FILLER PIC X VALUE "/".
                  05 DD PIC Z9.
                  05 FILLER PIC X VALUE "/".
                  05 YYYY PIC 99.
                  05 FILLER PIC X(27) VALUE SPACES.
                  05 FILLER PIC X(27)
                       VALUE "Stomper & Wombat's Emporium".
                  05 FILLER PIC X(25) VALUE SPACES.
                  05 FILLER PIC X(6) VALUE "Page: ".
                  05 PAGE-COUNT PIC ZZ9.

           01 HEADER-2.
                  05 FILLER PIC X(27) VALUE SPACES.
                  05 FILLER PIC X(31)
                       VALUE "Check Void and Reissue Register".

           01 VOID-COLUMN-HEADER.
                  05 FILLER PIC X(5) VALUE "Seq #".
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(5) VALUE "Emp #".
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(8) VALUE "Employee".
                  05 FILLER PIC X(35) VALUE SPACES.
                  05 FILLER PIC X(7) VALUE "Net Pay".
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(3) VALUE "Rsn".
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(9) VALUE "Action".
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(5) VALUE "New #".
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(4) VALUE "Note".

           01 VOID-DETAIL-LINE.
                  05 VRG-SEQ PIC ZZZZ9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 VRG-EMPNUM PIC X(5).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 VRG-LNAME PIC X(20).
                  05 FILLER PIC X VALUE SPACES.
                  05 VRG-FNAME PIC X(15).
                  05 FILLER PIC X VALUE SPACES.
                  05 VRG-AMOUNT PIC $$,$$$,$$9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 VRG-REASON PIC X(3).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 VRG-ACTION PIC X(9).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 VRG-NEW-SEQ PIC ZZZZZ.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 VRG-NOTE PIC X(33).

           01 VOID-TOTAL-LINE-1.
                  05 FILLER PIC X(19) VALUE "Transactions read: ".
                  05 VTL-READ PIC ZZZZ9.
                  05 FILLER PIC X(10) VALUE "  Voided: ".
                  05 VTL-VOIDED PIC ZZZZ9.
                  05 FILLER PIC X(12) VALUE "  Reissued: ".
                  05 VTL-REISSUED PIC ZZZZ9.
                  05 FILLER PIC X(12) VALUE "  Rejected: ".
                  05 VTL-REJECTED PIC ZZZZ9.
                  05 FILLER PIC X(17) VALUE "  Stop payments: ".
                  05 VTL-STOPPED PIC ZZZZ9.

           01 VOID-TOTAL-LINE-2.
                  05 FILLER PIC X(16) VALUE "Voided total:   ".
                  05 VTL-VOID-AMT PIC $$$$,$$$,$$9.99.
                  05 FILLER PIC X(18) VALUE "   Reissued total:".
                  05 FILLER PIC X VALUE SPACES.
                  05 VTL-REISSUE-AMT PIC $$$$,$$$,$$9.99.

           01 VOID-TOTAL-LINE-3.
                  05 FILLER PIC X(16) VALUE "GL debits:      ".
                  05 VTL-GL-DEBITS PIC $$$$,$$$,$$9.99.
                  05 FILLER PIC X(18) VALUE "   GL credits:    ".
                  05 FILLER PIC X VALUE SPACES.
                  05 VTL-GL-CREDITS PIC $$$$,$$$,$$9.99.
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 VTL-GL-STATUS PIC X(14).

           01 BLANK-LINE.
                  05 FILLER PIC X VALUE SPACES.

           01 CHECKREG-DETAIL-LINE.
                  05 CHK-SEQ PIC ZZZZ9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 CHK-EMPNUM PIC ZZZZ9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 CHK-LNAME PIC X(20).
                  05 FILLER PIC X VALUE SPACES.
                  05 CHK-FNAME PIC X(15).
                  05 FILLER PIC X VALUE SPACES.
                  05 CHK-AMOUNT PIC $$,$$$,$$9.99.

           01 CHECKREG-TOTAL-LINE.
                  05 FILLER PIC X(32) VALUE SPACES.
                  05 FILLER PIC X(12) VALUE "Grand Total:".
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 CHK-GRAND-TOTAL PIC $$$$,$$$,$$9.99.

           01 VOID-GL-DESC.
                  05 VGD-VERB PIC X(8).
                  05 VGD-SEQ PIC 9(5).
                  05 FILLER PIC X VALUE SPACES.
                  05 VGD-ITEM PIC X(10).

           01 GL-DIST-LINE.
                  05 GL-ACCT PIC X(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 GL-DESC PIC X(24).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 GL-DEBIT PIC 9(9)V99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 GL-CREDIT PIC 9(9)V99.

           01 GL-BALANCE-LINE.
                  05 FILLER PIC X(8) VALUE "*BALANCE".
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(24)
                       VALUE "Total Debits / Credits".
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 GL-BAL-DEBITS PIC 9(9)V99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 GL-BAL-CREDITS PIC 9(9)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               PERFORM PROCESS-INIT
               PERFORM LOAD-REASON-TABLE
               PERFORM LOAD-REGISTER-TABLE
               PERFORM LOAD-PAYDTL-TABLE
               PERFORM LOAD-VOIDLOG-TABLE
               PERFORM LOAD-EMPYTD-TABLE
               PERFORM LOAD-TAXQTD-TABLE
               PERFORM LOAD-GL-TABLE
               OPEN EXTEND PayDtlFile
                    EXTEND VoidLogFile
               PERFORM PROCESS-TRANSACTIONS
               IF VoidCount > 0 OR ReissueCount > 0
                   PERFORM REWRITE-CHECK-REGISTER
               END-IF
               IF EMPYTD-CHANGED
                   PERFORM SAVE-EMPYTD-TABLE
               END-IF
               IF TAXQTD-CHANGED
                   PERFORM SAVE-TAXQTD-TABLE
               END-IF
               PERFORM WRITE-GL-BALANCE
               PERFORM WRITE-VOID-TOTALS
               PERFORM WRAP-UP
               STOP RUN.

       PROCESS-INIT.
               MOVE 1 TO PAGE-COUNT
               ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
               MOVE CORRESPONDING CURRENT-DATE TO HEADER-1
               OPEN INPUT VoidTransFile
                    INPUT GlAcctFile
               OPEN OUTPUT OutputFile
                    OUTPUT StopPayFile
                    OUTPUT GlFile
               PERFORM DISPLAY-HEADERS
               WRITE OUTPUT-FILE-RECORD FROM VOID-COLUMN-HEADER
               WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
               ADD 2 TO LineNumber.

      * With no reason file every code is accepted and every void
      * gets a stop payment
       LOAD-REASON-TABLE.
               OPEN INPUT VoidReasonFile
               IF REASON-STATUS = "00"
                   PERFORM UNTIL EOFREASON = "Y"
                      READ VoidReasonFile
                         AT END
                            SET EOFREASON TO "Y"
                         NOT AT END
                            IF ReasonTableSize < TableLimit
                                ADD 1 TO ReasonTableSize
                                MOVE VoidReasonCodes
                                    TO ReasonEntry (ReasonTableSize)
                            END-IF
                         END-READ
                   END-PERFORM
               END-IF
               CLOSE VoidReasonFile.

      * The check register is a formatted report; detail lines are
      * the only lines with a digit in position 5 of the seq column,
      * and a check voided on an earlier pass carries VOID at 67
       LOAD-REGISTER-TABLE.
               OPEN INPUT CheckRegFile
               PERFORM UNTIL REG-EOF
                  READ CheckRegFile
                     AT END
                        SET REG-EOF TO TRUE
                     NOT AT END
                        IF RegLineCount < RegLineLimit
                            ADD 1 TO RegLineCount
                            MOVE CHECKREG-RECORD
                                TO RegLineVal (RegLineCount)
                        ELSE
                            MOVE "Y" TO REG-LINES-FULL-SW
                        END-IF
                        IF CHECKREG-RECORD (5:1) >= "0"
                                AND CHECKREG-RECORD (5:1) <= "9"
                            MOVE RegLineCount TO RegLastDetailLine
                            IF RegTableSize < EmpTableLimit
                                PERFORM PARSE-REGISTER-LINE
                            ELSE
                                MOVE "Y" TO REG-LINES-FULL-SW
                            END-IF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE CheckRegFile.

       PARSE-REGISTER-LINE.
               ADD 1 TO RegTableSize
               SET RegIndx TO RegTableSize
               MOVE CHECKREG-RECORD (1:5) TO REG-PARSE-SEQ
               INSPECT REG-PARSE-SEQ REPLACING ALL SPACE BY "0"
               MOVE REG-PARSE-SEQ TO RegSeqVal (RegIndx)
               MOVE CHECKREG-RECORD (8:5) TO REG-PARSE-EMP
               INSPECT REG-PARSE-EMP REPLACING ALL SPACE BY "0"
               MOVE REG-PARSE-EMP TO RegEmpVal (RegIndx)
               MOVE CHECKREG-RECORD (15:20) TO RegLNameVal (RegIndx)
               MOVE CHECKREG-RECORD (36:15) TO RegFNameVal (RegIndx)
               MOVE CHECKREG-RECORD (52:13) TO REG-PARSE-AMT
               PERFORM PARSE-REGISTER-AMOUNT
               MOVE REG-AMT-NUM TO RegAmtVal (RegIndx)
               MOVE RegLineCount TO RegLineNoVal (RegIndx)
               MOVE 0 TO RegReissueNoVal (RegIndx)
               IF CHECKREG-RECORD (67:4) = "VOID"
                   MOVE "Y" TO RegVoidVal (RegIndx)
               ELSE
                   MOVE "N" TO RegVoidVal (RegIndx)
               END-IF
               IF RegSeqVal (RegIndx) > MaxCheckSeq
                   MOVE RegSeqVal (RegIndx) TO MaxCheckSeq
               END-IF.

      * Strip the currency editing and rebuild the amount digits
       PARSE-REGISTER-AMOUNT.
               MOVE SPACES TO REG-AMT-DIGITS
               MOVE 0 TO REG-DIGIT-CNT
               PERFORM VARYING REG-SCAN-POS FROM 1 BY 1
                       UNTIL REG-SCAN-POS > 13
                   IF REG-PARSE-AMT (REG-SCAN-POS : 1) >= "0"
                           AND REG-PARSE-AMT (REG-SCAN-POS : 1) <= "9"
                       ADD 1 TO REG-DIGIT-CNT
                       MOVE REG-PARSE-AMT (REG-SCAN-POS : 1)
                           TO REG-AMT-DIGITS (REG-DIGIT-CNT : 1)
                   END-IF
               END-PERFORM
               MOVE ALL "0" TO REG-AMT-ZONE
               IF REG-DIGIT-CNT > 0 AND REG-DIGIT-CNT <= 10
                   MOVE REG-AMT-DIGITS (1 : REG-DIGIT-CNT)
                       TO REG-AMT-ZONE
                       (11 - REG-DIGIT-CNT : REG-DIGIT-CNT)
               END-IF
               MOVE REG-AMT-ZONE-NUM TO REG-AMT-NUM.

       LOAD-PAYDTL-TABLE.
               OPEN INPUT PayDtlFile
               IF PAYDTL-STATUS = "00"
                   PERFORM UNTIL EOFPAYDTL = "Y"
                      READ PayDtlFile
                         AT END
                            SET EOFPAYDTL TO "Y"
                         NOT AT END
                            IF PayDtlTableSize < EmpTableLimit
                                ADD 1 TO PayDtlTableSize
                                SET PdIndx TO PayDtlTableSize
                                MOVE PAYDTL-RECORD (1:5)
                                    TO PdSeqVal (PdIndx)
                                MOVE PAYDTL-RECORD
                                    TO PdImageVal (PdIndx)
                            END-IF
                         END-READ
                   END-PERFORM
               END-IF
               CLOSE PayDtlFile.

       LOAD-VOIDLOG-TABLE.
               OPEN INPUT VoidLogFile
               IF VOIDLOG-STATUS = "00"
                   PERFORM UNTIL EOFVOIDLOG = "Y"
                      READ VoidLogFile
                         AT END
                            SET EOFVOIDLOG TO "Y"
                         NOT AT END
                            IF VoidLogTableSize < EmpTableLimit
                                ADD 1 TO VoidLogTableSize
                                SET VlIndx TO VoidLogTableSize
                                MOVE VL-SEQ TO VlSeqVal (VlIndx)
                                MOVE VL-PAYDATE TO VlDateVal (VlIndx)
                                MOVE VL-EMPNUM TO VlEmpVal (VlIndx)
                                MOVE VL-AMOUNT TO VlAmtVal (VlIndx)
                            END-IF
                         END-READ
                   END-PERFORM
               END-IF
               CLOSE VoidLogFile.

      * Every row on file carries the quarter it accumulates for
       LOAD-TAXQTD-TABLE.
               OPEN INPUT TaxQtdFile
               IF TAXQTD-STATUS = "00"
                   PERFORM UNTIL EOFTAXQTD = "Y"
                      READ TaxQtdFile
                         AT END
                            SET EOFTAXQTD TO "Y"
                         NOT AT END
                            IF TaxQtdTableSize < TableLimit
                                ADD 1 TO TaxQtdTableSize
                                MOVE TQF-QUARTER TO TaxQtdQuarter
                                MOVE TQF-TYPE
                                    TO TaxQtdTypeVal (TaxQtdTableSize)
                                MOVE TQF-CODE
                                    TO TaxQtdCodeVal (TaxQtdTableSize)
                                MOVE TQF-AMOUNT
                                    TO TaxQtdAmtVal (TaxQtdTableSize)
                            END-IF
                         END-READ
                   END-PERFORM
               END-IF
               CLOSE TaxQtdFile.

       LOAD-EMPYTD-TABLE.
               OPEN INPUT EmpYtdFile
               IF EMPYTD-STATUS = "00"
                   PERFORM UNTIL EOFEMPYTD = "Y"
                      READ EmpYtdFile
                         AT END
                            SET EOFEMPYTD TO "Y"
                         NOT AT END
                            IF EmpYtdTableSize < EmpTableLimit
                                PERFORM LOAD-EMPYTD-ENTRY
                            END-IF
                         END-READ
                   END-PERFORM
               END-IF
               CLOSE EmpYtdFile.

      * Older year-to-date records are shorter than the current
      * layout; the missing columns start from zero
       LOAD-EMPYTD-ENTRY.
               ADD 1 TO EmpYtdTableSize
               SET EmpYtdIndx TO EmpYtdTableSize
               MOVE EMPYTD-FILE-RECORD TO EmpYtdEntry (EmpYtdIndx)
               IF EmpYtdSSVal (EmpYtdIndx) NOT NUMERIC
                   MOVE 0 TO EmpYtdSSVal (EmpYtdIndx)
               END-IF
               IF EmpYtdMedVal (EmpYtdIndx) NOT NUMERIC
                   MOVE 0 TO EmpYtdMedVal (EmpYtdIndx)
               END-IF
               IF EmpYtdErSSVal (EmpYtdIndx) NOT NUMERIC
                   MOVE 0 TO EmpYtdErSSVal (EmpYtdIndx)
               END-IF
               IF EmpYtdErMedVal (EmpYtdIndx) NOT NUMERIC
                   MOVE 0 TO EmpYtdErMedVal (EmpYtdIndx)
               END-IF
               IF EmpYtdFutaVal (EmpYtdIndx) NOT NUMERIC
                   MOVE 0 TO EmpYtdFutaVal (EmpYtdIndx)
               END-IF
               IF EmpYtdSutaVal (EmpYtdIndx) NOT NUMERIC
                   MOVE 0 TO EmpYtdSutaVal (EmpYtdIndx)
               END-IF
               IF EmpYtdMatchVal (EmpYtdIndx) NOT NUMERIC
                   MOVE 0 TO EmpYtdMatchVal (EmpYtdIndx)
               END-IF.

       LOAD-GL-TABLE.
               PERFORM until EOFGL = "Y"
                  READ GlAcctFile
                     AT END
                        SET EOFGL TO "Y"
                     NOT AT END
                        ADD 1 TO GlTableSize
                        MOVE GlAcctCodes to GlEntry (GlTableSize)
                       END-READ
               END-PERFORM.

       GL-LOOKUP.
               MOVE "N" TO GL-FOUND-SW
               MOVE DEFAULT-GL-ACCT TO GL-ACCT-RESULT
               PERFORM VARYING GlIndx FROM 1 BY 1
                       UNTIL GlIndx > GlTableSize
                   IF GlTypeVal (GlIndx) = GL-SEARCH-TYPE
                           AND GlKeyVal (GlIndx) = GL-SEARCH-KEY
                       MOVE GlAcctVal (GlIndx) TO GL-ACCT-RESULT
                       MOVE "Y" TO GL-FOUND-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

       PROCESS-TRANSACTIONS.
               PERFORM UNTIL TRANS-EOF
                  READ VoidTransFile
                     AT END
                        SET TRANS-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO TransRead
                        PERFORM PROCESS-VOID
                  END-READ
               END-PERFORM.

       PROCESS-VOID.
               MOVE "N" TO REJECT-SW
               MOVE SPACES TO VOID-DETAIL-LINE
               MOVE 0 TO VRG-NEW-SEQ
               MOVE 0 TO VRG-AMOUNT
               MOVE VT-REASON TO VRG-REASON
               PERFORM EDIT-VOID-TRANS
               IF TRANS-REJECTED
                   ADD 1 TO RejectCount
                   MOVE "REJECTED" TO VRG-ACTION
                   MOVE REJECT-NOTE TO VRG-NOTE
                   PERFORM WRITE-VOID-LINE
               ELSE
                   MOVE REASON-DESC TO VRG-NOTE
                   IF STOP-PAY-NEEDED
                       PERFORM WRITE-STOP-PAY
                   END-IF
                   IF VT-VOID
                       PERFORM APPLY-VOID
                   ELSE
                       PERFORM APPLY-REISSUE
                   END-IF
                   PERFORM WRITE-VOID-LOG
                   PERFORM WRITE-VOID-LINE
               END-IF.

      * Each check must be on this cycle's register, have its pay
      * detail and not have been voided before
       EDIT-VOID-TRANS.
               IF VT-SEQ-X NOT NUMERIC
                   MOVE "Y" TO REJECT-SW
                   MOVE "Invalid check seq" TO REJECT-NOTE
               ELSE
                   MOVE VT-SEQ TO VRG-SEQ
                   IF NOT VT-VOID AND NOT VT-REISSUE
                       MOVE "Y" TO REJECT-SW
                       MOVE "Invalid action code" TO REJECT-NOTE
                   END-IF
               END-IF
               IF NOT TRANS-REJECTED
                   PERFORM FIND-REASON
                   IF NOT REASON-FOUND
                       MOVE "Y" TO REJECT-SW
                       MOVE "Unknown reason code" TO REJECT-NOTE
                   END-IF
               END-IF
               IF NOT TRANS-REJECTED
                   PERFORM FIND-REGISTER-ENTRY
                   IF NOT REG-FOUND
                       MOVE "Y" TO REJECT-SW
                       MOVE "Check not found" TO REJECT-NOTE
                   ELSE
                       MOVE RegEmpVal (RegIndx) TO VRG-EMPNUM
                       MOVE RegLNameVal (RegIndx) TO VRG-LNAME
                       MOVE RegFNameVal (RegIndx) TO VRG-FNAME
                       MOVE RegAmtVal (RegIndx) TO VRG-AMOUNT
                   END-IF
               END-IF
               IF NOT TRANS-REJECTED
                   PERFORM FIND-PAY-DETAIL
                   IF NOT PAYDTL-FOUND
                       MOVE "Y" TO REJECT-SW
                       MOVE "No pay detail found" TO REJECT-NOTE
                   ELSE
                       IF CD-NET NOT = RegAmtVal (RegIndx)
                               OR CD-EMPNUM NOT = RegEmpVal (RegIndx)
                           MOVE "Y" TO REJECT-SW
                           MOVE "Detail amt mismatch" TO REJECT-NOTE
                       END-IF
                   END-IF
               END-IF
               IF NOT TRANS-REJECTED
                   PERFORM CHECK-VOID-LOG
                   IF ALREADY-VOIDED OR REG-CHECK-VOIDED (RegIndx)
                       MOVE "Y" TO REJECT-SW
                       MOVE "Check already voided" TO REJECT-NOTE
                   END-IF
               END-IF
               IF NOT TRANS-REJECTED
                   IF REG-LINES-FULL
                       MOVE "Y" TO REJECT-SW
                       MOVE "Register table full" TO REJECT-NOTE
                   END-IF
               END-IF
               IF NOT TRANS-REJECTED AND VT-REISSUE
                   IF RegTableSize >= EmpTableLimit
                           OR RegLineCount + ReissueCount
                               >= RegLineLimit
                       MOVE "Y" TO REJECT-SW
                       MOVE "Register table full" TO REJECT-NOTE
                   END-IF
               END-IF.

       FIND-REASON.
               MOVE "N" TO REASON-FOUND-SW
               MOVE "Y" TO STOP-PAY-SW
               MOVE SPACES TO REASON-DESC
               IF ReasonTableSize = 0
                   MOVE "Y" TO REASON-FOUND-SW
               ELSE
                   PERFORM VARYING RsnIndx FROM 1 BY 1
                           UNTIL RsnIndx > ReasonTableSize
                       IF RsnCodeVal (RsnIndx) = VT-REASON
                           MOVE "Y" TO REASON-FOUND-SW
                           MOVE RsnDescVal (RsnIndx) TO REASON-DESC
                           MOVE RsnStopVal (RsnIndx) TO STOP-PAY-SW
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF.

       FIND-REGISTER-ENTRY.
               MOVE "N" TO REG-FOUND-SW
               PERFORM VARYING RegIndx FROM 1 BY 1
                       UNTIL RegIndx > RegTableSize
                   IF RegSeqVal (RegIndx) = VT-SEQ
                       MOVE "Y" TO REG-FOUND-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

       FIND-PAY-DETAIL.
               MOVE "N" TO PAYDTL-FOUND-SW
               PERFORM VARYING PdIndx FROM 1 BY 1
                       UNTIL PdIndx > PayDtlTableSize
                   IF PdSeqVal (PdIndx) = VT-SEQ
                       MOVE "Y" TO PAYDTL-FOUND-SW
                       MOVE PdImageVal (PdIndx) TO CHECK-DETAIL
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

      * Sequence numbers start over each payroll run and a
      * supplemental run shares the regular run's check date, so a
      * void is identified by the sequence number, pay date, employee
      * and net amount together
       CHECK-VOID-LOG.
               MOVE "N" TO VOIDED-SW
               PERFORM VARYING VlIndx FROM 1 BY 1
                       UNTIL VlIndx > VoidLogTableSize
                   IF VlSeqVal (VlIndx) = VT-SEQ
                           AND VlDateVal (VlIndx) = CD-PAYDATE
                           AND VlEmpVal (VlIndx) = CD-EMPNUM
                           AND VlAmtVal (VlIndx) = CD-NET
                       MOVE "Y" TO VOIDED-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

       WRITE-STOP-PAY.
               MOVE VT-SEQ TO SP-SEQ
               MOVE CD-EMPNUM TO SP-EMPNUM
               MOVE CD-LNAME TO SP-LNAME
               MOVE CD-FNAME TO SP-FNAME
               MOVE CD-NET TO SP-AMOUNT
               MOVE CD-PAYDATE TO SP-PAYDATE
               MOVE VT-REASON TO SP-REASON
               WRITE STOP-PAY-RECORD
               ADD 1 TO StopPayCount.

      * A straight void reverses every entry the payroll run posted
      * for the check and backs it out of year-to-date
       APPLY-VOID.
               PERFORM MARK-REGISTER-VOID
               ADD 1 TO VoidCount
               ADD CD-NET TO VoidTotal
               MOVE "VOIDED" TO VRG-ACTION
               MOVE "Void" TO VGD-VERB
               MOVE VT-SEQ TO VGD-SEQ
               MOVE "GR" TO GL-SEARCH-TYPE
               MOVE SPACES TO GL-SEARCH-KEY
               MOVE CD-REGION TO GL-SEARCH-KEY (1:2)
               MOVE CD-DEPT TO GL-SEARCH-KEY (3:5)
               MOVE "Gross Pay" TO VGD-ITEM
               MOVE CD-GROSS TO GL-POST-AMT
               PERFORM WRITE-GL-CREDIT
               MOVE SPACES TO GL-SEARCH-KEY
               MOVE "FD" TO GL-SEARCH-TYPE
               MOVE "Fed Tax" TO VGD-ITEM
               MOVE CD-FED TO GL-POST-AMT
               PERFORM WRITE-GL-DEBIT
               MOVE "ST" TO GL-SEARCH-TYPE
               MOVE "State Tax" TO VGD-ITEM
               MOVE CD-STATE TO GL-POST-AMT
               PERFORM WRITE-GL-DEBIT
               MOVE "SC" TO GL-SEARCH-TYPE
               MOVE "School Tax" TO VGD-ITEM
               MOVE CD-SCHOOL TO GL-POST-AMT
               PERFORM WRITE-GL-DEBIT
               MOVE "SS" TO GL-SEARCH-TYPE
               MOVE "Soc Sec" TO VGD-ITEM
               MOVE CD-SS TO GL-POST-AMT
               PERFORM WRITE-GL-DEBIT
               MOVE "MC" TO GL-SEARCH-TYPE
               MOVE "Medicare" TO VGD-ITEM
               MOVE CD-MED TO GL-POST-AMT
               PERFORM WRITE-GL-DEBIT
               MOVE "4K" TO GL-SEARCH-TYPE
               MOVE "401k" TO VGD-ITEM
               MOVE CD-401K TO GL-POST-AMT
               PERFORM WRITE-GL-DEBIT
               MOVE "IN" TO GL-SEARCH-TYPE
               MOVE "Insurance" TO VGD-ITEM
               MOVE CD-INS TO GL-POST-AMT
               PERFORM WRITE-GL-DEBIT
               MOVE "GN" TO GL-SEARCH-TYPE
               MOVE "Garnish" TO VGD-ITEM
               MOVE CD-GARNISH TO GL-POST-AMT
               PERFORM WRITE-GL-DEBIT
               MOVE "NP" TO GL-SEARCH-TYPE
               MOVE "Net Pay" TO VGD-ITEM
               MOVE CD-NET TO GL-POST-AMT
               PERFORM WRITE-GL-DEBIT
               PERFORM REVERSE-EMPLOYER-COST
               PERFORM BACK-OUT-EMP-YTD
               PERFORM BACK-OUT-TAX-QTD.

       REVERSE-EMPLOYER-COST.
               MOVE "XS" TO GL-SEARCH-TYPE
               MOVE "ER Soc Sec" TO VGD-ITEM
               MOVE CD-ER-SS TO GL-POST-AMT
               PERFORM WRITE-GL-CREDIT
               MOVE "LS" TO GL-SEARCH-TYPE
               PERFORM WRITE-GL-DEBIT
               MOVE "XM" TO GL-SEARCH-TYPE
               MOVE "ER Med" TO VGD-ITEM
               MOVE CD-ER-MED TO GL-POST-AMT
               PERFORM WRITE-GL-CREDIT
               MOVE "LM" TO GL-SEARCH-TYPE
               PERFORM WRITE-GL-DEBIT
               MOVE "XF" TO GL-SEARCH-TYPE
               MOVE "FUTA" TO VGD-ITEM
               MOVE CD-FUTA TO GL-POST-AMT
               PERFORM WRITE-GL-CREDIT
               MOVE "LF" TO GL-SEARCH-TYPE
               PERFORM WRITE-GL-DEBIT
               MOVE "XU" TO GL-SEARCH-TYPE
               MOVE "SUTA" TO VGD-ITEM
               MOVE CD-SUTA TO GL-POST-AMT
               PERFORM WRITE-GL-CREDIT
               MOVE "LU" TO GL-SEARCH-TYPE
               PERFORM WRITE-GL-DEBIT
               MOVE "XK" TO GL-SEARCH-TYPE
               MOVE "401k Match" TO VGD-ITEM
               MOVE CD-MATCH TO GL-POST-AMT
               PERFORM WRITE-GL-CREDIT
               MOVE "LK" TO GL-SEARCH-TYPE
               PERFORM WRITE-GL-DEBIT.

      * A reissue only replaces the payment; the earnings and
      * withholding stand, so only Net Pay Payable is touched
       APPLY-REISSUE.
               PERFORM MARK-REGISTER-VOID
               ADD 1 TO ReissueCount
               ADD CD-NET TO ReissueTotal
               ADD 1 TO MaxCheckSeq
               MOVE MaxCheckSeq TO NewCheckSeq
               MOVE NewCheckSeq TO VRG-NEW-SEQ
               MOVE "REISSUED" TO VRG-ACTION
               MOVE "NP" TO GL-SEARCH-TYPE
               MOVE SPACES TO GL-SEARCH-KEY
               MOVE "Net Pay" TO VGD-ITEM
               MOVE CD-NET TO GL-POST-AMT
               MOVE "Void" TO VGD-VERB
               MOVE VT-SEQ TO VGD-SEQ
               PERFORM WRITE-GL-DEBIT
               MOVE "Reissue" TO VGD-VERB
               MOVE NewCheckSeq TO VGD-SEQ
               PERFORM WRITE-GL-CREDIT
               MOVE NewCheckSeq TO CHK-SEQ
               MOVE CD-EMPNUM TO CHK-EMPNUM
               MOVE CD-LNAME TO CHK-LNAME
               MOVE CD-FNAME TO CHK-FNAME
               MOVE CD-NET TO CHK-AMOUNT
               MOVE CHECKREG-DETAIL-LINE
                   TO ReissueLineVal (ReissueCount)
               MOVE NewCheckSeq TO CD-SEQ
               WRITE PAYDTL-RECORD FROM CHECK-DETAIL
               IF RegTableSize < EmpTableLimit
                   ADD 1 TO RegTableSize
                   SET RegIndx TO RegTableSize
                   MOVE NewCheckSeq TO RegSeqVal (RegIndx)
                   MOVE CD-EMPNUM TO RegEmpVal (RegIndx)
                   MOVE CD-LNAME TO RegLNameVal (RegIndx)
                   MOVE CD-FNAME TO RegFNameVal (RegIndx)
                   MOVE CD-NET TO RegAmtVal (RegIndx)
                   MOVE 0 TO RegLineNoVal (RegIndx)
                   MOVE ReissueCount TO RegReissueNoVal (RegIndx)
                   MOVE "N" TO RegVoidVal (RegIndx)
               END-IF
               IF PayDtlTableSize < EmpTableLimit
                   ADD 1 TO PayDtlTableSize
                   SET PdIndx TO PayDtlTableSize
                   MOVE NewCheckSeq TO PdSeqVal (PdIndx)
                   MOVE CHECK-DETAIL TO PdImageVal (PdIndx)
               END-IF.

      * The voided check keeps its register line, marked VOID two
      * spaces after the amount, whether it came from the register
      * file or was reissued earlier in this run
       MARK-REGISTER-VOID.
               MOVE "Y" TO RegVoidVal (RegIndx)
               IF RegLineNoVal (RegIndx) > 0
                   MOVE RegLineNoVal (RegIndx) TO RegMarkLine
                   MOVE "VOID" TO RegLineVal (RegMarkLine) (67:4)
               ELSE
                   MOVE RegReissueNoVal (RegIndx) TO RegMarkLine
                   MOVE "VOID" TO ReissueLineVal (RegMarkLine) (67:4)
               END-IF.

      * Old Grand Total lines are dropped; the reissued checks follow
      * the last detail line and the total is footed from every check
      * still outstanding, so voided checks are left out
       REWRITE-CHECK-REGISTER.
               MOVE 0 TO RegRewriteTotal
               PERFORM VARYING RegIndx FROM 1 BY 1
                       UNTIL RegIndx > RegTableSize
                   IF NOT REG-CHECK-VOIDED (RegIndx)
                       ADD RegAmtVal (RegIndx) TO RegRewriteTotal
                   END-IF
               END-PERFORM
               MOVE RegRewriteTotal TO CHK-GRAND-TOTAL
               OPEN OUTPUT CheckRegFile
               PERFORM VARYING RlIndx FROM 1 BY 1
                       UNTIL RlIndx > RegLastDetailLine
                   IF RegLineVal (RlIndx) (33:12) NOT = "Grand Total:"
                       WRITE CHECKREG-RECORD FROM RegLineVal (RlIndx)
                   END-IF
               END-PERFORM
               PERFORM VARYING RiIndx FROM 1 BY 1
                       UNTIL RiIndx > ReissueCount
                   WRITE CHECKREG-RECORD FROM ReissueLineVal (RiIndx)
               END-PERFORM
               WRITE CHECKREG-RECORD FROM BLANK-LINE
               WRITE CHECKREG-RECORD FROM CHECKREG-TOTAL-LINE
               CLOSE CheckRegFile.

       WRITE-GL-DEBIT.
               IF GL-POST-AMT > 0
                   PERFORM GL-LOOKUP
                   MOVE GL-ACCT-RESULT TO GL-ACCT
                   MOVE VOID-GL-DESC TO GL-DESC
                   MOVE GL-POST-AMT TO GL-DEBIT
                   MOVE 0 TO GL-CREDIT
                   WRITE GL-FILE-RECORD FROM GL-DIST-LINE
                   ADD GL-POST-AMT TO GlDebitTotal
               END-IF.

       WRITE-GL-CREDIT.
               IF GL-POST-AMT > 0
                   PERFORM GL-LOOKUP
                   MOVE GL-ACCT-RESULT TO GL-ACCT
                   MOVE VOID-GL-DESC TO GL-DESC
                   MOVE 0 TO GL-DEBIT
                   MOVE GL-POST-AMT TO GL-CREDIT
                   WRITE GL-FILE-RECORD FROM GL-DIST-LINE
                   ADD GL-POST-AMT TO GlCreditTotal
               END-IF.

      * Each column is reduced by the check's amount; a column that
      * would go below zero is left at zero and the line is flagged
       BACK-OUT-EMP-YTD.
               MOVE "N" TO EMPYTD-FOUND-SW
               MOVE "N" TO YTD-SHORT-SW
               PERFORM VARYING EmpYtdIndx FROM 1 BY 1
                       UNTIL EmpYtdIndx > EmpYtdTableSize
                   IF EmpYtdKeyVal (EmpYtdIndx) = CD-EMPNUM
                       MOVE "Y" TO EMPYTD-FOUND-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT EMPYTD-FOUND
                   MOVE "No YTD record" TO VRG-NOTE
               ELSE
                   MOVE "Y" TO EMPYTD-CHANGED-SW
                   MOVE EmpYtdGrossVal (EmpYtdIndx) TO YTD-WORK
                   MOVE CD-GROSS TO YTD-BACKOUT
                   PERFORM REDUCE-YTD-AMOUNT
                   MOVE YTD-WORK TO EmpYtdGrossVal (EmpYtdIndx)
                   MOVE EmpYtdFedVal (EmpYtdIndx) TO YTD-WORK
                   MOVE CD-FED TO YTD-BACKOUT
                   PERFORM REDUCE-YTD-AMOUNT
                   MOVE YTD-WORK TO EmpYtdFedVal (EmpYtdIndx)
                   MOVE EmpYtdStateVal (EmpYtdIndx) TO YTD-WORK
                   MOVE CD-STATE TO YTD-BACKOUT
                   PERFORM REDUCE-YTD-AMOUNT
                   MOVE YTD-WORK TO EmpYtdStateVal (EmpYtdIndx)
                   MOVE EmpYtdSchoolVal (EmpYtdIndx) TO YTD-WORK
                   MOVE CD-SCHOOL TO YTD-BACKOUT
                   PERFORM REDUCE-YTD-AMOUNT
                   MOVE YTD-WORK TO EmpYtdSchoolVal (EmpYtdIndx)
                   MOVE EmpYtd401kVal (EmpYtdIndx) TO YTD-WORK
                   MOVE CD-401K TO YTD-BACKOUT
                   PERFORM REDUCE-YTD-AMOUNT
                   MOVE YTD-WORK TO EmpYtd401kVal (EmpYtdIndx)
                   MOVE EmpYtdInsVal (EmpYtdIndx) TO YTD-WORK
                   MOVE CD-INS TO YTD-BACKOUT
                   PERFORM REDUCE-YTD-AMOUNT
                   MOVE YTD-WORK TO EmpYtdInsVal (EmpYtdIndx)
                   MOVE EmpYtdSSVal (EmpYtdIndx) TO YTD-WORK
                   MOVE CD-SS TO YTD-BACKOUT
                   PERFORM REDUCE-YTD-AMOUNT
                   MOVE YTD-WORK TO EmpYtdSSVal (EmpYtdIndx)
                   MOVE EmpYtdMedVal (EmpYtdIndx) TO YTD-WORK
                   MOVE CD-MED TO YTD-BACKOUT
                   PERFORM REDUCE-YTD-AMOUNT
                   MOVE YTD-WORK TO EmpYtdMedVal (EmpYtdIndx)
                   MOVE EmpYtdErSSVal (EmpYtdIndx) TO YTD-WORK
                   MOVE CD-ER-SS TO YTD-BACKOUT
                   PERFORM REDUCE-YTD-AMOUNT
                   MOVE YTD-WORK TO EmpYtdErSSVal (EmpYtdIndx)
                   MOVE EmpYtdErMedVal (EmpYtdIndx) TO YTD-WORK
                   MOVE CD-ER-MED TO YTD-BACKOUT
                   PERFORM REDUCE-YTD-AMOUNT
                   MOVE YTD-WORK TO EmpYtdErMedVal (EmpYtdIndx)
                   MOVE EmpYtdFutaVal (EmpYtdIndx) TO YTD-WORK
                   MOVE CD-FUTA TO YTD-BACKOUT
                   PERFORM REDUCE-YTD-AMOUNT
                   MOVE YTD-WORK TO EmpYtdFutaVal (EmpYtdIndx)
                   MOVE EmpYtdSutaVal (EmpYtdIndx) TO YTD-WORK
                   MOVE CD-SUTA TO YTD-BACKOUT
                   PERFORM REDUCE-YTD-AMOUNT
                   MOVE YTD-WORK TO EmpYtdSutaVal (EmpYtdIndx)
                   MOVE EmpYtdMatchVal (EmpYtdIndx) TO YTD-WORK
                   MOVE CD-MATCH TO YTD-BACKOUT
                   PERFORM REDUCE-YTD-AMOUNT
                   MOVE YTD-WORK TO EmpYtdMatchVal (EmpYtdIndx)
                   IF YTD-SHORT
                       MOVE "YTD below check amt" TO VRG-NOTE
                   END-IF
               END-IF.

       REDUCE-YTD-AMOUNT.
               IF YTD-BACKOUT > YTD-WORK
                   MOVE 0 TO YTD-WORK
                   MOVE "Y" TO YTD-SHORT-SW
               ELSE
                   SUBTRACT YTD-BACKOUT FROM YTD-WORK
               END-IF.

       WRITE-VOID-LOG.
               MOVE VT-SEQ TO VL-SEQ
               MOVE CD-PAYDATE TO VL-PAYDATE
               MOVE CD-EMPNUM TO VL-EMPNUM
               MOVE VT-ACTION TO VL-ACTION
               MOVE VT-REASON TO VL-REASON
               MOVE CD-NET TO VL-AMOUNT
               IF VT-REISSUE
                   MOVE NewCheckSeq TO VL-NEW-SEQ
               ELSE
                   MOVE 0 TO VL-NEW-SEQ
               END-IF
               MOVE CURRENT-DATE TO VL-VOID-DATE
               WRITE VOID-LOG-RECORD
               IF VoidLogTableSize < EmpTableLimit
                   ADD 1 TO VoidLogTableSize
                   SET VlIndx TO VoidLogTableSize
                   MOVE VT-SEQ TO VlSeqVal (VlIndx)
                   MOVE CD-PAYDATE TO VlDateVal (VlIndx)
                   MOVE CD-EMPNUM TO VlEmpVal (VlIndx)
                   MOVE CD-NET TO VlAmtVal (VlIndx)
               END-IF.

      * The file holds only the quarter lab7a last paid in, so a
      * check from an earlier quarter is left for a filing amendment
       BACK-OUT-TAX-QTD.
               MOVE CD-PAYDATE TO CHECK-PAYDATE
               DIVIDE CHECK-MM BY 3
                   GIVING QTR-QUOT REMAINDER QTR-REM
               IF QTR-REM > 0
                   ADD 1 TO QTR-QUOT
               END-IF
               COMPUTE CHECK-QUARTER = CHECK-YYYY * 10
                   + QTR-QUOT
               IF CD-STATE > 0 OR CD-SCHOOL > 0
                   IF CHECK-QUARTER = TaxQtdQuarter
                       MOVE "Y" TO TAXQTD-CHANGED-SW
                       MOVE CD-STATE TO TAXQTD-BACKOUT
                       MOVE "ST" TO TAXQTD-SEARCH-TYPE
                       MOVE CD-STATE-CODE TO TAXQTD-SEARCH-CODE
                       PERFORM REDUCE-TAX-QTD
                       IF TAXQTD-FOUND
                           MOVE "GL" TO TAXQTD-SEARCH-TYPE
                           MOVE "ST" TO TAXQTD-SEARCH-CODE
                           PERFORM REDUCE-TAX-QTD
                       ELSE
                           PERFORM NOTE-TAX-QTD-MISSING
                       END-IF
                       MOVE CD-SCHOOL TO TAXQTD-BACKOUT
                       MOVE "SC" TO TAXQTD-SEARCH-TYPE
                       MOVE CD-SCHOOL-DIST TO TAXQTD-SEARCH-CODE
                       PERFORM REDUCE-TAX-QTD
                       IF TAXQTD-FOUND
                           MOVE "GL" TO TAXQTD-SEARCH-TYPE
                           MOVE "SC" TO TAXQTD-SEARCH-CODE
                           PERFORM REDUCE-TAX-QTD
                       ELSE
                           PERFORM NOTE-TAX-QTD-MISSING
                       END-IF
                   ELSE
                       MOVE "Prior quarter - adjust tax filing"
                           TO VRG-NOTE
                   END-IF
               END-IF.

      * A row that would go below zero is left at zero. The GL row
      * is reduced only when the jurisdiction row was, so the two
      * still foot when a check carries no jurisdiction codes
       REDUCE-TAX-QTD.
               MOVE "N" TO TAXQTD-FOUND-SW
               IF TAXQTD-BACKOUT > 0
                   PERFORM VARYING TaxQtdIndx FROM 1 BY 1
                           UNTIL TaxQtdIndx > TaxQtdTableSize
                       IF TaxQtdTypeVal (TaxQtdIndx)
                               = TAXQTD-SEARCH-TYPE
                               AND TaxQtdCodeVal (TaxQtdIndx)
                                   = TAXQTD-SEARCH-CODE
                           IF TaxQtdAmtVal (TaxQtdIndx) > TAXQTD-BACKOUT
                               SUBTRACT TAXQTD-BACKOUT
                                   FROM TaxQtdAmtVal (TaxQtdIndx)
                           ELSE
                               MOVE 0 TO TaxQtdAmtVal (TaxQtdIndx)
                           END-IF
                           MOVE "Y" TO TAXQTD-FOUND-SW
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF.

       NOTE-TAX-QTD-MISSING.
               IF TAXQTD-BACKOUT > 0
                   MOVE "No QTD row - adjust tax filing" TO VRG-NOTE
               END-IF.

       SAVE-TAXQTD-TABLE.
               OPEN OUTPUT TaxQtdFile
               PERFORM VARYING TaxQtdIndx FROM 1 BY 1
                       UNTIL TaxQtdIndx > TaxQtdTableSize
                   MOVE TaxQtdQuarter TO TQF-QUARTER
                   MOVE TaxQtdTypeVal (TaxQtdIndx) TO TQF-TYPE
                   MOVE TaxQtdCodeVal (TaxQtdIndx) TO TQF-CODE
                   MOVE TaxQtdAmtVal (TaxQtdIndx) TO TQF-AMOUNT
                   WRITE TAXQTD-FILE-RECORD
               END-PERFORM
               CLOSE TaxQtdFile.

       SAVE-EMPYTD-TABLE.
               OPEN OUTPUT EmpYtdFile
               PERFORM VARYING EmpYtdIndx FROM 1 BY 1
                       UNTIL EmpYtdIndx > EmpYtdTableSize
                   MOVE EmpYtdEntry (EmpYtdIndx)
                       TO EMPYTD-FILE-RECORD
                   WRITE EMPYTD-FILE-RECORD
               END-PERFORM
               CLOSE EmpYtdFile.

       WRITE-GL-BALANCE.
               MOVE GlDebitTotal TO GL-BAL-DEBITS
               MOVE GlCreditTotal TO GL-BAL-CREDITS
               WRITE GL-FILE-RECORD FROM GL-BALANCE-LINE.

       WRITE-VOID-LINE.
               IF LineNumber >= LinesPerPage
                   PERFORM DISPLAY-HEADERS
                   WRITE OUTPUT-FILE-RECORD FROM VOID-COLUMN-HEADER
                   WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
                   ADD 2 TO LineNumber
               END-IF
               WRITE OUTPUT-FILE-RECORD FROM VOID-DETAIL-LINE
               ADD 1 TO LineNumber.

       WRITE-VOID-TOTALS.
               MOVE TransRead TO VTL-READ
               MOVE VoidCount TO VTL-VOIDED
               MOVE ReissueCount TO VTL-REISSUED
               MOVE RejectCount TO VTL-REJECTED
               MOVE StopPayCount TO VTL-STOPPED
               MOVE VoidTotal TO VTL-VOID-AMT
               MOVE ReissueTotal TO VTL-REISSUE-AMT
               MOVE GlDebitTotal TO VTL-GL-DEBITS
               MOVE GlCreditTotal TO VTL-GL-CREDITS
               IF GlDebitTotal = GlCreditTotal
                   MOVE "In balance" TO VTL-GL-STATUS
               ELSE
                   MOVE "OUT OF BALANCE" TO VTL-GL-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
               WRITE OUTPUT-FILE-RECORD FROM VOID-TOTAL-LINE-1
               WRITE OUTPUT-FILE-RECORD FROM VOID-TOTAL-LINE-2
               WRITE OUTPUT-FILE-RECORD FROM VOID-TOTAL-LINE-3.

       DISPLAY-HEADERS.
               ADD 1 TO PageNumber
               MOVE PageNumber TO PAGE-COUNT
               MOVE 0 TO LineNumber
               WRITE OUTPUT-FILE-RECORD FROM HEADER-1
               WRITE OUTPUT-FILE-RECORD FROM HEADER-2
               WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
               MOVE 3 TO LineNumber.

       WRAP-UP.
               CLOSE VoidTransFile
               CLOSE GlAcctFile
               CLOSE PayDtlFile
               CLOSE VoidLogFile
               CLOSE StopPayFile
               CLOSE GlFile
               CLOSE OutputFile.
