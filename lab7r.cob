
      * Tyler Zysberg
      * Reconciles a payroll run employee by employee across the ACH
      * file, check register, pay stubs, GL distribution, garnishment
      * remittances and the year-to-date file before funds are released

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lab7r.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                  FILE-CONTROL.
                  SELECT OPTIONAL AchFile ASSIGN TO 'lab7a-ach.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ACH-STATUS.

                  SELECT OPTIONAL CheckRegFile ASSIGN TO
                      'lab7a-checkreg.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS CHECKREG-STATUS.

                  SELECT OPTIONAL StubFile ASSIGN TO 'lab7a-stub.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS STUB-STATUS.

                  SELECT OPTIONAL RemitFile ASSIGN TO 'lab7a-remit.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS REMIT-STATUS.

                  SELECT OPTIONAL GlFile ASSIGN TO 'lab7a-gl.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS GL-STATUS.

                  SELECT OPTIONAL EmpYtdBeforeFile ASSIGN TO
                      'lab7a-empytd-before.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS YTDBEFORE-STATUS.

                  SELECT OPTIONAL EmpYtdFile ASSIGN TO
                      'lab7a-empytd.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS EMPYTD-STATUS.

                  SELECT OutputFile ASSIGN TO 'lab7r-out.dat'
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD AchFile.
           01 ACH-RECORD.
                  05 ACH-EMPNUM PIC X(5).
                  05 ACH-LNAME PIC X(20).
                  05 ACH-FNAME PIC X(15).
                  05 ACH-AMOUNT PIC 9(8)V99.
                  05 ACH-PAYDATE PIC 9(8).

           FD CheckRegFile.
           01 CHECKREG-RECORD PIC X(90).

           FD StubFile.
           01 STUB-RECORD PIC X(80).

           FD RemitFile.
           01 REMIT-RECORD.
                  05 RMT-AGENCY PIC X(20).
                  05 FILLER PIC X(2).
                  05 RMT-EMPNUM PIC X(5).
                  05 FILLER PIC X(2).
                  05 RMT-PRIORITY PIC 9(2).
                  05 FILLER PIC X(2).
                  05 RMT-AMOUNT PIC 9(7)V99.
                  05 FILLER PIC X(18).

           FD GlFile.
           01 GL-FILE-RECORD PIC X(80).

      * Both year-to-date files carry the lab7a layout: the employee
      * key and the thirteen accumulated columns
           FD EmpYtdBeforeFile.
           01 YTD-BEFORE-RECORD.
              05 YTDB-KEY PIC X(5).
              05 YTDB-AMT PIC 9(9)V99 OCCURS 13 TIMES.

           FD EmpYtdFile.
           01 YTD-AFTER-RECORD.
              05 YTDA-KEY PIC X(5).
              05 YTDA-AMT PIC 9(9)V99 OCCURS 13 TIMES.

           FD OutputFile.
           01 OUTPUT-FILE-RECORD PIC X(110).

           WORKING-STORAGE SECTION.
           01 EOFACH PIC X VALUE "n".
           01 EOFCHECKREG PIC X VALUE "n".
           01 EOFSTUB PIC X VALUE "n".
           01 EOFREMIT PIC X VALUE "n".
           01 EOFGL PIC X VALUE "n".
           01 EOFYTDBEFORE PIC X VALUE "n".
           01 EOFEMPYTD PIC X VALUE "n".

           01 ACH-STATUS PIC XX.
           01 CHECKREG-STATUS PIC XX.
           01 STUB-STATUS PIC XX.
           01 REMIT-STATUS PIC XX.
           01 GL-STATUS PIC XX.
           01 YTDBEFORE-STATUS PIC XX.
           01 EMPYTD-STATUS PIC XX.

      * Per-payment tables get headroom well past projected headcount
           78 EmpTableLimit value is 5000.
           78 YtdColumns value is 13.

      * One entry per employee seen in any of the files; the YTD
      * columns follow the lab7a year-to-date layout
           01 ReconTable.
              05 ReconEntry Occurs EmpTableLimit Times
                      Indexed by RcIndx.
                 10 RcEmpVal PIC X(5).
                 10 RcNameVal PIC X(20).
                 10 RcAchCnt PIC 9(3).
                 10 RcAchAmt PIC 9(8)V99.
                 10 RcRegCnt PIC 9(3).
                 10 RcRegAmt PIC 9(8)V99.
                 10 RcStubCnt PIC 9(3).
                 10 RcStubNet PIC 9(8)V99.
                 10 RcStubGarn PIC 9(8)V99.
                 10 RcRemitCnt PIC 9(3).
                 10 RcRemitAmt PIC 9(8)V99.
                 10 RcBeforeSw PIC X.
                 10 RcAfterSw PIC X.
                 10 RcStubYtd PIC 9(9)V99 OCCURS 13 TIMES.
                 10 RcYtdBefore PIC 9(9)V99 OCCURS 13 TIMES.
                 10 RcYtdAfter PIC 9(9)V99 OCCURS 13 TIMES.

           01 ReconTableSize PIC 9(4) VALUE 0.
           01 RC-SEARCH-KEY PIC X(5).
           01 RC-FOUND-SW PIC X VALUE "N".
              88 RC-FOUND VALUE "Y".
           01 RC-FULL-SW PIC X VALUE "N".
              88 RECON-TABLE-FULL VALUE "Y".
           01 CurStubEntry PIC 9(4) VALUE 0.
           01 YtdCol PIC 99.
           01 StubCol PIC 99.

      * Stub caption and GL description for each YTD column; the
      * gross column is every "Gross Pay Dept" debit
           01 YTD-COLUMN-VALUES.
              05 FILLER PIC X(14) VALUE "Gross".
              05 FILLER PIC X(24) VALUE "Gross Pay Dept".
              05 FILLER PIC X(14) VALUE "Federal Tax".
              05 FILLER PIC X(24) VALUE "Federal Tax Withheld".
              05 FILLER PIC X(14) VALUE "State Tax".
              05 FILLER PIC X(24) VALUE "State Tax Withheld".
              05 FILLER PIC X(14) VALUE "School Tax".
              05 FILLER PIC X(24) VALUE "School Tax Withheld".
              05 FILLER PIC X(14) VALUE "401k".
              05 FILLER PIC X(24) VALUE "401k Withheld".
              05 FILLER PIC X(14) VALUE "Insurance".
              05 FILLER PIC X(24) VALUE "Insurance Withheld".
              05 FILLER PIC X(14) VALUE "Social Sec".
              05 FILLER PIC X(24) VALUE "Soc Sec Tax Withheld".
              05 FILLER PIC X(14) VALUE "Medicare".
              05 FILLER PIC X(24) VALUE "Medicare Tax Withheld".
              05 FILLER PIC X(14) VALUE "ER Soc Sec".
              05 FILLER PIC X(24) VALUE "ER Soc Sec Payable".
              05 FILLER PIC X(14) VALUE "ER Medicare".
              05 FILLER PIC X(24) VALUE "ER Medicare Payable".
              05 FILLER PIC X(14) VALUE "ER FUTA".
              05 FILLER PIC X(24) VALUE "FUTA Payable".
              05 FILLER PIC X(14) VALUE "ER SUTA".
              05 FILLER PIC X(24) VALUE "SUTA Payable".
              05 FILLER PIC X(14) VALUE "ER 401k Mtch".
              05 FILLER PIC X(24) VALUE "401k Match Payable".
           01 YTD-COLUMN-TABLE REDEFINES YTD-COLUMN-VALUES.
              05 YtdColDef OCCURS 13 TIMES.
                 10 YtdColName PIC X(14).
                 10 YtdColGlDesc PIC X(24).

           01 STUB-CAPTION PIC X(12).
           01 STUB-EMP-KEY PIC X(5).
           01 REG-EMP-KEY PIC X(5).

           01 AMT-PARSE-FIELDS.
                  05 AMT-PARSE-TEXT PIC X(15).
                  05 AMT-NUM PIC 9(9)V99.
                  05 AMT-DIGITS PIC X(15).
                  05 AMT-ZONE PIC X(11).
                  05 AMT-ZONE-NUM REDEFINES AMT-ZONE PIC 9(9)V99.
                  05 AMT-SCAN-POS PIC 99.
                  05 AMT-DIGIT-CNT PIC 99.

           01 GL-DEBIT-ZONE PIC X(11).
           01 GL-DEBIT-ZONE-NUM REDEFINES GL-DEBIT-ZONE PIC 9(9)V99.
           01 GL-CREDIT-ZONE PIC X(11).
           01 GL-CREDIT-ZONE-NUM REDEFINES GL-CREDIT-ZONE
                       PIC 9(9)V99.

           01 COMPANY-TOTALS.
                  05 AchTotal PIC 9(9)V99 VALUE 0.
                  05 RegDetailTotal PIC 9(9)V99 VALUE 0.
                  05 RegGrandTotal PIC 9(9)V99 VALUE 0.
                  05 StubNetTotal PIC 9(9)V99 VALUE 0.
                  05 StubGarnTotal PIC 9(9)V99 VALUE 0.
                  05 RemitTotal PIC 9(9)V99 VALUE 0.
                  05 GlNetPay PIC 9(9)V99 VALUE 0.
                  05 GlGarnish PIC 9(9)V99 VALUE 0.
                  05 GlDebitTotal PIC 9(9)V99 VALUE 0.
                  05 GlCreditTotal PIC 9(9)V99 VALUE 0.
           01 StubColTotals.
                  05 StubColTotal PIC 9(9)V99 OCCURS 13 TIMES.
           01 GlColTotals.
                  05 GlColTotal PIC 9(9)V99 OCCURS 13 TIMES.

           01 AchCount PIC 9(5) VALUE 0.
           01 RegCount PIC 9(5) VALUE 0.
           01 StubCount PIC 9(5) VALUE 0.
           01 RemitCount PIC 9(5) VALUE 0.
           01 EmployeesPaid PIC 9(5) VALUE 0.
           01 EmployeesInError PIC 9(5) VALUE 0.
           01 MismatchCount PIC 9(5) VALUE 0.

           01 YTD-CHECK-SW PIC X VALUE "Y".
              88 YTD-CHECKED VALUE "Y".
           01 EMP-ERROR-SW PIC X VALUE "N".
              88 EMP-IN-ERROR VALUE "Y".
           01 PAID-SW PIC X VALUE "N".
              88 EMP-PAID VALUE "Y".

           01 YTD-CHANGE PIC S9(9)V99.
           01 CMP-EXPECTED PIC S9(9)V99.
           01 CMP-FOUND PIC S9(9)V99.
           01 MISSING-FILE-NAME PIC X(30).

           01  Report-Fields.
               05 PageNumber   Pic 99 Value 0.
               05 LinesPerPage Pic 99 Value 35.
               05 LineNumber   Pic 99 Value 0.

           01 REPORT-LINE PIC X(110).
           01 PAGE-COLUMN-HEADER PIC X(110) VALUE SPACES.

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
                  05 FILLER PIC X(34)
                       VALUE "Pre-Release Payroll Reconciliation".

           01 MISSING-FILE-LINE.
                  05 FILLER PIC X(26)
                       VALUE "*** Input file not found: ".
                  05 MFL-NAME PIC X(30).

           01 EMP-SECTION-TITLE.
                  05 FILLER PIC X(29)
                       VALUE "Employee Payment Exceptions".

           01 COMPANY-SECTION-TITLE.
                  05 FILLER PIC X(22) VALUE "Company Tie-Out Totals".

           01 EMP-COLUMN-HEADER.
                  05 FILLER PIC X(5) VALUE "Emp #".
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(8) VALUE "Employee".
                  05 FILLER PIC X(14) VALUE SPACES.
                  05 FILLER PIC X(9) VALUE "Exception".
                  05 FILLER PIC X(26) VALUE SPACES.
                  05 FILLER PIC X(8) VALUE "Expected".
                  05 FILLER PIC X(13) VALUE SPACES.
                  05 FILLER PIC X(5) VALUE "Found".
                  05 FILLER PIC X(8) VALUE SPACES.
                  05 FILLER PIC X(10) VALUE "Difference".

           01 TIE-COLUMN-HEADER.
                  05 FILLER PIC X(8) VALUE "Compared".
                  05 FILLER PIC X(35) VALUE SPACES.
                  05 FILLER PIC X(6) VALUE "Source".
                  05 FILLER PIC X(13) VALUE SPACES.
                  05 FILLER PIC X(5) VALUE "Check".
                  05 FILLER PIC X(8) VALUE SPACES.
                  05 FILLER PIC X(10) VALUE "Difference".
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(6) VALUE "Status".

           01 EMP-COUNT-LINE.
                  05 ECL-EMPNUM PIC X(5).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 ECL-NAME PIC X(20).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 ECL-ISSUE PIC X(26).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(5) VALUE "ACH: ".
                  05 ECL-ACH PIC ZZ9.
                  05 FILLER PIC X(13) VALUE "   Register: ".
                  05 ECL-REG PIC ZZ9.
                  05 FILLER PIC X(10) VALUE "   Stubs: ".
                  05 ECL-STUB PIC ZZ9.

           01 EMP-AMOUNT-LINE.
                  05 EAL-EMPNUM PIC X(5).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 EAL-NAME PIC X(20).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 EAL-ISSUE PIC X(26).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 EAL-EXPECTED PIC $$$$,$$$,$$9.99-.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 EAL-FOUND PIC $$$$,$$$,$$9.99-.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 EAL-DIFF PIC $$$$,$$$,$$9.99-.

           01 EMP-NOTE-LINE.
                  05 ENL-EMPNUM PIC X(5).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 ENL-NAME PIC X(20).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 ENL-ISSUE PIC X(40).

           01 NO-EXCEPTIONS-LINE.
                  05 FILLER PIC X(31)
                       VALUE "No employee exceptions found".

           01 TIE-OUT-LINE.
                  05 TIE-CAPTION PIC X(36).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 TIE-SOURCE PIC $$$$,$$$,$$9.99-.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 TIE-CHECK PIC $$$$,$$$,$$9.99-.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 TIE-DIFF PIC $$$$,$$$,$$9.99-.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 TIE-STATUS PIC X(8).

           01 SUMMARY-LINE-1.
                  05 FILLER PIC X(14) VALUE "ACH payments: ".
                  05 SL-ACH PIC ZZZZ9.
                  05 FILLER PIC X(19) VALUE "  Register checks: ".
                  05 SL-REG PIC ZZZZ9.
                  05 FILLER PIC X(13) VALUE "  Pay stubs: ".
                  05 SL-STUB PIC ZZZZ9.
                  05 FILLER PIC X(15) VALUE "  Remittances: ".
                  05 SL-REMIT PIC ZZZZ9.

           01 SUMMARY-LINE-2.
                  05 FILLER PIC X(16) VALUE "Employees paid: ".
                  05 SL-PAID PIC ZZZZ9.
                  05 FILLER PIC X(22) VALUE "  Employees in error: ".
                  05 SL-IN-ERROR PIC ZZZZ9.
                  05 FILLER PIC X(14) VALUE "  Mismatches: ".
                  05 SL-MISMATCH PIC ZZZZ9.

           01 SUMMARY-LINE-3.
                  05 FILLER PIC X(16) VALUE "ACH total:      ".
                  05 SL-ACH-TOTAL PIC $$$$,$$$,$$9.99.

           01 RECON-HOLD-LINE.
                  05 FILLER PIC X(49) VALUE "*** RECONCILIATION " &
                      "MISMATCHES - HOLD TRANSMIT ***".

           01 RECON-CLEAR-LINE.
                  05 FILLER PIC X(41)
                       VALUE "Payroll reconciled - cleared for release".

           01 BLANK-LINE.
                  05 FILLER PIC X VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               PERFORM PROCESS-INIT
               PERFORM LOAD-ACH-PAYMENTS
               PERFORM LOAD-REGISTER-CHECKS
               PERFORM LOAD-PAY-STUBS
               PERFORM LOAD-REMITTANCES
               PERFORM LOAD-GL-POSTINGS
               PERFORM LOAD-YTD-BEFORE
               PERFORM LOAD-YTD-AFTER
               PERFORM CHECK-EMPLOYEES
               PERFORM CHECK-COMPANY-TOTALS
               PERFORM WRITE-SUMMARY
               PERFORM WRAP-UP
               STOP RUN.

       PROCESS-INIT.
               MOVE 1 TO PAGE-COUNT
               ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
               MOVE CORRESPONDING CURRENT-DATE TO HEADER-1
               INITIALIZE StubColTotals
               INITIALIZE GlColTotals
               OPEN OUTPUT OutputFile
               PERFORM DISPLAY-HEADERS.

       LOAD-ACH-PAYMENTS.
               OPEN INPUT AchFile
               IF ACH-STATUS = "00"
                   PERFORM UNTIL EOFACH = "Y"
                      READ AchFile
                         AT END
                            SET EOFACH TO "Y"
                         NOT AT END
                            PERFORM ADD-ACH-PAYMENT
                         END-READ
                   END-PERFORM
               ELSE
                   MOVE "lab7a-ach.dat" TO MISSING-FILE-NAME
                   PERFORM WRITE-MISSING-FILE
               END-IF
               CLOSE AchFile.

       ADD-ACH-PAYMENT.
               ADD 1 TO AchCount
               ADD ACH-AMOUNT TO AchTotal
               MOVE ACH-EMPNUM TO RC-SEARCH-KEY
               PERFORM FIND-RECON-ENTRY
               IF RC-FOUND
                   ADD 1 TO RcAchCnt (RcIndx)
                   ADD ACH-AMOUNT TO RcAchAmt (RcIndx)
                   MOVE ACH-LNAME TO RcNameVal (RcIndx)
               END-IF.

      * The check register is a formatted report; detail lines are
      * the only lines with a digit in position 5 of the seq column
       LOAD-REGISTER-CHECKS.
               OPEN INPUT CheckRegFile
               IF CHECKREG-STATUS = "00"
                   PERFORM UNTIL EOFCHECKREG = "Y"
                      READ CheckRegFile
                         AT END
                            SET EOFCHECKREG TO "Y"
                         NOT AT END
                            IF CHECKREG-RECORD (5:1) >= "0"
                                    AND CHECKREG-RECORD (5:1) <= "9"
                                PERFORM ADD-REGISTER-CHECK
                            END-IF
                            IF CHECKREG-RECORD (33:12) = "Grand Total:"
                                MOVE CHECKREG-RECORD (48:15)
                                    TO AMT-PARSE-TEXT
                                PERFORM PARSE-EDITED-AMOUNT
                                MOVE AMT-NUM TO RegGrandTotal
                            END-IF
                         END-READ
                   END-PERFORM
               ELSE
                   MOVE "lab7a-checkreg.dat" TO MISSING-FILE-NAME
                   PERFORM WRITE-MISSING-FILE
               END-IF
               CLOSE CheckRegFile.

       ADD-REGISTER-CHECK.
               ADD 1 TO RegCount
               MOVE CHECKREG-RECORD (8:5) TO REG-EMP-KEY
               INSPECT REG-EMP-KEY REPLACING ALL SPACE BY "0"
               MOVE CHECKREG-RECORD (52:13) TO AMT-PARSE-TEXT
               PERFORM PARSE-EDITED-AMOUNT
               ADD AMT-NUM TO RegDetailTotal
               MOVE REG-EMP-KEY TO RC-SEARCH-KEY
               PERFORM FIND-RECON-ENTRY
               IF RC-FOUND
                   ADD 1 TO RcRegCnt (RcIndx)
                   ADD AMT-NUM TO RcRegAmt (RcIndx)
                   IF RcNameVal (RcIndx) = SPACES
                       MOVE CHECKREG-RECORD (15:20)
                           TO RcNameVal (RcIndx)
                   END-IF
               END-IF.

      * Each stub opens with an Employee line; the amount lines that
      * follow belong to that employee until the separator
       LOAD-PAY-STUBS.
               OPEN INPUT StubFile
               IF STUB-STATUS = "00"
                   PERFORM UNTIL EOFSTUB = "Y"
                      READ StubFile
                         AT END
                            SET EOFSTUB TO "Y"
                         NOT AT END
                            PERFORM PROCESS-STUB-LINE
                         END-READ
                   END-PERFORM
               ELSE
                   MOVE "lab7a-stub.dat" TO MISSING-FILE-NAME
                   PERFORM WRITE-MISSING-FILE
               END-IF
               CLOSE StubFile.

       PROCESS-STUB-LINE.
               IF STUB-RECORD (1:10) = "Employee: "
                   PERFORM START-PAY-STUB
               ELSE
                   IF STUB-RECORD (1:3) = "==="
                       MOVE 0 TO CurStubEntry
                   ELSE
                       IF CurStubEntry > 0
                               AND STUB-RECORD (1:2) = SPACES
                           PERFORM ADD-STUB-AMOUNT
                       END-IF
                   END-IF
               END-IF.

       START-PAY-STUB.
               ADD 1 TO StubCount
               MOVE 0 TO CurStubEntry
               MOVE STUB-RECORD (11:5) TO STUB-EMP-KEY
               INSPECT STUB-EMP-KEY REPLACING ALL SPACE BY "0"
               MOVE STUB-EMP-KEY TO RC-SEARCH-KEY
               PERFORM FIND-RECON-ENTRY
               IF RC-FOUND
                   SET CurStubEntry TO RcIndx
                   ADD 1 TO RcStubCnt (RcIndx)
                   IF RcNameVal (RcIndx) = SPACES
                       MOVE STUB-RECORD (34:20) TO RcNameVal (RcIndx)
                   END-IF
               END-IF.

      * Earnings of every kind land in the YTD gross column; the
      * remaining captions match the YTD column names one for one
       ADD-STUB-AMOUNT.
               SET RcIndx TO CurStubEntry
               MOVE STUB-RECORD (3:12) TO STUB-CAPTION
               MOVE STUB-RECORD (17:13) TO AMT-PARSE-TEXT
               MOVE 0 TO StubCol
               EVALUATE TRUE
                   WHEN STUB-CAPTION = "Gross Pay"
                   WHEN STUB-CAPTION = "Commission"
                   WHEN STUB-CAPTION = "Vac Payout"
                   WHEN STUB-CAPTION (1:5) = "Adj ("
                       MOVE 1 TO StubCol
                   WHEN STUB-CAPTION = "Garnishment"
                       PERFORM PARSE-EDITED-AMOUNT
                       ADD AMT-NUM TO RcStubGarn (RcIndx)
                       ADD AMT-NUM TO StubGarnTotal
                   WHEN STUB-CAPTION = "Net Pay"
                       PERFORM PARSE-EDITED-AMOUNT
                       ADD AMT-NUM TO RcStubNet (RcIndx)
                       ADD AMT-NUM TO StubNetTotal
                   WHEN OTHER
                       PERFORM VARYING YtdCol FROM 2 BY 1
                               UNTIL YtdCol > YtdColumns
                           IF STUB-CAPTION = YtdColName (YtdCol)
                               MOVE YtdCol TO StubCol
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-EVALUATE
               IF StubCol > 0
                   PERFORM PARSE-EDITED-AMOUNT
                   ADD AMT-NUM TO RcStubYtd (RcIndx, StubCol)
                   ADD AMT-NUM TO StubColTotal (StubCol)
               END-IF.

       LOAD-REMITTANCES.
               OPEN INPUT RemitFile
               IF REMIT-STATUS = "00"
                   PERFORM UNTIL EOFREMIT = "Y"
                      READ RemitFile
                         AT END
                            SET EOFREMIT TO "Y"
                         NOT AT END
                            PERFORM ADD-REMITTANCE
                         END-READ
                   END-PERFORM
               ELSE
                   MOVE "lab7a-remit.dat" TO MISSING-FILE-NAME
                   PERFORM WRITE-MISSING-FILE
               END-IF
               CLOSE RemitFile.

       ADD-REMITTANCE.
               ADD 1 TO RemitCount
               ADD RMT-AMOUNT TO RemitTotal
               MOVE RMT-EMPNUM TO RC-SEARCH-KEY
               PERFORM FIND-RECON-ENTRY
               IF RC-FOUND
                   ADD 1 TO RcRemitCnt (RcIndx)
                   ADD RMT-AMOUNT TO RcRemitAmt (RcIndx)
               END-IF.

       LOAD-GL-POSTINGS.
               OPEN INPUT GlFile
               IF GL-STATUS = "00"
                   PERFORM UNTIL EOFGL = "Y"
                      READ GlFile
                         AT END
                            SET EOFGL TO "Y"
                         NOT AT END
                            IF GL-FILE-RECORD (1:8) NOT = "*BALANCE"
                                PERFORM ADD-GL-POSTING
                            END-IF
                         END-READ
                   END-PERFORM
               ELSE
                   MOVE "lab7a-gl.dat" TO MISSING-FILE-NAME
                   PERFORM WRITE-MISSING-FILE
               END-IF
               CLOSE GlFile.

       ADD-GL-POSTING.
               MOVE GL-FILE-RECORD (37:11) TO GL-DEBIT-ZONE
               MOVE GL-FILE-RECORD (50:11) TO GL-CREDIT-ZONE
               IF GL-DEBIT-ZONE NOT NUMERIC
                   MOVE ALL "0" TO GL-DEBIT-ZONE
               END-IF
               IF GL-CREDIT-ZONE NOT NUMERIC
                   MOVE ALL "0" TO GL-CREDIT-ZONE
               END-IF
               ADD GL-DEBIT-ZONE-NUM TO GlDebitTotal
               ADD GL-CREDIT-ZONE-NUM TO GlCreditTotal
               EVALUATE TRUE
                   WHEN GL-FILE-RECORD (11:14) = "Gross Pay Dept"
                       ADD GL-DEBIT-ZONE-NUM TO GlColTotal (1)
                   WHEN GL-FILE-RECORD (11:24) = "Net Pay Payable"
                       ADD GL-CREDIT-ZONE-NUM TO GlNetPay
                   WHEN GL-FILE-RECORD (11:24) = "Garnishments Withheld"
                       ADD GL-CREDIT-ZONE-NUM TO GlGarnish
                   WHEN OTHER
                       PERFORM VARYING YtdCol FROM 2 BY 1
                               UNTIL YtdCol > YtdColumns
                           IF GL-FILE-RECORD (11:24)
                                   = YtdColGlDesc (YtdCol)
                               ADD GL-CREDIT-ZONE-NUM
                                   TO GlColTotal (YtdCol)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-EVALUATE.

      * lab7a copies the YTD file aside at the start of a fresh run;
      * without that copy the YTD changes cannot be proved
       LOAD-YTD-BEFORE.
               OPEN INPUT EmpYtdBeforeFile
               IF YTDBEFORE-STATUS = "00"
                   PERFORM UNTIL EOFYTDBEFORE = "Y"
                      READ EmpYtdBeforeFile
                         AT END
                            SET EOFYTDBEFORE TO "Y"
                         NOT AT END
                            PERFORM ADD-YTD-BEFORE
                         END-READ
                   END-PERFORM
               ELSE
                   MOVE "N" TO YTD-CHECK-SW
                   MOVE "lab7a-empytd-before.dat" TO MISSING-FILE-NAME
                   PERFORM WRITE-MISSING-FILE
               END-IF
               CLOSE EmpYtdBeforeFile.

      * Older year-to-date records are shorter than the current
      * layout; the missing columns start from zero
       ADD-YTD-BEFORE.
               MOVE YTDB-KEY TO RC-SEARCH-KEY
               PERFORM FIND-RECON-ENTRY
               IF RC-FOUND
                   MOVE "Y" TO RcBeforeSw (RcIndx)
                   PERFORM VARYING YtdCol FROM 1 BY 1
                           UNTIL YtdCol > YtdColumns
                       IF YTDB-AMT (YtdCol) NUMERIC
                           MOVE YTDB-AMT (YtdCol)
                               TO RcYtdBefore (RcIndx, YtdCol)
                       END-IF
                   END-PERFORM
               END-IF.

       LOAD-YTD-AFTER.
               OPEN INPUT EmpYtdFile
               IF EMPYTD-STATUS = "00"
                   PERFORM UNTIL EOFEMPYTD = "Y"
                      READ EmpYtdFile
                         AT END
                            SET EOFEMPYTD TO "Y"
                         NOT AT END
                            PERFORM ADD-YTD-AFTER
                         END-READ
                   END-PERFORM
               ELSE
                   MOVE "N" TO YTD-CHECK-SW
                   MOVE "lab7a-empytd.dat" TO MISSING-FILE-NAME
                   PERFORM WRITE-MISSING-FILE
               END-IF
               CLOSE EmpYtdFile.

       ADD-YTD-AFTER.
               MOVE YTDA-KEY TO RC-SEARCH-KEY
               PERFORM FIND-RECON-ENTRY
               IF RC-FOUND
                   MOVE "Y" TO RcAfterSw (RcIndx)
                   PERFORM VARYING YtdCol FROM 1 BY 1
                           UNTIL YtdCol > YtdColumns
                       IF YTDA-AMT (YtdCol) NUMERIC
                           MOVE YTDA-AMT (YtdCol)
                               TO RcYtdAfter (RcIndx, YtdCol)
                       END-IF
                   END-PERFORM
               END-IF.

      * New employees are added with every count and amount at zero
       FIND-RECON-ENTRY.
               MOVE "N" TO RC-FOUND-SW
               PERFORM VARYING RcIndx FROM 1 BY 1
                       UNTIL RcIndx > ReconTableSize
                   IF RcEmpVal (RcIndx) = RC-SEARCH-KEY
                       MOVE "Y" TO RC-FOUND-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT RC-FOUND
                   IF ReconTableSize < EmpTableLimit
                       ADD 1 TO ReconTableSize
                       SET RcIndx TO ReconTableSize
                       INITIALIZE ReconEntry (RcIndx)
                       MOVE RC-SEARCH-KEY TO RcEmpVal (RcIndx)
                       MOVE "N" TO RcBeforeSw (RcIndx)
                       MOVE "N" TO RcAfterSw (RcIndx)
                       MOVE "Y" TO RC-FOUND-SW
                   ELSE
                       IF NOT RECON-TABLE-FULL
                           MOVE "Y" TO RC-FULL-SW
                           MOVE RC-SEARCH-KEY TO ENL-EMPNUM
                           MOVE SPACES TO ENL-NAME
                           MOVE "Employee table full - not checked"
                               TO ENL-ISSUE
                           MOVE EMP-NOTE-LINE TO REPORT-LINE
                           PERFORM WRITE-REPORT-LINE
                           ADD 1 TO MismatchCount
                       END-IF
                   END-IF
               END-IF.

       WRITE-MISSING-FILE.
               MOVE MISSING-FILE-NAME TO MFL-NAME
               MOVE MISSING-FILE-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO MismatchCount.

       CHECK-EMPLOYEES.
               MOVE BLANK-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE EMP-SECTION-TITLE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE EMP-COLUMN-HEADER TO PAGE-COLUMN-HEADER
               MOVE EMP-COLUMN-HEADER TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE BLANK-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING RcIndx FROM 1 BY 1
                       UNTIL RcIndx > ReconTableSize
                   PERFORM CHECK-EMPLOYEE
               END-PERFORM
               IF EmployeesInError = 0
                   MOVE NO-EXCEPTIONS-LINE TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

      * Every employee paid must have exactly one ACH payment, one
      * register check and one stub, all for the same net pay
       CHECK-EMPLOYEE.
               MOVE "N" TO EMP-ERROR-SW
               MOVE "N" TO PAID-SW
               IF RcAchCnt (RcIndx) > 0 OR RcRegCnt (RcIndx) > 0
                       OR RcStubCnt (RcIndx) > 0
                       OR RcRemitCnt (RcIndx) > 0
                   MOVE "Y" TO PAID-SW
                   ADD 1 TO EmployeesPaid
               END-IF
               IF EMP-PAID
                   PERFORM CHECK-PAYMENT-COUNTS
                   PERFORM CHECK-PAYMENT-AMOUNTS
               END-IF
               IF YTD-CHECKED
                   PERFORM CHECK-YTD-CHANGE
               END-IF
               IF EMP-IN-ERROR
                   ADD 1 TO EmployeesInError
               END-IF.

       CHECK-PAYMENT-COUNTS.
               IF RcAchCnt (RcIndx) NOT = 1
                       OR RcRegCnt (RcIndx) NOT = 1
                       OR RcStubCnt (RcIndx) NOT = 1
                   IF RcAchCnt (RcIndx) > 1 OR RcRegCnt (RcIndx) > 1
                           OR RcStubCnt (RcIndx) > 1
                       MOVE "Duplicate payment" TO ECL-ISSUE
                   ELSE
                       MOVE "Missing payment" TO ECL-ISSUE
                   END-IF
                   MOVE RcEmpVal (RcIndx) TO ECL-EMPNUM
                   MOVE RcNameVal (RcIndx) TO ECL-NAME
                   MOVE RcAchCnt (RcIndx) TO ECL-ACH
                   MOVE RcRegCnt (RcIndx) TO ECL-REG
                   MOVE RcStubCnt (RcIndx) TO ECL-STUB
                   MOVE EMP-COUNT-LINE TO REPORT-LINE
                   PERFORM WRITE-EMP-EXCEPTION
               END-IF.

      * The ACH amount is what actually leaves the bank, so the stub
      * and register are both held to it
       CHECK-PAYMENT-AMOUNTS.
               IF RcAchCnt (RcIndx) > 0 AND RcStubCnt (RcIndx) > 0
                       AND RcStubNet (RcIndx) NOT = RcAchAmt (RcIndx)
                   MOVE "Stub net vs ACH amount" TO EAL-ISSUE
                   MOVE RcStubNet (RcIndx) TO CMP-EXPECTED
                   MOVE RcAchAmt (RcIndx) TO CMP-FOUND
                   PERFORM WRITE-EMP-AMOUNT
               END-IF
               IF RcAchCnt (RcIndx) > 0 AND RcRegCnt (RcIndx) > 0
                       AND RcRegAmt (RcIndx) NOT = RcAchAmt (RcIndx)
                   MOVE "Register vs ACH amount" TO EAL-ISSUE
                   MOVE RcRegAmt (RcIndx) TO CMP-EXPECTED
                   MOVE RcAchAmt (RcIndx) TO CMP-FOUND
                   PERFORM WRITE-EMP-AMOUNT
               END-IF
               IF RcRemitAmt (RcIndx) NOT = RcStubGarn (RcIndx)
                   MOVE "Remits vs stub garnishment" TO EAL-ISSUE
                   MOVE RcStubGarn (RcIndx) TO CMP-EXPECTED
                   MOVE RcRemitAmt (RcIndx) TO CMP-FOUND
                   PERFORM WRITE-EMP-AMOUNT
               END-IF.

      * Each YTD column must have moved by exactly what this run's
      * stubs show; an employee not paid must not have moved at all
       CHECK-YTD-CHANGE.
               IF RcAfterSw (RcIndx) NOT = "Y"
                   IF EMP-PAID OR RcBeforeSw (RcIndx) = "Y"
                       MOVE RcEmpVal (RcIndx) TO ENL-EMPNUM
                       MOVE RcNameVal (RcIndx) TO ENL-NAME
                       MOVE "Not on YTD file after run" TO ENL-ISSUE
                       MOVE EMP-NOTE-LINE TO REPORT-LINE
                       PERFORM WRITE-EMP-EXCEPTION
                   END-IF
               ELSE
                   PERFORM VARYING YtdCol FROM 1 BY 1
                           UNTIL YtdCol > YtdColumns
                       COMPUTE YTD-CHANGE =
                           RcYtdAfter (RcIndx, YtdCol)
                           - RcYtdBefore (RcIndx, YtdCol)
                       IF YTD-CHANGE NOT = RcStubYtd (RcIndx, YtdCol)
                           MOVE SPACES TO EAL-ISSUE
                           STRING "YTD " DELIMITED BY SIZE
                               YtdColName (YtdCol) DELIMITED BY "  "
                               " vs stubs" DELIMITED BY SIZE
                               INTO EAL-ISSUE
                           MOVE RcStubYtd (RcIndx, YtdCol)
                               TO CMP-EXPECTED
                           MOVE YTD-CHANGE TO CMP-FOUND
                           PERFORM WRITE-EMP-AMOUNT
                       END-IF
                   END-PERFORM
               END-IF.

       WRITE-EMP-AMOUNT.
               MOVE RcEmpVal (RcIndx) TO EAL-EMPNUM
               MOVE RcNameVal (RcIndx) TO EAL-NAME
               MOVE CMP-EXPECTED TO EAL-EXPECTED
               MOVE CMP-FOUND TO EAL-FOUND
               COMPUTE EAL-DIFF = CMP-FOUND - CMP-EXPECTED
               MOVE EMP-AMOUNT-LINE TO REPORT-LINE
               PERFORM WRITE-EMP-EXCEPTION.

       WRITE-EMP-EXCEPTION.
               MOVE "Y" TO EMP-ERROR-SW
               ADD 1 TO MismatchCount
               PERFORM WRITE-REPORT-LINE.

      * The same run seen from the company side: every file must
      * carry the same net pay, garnishments and tax amounts
       CHECK-COMPANY-TOTALS.
               MOVE BLANK-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE COMPANY-SECTION-TITLE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE TIE-COLUMN-HEADER TO PAGE-COLUMN-HEADER
               MOVE TIE-COLUMN-HEADER TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE BLANK-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "ACH total / Register detail" TO TIE-CAPTION
               MOVE AchTotal TO CMP-EXPECTED
               MOVE RegDetailTotal TO CMP-FOUND
               PERFORM WRITE-TIE-OUT
               MOVE "ACH total / Register grand total" TO TIE-CAPTION
               MOVE AchTotal TO CMP-EXPECTED
               MOVE RegGrandTotal TO CMP-FOUND
               PERFORM WRITE-TIE-OUT
               MOVE "ACH total / Stub net pay" TO TIE-CAPTION
               MOVE AchTotal TO CMP-EXPECTED
               MOVE StubNetTotal TO CMP-FOUND
               PERFORM WRITE-TIE-OUT
               MOVE "Stub net pay / GL Net Pay Payable" TO TIE-CAPTION
               MOVE StubNetTotal TO CMP-EXPECTED
               MOVE GlNetPay TO CMP-FOUND
               PERFORM WRITE-TIE-OUT
               MOVE "Stub garnishment / Remittances" TO TIE-CAPTION
               MOVE StubGarnTotal TO CMP-EXPECTED
               MOVE RemitTotal TO CMP-FOUND
               PERFORM WRITE-TIE-OUT
               MOVE "Stub garnishment / GL Garnishments"
                   TO TIE-CAPTION
               MOVE StubGarnTotal TO CMP-EXPECTED
               MOVE GlGarnish TO CMP-FOUND
               PERFORM WRITE-TIE-OUT
               PERFORM VARYING YtdCol FROM 1 BY 1
                       UNTIL YtdCol > YtdColumns
                   MOVE SPACES TO TIE-CAPTION
                   STRING "Stub " DELIMITED BY SIZE
                       YtdColName (YtdCol) DELIMITED BY "  "
                       " / GL" DELIMITED BY SIZE
                       INTO TIE-CAPTION
                   MOVE StubColTotal (YtdCol) TO CMP-EXPECTED
                   MOVE GlColTotal (YtdCol) TO CMP-FOUND
                   PERFORM WRITE-TIE-OUT
               END-PERFORM
               MOVE "GL debits / GL credits" TO TIE-CAPTION
               MOVE GlDebitTotal TO CMP-EXPECTED
               MOVE GlCreditTotal TO CMP-FOUND
               PERFORM WRITE-TIE-OUT.

       WRITE-TIE-OUT.
               MOVE CMP-EXPECTED TO TIE-SOURCE
               MOVE CMP-FOUND TO TIE-CHECK
               COMPUTE TIE-DIFF = CMP-FOUND - CMP-EXPECTED
               IF CMP-FOUND = CMP-EXPECTED
                   MOVE "OK" TO TIE-STATUS
               ELSE
                   MOVE "MISMATCH" TO TIE-STATUS
                   ADD 1 TO MismatchCount
               END-IF
               MOVE TIE-OUT-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE.

       WRITE-SUMMARY.
               MOVE AchCount TO SL-ACH
               MOVE RegCount TO SL-REG
               MOVE StubCount TO SL-STUB
               MOVE RemitCount TO SL-REMIT
               MOVE EmployeesPaid TO SL-PAID
               MOVE EmployeesInError TO SL-IN-ERROR
               MOVE MismatchCount TO SL-MISMATCH
               MOVE AchTotal TO SL-ACH-TOTAL
               MOVE SPACES TO PAGE-COLUMN-HEADER
               MOVE BLANK-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SUMMARY-LINE-1 TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SUMMARY-LINE-2 TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SUMMARY-LINE-3 TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE BLANK-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF MismatchCount > 0
                   MOVE RECON-HOLD-LINE TO REPORT-LINE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE RECON-CLEAR-LINE TO REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE.

      * Strip the currency editing and rebuild the amount digits
       PARSE-EDITED-AMOUNT.
               MOVE SPACES TO AMT-DIGITS
               MOVE 0 TO AMT-DIGIT-CNT
               PERFORM VARYING AMT-SCAN-POS FROM 1 BY 1
                       UNTIL AMT-SCAN-POS > 15
                   IF AMT-PARSE-TEXT (AMT-SCAN-POS : 1) >= "0"
                           AND AMT-PARSE-TEXT (AMT-SCAN-POS : 1) <= "9"
                       ADD 1 TO AMT-DIGIT-CNT
                       MOVE AMT-PARSE-TEXT (AMT-SCAN-POS : 1)
                           TO AMT-DIGITS (AMT-DIGIT-CNT : 1)
                   END-IF
               END-PERFORM
               MOVE ALL "0" TO AMT-ZONE
               IF AMT-DIGIT-CNT > 0 AND AMT-DIGIT-CNT <= 11
                   MOVE AMT-DIGITS (1 : AMT-DIGIT-CNT)
                       TO AMT-ZONE
                       (12 - AMT-DIGIT-CNT : AMT-DIGIT-CNT)
               END-IF
               MOVE AMT-ZONE-NUM TO AMT-NUM.

       WRITE-REPORT-LINE.
               IF LineNumber >= LinesPerPage
                   PERFORM DISPLAY-HEADERS
                   IF PAGE-COLUMN-HEADER NOT = SPACES
                       WRITE OUTPUT-FILE-RECORD FROM PAGE-COLUMN-HEADER
                       WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
                       ADD 2 TO LineNumber
                   END-IF
               END-IF
               WRITE OUTPUT-FILE-RECORD FROM REPORT-LINE
               ADD 1 TO LineNumber.

       DISPLAY-HEADERS.
               ADD 1 TO PageNumber
               MOVE PageNumber TO PAGE-COUNT
               MOVE 0 TO LineNumber
               WRITE OUTPUT-FILE-RECORD FROM HEADER-1
               WRITE OUTPUT-FILE-RECORD FROM HEADER-2
               WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
               MOVE 3 TO LineNumber.

       WRAP-UP.
               CLOSE OutputFile.
