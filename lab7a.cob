                  SELECT CheckRegFile ASSIGN TO 'lab7a-checkreg.dat'
                       ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT PayDtlFile ASSIGN TO 'lab7a-paydtl.dat'
                       ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT GlAcctFile ASSIGN TO 'lab7a-glacct.dat'
                       ORGANIZATION IS LINE SEQUENTIAL.

                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS EMPYTD-STATUS.

                  SELECT EmpYtdBeforeFile ASSIGN TO
                      'lab7a-empytd-before.dat'
                       ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL GarnishFile ASSIGN TO
                      'lab7a-garnish.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       RECORD KEY IS MIX-EMPNUM
                       FILE STATUS IS MIX-STATUS.

                  SELECT OPTIONAL SutaFile ASSIGN TO
                      'lab7a-suta.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS SUTA-STATUS.

                  SELECT OPTIONAL TaxJurFile ASSIGN TO
                      'lab7a-taxjur.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS TAXJUR-STATUS.

                  SELECT OPTIONAL TaxPayeeFile ASSIGN TO
                      'lab7a-taxpayee.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS TAXPAYEE-STATUS.

                  SELECT TaxRemitFile ASSIGN TO 'lab7a-taxremit.dat'
                       ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL TaxQtdFile ASSIGN TO
                      'lab7a-taxqtd.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS TAXQTD-STATUS.

                  SELECT OPTIONAL MatchFile ASSIGN TO
                      'lab7a-match.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS MATCH-STATUS.

                  SELECT K401File ASSIGN TO 'lab7a-401k.dat'
                       ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL LeaveFile ASSIGN TO
                      'lab7a-leave.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS LEAVE-STATUS.

                  SELECT OPTIONAL LeaveTierFile ASSIGN TO
                      'lab7a-leavetier.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS LVTIER-STATUS.

                  SELECT OPTIONAL LeaveUseFile ASSIGN TO
                      'lab7a-leaveuse.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS LVUSE-STATUS.

                  SELECT OPTIONAL RunCtlFile ASSIGN TO
                      'lab7a-runctl.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RUNCTL-STATUS.

                  SELECT OPTIONAL PayCalFile ASSIGN TO
                      'lab7a-paycal.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS PAYCAL-STATUS.


       DATA DIVISION.
           FILE SECTION.
                     10 TERM-YYYY PIC 9(4).
                     10 TERM-MM PIC 99.
                     10 TERM-DD PIC 99.
                  05 PayFreq PIC X.
                     88 PaidMonthly VALUE "M" " ".
                     88 PaidBiweekly VALUE "B".
                     88 PaidSemiMonthly VALUE "S".


           FD TaxFile.
           FD CheckRegFile.
           01 CHECKREG-RECORD PIC X(90).

      * Every amount on each check, by check sequence number, so a
      * check can later be voided and backed out; the state and school
      * district codes name the tax jurisdictions it was withheld for
           FD PayDtlFile.
           01 PAYDTL-RECORD.
              05 PD-SEQ PIC 9(5).
              05 PD-EMPNUM PIC X(5).
              05 PD-REGION PIC X(2).
              05 PD-DEPT PIC X(5).
              05 PD-LNAME PIC X(20).
              05 PD-FNAME PIC X(15).
              05 PD-PAYDATE PIC 9(8).
              05 PD-GROSS PIC 9(7)V99.
              05 PD-FED PIC 9(7)V99.
              05 PD-STATE PIC 9(7)V99.
              05 PD-SCHOOL PIC 9(7)V99.
              05 PD-401K PIC 9(7)V99.
              05 PD-INS PIC 9(7)V99.
              05 PD-GARNISH PIC 9(7)V99.
              05 PD-SS PIC 9(7)V99.
              05 PD-MED PIC 9(7)V99.
              05 PD-NET PIC 9(7)V99.
              05 PD-ER-SS PIC 9(7)V99.
              05 PD-ER-MED PIC 9(7)V99.
              05 PD-FUTA PIC 9(7)V99.
              05 PD-SUTA PIC 9(7)V99.
              05 PD-MATCH PIC 9(7)V99.
              05 PD-STATE-CODE PIC X(2).
              05 PD-SCHOOL-DIST PIC X(3).

           FD GlAcctFile.
           01 GlAcctCodes.
              05 GlMapType PIC X(2).
              05 CKPT-TOT-GARN PIC 9(9)V99.
              05 CKPT-REMIT-SEQ PIC 9(5).
              05 CKPT-SEP-SEQ PIC 9(5).
              05 CKPT-TOT-SS PIC 9(9)V99.
              05 CKPT-TOT-MED PIC 9(9)V99.
              05 CKPT-TOT-ER-SS PIC 9(9)V99.
              05 CKPT-TOT-ER-MED PIC 9(9)V99.
              05 CKPT-TOT-FUTA PIC 9(9)V99.
              05 CKPT-TOT-SUTA PIC 9(9)V99.
              05 CKPT-TOT-MATCH PIC 9(9)V99.
              05 CKPT-K401-SEQ PIC 9(5).
              05 CKPT-PAY-GROUP PIC X.
              05 CKPT-CHECK-DATE PIC 9(8).

           FD RunHistFile.
           01 RUN-HIST-RECORD PIC X(60).
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

           FD EmpYtdBeforeFile.
           01 EMPYTD-BEFORE-RECORD PIC X(148).

           FD GarnishFile.
           01 GARNISH-FILE-RECORD.
           01 REMIT-FILE-RECORD PIC X(60).

           FD SepFile.
           01 SEP-FILE-RECORD PIC X(110).

           FD AdjustFile.
           01 ADJUST-FILE-RECORD.
           01 MASTER-IDX-RECORD.
                  05 FILLER PIC X(52).
                  05 MIX-EMPNUM PIC X(5).
                  05 FILLER PIC X(160).

           FD SutaFile.
           01 SutaRateCodes.
              05 SutaCode PIC X(2).
              05 SutaRate PIC 9V9999.
              05 SutaWageBase PIC 9(7)V99.

           FD TaxJurFile.
           01 TAXJUR-FILE-RECORD.
              05 TJF-TYPE PIC X(2).
              05 TJF-CODE PIC X(3).
              05 TJF-AMOUNT PIC 9(9)V99.

           FD TaxPayeeFile.
           01 TaxPayeeCodes.
              05 TxpType PIC X(2).
              05 TxpCode PIC X(3).
              05 TxpName PIC X(30).

           FD TaxRemitFile.
           01 TAX-REMIT-FILE-RECORD PIC X(70).

           FD TaxQtdFile.
           01 TAXQTD-FILE-RECORD.
              05 TQF-QUARTER PIC 9(5).
              05 TQF-TYPE PIC X(2).
              05 TQF-CODE PIC X(3).
              05 TQF-AMOUNT PIC 9(11)V99.

      * Each tier matches deferrals up to its percent of pay at its
      * rate, e.g. 100% of the first 3% then 50% of the next 2%;
      * tiers are kept in ascending percent order
           FD MatchFile.
           01 MatchFormulaCodes.
              05 MatchUptoPct PIC V999.
              05 MatchRate PIC 9V999.

           FD K401File.
           01 K401-FILE-RECORD.
              05 K4-EMPNUM PIC X(5).
              05 K4-LNAME PIC X(20).
              05 K4-FNAME PIC X(15).
              05 K4-DEFERRAL PIC 9(7)V99.
              05 K4-MATCH PIC 9(7)V99.
              05 K4-YTD-DEFERRAL PIC 9(9)V99.
              05 K4-CATCHUP PIC X.
              05 K4-PAYDATE PIC 9(8).

      * Vacation and sick hours on hand; the last period stamp keeps a
      * rerun or restart from accruing the same period twice
           FD LeaveFile.
           01 LEAVE-FILE-RECORD.
              05 LVF-EMPNUM PIC X(5).
              05 LVF-VAC-BAL PIC 9(5)V99.
              05 LVF-SICK-BAL PIC 9(5)V99.
              05 LVF-LAST-PERIOD PIC 9(8).

           FD LeaveTierFile.
           01 LeaveTierCodes.
              05 LvtMinYears PIC 99.
              05 LvtVacRate PIC 9(3)V99.
              05 LvtSickRate PIC 9(3)V99.
              05 LvtVacMax PIC 9(5)V99.

           FD LeaveUseFile.
           01 LEAVE-USE-RECORD.
              05 LVU-EMPNUM PIC X(5).
              05 LVU-TYPE PIC X.
              05 LVU-HOURS PIC 9(3)V99.

      * Pay group and check date this run is for; with no run control
      * the run is the monthly group for the current calendar month
           FD RunCtlFile.
           01 RUNCTL-RECORD.
              05 RCTL-PAY-GROUP PIC X.
              05 RCTL-CHECK-DATE PIC 9(8).

      * One line per pay period for each pay group
           FD PayCalFile.
           01 PAYCAL-RECORD.
              05 PCAL-PAY-GROUP PIC X.
              05 PCAL-START-DATE PIC 9(8).
              05 PCAL-END-DATE PIC 9(8).
              05 PCAL-CHECK-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 EndOfFileIndicator PIC X.
           01 EmpState PIC X(2).
           01 CS-SCAN-POS PIC 99.

      * Social Security and Medicare are flat federal rates; the
      * Social Security and FUTA bases cap the year-to-date wages taxed
           01 SS-RATE PIC V9999 VALUE .0620.
           01 SS-WAGE-BASE PIC 9(7)V99 VALUE 184500.
           01 MED-RATE PIC V9999 VALUE .0145.
           01 ADDL-MED-RATE PIC V9999 VALUE .0090.
           01 ADDL-MED-THRESHOLD PIC 9(7)V99 VALUE 200000.
           01 FUTA-RATE PIC V9999 VALUE .0060.
           01 FUTA-WAGE-BASE PIC 9(7)V99 VALUE 7000.

           01 SUTA-STATUS PIC XX.
           01 SutaRateTable.
              05 SutaEntry Occurs TableLimit Times
                      Indexed by SutaIndx.
                 10 SutaCodeVal PIC X(2).
                 10 SutaRateVal PIC 9V9999.
                 10 SutaBaseVal PIC 9(7)V99.

           01 SutaTableSize PIC 999 value 0.
           01 EOFSUTA PIC X VALUE "n".
           01 SUTA-RATE-FOUND-SW PIC X VALUE "N".
              88 SUTA-RATE-FOUND VALUE "Y".
           01 DEFAULT-SUTA-RATE PIC 9V9999 VALUE .0270.
           01 DEFAULT-SUTA-BASE PIC 9(7)V99 VALUE 7000.
           01 SUTA-RATE-USED PIC 9V9999.
           01 SUTA-BASE-USED PIC 9(7)V99.

      * Withholding owed to each state (ST) and school district (SC)
      * for this run; carried across a restart in the checkpoint set
           01 TAXJUR-STATUS PIC XX.
           01 TaxJurTable.
              05 TaxJurEntry Occurs TableLimit Times
                      Indexed by TaxJurIndx.
                 10 TaxJurTypeVal PIC X(2).
                 10 TaxJurCodeVal PIC X(3).
                 10 TaxJurAmtVal PIC 9(9)V99.

           01 TaxJurTableSize PIC 999 VALUE 0.
           01 EOFTAXJUR PIC X VALUE "n".
           01 TAXJUR-FOUND-SW PIC X VALUE "N".
              88 TAXJUR-FOUND VALUE "Y".
           01 TAXJUR-SEARCH-TYPE PIC X(2).
           01 TAXJUR-SEARCH-CODE PIC X(3).
           01 TAXJUR-SEARCH-AMT PIC 9(9)V99.

           01 TAXPAYEE-STATUS PIC XX.
           01 TaxPayeeTable.
              05 TaxPayeeEntry Occurs TableLimit Times
                      Indexed by TaxPayeeIndx.
                 10 TaxPayeeTypeVal PIC X(2).
                 10 TaxPayeeCodeVal PIC X(3).
                 10 TaxPayeeNameVal PIC X(30).

           01 TaxPayeeTableSize PIC 999 VALUE 0.
           01 EOFTAXPAYEE PIC X VALUE "n".

           01 TAX-REMIT-DETAIL-LINE.
                  05 TRM-TYPE PIC X(2).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 TRM-CODE PIC X(3).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 TRM-PAYEE PIC X(30).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 TRM-PAYDATE PIC 9(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 TRM-AMOUNT PIC 9(9)V99.

      * Quarter-to-date jurisdiction totals, plus the GL state and
      * school credits (type GL) the jurisdictions must tie back to
           01 TAXQTD-STATUS PIC XX.
           01 TaxQtdTable.
              05 TaxQtdEntry Occurs TableLimit Times
                      Indexed by TaxQtdIndx.
                 10 TaxQtdTypeVal PIC X(2).
                 10 TaxQtdCodeVal PIC X(3).
                 10 TaxQtdAmtVal PIC 9(11)V99.

           01 TaxQtdTableSize PIC 999 VALUE 0.
           01 EOFTAXQTD PIC X VALUE "n".
           01 CURR-QUARTER PIC 9(5).
           01 QTR-QUOT PIC 9.
           01 QTR-REM PIC 9.

      * Leave balances carried across runs and checkpointed with the
      * YTD table; accrual hours per month come from the service tier
           01 LEAVE-STATUS PIC XX.
           01 LeaveTable.
              05 LeaveEntry Occurs EmpTableLimit Times
                      Indexed by LeaveIndx.
                 10 LeaveKeyVal PIC X(5).
                 10 LeaveVacVal PIC 9(5)V99.
                 10 LeaveSickVal PIC 9(5)V99.
                 10 LeavePeriodVal PIC 9(8).

           01 LeaveTableSize PIC 9(4) VALUE 0.
           01 EOFLEAVE PIC X VALUE "n".
           01 LEAVE-FOUND-SW PIC X VALUE "N".
              88 LEAVE-FOUND VALUE "Y".

           01 LVTIER-STATUS PIC XX.
           01 LeaveTierTable.
              05 LeaveTierEntry Occurs TableLimit Times
                      Indexed by LvtIndx.
                 10 LvtYearsVal PIC 99.
                 10 LvtVacVal PIC 9(3)V99.
                 10 LvtSickVal PIC 9(3)V99.
                 10 LvtMaxVal PIC 9(5)V99.

           01 LeaveTierTableSize PIC 999 VALUE 0.
           01 EOFLVTIER PIC X VALUE "n".

           01 LVUSE-STATUS PIC XX.
           01 LeaveUseTable.
              05 LeaveUseEntry Occurs EmpTableLimit Times
                      Indexed by LvuIndx.
                 10 LvuEmpVal PIC X(5).
                 10 LvuTypeVal PIC X.
                 10 LvuHoursVal PIC 9(3)V99.

           01 LeaveUseTableSize PIC 9(4) VALUE 0.
           01 EOFLVUSE PIC X VALUE "n".

           01 DEFAULT-VAC-ACCRUAL PIC 9(3)V99 VALUE 6.67.
           01 DEFAULT-SICK-ACCRUAL PIC 9(3)V99 VALUE 3.33.
           78 HOURS-PER-YEAR VALUE 2080.
           01 LEAVE-PERIOD PIC 9(8).
           01 LEAVE-OLD-PERIOD PIC 9(6).
           01 LEAVE-YEARS PIC 99.
           01 LEAVE-TIER-YEARS PIC 99.
           01 LEAVE-VAC-ACCRUAL PIC 9(3)V99.
           01 LEAVE-SICK-ACCRUAL PIC 9(3)V99.
           01 LEAVE-VAC-MAX PIC 9(5)V99.
           01 LEAVE-VAC-BAL PIC 9(5)V99 VALUE 0.
           01 LEAVE-SICK-BAL PIC 9(5)V99 VALUE 0.
           01 HOURLY-RATE PIC 9(5)V9(4).

      * Annual elective deferral limit, raised by the catch-up amount
      * for anyone turning 50 or older this calendar year
           01 DEFERRAL-LIMIT-BASE PIC 9(7)V99 VALUE 24500.
           01 CATCH-UP-AMOUNT PIC 9(7)V99 VALUE 8000.
           78 CATCH-UP-AGE VALUE 50.
           01 DEFERRAL-LIMIT PIC 9(7)V99.
           01 DEFERRAL-ROOM PIC 9(9)V99.
           01 EMP-AGE PIC 999.
           01 CATCH-UP-SW PIC X VALUE "N".
              88 CATCH-UP-ELIGIBLE VALUE "Y".
           01 PRIOR-YTD-401K PIC 9(9)V99.

           01 MATCH-STATUS PIC XX.
           01 MatchTable.
              05 MatchEntry Occurs TableLimit Times
                      Indexed by MatchIndx.
                 10 MatchPctVal PIC V999.
                 10 MatchRateVal PIC 9V999.

           01 MatchTableSize PIC 999 VALUE 0.
           01 EOFMATCH PIC X VALUE "n".
           01 MATCH-COMP PIC 9(7)V99.
           01 MATCH-PREV-PCT PIC V999.
           01 MATCH-TIER-AMT PIC 9(7)V99.
           01 MATCH-REMAINING PIC 9(7)V99.

           01 K401Seq PIC 9(5) VALUE 0.
           01 K401RecsOnFile PIC 9(5) VALUE 0.

           01 PRIOR-YTD-GROSS PIC 9(9)V99.
           01 FICA-WAGES PIC 9(7)V99.
           01 TAXABLE-WAGES PIC 9(7)V99.
           01 WAGE-ROOM PIC 9(9)V99.
           01 ADDL-MED-WAGES PIC 9(9)V99.

           01 GlAcctTable.
              05 GlEntry Occurs TableLimit Times Indexed by GlIndx.
                 10 GlTypeVal PIC X(2).
              88 RESTARTING VALUE "Y".
           01 CKPT-MISMATCH-SW PIC X VALUE "N".
              88 CKPT-MISMATCH VALUE "Y".
           01 CKPT-PERIOD-SW PIC X VALUE "N".
              88 CKPT-PERIOD-MISMATCH VALUE "Y".

           01 SEQ-ERROR-SW PIC X VALUE "N".
              88 SEQ-ERROR VALUE "Y".
                  05 RH-MODE PIC X.
                  05 FILLER PIC X VALUE SPACE.
                  05 RH-BALANCE PIC X.
                  05 FILLER PIC X VALUE SPACE.
                  05 RH-PAY-GROUP PIC X.
                  05 FILLER PIC X VALUE SPACE.
                  05 RH-CHECK-DATE PIC 9(8).

           01 CARRY-STATUS PIC XX.
           01 CarryTable.
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
           01 EOFEMPYTD PIC X VALUE "n".
              88 TERM-SKIP VALUE "Y".
           01 TERM-FINAL-SW PIC X VALUE "N".
              88 TERM-FINAL VALUE "Y".
           01 DAYS-IN-MONTH PIC 99.
           01 DIM-YYYY PIC 9(4).
           01 DIM-MM PIC 99.
           01 LEAP-QUOT PIC 9(4).
           01 LEAP-REM PIC 9(4).
           01 SERVICE-YEARS PIC 99.
                  05 FILLER PIC X(5) VALUE "Years".
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(12) VALUE "Benefits End".
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 FILLER PIC X(7) VALUE "Vac Hrs".
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(10) VALUE "Vac Payout".

           01 SEP-DETAIL-LINE.
                  05 SEP-EMPNUM PIC ZZZZ9.
                  05 SEP-BEN-DD PIC 99.
                  05 FILLER PIC X VALUE "/".
                  05 SEP-BEN-YYYY PIC 9999.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 SEP-VAC-HOURS PIC ZZZ9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 SEP-VAC-PAYOUT PIC $$$,$$9.99.

           01 EXPECTED-MONTHLY-SALES   PIC 9(7)V99 VALUE 45000.
           01 WEEKS-PER-MONTH PIC 9V99 VALUE 4.33.

      * The pay group and period this run pays; pay, insurance,
      * garnishments and leave are set for the period's length
           01 RUNCTL-STATUS PIC XX.
           01 PAYCAL-STATUS PIC XX.
           01 EOFPAYCAL PIC X VALUE "n".
           01 RUNCTL-FOUND-SW PIC X VALUE "N".
              88 RUNCTL-FOUND VALUE "Y".
           01 RUN-PAY-GROUP PIC X VALUE "M".
              88 RUN-MONTHLY VALUE "M".
              88 RUN-BIWEEKLY VALUE "B".
              88 RUN-SEMI-MONTHLY VALUE "S".
           01 EMP-PAY-GROUP PIC X.
           01 PERIOD-FOUND-SW PIC X VALUE "N".
              88 PERIOD-FOUND VALUE "Y".
           01 PERIOD-ERROR-SW PIC X VALUE "N".
              88 PERIOD-ERROR VALUE "Y".
           01 GROUP-SKIP-SW PIC X VALUE "N".
              88 GROUP-SKIP VALUE "Y".
           01 PERIODS-PER-YEAR PIC 99 VALUE 12.
           01 WEEKS-PER-PERIOD PIC 9V9999 VALUE 4.33.
           01 BIWEEKLY-WEEKS PIC 9V9999 VALUE 2.
           01 SEMI-MONTHLY-WEEKS PIC 9V9999 VALUE 2.1667.
           01 PERIOD-START PIC 9(8) VALUE 0.
           01 PERIOD-START-BREAKDOWN REDEFINES PERIOD-START.
              05 PSTART-YYYY PIC 9(4).
              05 PSTART-MM PIC 99.
              05 PSTART-DD PIC 99.
           01 PERIOD-END PIC 9(8) VALUE 0.
           01 PERIOD-END-BREAKDOWN REDEFINES PERIOD-END.
              05 PEND-YYYY PIC 9(4).
              05 PEND-MM PIC 99.
              05 PEND-DD PIC 99.
           01 CHECK-DATE PIC 9(8).
           01 CHECK-DATE-BREAKDOWN REDEFINES CHECK-DATE.
              05 CHECK-YYYY PIC 9(4).
              05 CHECK-MM PIC 99.
              05 CHECK-DD PIC 99.
           01 PERIOD-START-DAY PIC 9(7).
           01 PERIOD-DAYS PIC 9(3).
           01 PRORATE-DAYS PIC 9(3).
           01 GARN-PERIOD-MAX PIC 9(7)V99.

      * Day number of a date counted from a fixed origin, so periods
      * that cross a month or year end can be measured in days
           01 DAYS-DATE PIC 9(8).
           01 DAYS-DATE-BREAKDOWN REDEFINES DAYS-DATE.
              05 DAYS-YYYY PIC 9(4).
              05 DAYS-MM PIC 99.
              05 DAYS-DD PIC 99.
           01 DAYS-YEAR PIC 9(4).
           01 DAYS-MONTH PIC 99.
           01 DAYS-TERM PIC 9(7).
           01 DAY-NUMBER PIC 9(7).

           01 PERIOD-TITLE-NAME PIC X(12) VALUE "Monthly".
           01 PERIOD-ABORT-LINE.
                  05 FILLER PIC X(48) VALUE "*** PAY PERIOD NOT " &
                      "ON CALENDAR - RUN ABORTED ***".
           01  Report-Fields.
               05 PageNumber   Pic 99 Value 0.
               05 LinesPerPage Pic 99 Value 35.
                  05 FILLER PIC X VALUE SPACES.
                  05 AM-PM PIC X(2).
                  05 FILLER PIC X(39) VALUE SPACES.
                05 HDR-TITLE PIC X(50) VALUE "Monthly Payroll " &
                    "Register - Salary and Sales ".
      
           01 HEADER-3.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 STUB-DEPNAME PIC X(30).

           01 STUB-PERIOD-LINE.
                  05 FILLER PIC X(12) VALUE "Pay Period: ".
                  05 STUB-START-MM PIC Z9.
                  05 FILLER PIC X VALUE "/".
                  05 STUB-START-DD PIC 99.
                  05 FILLER PIC X VALUE "/".
                  05 STUB-START-YYYY PIC 9999.
                  05 FILLER PIC X(3) VALUE " - ".
                  05 STUB-END-MM PIC Z9.
                  05 FILLER PIC X VALUE "/".
                  05 STUB-END-DD PIC 99.
                  05 FILLER PIC X VALUE "/".
                  05 STUB-END-YYYY PIC 9999.

           01 STUB-AMOUNT-LINE.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 STUB-CAPTION PIC X(12).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 STUB-AMOUNT PIC $$,$$$,$$9.99.

           01 STUB-EMPLOYER-LINE.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(30)
                       VALUE "Employer taxes (not deducted):".

           01 STUB-LEAVE-LINE.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(23)
                       VALUE "Leave balances (hours):".

           01 STUB-HOURS-LINE.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 STUB-HRS-CAPTION PIC X(12).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 STUB-HOURS PIC Z(7)9.99.

           01 STUB-SEPARATOR-LINE.
                  05 FILLER PIC X(60) VALUE ALL "=".


           01 GL-LIAB-DESC PIC X(24).
           01 GL-LIAB-AMT PIC 9(9)V99.
           01 GL-EXP-DESC PIC X(24).
           01 GL-EXP-AMT PIC 9(9)V99.

           01 GL-BALANCE-LINE.
                  05 FILLER PIC X(8) VALUE "*BALANCE".
                  05 CalcTaxAmt PIC 9(7)V99 VALUE 0.
                  05 CalcGarnish PIC 9(7)V99 VALUE 0.
                  05 CalcTotalGarn PIC 9(9)V99 VALUE 0.
                  05 CalcSS PIC 9(5)V99 VALUE 0.
                  05 CalcMed PIC 9(5)V99 VALUE 0.
                  05 CalcErSS PIC 9(5)V99 VALUE 0.
                  05 CalcErMed PIC 9(5)V99 VALUE 0.
                  05 CalcFuta PIC 9(5)V99 VALUE 0.
                  05 CalcSuta PIC 9(5)V99 VALUE 0.
                  05 CalcTotalSS PIC 9(9)V99 VALUE 0.
                  05 CalcTotalMed PIC 9(9)V99 VALUE 0.
                  05 CalcTotalErSS PIC 9(9)V99 VALUE 0.
                  05 CalcTotalErMed PIC 9(9)V99 VALUE 0.
                  05 CalcTotalFuta PIC 9(9)V99 VALUE 0.
                  05 CalcTotalSuta PIC 9(9)V99 VALUE 0.
                  05 CalcTotalErTax PIC 9(9)V99 VALUE 0.
                  05 CalcVacHours PIC 9(5)V99 VALUE 0.
                  05 CalcVacPayout PIC 9(7)V99 VALUE 0.
                  05 CalcErMatch PIC 9(7)V99 VALUE 0.
                  05 CalcTotalMatch PIC 9(9)V99 VALUE 0.
                  05 CURRENT-FILE-LINE PIC 999 VALUE 1.
                  05 NewPage PIC 99.

               PERFORM LOAD-TABLE
               PERFORM LOAD-FED-TABLE
               PERFORM LOAD-STATE-TABLE
               PERFORM LOAD-SUTA-TABLE
               PERFORM LOAD-GL-TABLE
               PERFORM LOAD-CARRY-TABLE
               PERFORM LOAD-EMPYTD-TABLE
               PERFORM LOAD-GARNISH-TABLE
               PERFORM LOAD-TAXPAYEE-TABLE
               PERFORM LOAD-MATCH-TABLE
               PERFORM LOAD-LEAVE-TABLE
               PERFORM LOAD-LEAVE-TIER-TABLE
               PERFORM LOAD-LEAVE-USE-TABLE
               PERFORM CHECK-SUPPLEMENTAL
      * A crashed monthly run must be restarted or its checkpoint
      * cleared before an off-cycle run; otherwise the emitted-output
                   END-IF
                   STOP RUN
               END-IF
               IF PERIOD-ERROR
                   WRITE OUTPUT-FILE-RECORD FROM PERIOD-ABORT-LINE
                   PERFORM CLOSE-ALL-FILES
                   PERFORM WRITE-RUN-HISTORY
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VALIDATE-FILE
               IF SEQ-ERROR
                   WRITE OUTPUT-FILE-RECORD FROM SEQ-ABORT-LINE
                   PERFORM PROCESS-FILE
                   PERFORM SAVE-CARRY-TABLE
                   PERFORM SAVE-EMPYTD-TABLE
                   PERFORM SAVE-LEAVE-TABLE
               END-IF
               PERFORM WRAP-UP
               IF OUT-OF-BALANCE OR CKPT-MISMATCH
                       END-READ
               END-PERFORM.

       LOAD-SUTA-TABLE.
               OPEN INPUT SutaFile
               IF SUTA-STATUS = "00"
                   PERFORM UNTIL EOFSUTA = "Y"
                      READ SutaFile
                         AT END
                            SET EOFSUTA TO "Y"
                         NOT AT END
                            ADD 1 TO SutaTableSize
                            MOVE SutaRateCodes
                                TO SutaEntry (SutaTableSize)
                         END-READ
                   END-PERFORM
               END-IF
               CLOSE SutaFile.

       LOAD-GL-TABLE.
               PERFORM until EOFGL = "Y"
                  READ GlAcctFile
                                ADD 1 TO EmpYtdTableSize
                                MOVE EMPYTD-FILE-RECORD
                                    TO EmpYtdEntry (EmpYtdTableSize)
                                SET EmpYtdIndx TO EmpYtdTableSize
                                PERFORM DEFAULT-EMPYTD-FIELDS
                            END-IF
                         END-READ
                   END-PERFORM
               END-IF
               CLOSE EmpYtdFile
               IF NOT RESTARTING
                   PERFORM SAVE-EMPYTD-BEFORE
               END-IF.

      * Year-to-date figures as they stood before this run, kept for
      * the pre-release reconciliation.  Only a fresh run writes it;
      * checkpoints rewrite the YTD file partway through a run
       SAVE-EMPYTD-BEFORE.
               OPEN OUTPUT EmpYtdBeforeFile
               PERFORM VARYING EmpYtdIndx FROM 1 BY 1
                       UNTIL EmpYtdIndx > EmpYtdTableSize
                   MOVE EmpYtdEntry (EmpYtdIndx)
                       TO EMPYTD-BEFORE-RECORD
                   WRITE EMPYTD-BEFORE-RECORD
               END-PERFORM
               CLOSE EmpYtdBeforeFile.

      * Records written before the employee and employer payroll tax
      * columns were added come in short; start those columns at zero
       DEFAULT-EMPYTD-FIELDS.
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

       FIND-EMP-YTD.
               MOVE EmpNum IN INPUT-FILE-RECORD TO EMPYTD-SEARCH-KEY
               MOVE "N" TO EMPYTD-FOUND-SW
               PERFORM VARYING EmpYtdIndx FROM 1 BY 1
                       MOVE "Y" TO EMPYTD-FOUND-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

      * Wage-base caps are measured against the gross already paid
      * this year, before this check is added in
       GET-PRIOR-YTD.
               PERFORM FIND-EMP-YTD
               IF EMPYTD-FOUND
                   MOVE EmpYtdGrossVal (EmpYtdIndx) TO PRIOR-YTD-GROSS
                   MOVE EmpYtd401kVal (EmpYtdIndx) TO PRIOR-YTD-401K
               ELSE
                   MOVE 0 TO PRIOR-YTD-GROSS
                   MOVE 0 TO PRIOR-YTD-401K
               END-IF.

       LOAD-MATCH-TABLE.
               OPEN INPUT MatchFile
               IF MATCH-STATUS = "00"
                   PERFORM UNTIL EOFMATCH = "Y"
                      READ MatchFile
                         AT END
                            SET EOFMATCH TO "Y"
                         NOT AT END
                            IF MatchTableSize < TableLimit
                                ADD 1 TO MatchTableSize
                                MOVE MatchFormulaCodes
                                    TO MatchEntry (MatchTableSize)
                            END-IF
                         END-READ
                   END-PERFORM
               END-IF
               CLOSE MatchFile.

       LOAD-LEAVE-TABLE.
               OPEN INPUT LeaveFile
               IF LEAVE-STATUS = "00"
                   PERFORM UNTIL EOFLEAVE = "Y"
                      READ LeaveFile
                         AT END
                            SET EOFLEAVE TO "Y"
                         NOT AT END
                            IF LeaveTableSize < EmpTableLimit
                                ADD 1 TO LeaveTableSize
                                MOVE LEAVE-FILE-RECORD
                                    TO LeaveEntry (LeaveTableSize)
                                PERFORM DEFAULT-LEAVE-PERIOD
                            END-IF
                         END-READ
                   END-PERFORM
               END-IF
               CLOSE LeaveFile.

      * Stamps written before pay periods were kept hold only the
      * year and month; read those as the last day of that month
       DEFAULT-LEAVE-PERIOD.
               IF LeavePeriodVal (LeaveTableSize) NOT NUMERIC
                   MOVE LeavePeriodVal (LeaveTableSize) (1:6)
                       TO LEAVE-OLD-PERIOD
                   COMPUTE LeavePeriodVal (LeaveTableSize) =
                       LEAVE-OLD-PERIOD * 100 + 31
               END-IF.

       SAVE-LEAVE-TABLE.
               OPEN OUTPUT LeaveFile
               PERFORM VARYING LeaveIndx FROM 1 BY 1
                       UNTIL LeaveIndx > LeaveTableSize
                   MOVE LeaveEntry (LeaveIndx) TO LEAVE-FILE-RECORD
                   WRITE LEAVE-FILE-RECORD
               END-PERFORM
               CLOSE LeaveFile.

       LOAD-LEAVE-TIER-TABLE.
               OPEN INPUT LeaveTierFile
               IF LVTIER-STATUS = "00"
                   PERFORM UNTIL EOFLVTIER = "Y"
                      READ LeaveTierFile
                         AT END
                            SET EOFLVTIER TO "Y"
                         NOT AT END
                            IF LeaveTierTableSize < TableLimit
                                ADD 1 TO LeaveTierTableSize
                                MOVE LeaveTierCodes
                                    TO LeaveTierEntry
                                           (LeaveTierTableSize)
                            END-IF
                         END-READ
                   END-PERFORM
               END-IF
               CLOSE LeaveTierFile.

       LOAD-LEAVE-USE-TABLE.
               OPEN INPUT LeaveUseFile
               IF LVUSE-STATUS = "00"
                   PERFORM UNTIL EOFLVUSE = "Y"
                      READ LeaveUseFile
                         AT END
                            SET EOFLVUSE TO "Y"
                         NOT AT END
                            IF LeaveUseTableSize < EmpTableLimit
                                ADD 1 TO LeaveUseTableSize
                                MOVE LEAVE-USE-RECORD
                                    TO LeaveUseEntry (LeaveUseTableSize)
                            END-IF
                         END-READ
                   END-PERFORM
               END-IF
               CLOSE LeaveUseFile.

       FIND-LEAVE.
               MOVE "N" TO LEAVE-FOUND-SW
               PERFORM VARYING LeaveIndx FROM 1 BY 1
                       UNTIL LeaveIndx > LeaveTableSize
                   IF LeaveKeyVal (LeaveIndx) =
                           EmpNum IN INPUT-FILE-RECORD
                       MOVE "Y" TO LEAVE-FOUND-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

      * Accrual and usage post once per period; a final check then
      * pays out whatever vacation is left
       UPDATE-LEAVE.
               MOVE 0 TO LEAVE-VAC-BAL
               MOVE 0 TO LEAVE-SICK-BAL
               MOVE PERIOD-END TO LEAVE-PERIOD
               PERFORM FIND-LEAVE
               IF NOT LEAVE-FOUND
                       AND LeaveTableSize >= EmpTableLimit
                   MOVE EmpNum IN INPUT-FILE-RECORD TO EXC-EMPNUM
                   MOVE "Leave table full" TO EXC-FIELD
                   WRITE OUTPUT-FILE-RECORD FROM EXCEPTION-LINE
                   ADD 1 TO LineNumber
               ELSE
                   IF NOT LEAVE-FOUND
                       ADD 1 TO LeaveTableSize
                       SET LeaveIndx TO LeaveTableSize
                       MOVE EmpNum IN INPUT-FILE-RECORD
                           TO LeaveKeyVal (LeaveIndx)
                       MOVE 0 TO LeaveVacVal (LeaveIndx)
                       MOVE 0 TO LeaveSickVal (LeaveIndx)
                       MOVE 0 TO LeavePeriodVal (LeaveIndx)
                   END-IF
                   IF LeavePeriodVal (LeaveIndx) < LEAVE-PERIOD
                       PERFORM ACCRUE-LEAVE
                       PERFORM APPLY-LEAVE-USAGE
                       MOVE LEAVE-PERIOD TO LeavePeriodVal (LeaveIndx)
                   END-IF
                   IF TERM-FINAL
                       PERFORM CALC-VAC-PAYOUT
                   END-IF
                   MOVE LeaveVacVal (LeaveIndx) TO LEAVE-VAC-BAL
                   MOVE LeaveSickVal (LeaveIndx) TO LEAVE-SICK-BAL
               END-IF.

      * The tier with the highest minimum years the employee has
      * reached sets the monthly hours; no tier file means defaults.
      * Other pay groups accrue the same hours spread over their
      * periods in the year
       ACCRUE-LEAVE.
               MOVE 0 TO LEAVE-YEARS
               IF DOHYear < CHECK-YYYY
                   COMPUTE LEAVE-YEARS = CHECK-YYYY - DOHYear
                   IF CHECK-MM < DOHMonth
                           OR (CHECK-MM = DOHMonth
                               AND CHECK-DD < DOHDay)
                       SUBTRACT 1 FROM LEAVE-YEARS
                   END-IF
               END-IF
               MOVE DEFAULT-VAC-ACCRUAL TO LEAVE-VAC-ACCRUAL
               MOVE DEFAULT-SICK-ACCRUAL TO LEAVE-SICK-ACCRUAL
               MOVE 0 TO LEAVE-VAC-MAX
               MOVE 0 TO LEAVE-TIER-YEARS
               PERFORM VARYING LvtIndx FROM 1 BY 1
                       UNTIL LvtIndx > LeaveTierTableSize
                   IF LvtYearsVal (LvtIndx) <= LEAVE-YEARS
                           AND LvtYearsVal (LvtIndx) >= LEAVE-TIER-YEARS
                       MOVE LvtYearsVal (LvtIndx) TO LEAVE-TIER-YEARS
                       MOVE LvtVacVal (LvtIndx) TO LEAVE-VAC-ACCRUAL
                       MOVE LvtSickVal (LvtIndx) TO LEAVE-SICK-ACCRUAL
                       MOVE LvtMaxVal (LvtIndx) TO LEAVE-VAC-MAX
                   END-IF
               END-PERFORM
               COMPUTE LEAVE-VAC-ACCRUAL ROUNDED =
                   LEAVE-VAC-ACCRUAL * 12 / PERIODS-PER-YEAR
               COMPUTE LEAVE-SICK-ACCRUAL ROUNDED =
                   LEAVE-SICK-ACCRUAL * 12 / PERIODS-PER-YEAR
               ADD LEAVE-VAC-ACCRUAL TO LeaveVacVal (LeaveIndx)
               ADD LEAVE-SICK-ACCRUAL TO LeaveSickVal (LeaveIndx)
               IF LEAVE-VAC-MAX > 0
                       AND LeaveVacVal (LeaveIndx) > LEAVE-VAC-MAX
                   MOVE LEAVE-VAC-MAX TO LeaveVacVal (LeaveIndx)
               END-IF.

      * Hours taken beyond the balance are flagged and the balance
      * stops at zero
       APPLY-LEAVE-USAGE.
               PERFORM VARYING LvuIndx FROM 1 BY 1
                       UNTIL LvuIndx > LeaveUseTableSize
                   IF LvuEmpVal (LvuIndx) = EmpNum IN INPUT-FILE-RECORD
                       IF LvuTypeVal (LvuIndx) = "S"
                           IF LvuHoursVal (LvuIndx)
                                   > LeaveSickVal (LeaveIndx)
                               MOVE EmpNum IN INPUT-FILE-RECORD
                                   TO EXC-EMPNUM
                               MOVE "Sick use over bal" TO EXC-FIELD
                               WRITE OUTPUT-FILE-RECORD
                                   FROM EXCEPTION-LINE
                               ADD 1 TO LineNumber
                               MOVE 0 TO LeaveSickVal (LeaveIndx)
                           ELSE
                               SUBTRACT LvuHoursVal (LvuIndx)
                                   FROM LeaveSickVal (LeaveIndx)
                           END-IF
                       ELSE
                           IF LvuHoursVal (LvuIndx)
                                   > LeaveVacVal (LeaveIndx)
                               MOVE EmpNum IN INPUT-FILE-RECORD
                                   TO EXC-EMPNUM
                               MOVE "Vac use over balance"
                                   TO EXC-FIELD
                               WRITE OUTPUT-FILE-RECORD
                                   FROM EXCEPTION-LINE
                               ADD 1 TO LineNumber
                               MOVE 0 TO LeaveVacVal (LeaveIndx)
                           ELSE
                               SUBTRACT LvuHoursVal (LvuIndx)
                                   FROM LeaveVacVal (LeaveIndx)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

      * Unused vacation is paid at the hourly rate, or annual salary
      * over a standard work year, and earns like commission does
       CALC-VAC-PAYOUT.
               IF LeaveVacVal (LeaveIndx) > 0
                   IF Hourly
                       MOVE Pay TO HOURLY-RATE
                   ELSE
                       COMPUTE HOURLY-RATE ROUNDED =
                           Pay / HOURS-PER-YEAR
                   END-IF
                   MOVE LeaveVacVal (LeaveIndx) TO CalcVacHours
                   COMPUTE CalcVacPayout ROUNDED =
                       CalcVacHours * HOURLY-RATE
                   ADD CalcVacPayout TO CalcMonthlyPay
                   MOVE 0 TO LeaveVacVal (LeaveIndx)
               END-IF.

      * Roll this run's per-employee wage and tax amounts into the
      * year-to-date accumulations carried across runs
       UPDATE-EMP-YTD.
               PERFORM FIND-EMP-YTD
               IF NOT EMPYTD-FOUND
                       AND EmpYtdTableSize >= EmpTableLimit
                   MOVE EmpNum IN INPUT-FILE-RECORD TO EXC-EMPNUM
                       MOVE 0 TO EmpYtdSchoolVal (EmpYtdIndx)
                       MOVE 0 TO EmpYtd401kVal (EmpYtdIndx)
                       MOVE 0 TO EmpYtdInsVal (EmpYtdIndx)
                       MOVE 0 TO EmpYtdSSVal (EmpYtdIndx)
                       MOVE 0 TO EmpYtdMedVal (EmpYtdIndx)
                       MOVE 0 TO EmpYtdErSSVal (EmpYtdIndx)
                       MOVE 0 TO EmpYtdErMedVal (EmpYtdIndx)
                       MOVE 0 TO EmpYtdFutaVal (EmpYtdIndx)
                       MOVE 0 TO EmpYtdSutaVal (EmpYtdIndx)
                       MOVE 0 TO EmpYtdMatchVal (EmpYtdIndx)
                   END-IF
                   ADD CalcGrossPay TO EmpYtdGrossVal (EmpYtdIndx)
                   ADD CalcCommission TO EmpYtdGrossVal (EmpYtdIndx)
                   ADD CalcVacPayout TO EmpYtdGrossVal (EmpYtdIndx)
                   ADD CalcFed TO EmpYtdFedVal (EmpYtdIndx)
                   ADD CalcState TO EmpYtdStateVal (EmpYtdIndx)
                   ADD CalcTaxAmt TO EmpYtdSchoolVal (EmpYtdIndx)
                   ADD Calc401k TO EmpYtd401kVal (EmpYtdIndx)
                   ADD CalcInsurance TO EmpYtdInsVal (EmpYtdIndx)
                   ADD CalcSS TO EmpYtdSSVal (EmpYtdIndx)
                   ADD CalcMed TO EmpYtdMedVal (EmpYtdIndx)
                   ADD CalcErSS TO EmpYtdErSSVal (EmpYtdIndx)
                   ADD CalcErMed TO EmpYtdErMedVal (EmpYtdIndx)
                   ADD CalcFuta TO EmpYtdFutaVal (EmpYtdIndx)
                   ADD CalcSuta TO EmpYtdSutaVal (EmpYtdIndx)
                   ADD CalcErMatch TO EmpYtdMatchVal (EmpYtdIndx)
               END-IF.

      * The jurisdiction totals are only reloaded on a restart; a
      * fresh run starts them from zero
       LOAD-TAXJUR-TABLE.
               OPEN INPUT TaxJurFile
               IF TAXJUR-STATUS = "00"
                   PERFORM UNTIL EOFTAXJUR = "Y"
                      READ TaxJurFile
                         AT END
                            SET EOFTAXJUR TO "Y"
                         NOT AT END
                            IF TaxJurTableSize < TableLimit
                                ADD 1 TO TaxJurTableSize
                                MOVE TAXJUR-FILE-RECORD
                                    TO TaxJurEntry (TaxJurTableSize)
                            END-IF
                         END-READ
                   END-PERFORM
               END-IF
               CLOSE TaxJurFile.

       SAVE-TAXJUR-TABLE.
               OPEN OUTPUT TaxJurFile
               PERFORM VARYING TaxJurIndx FROM 1 BY 1
                       UNTIL TaxJurIndx > TaxJurTableSize
                   MOVE TaxJurEntry (TaxJurIndx) TO TAXJUR-FILE-RECORD
                   WRITE TAXJUR-FILE-RECORD
               END-PERFORM
               CLOSE TaxJurFile.

       LOAD-TAXPAYEE-TABLE.
               OPEN INPUT TaxPayeeFile
               IF TAXPAYEE-STATUS = "00"
                   PERFORM UNTIL EOFTAXPAYEE = "Y"
                      READ TaxPayeeFile
                         AT END
                            SET EOFTAXPAYEE TO "Y"
                         NOT AT END
                            IF TaxPayeeTableSize < TableLimit
                                ADD 1 TO TaxPayeeTableSize
                                MOVE TaxPayeeCodes
                                    TO TaxPayeeEntry (TaxPayeeTableSize)
                            END-IF
                         END-READ
                   END-PERFORM
               END-IF
               CLOSE TaxPayeeFile.

      * One remittance record per jurisdiction, written whole at the
      * end of the run so a restart simply rewrites it
       WRITE-TAX-REMITTANCE.
               OPEN OUTPUT TaxRemitFile
               PERFORM VARYING TaxJurIndx FROM 1 BY 1
                       UNTIL TaxJurIndx > TaxJurTableSize
                   PERFORM WRITE-TAX-REMIT-RECORD
               END-PERFORM
               CLOSE TaxRemitFile
               PERFORM UPDATE-TAX-QTD.

       WRITE-TAX-REMIT-RECORD.
               MOVE TaxJurTypeVal (TaxJurIndx) TO TRM-TYPE
               MOVE TaxJurCodeVal (TaxJurIndx) TO TRM-CODE
               MOVE SPACES TO TRM-PAYEE
               IF TaxJurTypeVal (TaxJurIndx) = "ST"
                   STRING "State of " TaxJurCodeVal (TaxJurIndx)
                       DELIMITED BY SIZE INTO TRM-PAYEE
               ELSE
                   STRING "School District " TaxJurCodeVal (TaxJurIndx)
                       DELIMITED BY SIZE INTO TRM-PAYEE
               END-IF
               PERFORM VARYING TaxPayeeIndx FROM 1 BY 1
                       UNTIL TaxPayeeIndx > TaxPayeeTableSize
                   IF TaxPayeeTypeVal (TaxPayeeIndx)
                           = TaxJurTypeVal (TaxJurIndx)
                           AND TaxPayeeCodeVal (TaxPayeeIndx)
                               = TaxJurCodeVal (TaxJurIndx)
                       MOVE TaxPayeeNameVal (TaxPayeeIndx) TO TRM-PAYEE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE CHECK-DATE TO TRM-PAYDATE
               MOVE TaxJurAmtVal (TaxJurIndx) TO TRM-AMOUNT
               WRITE TAX-REMIT-FILE-RECORD FROM TAX-REMIT-DETAIL-LINE.

      * Quarter-to-date totals start over when the first run of a new
      * calendar quarter finds last quarter's stamp on the file; the
      * quarter is the one the check date falls in
       UPDATE-TAX-QTD.
               DIVIDE CHECK-MM BY 3
                   GIVING QTR-QUOT REMAINDER QTR-REM
               IF QTR-REM > 0
                   ADD 1 TO QTR-QUOT
               END-IF
               COMPUTE CURR-QUARTER = CHECK-YYYY * 10
                   + QTR-QUOT
               OPEN INPUT TaxQtdFile
               IF TAXQTD-STATUS = "00"
                   PERFORM UNTIL EOFTAXQTD = "Y"
                      READ TaxQtdFile
                         AT END
                            SET EOFTAXQTD TO "Y"
                         NOT AT END
                            IF TQF-QUARTER = CURR-QUARTER
                                    AND TaxQtdTableSize < TableLimit
                                ADD 1 TO TaxQtdTableSize
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
               CLOSE TaxQtdFile
               PERFORM VARYING TaxJurIndx FROM 1 BY 1
                       UNTIL TaxJurIndx > TaxJurTableSize
                   MOVE TaxJurTypeVal (TaxJurIndx) TO TAXJUR-SEARCH-TYPE
                   MOVE TaxJurCodeVal (TaxJurIndx) TO TAXJUR-SEARCH-CODE
                   MOVE TaxJurAmtVal (TaxJurIndx) TO TAXJUR-SEARCH-AMT
                   PERFORM ADD-TAX-QTD
               END-PERFORM
               MOVE "GL" TO TAXJUR-SEARCH-TYPE
               MOVE "ST" TO TAXJUR-SEARCH-CODE
               MOVE CalcTotalState TO TAXJUR-SEARCH-AMT
               PERFORM ADD-TAX-QTD
               MOVE "GL" TO TAXJUR-SEARCH-TYPE
               MOVE "SC" TO TAXJUR-SEARCH-CODE
               MOVE CalcTotalSchool TO TAXJUR-SEARCH-AMT
               PERFORM ADD-TAX-QTD
               OPEN OUTPUT TaxQtdFile
               PERFORM VARYING TaxQtdIndx FROM 1 BY 1
                       UNTIL TaxQtdIndx > TaxQtdTableSize
                   MOVE CURR-QUARTER TO TQF-QUARTER
                   MOVE TaxQtdTypeVal (TaxQtdIndx) TO TQF-TYPE
                   MOVE TaxQtdCodeVal (TaxQtdIndx) TO TQF-CODE
                   MOVE TaxQtdAmtVal (TaxQtdIndx) TO TQF-AMOUNT
                   WRITE TAXQTD-FILE-RECORD
               END-PERFORM
               CLOSE TaxQtdFile.

       ADD-TAX-QTD.
               MOVE "N" TO TAXJUR-FOUND-SW
               PERFORM VARYING TaxQtdIndx FROM 1 BY 1
                       UNTIL TaxQtdIndx > TaxQtdTableSize
                   IF TaxQtdTypeVal (TaxQtdIndx) = TAXJUR-SEARCH-TYPE
                           AND TaxQtdCodeVal (TaxQtdIndx)
                               = TAXJUR-SEARCH-CODE
                       MOVE "Y" TO TAXJUR-FOUND-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT TAXJUR-FOUND AND TaxQtdTableSize < TableLimit
                   ADD 1 TO TaxQtdTableSize
                   SET TaxQtdIndx TO TaxQtdTableSize
                   MOVE TAXJUR-SEARCH-TYPE TO TaxQtdTypeVal (TaxQtdIndx)
                   MOVE TAXJUR-SEARCH-CODE TO TaxQtdCodeVal (TaxQtdIndx)
                   MOVE 0 TO TaxQtdAmtVal (TaxQtdIndx)
                   SET TAXJUR-FOUND TO TRUE
               END-IF
               IF TAXJUR-FOUND
                   ADD TAXJUR-SEARCH-AMT TO TaxQtdAmtVal (TaxQtdIndx)
               END-IF.

       SAVE-EMPYTD-TABLE.
               MOVE SUPPL-AMOUNT TO CalcMonthlyPay
               MOVE SUPPL-AMOUNT TO CalcGrossPay
               MOVE CalcMonthlyPay TO DTL-EXPECT-PAY
               PERFORM GET-PRIOR-YTD
               PERFORM CALC-FEDERAL
               PERFORM CALC-STATE
               PERFORM CALC-FICA
               PERFORM CALC-EMPLOYER-TAX
               PERFORM CALC-SUPPL-SCHOOL
               PERFORM CALC-NET-PAY
               PERFORM WRITE-SUPPL-STUB
               MOVE "School Tax" TO STUB-CAPTION
               MOVE CalcTaxAmt TO STUB-AMOUNT
               PERFORM WRITE-STUB-AMOUNT
               PERFORM WRITE-STUB-FICA
               MOVE "Net Pay" TO STUB-CAPTION
               MOVE CalcNetPay TO STUB-AMOUNT
               PERFORM WRITE-STUB-AMOUNT
               PERFORM WRITE-STUB-EMPLOYER
               WRITE STUB-FILE-RECORD FROM STUB-SEPARATOR-LINE.

       SUPPL-WRAP-TOTALS.
               WRITE OUTPUT-FILE-RECORD FROM DISPLAY-COMP-FOOTER
               WRITE OUTPUT-FILE-RECORD FROM DISPLAY-COMP-QTDYTD
               PERFORM WRITE-GL-DISTRIBUTION
               PERFORM WRITE-TAX-REMITTANCE
               IF GlDebitTotal NOT = GlCreditTotal
                   SET OUT-OF-BALANCE TO TRUE
                   WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
                           OR TERM-YYYY < 1900)
                   MOVE "Termination Date" TO EXCEPTION-FIELD-NAME
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
               IF NOT PaidMonthly AND NOT PaidBiweekly
                       AND NOT PaidSemiMonthly
                   MOVE "Pay Frequency" TO EXCEPTION-FIELD-NAME
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF.

       CHECK-SEQUENCE.
                   MOVE CKPT-TOT-GARN TO CalcTotalGarn
                   MOVE CKPT-REMIT-SEQ TO RemitSeq
                   MOVE CKPT-SEP-SEQ TO SepSeq
                   MOVE CKPT-TOT-SS TO CalcTotalSS
                   MOVE CKPT-TOT-MED TO CalcTotalMed
                   MOVE CKPT-TOT-ER-SS TO CalcTotalErSS
                   MOVE CKPT-TOT-ER-MED TO CalcTotalErMed
                   MOVE CKPT-TOT-FUTA TO CalcTotalFuta
                   MOVE CKPT-TOT-SUTA TO CalcTotalSuta
                   MOVE CKPT-TOT-MATCH TO CalcTotalMatch
                   MOVE CKPT-K401-SEQ TO K401Seq
                   CLOSE CheckpointFile
                   IF CKPT-CHECK-DATE NUMERIC
                       IF CKPT-PAY-GROUP NOT = RUN-PAY-GROUP
                               OR CKPT-CHECK-DATE NOT = CHECK-DATE
                           SET CKPT-MISMATCH TO TRUE
                           SET CKPT-PERIOD-MISMATCH TO TRUE
                           PERFORM WRITE-CKPT-MISMATCH-LINE
                       END-IF
                   END-IF
                   PERFORM LOAD-TAXJUR-TABLE
                   COMPUTE SKIP-COUNT = CURRENT-FILE-LINE - 1
                   PERFORM SKIP-COUNT TIMES
                       IF NOT EOF
               MOVE CalcTotalGarn TO CKPT-TOT-GARN
               MOVE RemitSeq TO CKPT-REMIT-SEQ
               MOVE SepSeq TO CKPT-SEP-SEQ
               MOVE CalcTotalSS TO CKPT-TOT-SS
               MOVE CalcTotalMed TO CKPT-TOT-MED
               MOVE CalcTotalErSS TO CKPT-TOT-ER-SS
               MOVE CalcTotalErMed TO CKPT-TOT-ER-MED
               MOVE CalcTotalFuta TO CKPT-TOT-FUTA
               MOVE CalcTotalSuta TO CKPT-TOT-SUTA
               MOVE CalcTotalMatch TO CKPT-TOT-MATCH
               MOVE K401Seq TO CKPT-K401-SEQ
               MOVE RUN-PAY-GROUP TO CKPT-PAY-GROUP
               MOVE CHECK-DATE TO CKPT-CHECK-DATE
               OPEN OUTPUT CheckpointFile
               WRITE CHECKPOINT-RECORD
               CLOSE CheckpointFile
               PERFORM SAVE-CARRY-TABLE
               PERFORM SAVE-EMPYTD-TABLE
               PERFORM SAVE-TAXJUR-TABLE
               PERFORM SAVE-LEAVE-TABLE.

       CLEAR-CHECKPOINT.
               OPEN OUTPUT CheckpointFile
                PERFORM VARYING indx FROM 1 BY 1 UNTIL indx > TableSize
                   IF DisCodeVal (indx) = SchoolDistrict
                      COMPUTE taxAmt ROUNDED = TaxRateVal (indx) * pay
                          * 12 / PERIODS-PER-YEAR
                      MOVE taxAmt to CalcTaxAmt
                      MOVE CalcTaxAmt to DTL-Tax
                      MOVE "Y" TO DISTRICT-FOUND-SW
                   END-IF
               END-IF
               MOVE CORRESPONDING CURRENT-TIME TO HEADER-2
               PERFORM SET-PAY-PERIOD
               MOVE SPACES TO HDR-TITLE
               STRING PERIOD-TITLE-NAME DELIMITED BY SPACE
                   " Payroll Register - Salary and Sales"
                   DELIMITED BY SIZE INTO HDR-TITLE
               OPEN INPUT MyFile
                    INPUT TaxFile
                    INPUT FedTaxFile
                   OPEN EXTEND StubFile
                   OPEN EXTEND AchFile
                   OPEN EXTEND CheckRegFile
                   OPEN EXTEND PayDtlFile
                   OPEN EXTEND GlFile
                   OPEN EXTEND RemitFile
                   OPEN EXTEND SepFile
                   OPEN EXTEND K401File
               ELSE
                   OPEN OUTPUT OutputFile
                   OPEN OUTPUT StubFile
                   OPEN OUTPUT AchFile
                   OPEN OUTPUT CheckRegFile
                   OPEN OUTPUT PayDtlFile
                   OPEN OUTPUT GlFile
                   OPEN OUTPUT RemitFile
                   OPEN OUTPUT SepFile
                   OPEN OUTPUT K401File
               END-IF
               MOVE CHECK-MM TO STUB-MM
               MOVE CHECK-DD TO STUB-DD
               MOVE CHECK-YYYY TO STUB-YYYY
               MOVE PSTART-MM TO STUB-START-MM
               MOVE PSTART-DD TO STUB-START-DD
               MOVE PSTART-YYYY TO STUB-START-YYYY
               MOVE PEND-MM TO STUB-END-MM
               MOVE PEND-DD TO STUB-END-DD
               MOVE PEND-YYYY TO STUB-END-YYYY
               MOVE CHECK-MM TO CHKREG-MM
               MOVE CHECK-DD TO CHKREG-DD
               MOVE CHECK-YYYY TO CHKREG-YYYY
               IF NOT RESTARTING
                   WRITE CHECKREG-RECORD FROM CHECKREG-TITLE-LINE
                   WRITE CHECKREG-RECORD FROM BLANK-LINE
                   WRITE SEP-FILE-RECORD FROM BLANK-LINE
               END-IF.

      * The run control names the pay group and check date; the pay
      * calendar supplies that period's start and end dates. With no
      * run control the monthly group is paid for this calendar month,
      * unless a checkpoint is waiting, in which case the restart
      * keeps the pay group and check date the failed run started with
       SET-PAY-PERIOD.
               MOVE "M" TO RUN-PAY-GROUP
               MOVE CURRENT-DATE TO CHECK-DATE
               MOVE "N" TO PERIOD-FOUND-SW
               MOVE "N" TO RUNCTL-FOUND-SW
               OPEN INPUT RunCtlFile
               IF RUNCTL-STATUS = "00"
                   READ RunCtlFile
                       AT END
                           MOVE "10" TO RUNCTL-STATUS
                       NOT AT END
                           SET RUNCTL-FOUND TO TRUE
                   END-READ
               END-IF
               CLOSE RunCtlFile
               IF RUNCTL-FOUND
                   IF RCTL-PAY-GROUP NOT = SPACE
                       MOVE RCTL-PAY-GROUP TO RUN-PAY-GROUP
                   END-IF
                   IF RCTL-CHECK-DATE NUMERIC
                       MOVE RCTL-CHECK-DATE TO CHECK-DATE
                       PERFORM FIND-PAY-PERIOD
                   END-IF
                   IF NOT PERIOD-FOUND
                           OR NOT (RUN-MONTHLY OR RUN-BIWEEKLY
                               OR RUN-SEMI-MONTHLY)
                       SET PERIOD-ERROR TO TRUE
                   END-IF
               ELSE
                   PERFORM READ-CHECKPOINT-PERIOD
                   IF RUN-MONTHLY
                       MOVE CHECK-YYYY TO PSTART-YYYY
                       MOVE CHECK-MM TO PSTART-MM
                       MOVE 1 TO PSTART-DD
                       MOVE CHECK-YYYY TO DIM-YYYY
                       MOVE CHECK-MM TO DIM-MM
                       PERFORM GET-DAYS-IN-MONTH
                       MOVE CHECK-YYYY TO PEND-YYYY
                       MOVE CHECK-MM TO PEND-MM
                       MOVE DAYS-IN-MONTH TO PEND-DD
                   ELSE
                       PERFORM FIND-PAY-PERIOD
                       IF NOT PERIOD-FOUND
                           SET PERIOD-ERROR TO TRUE
                       END-IF
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN RUN-BIWEEKLY
                       MOVE 26 TO PERIODS-PER-YEAR
                       MOVE BIWEEKLY-WEEKS TO WEEKS-PER-PERIOD
                       MOVE "Biweekly" TO PERIOD-TITLE-NAME
                   WHEN RUN-SEMI-MONTHLY
                       MOVE 24 TO PERIODS-PER-YEAR
                       MOVE SEMI-MONTHLY-WEEKS TO WEEKS-PER-PERIOD
                       MOVE "Semi-Monthly" TO PERIOD-TITLE-NAME
                   WHEN OTHER
                       MOVE 12 TO PERIODS-PER-YEAR
                       MOVE WEEKS-PER-MONTH TO WEEKS-PER-PERIOD
                       MOVE "Monthly" TO PERIOD-TITLE-NAME
               END-EVALUATE
               IF NOT PERIOD-ERROR
                   MOVE PERIOD-START TO DAYS-DATE
                   PERFORM DATE-TO-DAYS
                   MOVE DAY-NUMBER TO PERIOD-START-DAY
                   MOVE PERIOD-END TO DAYS-DATE
                   PERFORM DATE-TO-DAYS
                   COMPUTE PERIOD-DAYS =
                       DAY-NUMBER - PERIOD-START-DAY + 1
               END-IF.

       READ-CHECKPOINT-PERIOD.
               OPEN INPUT CheckpointFile
               IF CKPT-STATUS = "00"
                   READ CheckpointFile
                       AT END
                           MOVE "10" TO CKPT-STATUS
                   END-READ
                   IF CKPT-STATUS = "00"
                           AND CKPT-CHECK-DATE NUMERIC
                           AND (CKPT-PAY-GROUP = "M" OR "B" OR "S")
                       MOVE CKPT-PAY-GROUP TO RUN-PAY-GROUP
                       MOVE CKPT-CHECK-DATE TO CHECK-DATE
                   END-IF
               END-IF
               CLOSE CheckpointFile.

       FIND-PAY-PERIOD.
               MOVE "n" TO EOFPAYCAL
               OPEN INPUT PayCalFile
               IF PAYCAL-STATUS = "00"
                   PERFORM UNTIL EOFPAYCAL = "Y" OR PERIOD-FOUND
                      READ PayCalFile
                         AT END
                            SET EOFPAYCAL TO "Y"
                         NOT AT END
                            IF PCAL-PAY-GROUP = RUN-PAY-GROUP
                                    AND PCAL-CHECK-DATE = CHECK-DATE
                                    AND PCAL-START-DATE NUMERIC
                                    AND PCAL-END-DATE NUMERIC
                                    AND PCAL-START-DATE
                                        <= PCAL-END-DATE
                                MOVE PCAL-START-DATE TO PERIOD-START
                                MOVE PCAL-END-DATE TO PERIOD-END
                                MOVE "Y" TO PERIOD-FOUND-SW
                            END-IF
                         END-READ
                   END-PERFORM
               END-IF
               CLOSE PayCalFile.

      * Days since a fixed origin, counting the year from March so
      * the leap day falls at the end of it
       DATE-TO-DAYS.
               MOVE DAYS-YYYY TO DAYS-YEAR
               MOVE DAYS-MM TO DAYS-MONTH
               IF DAYS-MONTH <= 2
                   SUBTRACT 1 FROM DAYS-YEAR
                   ADD 12 TO DAYS-MONTH
               END-IF
               COMPUTE DAY-NUMBER = DAYS-YEAR * 365 + DAYS-DD
               DIVIDE DAYS-YEAR BY 4 GIVING DAYS-TERM
               ADD DAYS-TERM TO DAY-NUMBER
               DIVIDE DAYS-YEAR BY 100 GIVING DAYS-TERM
               SUBTRACT DAYS-TERM FROM DAY-NUMBER
               DIVIDE DAYS-YEAR BY 400 GIVING DAYS-TERM
               ADD DAYS-TERM TO DAY-NUMBER
               COMPUTE DAYS-TERM = (153 * (DAYS-MONTH - 3) + 2) / 5
               ADD DAYS-TERM TO DAY-NUMBER.

       COUNT-EMITTED-OUTPUT.
               MOVE "N" TO COUNT-EOF-SW
               OPEN INPUT AchFile
               END-PERFORM
               CLOSE RemitFile
               MOVE "N" TO COUNT-EOF-SW
               OPEN INPUT K401File
               PERFORM UNTIL COUNT-EOF
                   READ K401File
                      AT END
                         SET COUNT-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO K401RecsOnFile
                      END-READ
               END-PERFORM
               CLOSE K401File
               MOVE "N" TO COUNT-EOF-SW
               OPEN INPUT SepFile
               PERFORM UNTIL COUNT-EOF
                   READ SepFile
               END-IF
               CLOSE CheckpointFile.

      * A checkpoint left by a different pay group or check date is
      * that cycle's only restart point, so it is kept
       WRAP-UP.
               PERFORM CLOSE-ALL-FILES
               PERFORM WRITE-RUN-HISTORY
               IF NOT CKPT-PERIOD-MISMATCH
                   PERFORM CLEAR-CHECKPOINT
               END-IF.

       CLOSE-ALL-FILES.
               CLOSE MyFile
               CLOSE StubFile
               CLOSE AchFile
               CLOSE CheckRegFile
               CLOSE PayDtlFile
               CLOSE GlAcctFile
               CLOSE GlFile
               CLOSE RemitFile
               CLOSE SepFile
               CLOSE K401File
               CLOSE TaxFile
               CLOSE FedTaxFile
               CLOSE StateTaxFile.
                   END-IF
               END-IF
               IF OUT-OF-BALANCE OR SEQ-ERROR OR CKPT-MISMATCH
                       OR PERIOD-ERROR
                   MOVE "N" TO RH-BALANCE
               ELSE
                   MOVE "Y" TO RH-BALANCE
               END-IF
               MOVE RUN-PAY-GROUP TO RH-PAY-GROUP
               MOVE CHECK-DATE TO RH-CHECK-DATE
               OPEN EXTEND RunHistFile
               WRITE RUN-HIST-RECORD FROM RUN-HIST-LINE
               CLOSE RunHistFile.
                       PERFORM DEPT-BREAK-FOOTER
                       PERFORM REGION-BREAK-FOOTER
                       PERFORM DEPT-BREAK-HEADER
                       PERFORM CHECK-PAY-GROUP
                       PERFORM CHECK-TERM-STATUS
                       IF NOT TERM-SKIP AND NOT GROUP-SKIP
                           PERFORM PROCESS-LINE
                       END-IF
                       PERFORM MOVE-TO-ZERO
               MOVE SPACES TO DTL-INS-D
               MOVE SPACES TO DTL-INS-V
               PERFORM CALC-MONTHLY-PAY
               PERFORM UPDATE-LEAVE
               PERFORM GET-INSURANCE
               PERFORM CALC-COMMISSION
               PERFORM GET-PRIOR-YTD
               PERFORM CALC-401K
               PERFORM CALC-FEDERAL
               PERFORM CALC-STATE
               PERFORM CALC-FICA
               PERFORM CALC-EMPLOYER-TAX
               PERFORM CALC-INSURANCE
               PERFORM CALC-NET-PAY
               PERFORM SEARCH-TABLE
                   PERFORM WRITE-PAY-STUB
               END-IF
               PERFORM WRITE-PAYMENT
               PERFORM WRITE-401K-RECORD
               PERFORM ACCUM-GL-TOTALS
               PERFORM UPDATE-EMP-YTD
               IF TERM-FINAL
               WRITE OUTPUT-FILE-RECORD FROM DETAIL-LINE
               ADD 1 TO LineNumber.

      * Only employees in this run's pay group are paid; a blank pay
      * frequency on the master is the monthly group
       CHECK-PAY-GROUP.
               MOVE "N" TO GROUP-SKIP-SW
               MOVE PayFreq TO EMP-PAY-GROUP
               IF PaidMonthly
                   MOVE "M" TO EMP-PAY-GROUP
               END-IF
               IF EMP-PAY-GROUP NOT = RUN-PAY-GROUP
                   SET GROUP-SKIP TO TRUE
               END-IF.

      * Terminated employees whose final check is already paid are
      * skipped; a termination inside this pay period gets a prorated
      * final check
       CHECK-TERM-STATUS.
               MOVE "N" TO TERM-SKIP-SW
               MOVE "N" TO TERM-FINAL-SW
               IF Terminated
                   IF TermDate < PERIOD-START
                       SET TERM-SKIP TO TRUE
                   ELSE
                       IF TermDate <= PERIOD-END
                           SET TERM-FINAL TO TRUE
                       END-IF
                   END-IF
               END-IF.

       GET-DAYS-IN-MONTH.
               EVALUATE DIM-MM
                   WHEN 4
                   WHEN 6
                   WHEN 9
                       MOVE 30 TO DAYS-IN-MONTH
                   WHEN 2
                       MOVE 28 TO DAYS-IN-MONTH
                       DIVIDE DIM-YYYY BY 4
                           GIVING LEAP-QUOT REMAINDER LEAP-REM
                       IF LEAP-REM = 0
                           DIVIDE DIM-YYYY BY 100
                               GIVING LEAP-QUOT REMAINDER LEAP-REM
                           IF LEAP-REM NOT = 0
                               MOVE 29 TO DAYS-IN-MONTH
                           ELSE
                               DIVIDE DIM-YYYY BY 400
                                   GIVING LEAP-QUOT
                                   REMAINDER LEAP-REM
                               IF LEAP-REM = 0
                       MOVE 31 TO DAYS-IN-MONTH
               END-EVALUATE.

      * Pay for one period of the run's pay group; a final check is
      * prorated by the days of the period worked through TermDate
       CALC-MONTHLY-PAY.
               IF Hourly
                   COMPUTE CalcMonthlyPay ROUNDED =
                       Pay * ExpHoursPerWeek * WEEKS-PER-PERIOD
               ELSE
                   COMPUTE CalcMonthlyPay ROUNDED =
                       Pay / PERIODS-PER-YEAR
               END-IF
               IF TERM-FINAL
                   MOVE TermDate TO DAYS-DATE
                   PERFORM DATE-TO-DAYS
                   COMPUTE PRORATE-DAYS =
                       DAY-NUMBER - PERIOD-START-DAY + 1
                   COMPUTE CalcMonthlyPay ROUNDED =
                       CalcMonthlyPay * PRORATE-DAYS / PERIOD-DAYS
               END-IF
               MOVE CalcMonthlyPay TO CalcGrossPay
               MOVE CalcMonthlyPay TO DTL-EXPECT-PAY.
               END-IF.

       CALC-401K.
               MOVE CalcMonthlyPay TO MATCH-COMP
               PERFORM CHECK-CATCH-UP
               IF Withholding = 0
                   MOVE 0 TO Calc401k
                   MOVE SPACES TO DTL-401K-SPACES
               ELSE
                   COMPUTE Calc401k ROUNDED
                       = Withholding * CalcMonthlyPay
                   PERFORM APPLY-DEFERRAL-LIMIT
                   MOVE Calc401k TO DTL-401K
                   COMPUTE CalcMonthlyPay = CalcMonthlyPay - Calc401k
               END-IF
               PERFORM CALC-401K-MATCH.

      * Catch-up eligibility goes by the age reached by year end
       CHECK-CATCH-UP.
               MOVE "N" TO CATCH-UP-SW
               MOVE 0 TO EMP-AGE
               IF DOB-YYYY < CHECK-YYYY
                   COMPUTE EMP-AGE = CHECK-YYYY - DOB-YYYY
               END-IF
               MOVE DEFERRAL-LIMIT-BASE TO DEFERRAL-LIMIT
               IF EMP-AGE >= CATCH-UP-AGE
                   SET CATCH-UP-ELIGIBLE TO TRUE
                   ADD CATCH-UP-AMOUNT TO DEFERRAL-LIMIT
               END-IF.

      * Deferrals stop once the year-to-date 401k reaches the limit;
      * the check that crosses it defers only what room is left
       APPLY-DEFERRAL-LIMIT.
               IF PRIOR-YTD-401K >= DEFERRAL-LIMIT
                   MOVE 0 TO DEFERRAL-ROOM
               ELSE
                   COMPUTE DEFERRAL-ROOM =
                       DEFERRAL-LIMIT - PRIOR-YTD-401K
               END-IF
               IF Calc401k > DEFERRAL-ROOM
                   MOVE DEFERRAL-ROOM TO Calc401k
                   MOVE EmpNum IN INPUT-FILE-RECORD TO EXC-EMPNUM
                   MOVE "401k limit reached" TO EXC-FIELD
                   WRITE OUTPUT-FILE-RECORD FROM EXCEPTION-LINE
                   ADD 1 TO LineNumber
               END-IF.

      * The match is figured on this check's deferral, tier by tier,
      * against the pay the deferral was taken from
       CALC-401K-MATCH.
               MOVE 0 TO CalcErMatch
               MOVE Calc401k TO MATCH-REMAINING
               MOVE 0 TO MATCH-PREV-PCT
               PERFORM VARYING MatchIndx FROM 1 BY 1
                       UNTIL MatchIndx > MatchTableSize
                          OR MATCH-REMAINING = 0
                   IF MatchPctVal (MatchIndx) > MATCH-PREV-PCT
                       COMPUTE MATCH-TIER-AMT ROUNDED =
                           (MatchPctVal (MatchIndx) - MATCH-PREV-PCT)
                           * MATCH-COMP
                       IF MATCH-TIER-AMT > MATCH-REMAINING
                           MOVE MATCH-REMAINING TO MATCH-TIER-AMT
                       END-IF
                       COMPUTE CalcErMatch ROUNDED = CalcErMatch
                           + MATCH-TIER-AMT * MatchRateVal (MatchIndx)
                       SUBTRACT MATCH-TIER-AMT FROM MATCH-REMAINING
                       MOVE MatchPctVal (MatchIndx) TO MATCH-PREV-PCT
                   END-IF
               END-PERFORM.

       CALC-FEDERAL.
               MOVE "N" TO FED-RATE-FOUND-SW
               PERFORM VARYING FedIndx FROM 1 BY 1

               MOVE CalcState TO DTL-STATE.

      * Employee Social Security stops at the annual wage base;
      * Medicare has no cap but adds the additional rate on wages
      * past the threshold
       CALC-FICA.
               COMPUTE FICA-WAGES = CalcGrossPay + CalcCommission
                   + CalcVacPayout
               PERFORM GET-SS-TAXABLE
               COMPUTE CalcSS ROUNDED = TAXABLE-WAGES * SS-RATE
               COMPUTE CalcMed ROUNDED = FICA-WAGES * MED-RATE
               MOVE 0 TO ADDL-MED-WAGES
               IF PRIOR-YTD-GROSS + FICA-WAGES > ADDL-MED-THRESHOLD
                   IF PRIOR-YTD-GROSS >= ADDL-MED-THRESHOLD
                       MOVE FICA-WAGES TO ADDL-MED-WAGES
                   ELSE
                       COMPUTE ADDL-MED-WAGES = PRIOR-YTD-GROSS
                           + FICA-WAGES - ADDL-MED-THRESHOLD
                   END-IF
                   COMPUTE CalcMed ROUNDED = CalcMed
                       + ADDL-MED-WAGES * ADDL-MED-RATE
               END-IF
               COMPUTE CalcMonthlyPay =
                   CalcMonthlyPay - CalcSS - CalcMed.

       GET-SS-TAXABLE.
               IF PRIOR-YTD-GROSS >= SS-WAGE-BASE
                   MOVE 0 TO WAGE-ROOM
               ELSE
                   COMPUTE WAGE-ROOM = SS-WAGE-BASE - PRIOR-YTD-GROSS
               END-IF
               IF FICA-WAGES > WAGE-ROOM
                   MOVE WAGE-ROOM TO TAXABLE-WAGES
               ELSE
                   MOVE FICA-WAGES TO TAXABLE-WAGES
               END-IF.

      * The employer's share is not deducted from the check; it is
      * carried to the stub, the YTD record, and the GL expense lines
       CALC-EMPLOYER-TAX.
               COMPUTE FICA-WAGES = CalcGrossPay + CalcCommission
                   + CalcVacPayout
               PERFORM GET-SS-TAXABLE
               COMPUTE CalcErSS ROUNDED = TAXABLE-WAGES * SS-RATE
               COMPUTE CalcErMed ROUNDED = FICA-WAGES * MED-RATE
               IF PRIOR-YTD-GROSS >= FUTA-WAGE-BASE
                   MOVE 0 TO WAGE-ROOM
               ELSE
                   COMPUTE WAGE-ROOM = FUTA-WAGE-BASE - PRIOR-YTD-GROSS
               END-IF
               IF FICA-WAGES > WAGE-ROOM
                   MOVE WAGE-ROOM TO TAXABLE-WAGES
               ELSE
                   MOVE FICA-WAGES TO TAXABLE-WAGES
               END-IF
               COMPUTE CalcFuta ROUNDED = TAXABLE-WAGES * FUTA-RATE
               PERFORM EXTRACT-EMP-STATE
               MOVE "N" TO SUTA-RATE-FOUND-SW
               MOVE DEFAULT-SUTA-RATE TO SUTA-RATE-USED
               MOVE DEFAULT-SUTA-BASE TO SUTA-BASE-USED
               PERFORM VARYING SutaIndx FROM 1 BY 1
                       UNTIL SutaIndx > SutaTableSize
                   IF SutaCodeVal (SutaIndx) = EmpState
                       MOVE SutaRateVal (SutaIndx) TO SUTA-RATE-USED
                       MOVE SutaBaseVal (SutaIndx) TO SUTA-BASE-USED
                       MOVE "Y" TO SUTA-RATE-FOUND-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF PRIOR-YTD-GROSS >= SUTA-BASE-USED
                   MOVE 0 TO WAGE-ROOM
               ELSE
                   COMPUTE WAGE-ROOM = SUTA-BASE-USED - PRIOR-YTD-GROSS
               END-IF
               IF FICA-WAGES > WAGE-ROOM
                   MOVE WAGE-ROOM TO TAXABLE-WAGES
               ELSE
                   MOVE FICA-WAGES TO TAXABLE-WAGES
               END-IF
               COMPUTE CalcSuta ROUNDED =
                   TAXABLE-WAGES * SUTA-RATE-USED.

       EXTRACT-EMP-STATE.
               MOVE SPACES TO EmpState
               PERFORM VARYING CS-SCAN-POS FROM 20 BY -1
                       ADD 5 TO CalcInsurance
                   END-IF
               END-IF
               COMPUTE CalcInsurance ROUNDED =
                   CalcInsurance * 12 / PERIODS-PER-YEAR
               COMPUTE CalcMonthlyPay = CalcMonthlyPay - CalcInsurance
               MOVE CalcInsurance TO DTL-CALC-INSURANCE.

                   COMPUTE CalcOrderGarn ROUNDED =
                       GarnRateVal (GarnIndx) * CalcNetPay
               ELSE
                   COMPUTE CalcOrderGarn ROUNDED =
                       GarnAmtVal (GarnIndx) * 12 / PERIODS-PER-YEAR
               END-IF
               COMPUTE GARN-PERIOD-MAX ROUNDED =
                   GarnMaxVal (GarnIndx) * 12 / PERIODS-PER-YEAR
               IF GARN-PERIOD-MAX > 0
                       AND CalcOrderGarn > GARN-PERIOD-MAX
                   MOVE GARN-PERIOD-MAX TO CalcOrderGarn
               END-IF
               IF CalcOrderGarn > CalcNetPay
                   MOVE CalcNetPay TO CalcOrderGarn
                       SUBTRACT 1 FROM SERVICE-YEARS
                   END-IF
                   MOVE SERVICE-YEARS TO SEP-YEARS
                   MOVE CalcVacHours TO SEP-VAC-HOURS
                   MOVE CalcVacPayout TO SEP-VAC-PAYOUT
                   MOVE TERM-YYYY TO DIM-YYYY
                   MOVE TERM-MM TO DIM-MM
                   PERFORM GET-DAYS-IN-MONTH
                   MOVE TERM-MM TO SEP-BEN-MM
                   MOVE DAYS-IN-MONTH TO SEP-BEN-DD
               WRITE STUB-FILE-RECORD FROM STUB-HEADER-LINE
               WRITE STUB-FILE-RECORD FROM STUB-EMP-LINE
               WRITE STUB-FILE-RECORD FROM STUB-DEPT-LINE
               WRITE STUB-FILE-RECORD FROM STUB-PERIOD-LINE
               MOVE "Gross Pay" TO STUB-CAPTION
               MOVE CalcGrossPay TO STUB-AMOUNT
               PERFORM WRITE-STUB-AMOUNT
               MOVE "Commission" TO STUB-CAPTION
               MOVE CalcCommission TO STUB-AMOUNT
               PERFORM WRITE-STUB-AMOUNT
               IF TERM-FINAL
                   MOVE "Vac Payout" TO STUB-CAPTION
                   MOVE CalcVacPayout TO STUB-AMOUNT
                   PERFORM WRITE-STUB-AMOUNT
               END-IF
               MOVE "401k" TO STUB-CAPTION
               MOVE Calc401k TO STUB-AMOUNT
               PERFORM WRITE-STUB-AMOUNT
               MOVE "School Tax" TO STUB-CAPTION
               MOVE CalcTaxAmt TO STUB-AMOUNT
               PERFORM WRITE-STUB-AMOUNT
               PERFORM WRITE-STUB-FICA
               MOVE "Garnishment" TO STUB-CAPTION
               MOVE CalcGarnish TO STUB-AMOUNT
               PERFORM WRITE-STUB-AMOUNT
               MOVE "Net Pay" TO STUB-CAPTION
               MOVE CalcNetPay TO STUB-AMOUNT
               PERFORM WRITE-STUB-AMOUNT
               PERFORM WRITE-STUB-EMPLOYER
               PERFORM WRITE-STUB-LEAVE
               WRITE STUB-FILE-RECORD FROM STUB-SEPARATOR-LINE.

       WRITE-STUB-LEAVE.
               WRITE STUB-FILE-RECORD FROM STUB-LEAVE-LINE
               MOVE "Vacation" TO STUB-HRS-CAPTION
               MOVE LEAVE-VAC-BAL TO STUB-HOURS
               WRITE STUB-FILE-RECORD FROM STUB-HOURS-LINE
               MOVE "Sick" TO STUB-HRS-CAPTION
               MOVE LEAVE-SICK-BAL TO STUB-HOURS
               WRITE STUB-FILE-RECORD FROM STUB-HOURS-LINE.

       WRITE-STUB-AMOUNT.
               WRITE STUB-FILE-RECORD FROM STUB-AMOUNT-LINE.

       WRITE-STUB-FICA.
               MOVE "Social Sec" TO STUB-CAPTION
               MOVE CalcSS TO STUB-AMOUNT
               PERFORM WRITE-STUB-AMOUNT
               MOVE "Medicare" TO STUB-CAPTION
               MOVE CalcMed TO STUB-AMOUNT
               PERFORM WRITE-STUB-AMOUNT.

       WRITE-STUB-EMPLOYER.
               WRITE STUB-FILE-RECORD FROM STUB-EMPLOYER-LINE
               MOVE "ER Soc Sec" TO STUB-CAPTION
               MOVE CalcErSS TO STUB-AMOUNT
               PERFORM WRITE-STUB-AMOUNT
               MOVE "ER Medicare" TO STUB-CAPTION
               MOVE CalcErMed TO STUB-AMOUNT
               PERFORM WRITE-STUB-AMOUNT
               MOVE "ER FUTA" TO STUB-CAPTION
               MOVE CalcFuta TO STUB-AMOUNT
               PERFORM WRITE-STUB-AMOUNT
               MOVE "ER SUTA" TO STUB-CAPTION
               MOVE CalcSuta TO STUB-AMOUNT
               PERFORM WRITE-STUB-AMOUNT
               MOVE "ER 401k Mtch" TO STUB-CAPTION
               MOVE CalcErMatch TO STUB-AMOUNT
               PERFORM WRITE-STUB-AMOUNT.

       WRITE-PAYMENT.
               ADD 1 TO CheckSeq
               ADD CalcNetPay TO CalcCheckTotal
                   MOVE EmpLName IN INPUT-FILE-RECORD TO ACH-LNAME
                   MOVE EmpFName IN INPUT-FILE-RECORD TO ACH-FNAME
                   MOVE CalcNetPay TO ACH-AMOUNT
                   MOVE CHECK-DATE TO ACH-PAYDATE
                   WRITE ACH-FILE-RECORD
                   MOVE CheckSeq TO CHK-SEQ
                   MOVE EmpNum IN INPUT-FILE-RECORD TO CHK-EMPNUM
                   MOVE EmpFName IN INPUT-FILE-RECORD TO CHK-FNAME
                   MOVE CalcNetPay TO CHK-AMOUNT
                   WRITE CHECKREG-RECORD FROM CHECKREG-DETAIL-LINE
                   PERFORM WRITE-PAY-DETAIL
               END-IF.

       WRITE-PAY-DETAIL.
               MOVE CheckSeq TO PD-SEQ
               MOVE EmpNum IN INPUT-FILE-RECORD TO PD-EMPNUM
               MOVE RegionNum IN INPUT-FILE-RECORD TO PD-REGION
               MOVE DepNum IN INPUT-FILE-RECORD TO PD-DEPT
               MOVE EmpLName IN INPUT-FILE-RECORD TO PD-LNAME
               MOVE EmpFName IN INPUT-FILE-RECORD TO PD-FNAME
               MOVE CHECK-DATE TO PD-PAYDATE
               COMPUTE PD-GROSS = CalcGrossPay + CalcCommission
                   + CalcVacPayout
               MOVE CalcFed TO PD-FED
               MOVE CalcState TO PD-STATE
               MOVE CalcTaxAmt TO PD-SCHOOL
               MOVE Calc401k TO PD-401K
               MOVE CalcInsurance TO PD-INS
               MOVE CalcGarnish TO PD-GARNISH
               MOVE CalcSS TO PD-SS
               MOVE CalcMed TO PD-MED
               MOVE CalcNetPay TO PD-NET
               MOVE CalcErSS TO PD-ER-SS
               MOVE CalcErMed TO PD-ER-MED
               MOVE CalcFuta TO PD-FUTA
               MOVE CalcSuta TO PD-SUTA
               MOVE CalcErMatch TO PD-MATCH
               MOVE EmpState TO PD-STATE-CODE
               MOVE SchoolDistrict TO PD-SCHOOL-DIST
               WRITE PAYDTL-RECORD.

      * One recordkeeper record per employee with a deferral or match
      * on this check
       WRITE-401K-RECORD.
               IF Calc401k > 0 OR CalcErMatch > 0
                   ADD 1 TO K401Seq
                   IF K401Seq > K401RecsOnFile
                       MOVE EmpNum IN INPUT-FILE-RECORD TO K4-EMPNUM
                       MOVE EmpLName IN INPUT-FILE-RECORD TO K4-LNAME
                       MOVE EmpFName IN INPUT-FILE-RECORD TO K4-FNAME
                       MOVE Calc401k TO K4-DEFERRAL
                       MOVE CalcErMatch TO K4-MATCH
                       COMPUTE K4-YTD-DEFERRAL =
                           PRIOR-YTD-401K + Calc401k
                       MOVE CATCH-UP-SW TO K4-CATCHUP
                       MOVE CHECK-DATE TO K4-PAYDATE
                       WRITE K401-FILE-RECORD
                   END-IF
               END-IF.

       ACCUM-GL-TOTALS.
               ADD CalcGrossPay TO CalcTotalGross
               ADD CalcCommission TO CalcDeptGross
               ADD CalcCommission TO CalcTotalGross
               ADD CalcVacPayout TO CalcDeptGross
               ADD CalcVacPayout TO CalcTotalGross
               ADD CalcFed TO CalcTotalFed
               ADD CalcState TO CalcTotalState
               ADD CalcTaxAmt TO CalcTotalSchool
               ADD Calc401k TO CalcTotal401k
               ADD CalcInsurance TO CalcTotalIns
               ADD CalcGarnish TO CalcTotalGarn
               ADD CalcSS TO CalcTotalSS
               ADD CalcMed TO CalcTotalMed
               ADD CalcErSS TO CalcTotalErSS
               ADD CalcErMed TO CalcTotalErMed
               ADD CalcFuta TO CalcTotalFuta
               ADD CalcSuta TO CalcTotalSuta
               ADD CalcErMatch TO CalcTotalMatch
               PERFORM ACCUM-TAX-JURISDICTION.

      * State withholding goes to the state in CityState; school tax
      * to the employee's SchoolDistrict code
       ACCUM-TAX-JURISDICTION.
               IF CalcState > 0
                   MOVE "ST" TO TAXJUR-SEARCH-TYPE
                   MOVE EmpState TO TAXJUR-SEARCH-CODE
                   MOVE CalcState TO TAXJUR-SEARCH-AMT
                   PERFORM UPDATE-TAX-JURISDICTION
               END-IF
               IF CalcTaxAmt > 0
                   MOVE "SC" TO TAXJUR-SEARCH-TYPE
                   MOVE SchoolDistrict TO TAXJUR-SEARCH-CODE
                   MOVE CalcTaxAmt TO TAXJUR-SEARCH-AMT
                   PERFORM UPDATE-TAX-JURISDICTION
               END-IF.

       UPDATE-TAX-JURISDICTION.
               MOVE "N" TO TAXJUR-FOUND-SW
               PERFORM VARYING TaxJurIndx FROM 1 BY 1
                       UNTIL TaxJurIndx > TaxJurTableSize
                   IF TaxJurTypeVal (TaxJurIndx) = TAXJUR-SEARCH-TYPE
                           AND TaxJurCodeVal (TaxJurIndx)
                               = TAXJUR-SEARCH-CODE
                       MOVE "Y" TO TAXJUR-FOUND-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT TAXJUR-FOUND
                       AND TaxJurTableSize >= TableLimit
                   MOVE EmpNum IN INPUT-FILE-RECORD TO EXC-EMPNUM
                   MOVE "Tax juris table full" TO EXC-FIELD
                   WRITE OUTPUT-FILE-RECORD FROM EXCEPTION-LINE
               ELSE
                   IF NOT TAXJUR-FOUND
                       ADD 1 TO TaxJurTableSize
                       SET TaxJurIndx TO TaxJurTableSize
                       MOVE TAXJUR-SEARCH-TYPE
                           TO TaxJurTypeVal (TaxJurIndx)
                       MOVE TAXJUR-SEARCH-CODE
                           TO TaxJurCodeVal (TaxJurIndx)
                       MOVE 0 TO TaxJurAmtVal (TaxJurIndx)
                   END-IF
                   ADD TAXJUR-SEARCH-AMT TO TaxJurAmtVal (TaxJurIndx)
               END-IF.

       WRITE-GL-DEPT.
               ADD 1 TO GlRecsWritten
               END-IF
               ADD GL-LIAB-AMT TO GlCreditTotal.

       WRITE-GL-EXPENSE.
               ADD 1 TO GlRecsWritten
               IF GlRecsWritten > GlRecsOnFile
                   MOVE SPACES TO GL-SEARCH-KEY
                   PERFORM GL-LOOKUP
                   MOVE GL-ACCT-RESULT TO GL-ACCT
                   MOVE GL-EXP-DESC TO GL-DESC
                   MOVE GL-EXP-AMT TO GL-DEBIT
                   MOVE 0 TO GL-CREDIT
                   WRITE GL-FILE-RECORD FROM GL-DIST-LINE
               END-IF
               ADD GL-EXP-AMT TO GlDebitTotal.

      * Each employer tax posts as an expense debit with its
      * matching liability credit
       WRITE-GL-EMPLOYER-TAX.
               COMPUTE CalcTotalErTax = CalcTotalErSS + CalcTotalErMed
                   + CalcTotalFuta + CalcTotalSuta
               MOVE "XS" TO GL-SEARCH-TYPE
               MOVE "ER Soc Sec Expense" TO GL-EXP-DESC
               MOVE CalcTotalErSS TO GL-EXP-AMT
               PERFORM WRITE-GL-EXPENSE
               MOVE "LS" TO GL-SEARCH-TYPE
               MOVE "ER Soc Sec Payable" TO GL-LIAB-DESC
               MOVE CalcTotalErSS TO GL-LIAB-AMT
               PERFORM WRITE-GL-LIABILITY
               MOVE "XM" TO GL-SEARCH-TYPE
               MOVE "ER Medicare Expense" TO GL-EXP-DESC
               MOVE CalcTotalErMed TO GL-EXP-AMT
               PERFORM WRITE-GL-EXPENSE
               MOVE "LM" TO GL-SEARCH-TYPE
               MOVE "ER Medicare Payable" TO GL-LIAB-DESC
               MOVE CalcTotalErMed TO GL-LIAB-AMT
               PERFORM WRITE-GL-LIABILITY
               MOVE "XF" TO GL-SEARCH-TYPE
               MOVE "FUTA Tax Expense" TO GL-EXP-DESC
               MOVE CalcTotalFuta TO GL-EXP-AMT
               PERFORM WRITE-GL-EXPENSE
               MOVE "LF" TO GL-SEARCH-TYPE
               MOVE "FUTA Payable" TO GL-LIAB-DESC
               MOVE CalcTotalFuta TO GL-LIAB-AMT
               PERFORM WRITE-GL-LIABILITY
               MOVE "XU" TO GL-SEARCH-TYPE
               MOVE "SUTA Tax Expense" TO GL-EXP-DESC
               MOVE CalcTotalSuta TO GL-EXP-AMT
               PERFORM WRITE-GL-EXPENSE
               MOVE "LU" TO GL-SEARCH-TYPE
               MOVE "SUTA Payable" TO GL-LIAB-DESC
               MOVE CalcTotalSuta TO GL-LIAB-AMT
               PERFORM WRITE-GL-LIABILITY.

      * The employer match is benefit expense owed to the plan
       WRITE-GL-401K-MATCH.
               MOVE "XK" TO GL-SEARCH-TYPE
               MOVE "401k Match Expense" TO GL-EXP-DESC
               MOVE CalcTotalMatch TO GL-EXP-AMT
               PERFORM WRITE-GL-EXPENSE
               MOVE "LK" TO GL-SEARCH-TYPE
               MOVE "401k Match Payable" TO GL-LIAB-DESC
               MOVE CalcTotalMatch TO GL-LIAB-AMT
               PERFORM WRITE-GL-LIABILITY.

       WRITE-GL-DISTRIBUTION.
               MOVE "FD" TO GL-SEARCH-TYPE
               MOVE "Federal Tax Withheld" TO GL-LIAB-DESC
               MOVE "School Tax Withheld" TO GL-LIAB-DESC
               MOVE CalcTotalSchool TO GL-LIAB-AMT
               PERFORM WRITE-GL-LIABILITY
               MOVE "SS" TO GL-SEARCH-TYPE
               MOVE "Soc Sec Tax Withheld" TO GL-LIAB-DESC
               MOVE CalcTotalSS TO GL-LIAB-AMT
               PERFORM WRITE-GL-LIABILITY
               MOVE "MC" TO GL-SEARCH-TYPE
               MOVE "Medicare Tax Withheld" TO GL-LIAB-DESC
               MOVE CalcTotalMed TO GL-LIAB-AMT
               PERFORM WRITE-GL-LIABILITY
               MOVE "4K" TO GL-SEARCH-TYPE
               MOVE "401k Withheld" TO GL-LIAB-DESC
               MOVE CalcTotal401k TO GL-LIAB-AMT
               MOVE "Net Pay Payable" TO GL-LIAB-DESC
               MOVE CalcCheckTotal TO GL-LIAB-AMT
               PERFORM WRITE-GL-LIABILITY
               PERFORM WRITE-GL-EMPLOYER-TAX
               PERFORM WRITE-GL-401K-MATCH
               ADD 1 TO GlRecsWritten
               IF GlRecsWritten > GlRecsOnFile
                   MOVE GlDebitTotal TO GL-BAL-DEBITS
               MOVE 0 TO AmountAfterFed
               MOVE 0 TO CalcGrossPay
               MOVE 0 TO CalcTaxAmt
               MOVE 0 TO CalcGarnish
               MOVE 0 TO CalcSS
               MOVE 0 TO CalcMed
               MOVE 0 TO CalcErSS
               MOVE 0 TO CalcErMed
               MOVE 0 TO CalcFuta
               MOVE 0 TO CalcSuta
               MOVE 0 TO CalcVacHours
               MOVE 0 TO CalcVacPayout
               MOVE 0 TO CalcErMatch.

       DISPLAY-HEADERS.
               ADD 1 TO PageNumber
               WRITE CHECKREG-RECORD FROM BLANK-LINE
               WRITE CHECKREG-RECORD FROM CHECKREG-TOTAL-LINE
               PERFORM WRITE-GL-DISTRIBUTION
               PERFORM WRITE-TAX-REMITTANCE
               IF CalcCrossFoot NOT = CalcTotalComp
                       OR CalcCheckTotal NOT = CalcTotalComp
                       OR GlDebitTotal NOT =
                           CalcTotalGross + CalcTotalErTax
                           + CalcTotalMatch
                       OR GlDebitTotal NOT = GlCreditTotal
                   SET OUT-OF-BALANCE TO TRUE
                   WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
