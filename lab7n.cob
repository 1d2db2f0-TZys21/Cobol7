
      * Tyler Zysberg
      * Month-end vacation and sick leave liability by department,
      * region, and company for the accrual entry

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lab7n.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                  FILE-CONTROL.
                  SELECT MyFile ASSIGN TO 'lab7a-in.dat'
                       ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL LeaveFile ASSIGN TO 'lab7a-leave.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS LEAVE-STATUS.

                  SELECT OutputFile ASSIGN TO 'lab7n-out.dat'
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD MyFile.
           01 INPUT-FILE-RECORD.
                  05 RegionNum PIC X(2).
                  05 RegionName PIC X(15).
                  05 DepNum PIC X(5).
                  05 DepName PIC X(30).
                  05 EmpNum PIC X(5).
                  05 EmpLName PIC X(20).
                  05 EmpFName PIC X(15).
                  05 EmpGender PIC X.
                  05 EmpAddress PIC X(20).
                  05 CityState PIC X(20).
                  05 EmpTitle PIC X(20).
                  05 DOB PIC 9(8).
                  05 DOHYear PIC 9(4).
                  05 DOHMonth PIC 9(2).
                  05 DOHDay PIC 9(2).
                  05 MaritalStatus PIC X.
                  05 NumOfDep PIC 9(2).
                  05 SchoolDistrict PIC X(3).
                  05 MedCov PIC X.
                  05 DentCov PIC X.
                  05 VisCov PIC X.
                  05 Withholding PIC V9(3).
                  05 PayCode PIC X.
                     88 SalComm VALUE "C".
                     88 Hourly VALUE "H".
                     88 Sal VALUE "S".
                  05 Pay PIC 9(7)V99.
                  05 ExpHoursPerWeek PIC 9(2)V99.
                  05 CommRate PIC V9(3).
                  05 ActualSales PIC 9(7)V99.
                  05 TermStatus PIC X.
                     88 Terminated VALUE "T".
                  05 TermDate PIC 9(8).
                  05 TERM-BREAKDOWN REDEFINES TermDate.
                     10 TERM-YYYY PIC 9(4).
                     10 TERM-MM PIC 99.
                     10 TERM-DD PIC 99.

           FD LeaveFile.
           01 LEAVE-FILE-RECORD.
              05 LVF-EMPNUM PIC X(5).
              05 LVF-VAC-BAL PIC 9(5)V99.
              05 LVF-SICK-BAL PIC 9(5)V99.
              05 LVF-LAST-PERIOD PIC 9(8).

           FD OutputFile.
           01 OUTPUT-FILE-RECORD PIC X(110).

           WORKING-STORAGE SECTION.
           01 EndOfFileIndicator PIC X VALUE "N".
               88 EOF VALUE "Y".
           01 EOFLEAVE PIC X VALUE "n".
           01 LEAVE-STATUS PIC XX.

           78 EmpTableLimit value is 5000.
      * Salaried pay converts to an hourly rate over a standard year,
      * the same rate the payroll run uses for a vacation payout
           78 HOURS-PER-YEAR VALUE 2080.

           01 LeaveTable.
              05 LeaveEntry Occurs EmpTableLimit Times
                      Indexed by LeaveIndx.
                 10 LeaveKeyVal PIC X(5).
                 10 LeaveVacVal PIC 9(5)V99.
                 10 LeaveSickVal PIC 9(5)V99.
                 10 LeavePeriodVal PIC 9(8).

           01 LeaveTableSize PIC 9(4) VALUE 0.
           01 LEAVE-FOUND-SW PIC X VALUE "N".
              88 LEAVE-FOUND VALUE "Y".

           01 HOURLY-RATE PIC 9(5)V9(4).
           01 EmpVacLiab PIC 9(9)V99.
           01 EmpSickLiab PIC 9(9)V99.
           01 TERM-YYYYMM PIC 9(6).
           01 CURR-YYYYMM PIC 9(6).
           01 TERM-SKIP-SW PIC X VALUE "N".
              88 TERM-SKIP VALUE "Y".

           01 DeptVacHours PIC 9(9)V99 VALUE 0.
           01 DeptVacLiab PIC 9(9)V99 VALUE 0.
           01 DeptSickHours PIC 9(9)V99 VALUE 0.
           01 DeptSickLiab PIC 9(9)V99 VALUE 0.
           01 RegVacHours PIC 9(9)V99 VALUE 0.
           01 RegVacLiab PIC 9(9)V99 VALUE 0.
           01 RegSickHours PIC 9(9)V99 VALUE 0.
           01 RegSickLiab PIC 9(9)V99 VALUE 0.
           01 CompVacHours PIC 9(9)V99 VALUE 0.
           01 CompVacLiab PIC 9(9)V99 VALUE 0.
           01 CompSickHours PIC 9(9)V99 VALUE 0.
           01 CompSickLiab PIC 9(9)V99 VALUE 0.
           01 RecordsSeen PIC 9(5) VALUE 0.
           01 NoBalanceCount PIC 9(5) VALUE 0.

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
                  05 FILLER PIC X(28) VALUE SPACES.
                  05 FILLER PIC X(40) VALUE "Leave Liability " &
                      "by Department and Region".

           01 LIABILITY-COLUMN-HEADER.
                  05 FILLER PIC X(8) VALUE "Group".
                  05 FILLER PIC X(10) VALUE "Key".
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 FILLER PIC X(9) VALUE "Vac Hours".
                  05 FILLER PIC X(5) VALUE SPACES.
                  05 FILLER PIC X(13) VALUE "Vac Liability".
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 FILLER PIC X(10) VALUE "Sick Hours".
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 FILLER PIC X(14) VALUE "Sick Liability".

           01 LIABILITY-LINE.
                  05 LBL-LABEL PIC X(8).
                  05 LBL-KEY PIC X(9).
                  05 LBL-VAC-HOURS PIC Z,ZZZ,ZZ9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 LBL-VAC-LIAB PIC $$$$,$$$,$$9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 LBL-SICK-HOURS PIC Z,ZZZ,ZZ9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 LBL-SICK-LIAB PIC $$$$,$$$,$$9.99.

           01 NO-LEAVE-FILE-LINE.
                  05 FILLER PIC X(40) VALUE "No leave balance " &
                      "file found for this run".

           01 NO-BALANCE-LINE.
                  05 FILLER PIC X(30)
                       VALUE "Employees with no balance:   ".
                  05 NBL-COUNT PIC ZZZZ9.

           01 BLANK-LINE.
                  05 FILLER PIC X VALUE SPACES.

           01 DETERMINE-DEPT.
                  05 PREV-DEPT PIC X(5) VALUE "AAAAA".
                  05 PREV-REGION PIC X(2) VALUE "AA".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               PERFORM PROCESS-INIT
               PERFORM LOAD-LEAVE-TABLE
               PERFORM PROCESS-FILE
               PERFORM WRAP-UP
               STOP RUN.

       PROCESS-INIT.
               MOVE 1 TO PAGE-COUNT
               ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
               MOVE CORRESPONDING CURRENT-DATE TO HEADER-1
               COMPUTE CURR-YYYYMM =
                   YYYY IN CURRENT-DATE * 100 + MM IN CURRENT-DATE
               OPEN INPUT MyFile
               OPEN OUTPUT OutputFile
               PERFORM DISPLAY-HEADERS
               WRITE OUTPUT-FILE-RECORD FROM LIABILITY-COLUMN-HEADER
               WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
               ADD 2 TO LineNumber.

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
                            END-IF
                      END-READ
                   END-PERFORM
               ELSE
                   WRITE OUTPUT-FILE-RECORD FROM NO-LEAVE-FILE-LINE
                   WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
                   ADD 2 TO LineNumber
               END-IF
               CLOSE LeaveFile.

       FIND-LEAVE.
               MOVE "N" TO LEAVE-FOUND-SW
               PERFORM VARYING LeaveIndx FROM 1 BY 1
                       UNTIL LeaveIndx > LeaveTableSize
                   IF LeaveKeyVal (LeaveIndx) = EmpNum
                       MOVE "Y" TO LEAVE-FOUND-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

       PROCESS-FILE.
               PERFORM UNTIL EOF
                   READ MyFile
                   AT END
                       MOVE "AAAA" TO DepNum
                       MOVE "ZZ" TO RegionNum
                       PERFORM DEPT-BREAK-FOOTER
                       PERFORM REGION-BREAK-FOOTER
                       PERFORM COMP-FOOTER
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM DEPT-BREAK-FOOTER
                       PERFORM REGION-BREAK-FOOTER
                       PERFORM TALLY-EMPLOYEE
               END-PERFORM.

      * Employees whose final check is already paid carry no balance
      * forward; everyone else is valued at the current pay rate
       TALLY-EMPLOYEE.
               PERFORM CHECK-TERM-SKIP
               IF NOT TERM-SKIP
                   ADD 1 TO RecordsSeen
                   PERFORM FIND-LEAVE
                   IF LEAVE-FOUND
                       PERFORM CALC-EMP-LIABILITY
                       ADD LeaveVacVal (LeaveIndx) TO DeptVacHours
                       ADD LeaveSickVal (LeaveIndx) TO DeptSickHours
                       ADD EmpVacLiab TO DeptVacLiab
                       ADD EmpSickLiab TO DeptSickLiab
                   ELSE
                       ADD 1 TO NoBalanceCount
                   END-IF
               END-IF
               MOVE DepNum TO PREV-DEPT
               MOVE RegionNum TO PREV-REGION.

       CHECK-TERM-SKIP.
               MOVE "N" TO TERM-SKIP-SW
               IF Terminated
                   COMPUTE TERM-YYYYMM = TERM-YYYY * 100 + TERM-MM
                   IF TERM-YYYYMM < CURR-YYYYMM
                       SET TERM-SKIP TO TRUE
                   END-IF
               END-IF.

       CALC-EMP-LIABILITY.
               IF Hourly
                   MOVE Pay TO HOURLY-RATE
               ELSE
                   COMPUTE HOURLY-RATE ROUNDED = Pay / HOURS-PER-YEAR
               END-IF
               COMPUTE EmpVacLiab ROUNDED =
                   LeaveVacVal (LeaveIndx) * HOURLY-RATE
               COMPUTE EmpSickLiab ROUNDED =
                   LeaveSickVal (LeaveIndx) * HOURLY-RATE.

       DEPT-BREAK-FOOTER.
               IF (DepNum NOT = PREV-DEPT
                       OR RegionNum NOT = PREV-REGION)
                       AND RecordsSeen > 0
                   MOVE "  Dept" TO LBL-LABEL
                   MOVE SPACES TO LBL-KEY
                   MOVE PREV-REGION TO LBL-KEY (1:2)
                   MOVE PREV-DEPT TO LBL-KEY (4:5)
                   MOVE DeptVacHours TO LBL-VAC-HOURS
                   MOVE DeptVacLiab TO LBL-VAC-LIAB
                   MOVE DeptSickHours TO LBL-SICK-HOURS
                   MOVE DeptSickLiab TO LBL-SICK-LIAB
                   PERFORM WRITE-LIABILITY-LINE
                   ADD DeptVacHours TO RegVacHours
                   ADD DeptVacLiab TO RegVacLiab
                   ADD DeptSickHours TO RegSickHours
                   ADD DeptSickLiab TO RegSickLiab
                   MOVE 0 TO DeptVacHours
                   MOVE 0 TO DeptVacLiab
                   MOVE 0 TO DeptSickHours
                   MOVE 0 TO DeptSickLiab
               END-IF.

       REGION-BREAK-FOOTER.
               IF RegionNum NOT = PREV-REGION AND RecordsSeen > 0
                   MOVE "Region" TO LBL-LABEL
                   MOVE SPACES TO LBL-KEY
                   MOVE PREV-REGION TO LBL-KEY (1:2)
                   MOVE RegVacHours TO LBL-VAC-HOURS
                   MOVE RegVacLiab TO LBL-VAC-LIAB
                   MOVE RegSickHours TO LBL-SICK-HOURS
                   MOVE RegSickLiab TO LBL-SICK-LIAB
                   PERFORM WRITE-LIABILITY-LINE
                   WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
                   ADD 1 TO LineNumber
                   ADD RegVacHours TO CompVacHours
                   ADD RegVacLiab TO CompVacLiab
                   ADD RegSickHours TO CompSickHours
                   ADD RegSickLiab TO CompSickLiab
                   MOVE 0 TO RegVacHours
                   MOVE 0 TO RegVacLiab
                   MOVE 0 TO RegSickHours
                   MOVE 0 TO RegSickLiab
               END-IF.

       COMP-FOOTER.
               IF RecordsSeen > 0
                   MOVE "Company" TO LBL-LABEL
                   MOVE SPACES TO LBL-KEY
                   MOVE CompVacHours TO LBL-VAC-HOURS
                   MOVE CompVacLiab TO LBL-VAC-LIAB
                   MOVE CompSickHours TO LBL-SICK-HOURS
                   MOVE CompSickLiab TO LBL-SICK-LIAB
                   PERFORM WRITE-LIABILITY-LINE
               END-IF
               MOVE NoBalanceCount TO NBL-COUNT
               WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
               WRITE OUTPUT-FILE-RECORD FROM NO-BALANCE-LINE.

       WRITE-LIABILITY-LINE.
               IF LineNumber >= LinesPerPage
                   PERFORM DISPLAY-HEADERS
                   WRITE OUTPUT-FILE-RECORD
                       FROM LIABILITY-COLUMN-HEADER
                   WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
                   ADD 2 TO LineNumber
               END-IF
               WRITE OUTPUT-FILE-RECORD FROM LIABILITY-LINE
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
               CLOSE MyFile
               CLOSE OutputFile.
