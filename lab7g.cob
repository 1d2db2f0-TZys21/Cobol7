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

           FD OutputFile.
           01 OUTPUT-FILE-RECORD PIC X(80).
                 10 EmpYtdSchoolVal PIC 9(9)V99.
                 10 EmpYtd401kVal PIC 9(9)V99.
                 10 EmpYtdInsVal PIC 9(9)V99.
                 10 EmpYtdSSVal PIC 9(9)V99.
                 10 EmpYtdMedVal PIC 9(9)V99.
                 10 EmpYtdUsedVal PIC X.

           01 EmpYtdTableSize PIC 9(4) VALUE 0.
           01 TotalSchool PIC 9(11)V99 VALUE 0.
           01 Total401k PIC 9(11)V99 VALUE 0.
           01 TotalIns PIC 9(11)V99 VALUE 0.
           01 TotalSS PIC 9(11)V99 VALUE 0.
           01 TotalMed PIC 9(11)V99 VALUE 0.

           01 CURRENT-DATE.
                  05 YYYY PIC 9999.
                   TO EmpYtdSchoolVal (EmpYtdIndx)
               MOVE EMPYTD-FILE-401K TO EmpYtd401kVal (EmpYtdIndx)
               MOVE EMPYTD-FILE-INS TO EmpYtdInsVal (EmpYtdIndx)
      * Records from before Social Security and Medicare were
      * withheld stop short of those columns
               IF EMPYTD-FILE-SS NUMERIC
                   MOVE EMPYTD-FILE-SS TO EmpYtdSSVal (EmpYtdIndx)
               ELSE
                   MOVE 0 TO EmpYtdSSVal (EmpYtdIndx)
               END-IF
               IF EMPYTD-FILE-MED NUMERIC
                   MOVE EMPYTD-FILE-MED TO EmpYtdMedVal (EmpYtdIndx)
               ELSE
                   MOVE 0 TO EmpYtdMedVal (EmpYtdIndx)
               END-IF
               MOVE "N" TO EmpYtdUsedVal (EmpYtdIndx).

       PROCESS-FILE.
               MOVE "YTD Insurance" TO STMT-CAPTION
               MOVE EmpYtdInsVal (EmpYtdIndx) TO STMT-AMOUNT
               PERFORM WRITE-STMT-AMOUNT
               MOVE "YTD Social Security" TO STMT-CAPTION
               MOVE EmpYtdSSVal (EmpYtdIndx) TO STMT-AMOUNT
               PERFORM WRITE-STMT-AMOUNT
               MOVE "YTD Medicare" TO STMT-CAPTION
               MOVE EmpYtdMedVal (EmpYtdIndx) TO STMT-AMOUNT
               PERFORM WRITE-STMT-AMOUNT
               WRITE OUTPUT-FILE-RECORD FROM STMT-SEPARATOR-LINE
               ADD 1 TO StatementsWritten
               ADD EmpYtdGrossVal (EmpYtdIndx) TO TotalGross
               ADD EmpYtdStateVal (EmpYtdIndx) TO TotalState
               ADD EmpYtdSchoolVal (EmpYtdIndx) TO TotalSchool
               ADD EmpYtd401kVal (EmpYtdIndx) TO Total401k
               ADD EmpYtdInsVal (EmpYtdIndx) TO TotalIns
               ADD EmpYtdSSVal (EmpYtdIndx) TO TotalSS
               ADD EmpYtdMedVal (EmpYtdIndx) TO TotalMed.

       WRITE-STMT-AMOUNT.
               WRITE OUTPUT-FILE-RECORD FROM STMT-AMOUNT-LINE.
               PERFORM WRITE-CONTROL-AMOUNT
               MOVE "Total Insurance" TO CTL-CAPTION
               MOVE TotalIns TO CTL-AMOUNT
               PERFORM WRITE-CONTROL-AMOUNT
               MOVE "Total Soc Security" TO CTL-CAPTION
               MOVE TotalSS TO CTL-AMOUNT
               PERFORM WRITE-CONTROL-AMOUNT
               MOVE "Total Medicare" TO CTL-CAPTION
               MOVE TotalMed TO CTL-AMOUNT
               PERFORM WRITE-CONTROL-AMOUNT.

       WRITE-CONTROL-AMOUNT.
