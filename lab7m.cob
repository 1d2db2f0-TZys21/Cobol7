
      * Tyler Zysberg
      * Quarterly state and school district tax liability report,
      * tied back to the payroll GL withholding credits

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lab7m.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                  FILE-CONTROL.
                  SELECT OPTIONAL TaxQtdFile ASSIGN TO
                      'lab7a-taxqtd.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS TAXQTD-STATUS.

                  SELECT OPTIONAL TaxRemitFile ASSIGN TO
                      'lab7a-taxremit.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS TAXREMIT-STATUS.

                  SELECT OPTIONAL GlFile ASSIGN TO 'lab7a-gl.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS GL-STATUS.

                  SELECT OPTIONAL TaxPayeeFile ASSIGN TO
                      'lab7a-taxpayee.dat'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS TAXPAYEE-STATUS.

                  SELECT OutputFile ASSIGN TO 'lab7m-out.dat'
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD TaxQtdFile.
           01 TAXQTD-FILE-RECORD.
              05 TQF-QUARTER PIC 9(5).
              05 TQF-QTR-BREAKDOWN REDEFINES TQF-QUARTER.
                 10 TQF-YYYY PIC 9(4).
                 10 TQF-QTR PIC 9.
              05 TQF-TYPE PIC X(2).
              05 TQF-CODE PIC X(3).
              05 TQF-AMOUNT PIC 9(11)V99.

           FD TaxRemitFile.
           01 TAX-REMIT-FILE-RECORD.
              05 TRM-TYPE PIC X(2).
              05 FILLER PIC X(2).
              05 TRM-CODE PIC X(3).
              05 FILLER PIC X(2).
              05 TRM-PAYEE PIC X(30).
              05 FILLER PIC X(2).
              05 TRM-PAYDATE PIC 9(8).
              05 FILLER PIC X(2).
              05 TRM-AMOUNT PIC 9(9)V99.

           FD TaxPayeeFile.
           01 TaxPayeeCodes.
              05 TxpType PIC X(2).
              05 TxpCode PIC X(3).
              05 TxpName PIC X(30).

           FD GlFile.
           01 GL-FILE-RECORD PIC X(80).

           FD OutputFile.
           01 OUTPUT-FILE-RECORD PIC X(100).

           WORKING-STORAGE SECTION.
           01 TAXQTD-STATUS PIC XX.
           01 TAXREMIT-STATUS PIC XX.
           01 GL-STATUS PIC XX.
           01 TAXPAYEE-STATUS PIC XX.
           01 EOFTAXPAYEE PIC X VALUE "n".
           01 EOFTAXQTD PIC X VALUE "n".
           01 EOFTAXREMIT PIC X VALUE "n".
           01 GlEOFIndicator PIC X VALUE "N".
               88 GL-EOF VALUE "Y".

           78 TableLimit value is 500.
           01 JurTable.
              05 JurEntry Occurs TableLimit Times Indexed by JurIndx.
                 10 JurTypeVal PIC X(2).
                 10 JurCodeVal PIC X(3).
                 10 JurPayeeVal PIC X(30).
                 10 JurQtdVal PIC 9(11)V99.
                 10 JurRunVal PIC 9(9)V99.

           01 JurTableSize PIC 999 VALUE 0.
           01 JUR-FOUND-SW PIC X VALUE "N".
              88 JUR-FOUND VALUE "Y".
           01 JUR-SEARCH-TYPE PIC X(2).
           01 JUR-SEARCH-CODE PIC X(3).

           01 RPT-QUARTER PIC 9(5) VALUE 0.
           01 RPT-QTR-BREAKDOWN REDEFINES RPT-QUARTER.
              05 RPT-YYYY PIC 9(4).
              05 RPT-QTR PIC 9.
           01 QTR-FOUND-SW PIC X VALUE "N".
              88 QTR-FOUND VALUE "Y".

           01 GlQtdState PIC 9(11)V99 VALUE 0.
           01 GlQtdSchool PIC 9(11)V99 VALUE 0.
           01 GlRunState PIC 9(9)V99 VALUE 0.
           01 GlRunSchool PIC 9(9)V99 VALUE 0.
           01 GL-CREDIT-ZONE PIC X(11).
           01 GL-CREDIT-ZONE-NUM REDEFINES GL-CREDIT-ZONE
                PIC 9(9)V99.
           01 GL-LINE-FOUND-SW PIC X VALUE "N".
              88 GL-LINE-FOUND VALUE "Y".

           01 SECTION-TYPE PIC X(2).
           01 SectQtdTotal PIC 9(11)V99 VALUE 0.
           01 SectRunTotal PIC 9(9)V99 VALUE 0.
           01 SectGlQtd PIC 9(11)V99 VALUE 0.
           01 SectGlRun PIC 9(9)V99 VALUE 0.
           01 RECON-DIFF PIC S9(11)V99 VALUE 0.
           01 OUT-OF-BALANCE-SW PIC X VALUE "N".
              88 OUT-OF-BALANCE VALUE "Y".
           01 JurisdictionsListed PIC 9(5) VALUE 0.

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
                  05 FILLER PIC X(22) VALUE SPACES.
                  05 FILLER PIC X(39)
                       VALUE "Quarterly Tax Liability by Jurisdiction".
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 HDR-YYYY PIC 9999.
                  05 FILLER PIC X(2) VALUE " Q".
                  05 HDR-QTR PIC 9.

           01 COLUMN-HEADER.
                  05 FILLER PIC X(4) VALUE "Type".
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(4) VALUE "Code".
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(5) VALUE "Payee".
                  05 FILLER PIC X(33) VALUE SPACES.
                  05 FILLER PIC X(13) VALUE "QTD Liability".
                  05 FILLER PIC X(7) VALUE SPACES.
                  05 FILLER PIC X(8) VALUE "This Run".

           01 SECTION-TITLE-LINE.
                  05 SCT-TITLE PIC X(40).

           01 JUR-DETAIL-LINE.
                  05 JDL-TYPE PIC X(2).
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 JDL-CODE PIC X(3).
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 JDL-PAYEE PIC X(30).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 JDL-QTD PIC $$$$,$$$,$$9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 JDL-RUN PIC $$$$,$$$,$$9.99.

           01 SECTION-TOTAL-LINE.
                  05 FILLER PIC X(12) VALUE SPACES.
                  05 STL-CAPTION PIC X(30).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 STL-QTD PIC $$$$,$$$,$$9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 STL-RUN PIC $$$$,$$$,$$9.99.

           01 SECTION-DIFF-LINE.
                  05 FILLER PIC X(12) VALUE SPACES.
                  05 FILLER PIC X(30) VALUE "Difference".
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 SDL-QTD PIC +$$$,$$$,$$9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 SDL-RUN PIC +$$$,$$$,$$9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 SDL-FLAG PIC X(16).

           01 NO-QTD-LINE.
                  05 FILLER PIC X(46) VALUE "No quarter-to-date " &
                      "tax file found for this run".

           01 NOGL-LINE.
                  05 FILLER PIC X(42) VALUE "No GL distribution " &
                      "file found for this run".

           01 COUNT-LINE.
                  05 FILLER PIC X(23) VALUE "Jurisdictions listed: ".
                  05 CNT-JURIS PIC ZZZZ9.

           01 OUT-OF-BALANCE-LINE.
                  05 FILLER PIC X(38) VALUE "*** TAX LIABILITY " &
                      "OUT OF BALANCE ***".

           01 BLANK-LINE.
                  05 FILLER PIC X VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               PERFORM PROCESS-INIT
               PERFORM LOAD-QTD-TABLE
               PERFORM LOAD-REMIT-TABLE
               PERFORM LOAD-PAYEE-NAMES
               PERFORM READ-GL-WITHHELD
               PERFORM DISPLAY-HEADERS
               IF NOT QTR-FOUND
                   WRITE OUTPUT-FILE-RECORD FROM NO-QTD-LINE
               END-IF
               IF NOT GL-LINE-FOUND
                   WRITE OUTPUT-FILE-RECORD FROM NOGL-LINE
               END-IF
               WRITE OUTPUT-FILE-RECORD FROM COLUMN-HEADER
               WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
               ADD 2 TO LineNumber
               MOVE "ST" TO SECTION-TYPE
               MOVE "State Income Tax Withheld" TO SCT-TITLE
               MOVE GlQtdState TO SectGlQtd
               MOVE GlRunState TO SectGlRun
               PERFORM WRITE-SECTION
               MOVE "SC" TO SECTION-TYPE
               MOVE "School District Tax Withheld" TO SCT-TITLE
               MOVE GlQtdSchool TO SectGlQtd
               MOVE GlRunSchool TO SectGlRun
               PERFORM WRITE-SECTION
               MOVE JurisdictionsListed TO CNT-JURIS
               WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
               WRITE OUTPUT-FILE-RECORD FROM COUNT-LINE
               IF OUT-OF-BALANCE
                   WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
                   WRITE OUTPUT-FILE-RECORD FROM OUT-OF-BALANCE-LINE
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM WRAP-UP
               STOP RUN.

       PROCESS-INIT.
               MOVE 1 TO PAGE-COUNT
               ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
               MOVE CORRESPONDING CURRENT-DATE TO HEADER-1
               OPEN INPUT TaxQtdFile
                    INPUT TaxRemitFile
                    INPUT GlFile
                    INPUT TaxPayeeFile
               OPEN OUTPUT OutputFile.

      * The file holds one quarter; the GL entries are the payroll
      * run's own state and school credits accumulated for the quarter
       LOAD-QTD-TABLE.
               IF TAXQTD-STATUS = "00"
                   PERFORM UNTIL EOFTAXQTD = "Y"
                      READ TaxQtdFile
                         AT END
                            SET EOFTAXQTD TO "Y"
                         NOT AT END
                            SET QTR-FOUND TO TRUE
                            MOVE TQF-QUARTER TO RPT-QUARTER
                            PERFORM LOAD-QTD-ENTRY
                      END-READ
                   END-PERFORM
               END-IF
               MOVE RPT-YYYY TO HDR-YYYY
               MOVE RPT-QTR TO HDR-QTR.

       LOAD-QTD-ENTRY.
               IF TQF-TYPE = "GL"
                   IF TQF-CODE = "ST"
                       MOVE TQF-AMOUNT TO GlQtdState
                   END-IF
                   IF TQF-CODE = "SC"
                       MOVE TQF-AMOUNT TO GlQtdSchool
                   END-IF
               ELSE
                   MOVE TQF-TYPE TO JUR-SEARCH-TYPE
                   MOVE TQF-CODE TO JUR-SEARCH-CODE
                   PERFORM FIND-JURISDICTION
                   PERFORM ADD-JURISDICTION
                   IF JUR-FOUND
                       ADD TQF-AMOUNT TO JurQtdVal (JurIndx)
                   END-IF
               END-IF.

       LOAD-REMIT-TABLE.
               IF TAXREMIT-STATUS = "00"
                   PERFORM UNTIL EOFTAXREMIT = "Y"
                      READ TaxRemitFile
                         AT END
                            SET EOFTAXREMIT TO "Y"
                         NOT AT END
                            MOVE TRM-TYPE TO JUR-SEARCH-TYPE
                            MOVE TRM-CODE TO JUR-SEARCH-CODE
                            PERFORM FIND-JURISDICTION
                            PERFORM ADD-JURISDICTION
                            IF JUR-FOUND
                                ADD TRM-AMOUNT TO JurRunVal (JurIndx)
                                MOVE TRM-PAYEE TO JurPayeeVal (JurIndx)
                            END-IF
                      END-READ
                   END-PERFORM
               END-IF.

       FIND-JURISDICTION.
               MOVE "N" TO JUR-FOUND-SW
               PERFORM VARYING JurIndx FROM 1 BY 1
                       UNTIL JurIndx > JurTableSize
                   IF JurTypeVal (JurIndx) = JUR-SEARCH-TYPE
                           AND JurCodeVal (JurIndx) = JUR-SEARCH-CODE
                       MOVE "Y" TO JUR-FOUND-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

       ADD-JURISDICTION.
               IF NOT JUR-FOUND AND JurTableSize < TableLimit
                   ADD 1 TO JurTableSize
                   SET JurIndx TO JurTableSize
                   MOVE JUR-SEARCH-TYPE TO JurTypeVal (JurIndx)
                   MOVE JUR-SEARCH-CODE TO JurCodeVal (JurIndx)
                   MOVE SPACES TO JurPayeeVal (JurIndx)
                   MOVE 0 TO JurQtdVal (JurIndx)
                   MOVE 0 TO JurRunVal (JurIndx)
                   SET JUR-FOUND TO TRUE
               END-IF.

      * Jurisdictions with nothing withheld in the latest run still
      * need a payee name on the quarterly listing
       LOAD-PAYEE-NAMES.
               IF TAXPAYEE-STATUS = "00"
                   PERFORM UNTIL EOFTAXPAYEE = "Y"
                      READ TaxPayeeFile
                         AT END
                            SET EOFTAXPAYEE TO "Y"
                         NOT AT END
                            MOVE TxpType TO JUR-SEARCH-TYPE
                            MOVE TxpCode TO JUR-SEARCH-CODE
                            PERFORM FIND-JURISDICTION
                            IF JUR-FOUND
                                    AND JurPayeeVal (JurIndx) = SPACES
                                MOVE TxpName TO JurPayeeVal (JurIndx)
                            END-IF
                      END-READ
                   END-PERFORM
               END-IF.

      * The payroll run posts one credit line each for state and
      * school tax withheld; the credit amount starts in column 50
       READ-GL-WITHHELD.
               IF GL-STATUS = "00"
                   PERFORM UNTIL GL-EOF
                      READ GlFile
                         AT END
                            SET GL-EOF TO TRUE
                         NOT AT END
                            PERFORM CHECK-GL-LINE
                      END-READ
                   END-PERFORM
               END-IF.

       CHECK-GL-LINE.
               IF GL-FILE-RECORD (11:24) = "State Tax Withheld"
                   MOVE GL-FILE-RECORD (50:11) TO GL-CREDIT-ZONE
                   MOVE GL-CREDIT-ZONE-NUM TO GlRunState
                   SET GL-LINE-FOUND TO TRUE
               END-IF
               IF GL-FILE-RECORD (11:24) = "School Tax Withheld"
                   MOVE GL-FILE-RECORD (50:11) TO GL-CREDIT-ZONE
                   MOVE GL-CREDIT-ZONE-NUM TO GlRunSchool
                   SET GL-LINE-FOUND TO TRUE
               END-IF.

      * Each section must foot to its GL credit both for the quarter
      * and for the latest run's remittance
       WRITE-SECTION.
               MOVE 0 TO SectQtdTotal
               MOVE 0 TO SectRunTotal
               IF LineNumber >= (LinesPerPage - 4)
                   PERFORM DISPLAY-HEADERS
                   WRITE OUTPUT-FILE-RECORD FROM COLUMN-HEADER
                   WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
                   ADD 2 TO LineNumber
               END-IF
               WRITE OUTPUT-FILE-RECORD FROM SECTION-TITLE-LINE
               ADD 1 TO LineNumber
               PERFORM VARYING JurIndx FROM 1 BY 1
                       UNTIL JurIndx > JurTableSize
                   IF JurTypeVal (JurIndx) = SECTION-TYPE
                       PERFORM WRITE-JUR-DETAIL
                   END-IF
               END-PERFORM
               WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
               MOVE "Total jurisdictions" TO STL-CAPTION
               MOVE SectQtdTotal TO STL-QTD
               MOVE SectRunTotal TO STL-RUN
               WRITE OUTPUT-FILE-RECORD FROM SECTION-TOTAL-LINE
               MOVE "GL withholding credits" TO STL-CAPTION
               MOVE SectGlQtd TO STL-QTD
               MOVE SectGlRun TO STL-RUN
               WRITE OUTPUT-FILE-RECORD FROM SECTION-TOTAL-LINE
               MOVE SPACES TO SDL-FLAG
               COMPUTE RECON-DIFF = SectQtdTotal - SectGlQtd
               MOVE RECON-DIFF TO SDL-QTD
               IF RECON-DIFF NOT = 0
                   MOVE "** OUT OF BAL **" TO SDL-FLAG
                   SET OUT-OF-BALANCE TO TRUE
               END-IF
               COMPUTE RECON-DIFF = SectRunTotal - SectGlRun
               MOVE RECON-DIFF TO SDL-RUN
               IF RECON-DIFF NOT = 0
                   MOVE "** OUT OF BAL **" TO SDL-FLAG
                   SET OUT-OF-BALANCE TO TRUE
               END-IF
               WRITE OUTPUT-FILE-RECORD FROM SECTION-DIFF-LINE
               WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
               ADD 5 TO LineNumber.

       WRITE-JUR-DETAIL.
               IF LineNumber >= LinesPerPage
                   PERFORM DISPLAY-HEADERS
                   WRITE OUTPUT-FILE-RECORD FROM COLUMN-HEADER
                   WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
                   ADD 2 TO LineNumber
               END-IF
               MOVE JurTypeVal (JurIndx) TO JDL-TYPE
               MOVE JurCodeVal (JurIndx) TO JDL-CODE
               MOVE JurPayeeVal (JurIndx) TO JDL-PAYEE
               MOVE JurQtdVal (JurIndx) TO JDL-QTD
               MOVE JurRunVal (JurIndx) TO JDL-RUN
               WRITE OUTPUT-FILE-RECORD FROM JUR-DETAIL-LINE
               ADD 1 TO LineNumber
               ADD 1 TO JurisdictionsListed
               ADD JurQtdVal (JurIndx) TO SectQtdTotal
               ADD JurRunVal (JurIndx) TO SectRunTotal.

       DISPLAY-HEADERS.
               ADD 1 TO PageNumber
               MOVE PageNumber TO PAGE-COUNT
               MOVE 0 TO LineNumber
               WRITE OUTPUT-FILE-RECORD FROM HEADER-1
               WRITE OUTPUT-FILE-RECORD FROM HEADER-2
               WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
               MOVE 3 TO LineNumber.

       WRAP-UP.
               CLOSE TaxQtdFile
               CLOSE TaxRemitFile
               CLOSE GlFile
               CLOSE TaxPayeeFile
               CLOSE OutputFile.
