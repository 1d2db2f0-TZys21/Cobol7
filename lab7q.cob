      * Tyler Zysberg
      * Lists the sudoku puzzle archive in first-seen order with counts
      * by result status and difficulty

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lab7q.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                  FILE-CONTROL.
                  SELECT ArchiveFile ASSIGN TO 'lab7b-archive.idx'
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS ARC-KEY
                       FILE STATUS IS ARCHIVE-STATUS.

                  SELECT SortFile ASSIGN TO 'lab7q-sort.tmp'.

                  SELECT OutputFile ASSIGN TO 'lab7q-out.dat'
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ArchiveFile.
           01 ARCHIVE-RECORD.
                  05 ARC-KEY PIC X(81).
                  05 ARC-PUZZLE-ID PIC X(8).
                  05 ARC-SOURCE PIC X.
                  05 ARC-FIRST-SEEN PIC 9(8).
                  05 ARC-LAST-SEEN PIC 9(8).
                  05 ARC-TIMES-SEEN PIC 9(3).
                  05 ARC-STATUS PIC X(30).
                  05 ARC-DIFFICULTY PIC X.
                  05 ARC-GIVENS PIC 99.
                  05 ARC-SOLUTION PIC X(81).

           SD SortFile.
           01 SORT-RECORD.
                  05 SRT-KEY PIC X(81).
                  05 SRT-PUZZLE-ID PIC X(8).
                  05 SRT-SOURCE PIC X.
                     88 SrtChecked VALUE "C".
                     88 SrtGenerated VALUE "G".
                  05 SRT-FIRST-SEEN.
                     10 SRT-FIRST-YYYY PIC 9999.
                     10 SRT-FIRST-MM PIC 99.
                     10 SRT-FIRST-DD PIC 99.
                  05 SRT-LAST-SEEN.
                     10 SRT-LAST-YYYY PIC 9999.
                     10 SRT-LAST-MM PIC 99.
                     10 SRT-LAST-DD PIC 99.
                  05 SRT-TIMES-SEEN PIC 9(3).
                  05 SRT-STATUS PIC X(30).
                  05 SRT-DIFFICULTY PIC X.
                     88 SrtEasy VALUE "E".
                     88 SrtMedium VALUE "M".
                     88 SrtHard VALUE "H".
                     88 SrtComplete VALUE "C".
                  05 SRT-GIVENS PIC 99.
                  05 SRT-SOLUTION PIC X(81).

           FD OutputFile.
           01 OUTPUT-FILE-RECORD PIC X(110).

           WORKING-STORAGE SECTION.
           01 ARCHIVE-STATUS PIC XX.
           01 SortEOFIndicator PIC X VALUE "N".
               88 SORT-EOF VALUE "Y".

           78 StatusLimit value is 12.

      * One row per result status; the columns are Easy, Medium,
      * Hard, Complete grid, and anything else
           01 StatusTable.
              05 StatusEntry Occurs StatusLimit Times
                      Indexed by StatIndx.
                 10 StatusTextVal PIC X(30).
                 10 StatusCountVal PIC 9(5) Occurs 5 Times.

           01 StatusTableSize PIC 99 VALUE 0.
           01 DiffIx PIC 9.

           01 TotalCounts.
              05 TotalCountVal PIC 9(5) Occurs 5 Times VALUE 0.

           01 PuzzlesListed PIC 9(5) VALUE 0.
           01 CheckedCount PIC 9(5) VALUE 0.
           01 GeneratedCount PIC 9(5) VALUE 0.
           01 RepeatCount PIC 9(5) VALUE 0.

           01 STATUS-TEXT PIC X(30).

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
                  05 FILLER PIC X(33) VALUE SPACES.
                  05 FILLER PIC X(22) VALUE "Puzzle Archive Listing".

           01 ARCHIVE-COLUMN-HEADER.
                  05 FILLER PIC X(10) VALUE "Puzzle".
                  05 FILLER PIC X(12) VALUE "First Seen".
                  05 FILLER PIC X(12) VALUE "Last Seen".
                  05 FILLER PIC X(6) VALUE "Times".
                  05 FILLER PIC X(11) VALUE "Source".
                  05 FILLER PIC X(10) VALUE "Diff".
                  05 FILLER PIC X(8) VALUE "Givens".
                  05 FILLER PIC X(5) VALUE "Soln".
                  05 FILLER PIC X(6) VALUE "Result".

           01 ARCHIVE-LINE.
                  05 AL-PUZZLE-ID PIC X(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 AL-FIRST-MM PIC 99.
                  05 FILLER PIC X VALUE "/".
                  05 AL-FIRST-DD PIC 99.
                  05 FILLER PIC X VALUE "/".
                  05 AL-FIRST-YYYY PIC 9999.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 AL-LAST-MM PIC 99.
                  05 FILLER PIC X VALUE "/".
                  05 AL-LAST-DD PIC 99.
                  05 FILLER PIC X VALUE "/".
                  05 AL-LAST-YYYY PIC 9999.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 AL-TIMES PIC ZZ9.
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 AL-SOURCE PIC X(9).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 AL-DIFFICULTY PIC X(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 AL-GIVENS PIC Z9.
                  05 FILLER PIC X(6) VALUE SPACES.
                  05 AL-SOLUTION PIC X(3).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 AL-STATUS PIC X(30).

           01 SUMMARY-HEADER.
                  05 FILLER PIC X(30) VALUE "Puzzles by Result".
                  05 FILLER PIC X(8) VALUE "    Easy".
                  05 FILLER PIC X(8) VALUE "  Medium".
                  05 FILLER PIC X(8) VALUE "    Hard".
                  05 FILLER PIC X(10) VALUE "  Complete".
                  05 FILLER PIC X(8) VALUE "   Other".
                  05 FILLER PIC X(8) VALUE "   Total".

           01 SUMMARY-LINE.
                  05 SL-STATUS PIC X(30).
                  05 SL-EASY PIC ZZZZZZZ9.
                  05 SL-MEDIUM PIC ZZZZZZZ9.
                  05 SL-HARD PIC ZZZZZZZ9.
                  05 SL-COMPLETE PIC ZZZZZZZZZ9.
                  05 SL-OTHER PIC ZZZZZZZ9.
                  05 SL-TOTAL PIC ZZZZZZZ9.

           01 SOURCE-COUNT-LINE.
                  05 FILLER PIC X(17) VALUE "Checked puzzles: ".
                  05 SCL-CHECKED PIC ZZZZ9.
                  05 FILLER PIC X(23)
                       VALUE "    Generated puzzles: ".
                  05 SCL-GENERATED PIC ZZZZ9.
                  05 FILLER PIC X(25)
                       VALUE "    Seen more than once: ".
                  05 SCL-REPEAT PIC ZZZZ9.

           01 NO-ARCHIVE-LINE.
                  05 FILLER PIC X(40) VALUE "No puzzle archive " &
                      "found for this listing".

           01 BLANK-LINE.
                  05 FILLER PIC X VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               PERFORM PROCESS-INIT
               OPEN INPUT ArchiveFile
               IF ARCHIVE-STATUS = "00"
                   CLOSE ArchiveFile
                   SORT SortFile
                       ON ASCENDING KEY SRT-FIRST-SEEN
                                        SRT-PUZZLE-ID
                       USING ArchiveFile
                       OUTPUT PROCEDURE IS LIST-ARCHIVE
                   PERFORM WRITE-SUMMARY
               ELSE
                   WRITE OUTPUT-FILE-RECORD FROM NO-ARCHIVE-LINE
               END-IF
               PERFORM WRAP-UP
               STOP RUN.

       PROCESS-INIT.
               ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
               MOVE CORRESPONDING CURRENT-DATE TO HEADER-1
               OPEN OUTPUT OutputFile
               PERFORM DISPLAY-HEADERS
               WRITE OUTPUT-FILE-RECORD FROM ARCHIVE-COLUMN-HEADER
               WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
               ADD 2 TO LineNumber.

       LIST-ARCHIVE.
               PERFORM UNTIL SORT-EOF
                  RETURN SortFile
                     AT END
                        SET SORT-EOF TO TRUE
                     NOT AT END
                        PERFORM LIST-PUZZLE
                  END-RETURN
               END-PERFORM.

       LIST-PUZZLE.
               ADD 1 TO PuzzlesListed
               MOVE SRT-PUZZLE-ID TO AL-PUZZLE-ID
               MOVE SRT-FIRST-MM TO AL-FIRST-MM
               MOVE SRT-FIRST-DD TO AL-FIRST-DD
               MOVE SRT-FIRST-YYYY TO AL-FIRST-YYYY
               MOVE SRT-LAST-MM TO AL-LAST-MM
               MOVE SRT-LAST-DD TO AL-LAST-DD
               MOVE SRT-LAST-YYYY TO AL-LAST-YYYY
               MOVE SRT-TIMES-SEEN TO AL-TIMES
               IF SRT-TIMES-SEEN > 1
                   ADD 1 TO RepeatCount
               END-IF
               IF SrtGenerated
                   MOVE "Generated" TO AL-SOURCE
                   ADD 1 TO GeneratedCount
               ELSE
                   MOVE "Checked" TO AL-SOURCE
                   ADD 1 TO CheckedCount
               END-IF
               EVALUATE TRUE
                   WHEN SrtEasy
                       MOVE "Easy" TO AL-DIFFICULTY
                       MOVE 1 TO DiffIx
                   WHEN SrtMedium
                       MOVE "Medium" TO AL-DIFFICULTY
                       MOVE 2 TO DiffIx
                   WHEN SrtHard
                       MOVE "Hard" TO AL-DIFFICULTY
                       MOVE 3 TO DiffIx
                   WHEN SrtComplete
                       MOVE "Complete" TO AL-DIFFICULTY
                       MOVE 4 TO DiffIx
                   WHEN OTHER
                       MOVE SRT-DIFFICULTY TO AL-DIFFICULTY
                       MOVE 5 TO DiffIx
               END-EVALUATE
               MOVE SRT-GIVENS TO AL-GIVENS
               IF SRT-SOLUTION = SPACES
                   MOVE "No" TO AL-SOLUTION
               ELSE
                   MOVE "Yes" TO AL-SOLUTION
               END-IF
               PERFORM SET-STATUS-TEXT
               MOVE STATUS-TEXT TO AL-STATUS
               PERFORM TALLY-STATUS
               IF LineNumber >= LinesPerPage
                   PERFORM DISPLAY-HEADERS
                   WRITE OUTPUT-FILE-RECORD FROM ARCHIVE-COLUMN-HEADER
                   WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
                   ADD 2 TO LineNumber
               END-IF
               WRITE OUTPUT-FILE-RECORD FROM ARCHIVE-LINE
               ADD 1 TO LineNumber.

      * The checker keeps its result with the article it displays
      * after "This is a"; the listing drops it
       SET-STATUS-TEXT.
               EVALUATE TRUE
                   WHEN SRT-STATUS (1:2) = "n "
                       MOVE SRT-STATUS (3:28) TO STATUS-TEXT
                   WHEN SRT-STATUS (1:1) = SPACE
                       MOVE SRT-STATUS (2:29) TO STATUS-TEXT
                   WHEN OTHER
                       MOVE SRT-STATUS TO STATUS-TEXT
               END-EVALUATE.

      * Results past the table limit are counted under the last row
       TALLY-STATUS.
               PERFORM VARYING StatIndx FROM 1 BY 1
                       UNTIL StatIndx > StatusTableSize
                   IF StatusTextVal (StatIndx) = STATUS-TEXT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF StatIndx > StatusTableSize
                   IF StatusTableSize < StatusLimit
                       ADD 1 TO StatusTableSize
                       SET StatIndx TO StatusTableSize
                       MOVE STATUS-TEXT TO StatusTextVal (StatIndx)
                       MOVE 0 TO StatusCountVal (StatIndx, 1)
                       MOVE 0 TO StatusCountVal (StatIndx, 2)
                       MOVE 0 TO StatusCountVal (StatIndx, 3)
                       MOVE 0 TO StatusCountVal (StatIndx, 4)
                       MOVE 0 TO StatusCountVal (StatIndx, 5)
                   ELSE
                       SET StatIndx TO StatusLimit
                       MOVE "other results" TO StatusTextVal (StatIndx)
                   END-IF
               END-IF
               ADD 1 TO StatusCountVal (StatIndx, DiffIx)
               ADD 1 TO TotalCountVal (DiffIx).

       WRITE-SUMMARY.
               IF LineNumber + StatusTableSize + 7 > LinesPerPage
                   PERFORM DISPLAY-HEADERS
               ELSE
                   WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
               END-IF
               WRITE OUTPUT-FILE-RECORD FROM SUMMARY-HEADER
               PERFORM VARYING StatIndx FROM 1 BY 1
                       UNTIL StatIndx > StatusTableSize
                   MOVE StatusTextVal (StatIndx) TO SL-STATUS
                   MOVE StatusCountVal (StatIndx, 1) TO SL-EASY
                   MOVE StatusCountVal (StatIndx, 2) TO SL-MEDIUM
                   MOVE StatusCountVal (StatIndx, 3) TO SL-HARD
                   MOVE StatusCountVal (StatIndx, 4) TO SL-COMPLETE
                   MOVE StatusCountVal (StatIndx, 5) TO SL-OTHER
                   COMPUTE SL-TOTAL = StatusCountVal (StatIndx, 1)
                       + StatusCountVal (StatIndx, 2)
                       + StatusCountVal (StatIndx, 3)
                       + StatusCountVal (StatIndx, 4)
                       + StatusCountVal (StatIndx, 5)
                   WRITE OUTPUT-FILE-RECORD FROM SUMMARY-LINE
               END-PERFORM
               MOVE "Total" TO SL-STATUS
               MOVE TotalCountVal (1) TO SL-EASY
               MOVE TotalCountVal (2) TO SL-MEDIUM
               MOVE TotalCountVal (3) TO SL-HARD
               MOVE TotalCountVal (4) TO SL-COMPLETE
               MOVE TotalCountVal (5) TO SL-OTHER
               MOVE PuzzlesListed TO SL-TOTAL
               WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
               WRITE OUTPUT-FILE-RECORD FROM SUMMARY-LINE
               MOVE CheckedCount TO SCL-CHECKED
               MOVE GeneratedCount TO SCL-GENERATED
               MOVE RepeatCount TO SCL-REPEAT
               WRITE OUTPUT-FILE-RECORD FROM BLANK-LINE
               WRITE OUTPUT-FILE-RECORD FROM SOURCE-COUNT-LINE.

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
