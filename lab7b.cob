           SELECT GenFile ASSIGN TO "lab7b-gen.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ArchiveFile ASSIGN TO "lab7b-archive.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-KEY
           FILE STATUS IS ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD Infile.
                   05 OUT-TIMESTAMP PIC X(19).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 OUT-STAT PIC X(30).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 OUT-ARCHIVE PIC X(9).

       FD SolvedFile.
               01 SOLVED-RECORD PIC X(20).
       FD GenFile.
               01 GEN-RECORD PIC X(20).

      * Every puzzle seen or handed out, keyed by its normal form so
      * relabeled, rotated and transposed copies land on one record
       FD ArchiveFile.
               01 ARCHIVE-RECORD.
                   05 ARC-KEY PIC X(81).
                   05 ARC-PUZZLE-ID PIC X(8).
                   05 ARC-SOURCE PIC X.
                       88 ArcChecked VALUE "C".
                       88 ArcGenerated VALUE "G".
                   05 ARC-FIRST-SEEN.
                       10 ARC-FIRST-YYYY PIC 9999.
                       10 ARC-FIRST-MM PIC 99.
                       10 ARC-FIRST-DD PIC 99.
                   05 ARC-LAST-SEEN PIC 9(8).
                   05 ARC-TIMES-SEEN PIC 9(3).
                   05 ARC-STATUS PIC X(30).
                   05 ARC-DIFFICULTY PIC X.
                   05 ARC-GIVENS PIC 99.
                   05 ARC-SOLUTION PIC X(81).

       WORKING-STORAGE SECTION.
               01 Final-Table.
                   05 Final-Rows OCCURS 9 TIMES.
                   88 NoSolution VALUE "n unsolvable puzzle".
                   88 MultiSolution VALUE " puzzle with many solutions".
                   88 Rejected VALUE " rejected - malformed grid".
                   88 Generated VALUE " generated puzzle".
                   88 Unkwn VALUE "X".

                01 FAIL-LOCATION PIC X(50) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "  Rejected: ".
                   05 SUM-REJECTED PIC ZZ9.

                01 SUMMARY-LINE-3.
                   05 FILLER PIC X(18) VALUE "Already archived: ".
                   05 SUM-DUPLICATE PIC ZZ9.
                   05 FILLER PIC X(18) VALUE "  Newly archived: ".
                   05 SUM-ARCHIVED PIC ZZ9.

                01 ARCHIVE-DUP-LINE.
                   05 FILLER PIC X(3) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "Archived as ".
                   05 DUP-ID PIC X(8).
                   05 FILLER PIC X(4) VALUE " on ".
                   05 DUP-MONTH PIC 99.
                   05 FILLER PIC X VALUE "/".
                   05 DUP-DAY PIC 99.
                   05 FILLER PIC X VALUE "/".
                   05 DUP-YEAR PIC 9999.
                   05 FILLER PIC X(7) VALUE ": was a".
                   05 DUP-STAT PIC X(30).

                01 ARCHIVE-STATUS PIC XX.
                01 ARC-FOUND-SW PIC X VALUE "N".
                   88 ARC-FOUND VALUE "Y".
                01 DuplicateCount PIC 999 VALUE 0.
                01 ArchivedCount PIC 999 VALUE 0.
                01 TODAY-DATE PIC 9(8).

                01 ARC-VARS.
                   05 ARC-GRID PIC X(81).
                   05 ARC-BEST PIC X(81).
                   05 ARC-TRY PIC X(81).
                   05 ARC-XFORM PIC 9.
                   05 ARC-ROW PIC 99.
                   05 ARC-COL PIC 99.
                   05 ARC-SRC-ROW PIC 99.
                   05 ARC-SRC-COL PIC 99.
                   05 ARC-POS PIC 99.
                   05 ARC-BLANKS PIC 99.
                   05 ARC-GIVEN-COUNT PIC 99.
                   05 ARC-NEXT-LABEL PIC 9.
                   05 ARC-CHAR PIC X.
                   05 ARC-DIGIT PIC 9.
                   05 ARC-LABELS.
                       10 ARC-LABEL PIC X OCCURS 9 TIMES.


                01 GENCTL-STATUS PIC XX.
                01 GEN-MODE-SW PIC X VALUE "N".
                   05 GEN-PERM PIC X(9).
                   05 GEN-ORDER-TBL.
                       10 GEN-ORDER PIC 99 OCCURS 81 TIMES.
                   05 GEN-RETRY PIC 99.
                   05 GEN-DISCARDED PIC 9(3) VALUE 0.
                   05 GEN-NOT-BUILT PIC 9(3) VALUE 0.

                78 GEN-RETRY-LIMIT VALUE 20.

                01 Gen-Master.
                   05 Gen-Master-Rows OCCURS 9 TIMES PIC X(9).

                01 Gen-Solution PIC X(81).

                01 GEN-HDR-LINE.
                   05 FILLER PIC X VALUE "H".
                   05 GEN-ID.
                PERFORM Generate-Batch
                STOP RUN
            END-IF
            PERFORM Open-Archive
            OPEN INPUT Infile
            OPEN OUTPUT OutputFile
            OPEN OUTPUT SolvedFile
            CLOSE Infile
            CLOSE OutputFile
            CLOSE SolvedFile
            CLOSE ArchiveFile
            STOP RUN.

       Create.
                MOVE PUZZLE-ID TO OUT-ID
                MOVE STAMP-FIELD TO OUT-TIMESTAMP
                MOVE stat TO OUT-STAT
                MOVE "N" TO ARC-FOUND-SW
                IF NOT Rejected
                    PERFORM Archive-Puzzle
                END-IF
                WRITE OUTPUT-RECORD
                IF ARC-FOUND
                    WRITE OUTPUT-RECORD FROM ARCHIVE-DUP-LINE
                END-IF
                EVALUATE TRUE
                    WHEN Valid1
                        ADD 1 TO ValidCount
            IF invalids
                DISPLAY FAIL-LOCATION
            END-IF
            IF ARC-FOUND
                DISPLAY ARCHIVE-DUP-LINE
            END-IF
            DISPLAY SPACE.
            
       Solve-Puzzle.
            MOVE IncompleteCount TO SUM-INCOMPLETE
            MOVE RejectCount TO SUM-REJECTED
            WRITE OUTPUT-RECORD FROM BLANK-LINE
            MOVE DuplicateCount TO SUM-DUPLICATE
            MOVE ArchivedCount TO SUM-ARCHIVED
            WRITE OUTPUT-RECORD FROM SUMMARY-LINE-1
            WRITE OUTPUT-RECORD FROM SUMMARY-LINE-2
            WRITE OUTPUT-RECORD FROM SUMMARY-LINE-3.

       Write-Solved-Grid.
            MOVE PUZZLE-SEQ TO SOLVED-SEQ
                WHEN OTHER
                    MOVE 32 TO GEN-TARGET
            END-EVALUATE
            PERFORM Open-Archive
            OPEN OUTPUT GenFile
            PERFORM VARYING GEN-NUM FROM 1 BY 1
                    UNTIL GEN-NUM > GEN-COUNT
                PERFORM Build-New-Puzzle
                IF NOT ARC-FOUND
                    PERFORM Write-Gen-Puzzle
                ELSE
                    ADD 1 TO GEN-NOT-BUILT
                END-IF
            END-PERFORM
            MOVE GEN-SEQ TO GEN-TRL-COUNT
            WRITE GEN-RECORD FROM GEN-TRL-LINE
            CLOSE GenFile
            CLOSE ArchiveFile
            DISPLAY "Puzzles generated: " GEN-SEQ
            DISPLAY "Archived duplicates discarded: " GEN-DISCARDED
            DISPLAY "Puzzles not generated (archive duplicates): "
                GEN-NOT-BUILT.

      * A grid already in the archive is thrown away and a fresh one
      * built in its place
       Build-New-Puzzle.
            MOVE 0 TO GEN-RETRY
            MOVE "Y" TO ARC-FOUND-SW
            PERFORM UNTIL NOT ARC-FOUND OR GEN-RETRY >= GEN-RETRY-LIMIT
                PERFORM Build-Full-Grid
                MOVE Gen-Master TO Gen-Solution
                PERFORM Thin-Grid
                MOVE Gen-Master TO ARC-GRID
                PERFORM Find-Archived
                IF ARC-FOUND
                    ADD 1 TO GEN-RETRY
                    ADD 1 TO GEN-DISCARDED
                END-IF
            END-PERFORM.

      * Multiplicative congruential generator (minstd)
       Rand-Next.
            PERFORM VARYING RowNum FROM 1 BY 1 UNTIL RowNum > 9
                MOVE Gen-Master-Rows (RowNum) TO GEN-ROW-OUT
                WRITE GEN-RECORD FROM GEN-ROW-LINE
            END-PERFORM
            MOVE GEN-ID TO ARC-PUZZLE-ID
            SET ArcGenerated TO TRUE
            SET Generated TO TRUE
            MOVE stat TO ARC-STATUS
            MOVE GEN-DIFFICULTY TO ARC-DIFFICULTY
            MOVE Gen-Solution TO ARC-SOLUTION
            PERFORM Write-Archive.

      * The archive is created on first use
       Open-Archive.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD
            OPEN I-O ArchiveFile
            IF ARCHIVE-STATUS = "35"
                OPEN OUTPUT ArchiveFile
                CLOSE ArchiveFile
                OPEN I-O ArchiveFile
            END-IF
            IF ARCHIVE-STATUS NOT = "00"
                DISPLAY "Cannot open puzzle archive: " ARCHIVE-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      * A puzzle seen before keeps its first ID, date and result;
      * only the sighting count and last-seen date move
       Archive-Puzzle.
            MOVE Final-Table TO ARC-GRID
            PERFORM Find-Archived
            IF ARC-FOUND
                ADD 1 TO DuplicateCount
                MOVE "DUPLICATE" TO OUT-ARCHIVE
                MOVE ARC-PUZZLE-ID TO DUP-ID
                MOVE ARC-FIRST-MM TO DUP-MONTH
                MOVE ARC-FIRST-DD TO DUP-DAY
                MOVE ARC-FIRST-YYYY TO DUP-YEAR
                MOVE ARC-STATUS TO DUP-STAT
                IF ARC-TIMES-SEEN < 999
                    ADD 1 TO ARC-TIMES-SEEN
                END-IF
                MOVE TODAY-DATE TO ARC-LAST-SEEN
                REWRITE ARCHIVE-RECORD
                    INVALID KEY
                        DISPLAY "Archive rewrite failed: "
                            ARCHIVE-STATUS
                END-REWRITE
            ELSE
                MOVE PUZZLE-ID TO ARC-PUZZLE-ID
                SET ArcChecked TO TRUE
                MOVE stat TO ARC-STATUS
                MOVE SPACES TO ARC-SOLUTION
                IF Solved
                    MOVE Solution-Table TO ARC-SOLUTION
                END-IF
                IF Valid1
                    MOVE ARC-GRID TO ARC-SOLUTION
                END-IF
      * Graded by givens, between the generator's targets of
      * 40 / 32 / 26
                EVALUATE TRUE
                    WHEN ARC-GIVEN-COUNT = 81
                        MOVE "C" TO ARC-DIFFICULTY
                    WHEN ARC-GIVEN-COUNT >= 36
                        MOVE "E" TO ARC-DIFFICULTY
                    WHEN ARC-GIVEN-COUNT >= 29
                        MOVE "M" TO ARC-DIFFICULTY
                    WHEN OTHER
                        MOVE "H" TO ARC-DIFFICULTY
                END-EVALUATE
                PERFORM Write-Archive
                ADD 1 TO ArchivedCount
            END-IF.

       Find-Archived.
            PERFORM Build-Archive-Key
            MOVE ARC-BEST TO ARC-KEY
            MOVE "N" TO ARC-FOUND-SW
            READ ArchiveFile
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ARC-FOUND TO TRUE
            END-READ.

       Write-Archive.
            MOVE ARC-BEST TO ARC-KEY
            MOVE TODAY-DATE TO ARC-FIRST-SEEN
            MOVE TODAY-DATE TO ARC-LAST-SEEN
            MOVE 1 TO ARC-TIMES-SEEN
            MOVE ARC-GIVEN-COUNT TO ARC-GIVENS
            WRITE ARCHIVE-RECORD
                INVALID KEY
                    DISPLAY "Archive write failed: " ARCHIVE-STATUS
            END-WRITE.

      * Normal form: the grid is viewed in all eight rotations and
      * reflections, the digits in each view are renumbered 1-9 in
      * order of first appearance (blanks as 0), and the lowest of
      * the eight strings is the key
       Build-Archive-Key.
            MOVE 0 TO ARC-BLANKS
            INSPECT ARC-GRID TALLYING ARC-BLANKS FOR ALL SPACE
            COMPUTE ARC-GIVEN-COUNT = 81 - ARC-BLANKS
            MOVE HIGH-VALUES TO ARC-BEST
            PERFORM VARYING ARC-XFORM FROM 1 BY 1 UNTIL ARC-XFORM > 8
                MOVE SPACES TO ARC-LABELS
                MOVE 0 TO ARC-NEXT-LABEL
                PERFORM VARYING ARC-ROW FROM 1 BY 1 UNTIL ARC-ROW > 9
                    PERFORM VARYING ARC-COL FROM 1 BY 1
                            UNTIL ARC-COL > 9
                        PERFORM Relabel-Key-Cell
                    END-PERFORM
                END-PERFORM
                IF ARC-TRY < ARC-BEST
                    MOVE ARC-TRY TO ARC-BEST
                END-IF
            END-PERFORM.

       Relabel-Key-Cell.
            EVALUATE ARC-XFORM
                WHEN 1
                    MOVE ARC-ROW TO ARC-SRC-ROW
                    MOVE ARC-COL TO ARC-SRC-COL
                WHEN 2
                    MOVE ARC-COL TO ARC-SRC-ROW
                    MOVE ARC-ROW TO ARC-SRC-COL
                WHEN 3
                    MOVE ARC-ROW TO ARC-SRC-ROW
                    COMPUTE ARC-SRC-COL = 10 - ARC-COL
                WHEN 4
                    COMPUTE ARC-SRC-ROW = 10 - ARC-ROW
                    MOVE ARC-COL TO ARC-SRC-COL
                WHEN 5
                    COMPUTE ARC-SRC-ROW = 10 - ARC-ROW
                    COMPUTE ARC-SRC-COL = 10 - ARC-COL
                WHEN 6
                    COMPUTE ARC-SRC-ROW = 10 - ARC-COL
                    COMPUTE ARC-SRC-COL = 10 - ARC-ROW
                WHEN 7
                    MOVE ARC-COL TO ARC-SRC-ROW
                    COMPUTE ARC-SRC-COL = 10 - ARC-ROW
                WHEN OTHER
                    COMPUTE ARC-SRC-ROW = 10 - ARC-COL
                    MOVE ARC-ROW TO ARC-SRC-COL
            END-EVALUATE
            COMPUTE ARC-POS = (ARC-SRC-ROW - 1) * 9 + ARC-SRC-COL
            MOVE ARC-GRID (ARC-POS : 1) TO ARC-CHAR
            COMPUTE ARC-POS = (ARC-ROW - 1) * 9 + ARC-COL
            IF ARC-CHAR = SPACE
                MOVE "0" TO ARC-TRY (ARC-POS : 1)
            ELSE
                MOVE ARC-CHAR TO ARC-DIGIT
                IF ARC-LABEL (ARC-DIGIT) = SPACE
                    ADD 1 TO ARC-NEXT-LABEL
                    MOVE DIGIT-CHARS (ARC-NEXT-LABEL : 1)
                        TO ARC-LABEL (ARC-DIGIT)
                END-IF
                MOVE ARC-LABEL (ARC-DIGIT) TO ARC-TRY (ARC-POS : 1)
            END-IF.


