       DATA DIVISION.
           FILE SECTION.
           FD MasterFile.
           01 MASTER-FILE-RECORD PIC X(217).

           FD MasterIdxFile.
           01 MASTER-IDX-RECORD.
                  05 FILLER PIC X(52).
                  05 MIX-EMPNUM PIC X(5).
                  05 FILLER PIC X(160).

           WORKING-STORAGE SECTION.
           01 MasterEOFIndicator PIC X VALUE "N".
