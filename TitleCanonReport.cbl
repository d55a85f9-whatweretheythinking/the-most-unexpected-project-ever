           IDENTIFICATION DIVISION.
           PROGRAM-ID. TitleCanonReport.
      *    One-off sweep for rows written before TitleAliases.txt
      *    existed: lists every record in MovieRatings.txt,
      *    Watchlists.txt and MovieRequests.txt (and the
      *    RatingsSummary.txt rollups RatingsCompact built from the
      *    ratings) whose title resolves through TitleAlias to a
      *    canonical spelling other than the one stored - "Alien"
      *    filed beside "Alien 1979", "CHUD" beside "C.H.U.D. 1984".
      *    Read-only; TitleCanonRewrite puts the rows right, so run
      *    this first and check the list before that.  Titles
      *    neither the library nor the alias master knows are left
      *    off - there is nothing to rewrite them to.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL DataFile ASSIGN TO DYNAMIC DataPath
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ReportFile ASSIGN TO "TitleCanonReport.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.

           FILE SECTION.
           FD DataFile.
               01 DataRec                  PIC X(130).
           FD ReportFile.
               01 ReportLine               PIC X(170).

           WORKING-STORAGE SECTION.
           COPY TITLEALIAS.
      *    One row per file: its name, where the title sits in the
      *    record, and how wide the title field is
           01 FileLits.
               02 FILLER               PIC X(26) VALUE
                   "MovieRatings.txt    001060".
               02 FILLER               PIC X(26) VALUE
                   "RatingsSummary.txt  001060".
               02 FILLER               PIC X(26) VALUE
                   "Watchlists.txt      021060".
               02 FILLER               PIC X(26) VALUE
                   "MovieRequests.txt   001070".
           01 FileTable REDEFINES FileLits.
               02 FileEntry            OCCURS 4 TIMES
                                       INDEXED BY Fidx.
                   03 FileName             PIC X(20).
                   03 FileTitlePos         PIC 9(3).
                   03 FileTitleLen         PIC 9(3).
           01 FileCount                PIC 9 VALUE 4.

           01 DataPath                 PIC X(20).
           01 DataEof                  PIC X VALUE "N".
           01 LineNum                  PIC 9(5).
           01 StoredTitle              PIC X(70).
           01 FileHits                 PIC 9(5).
           01 TotalHits                PIC 9(5) VALUE 0.
           01 EditCount                PIC ZZZZ9.

           PROCEDURE DIVISION.
           OPEN OUTPUT ReportFile
           MOVE "TitleCanonReport: rows stored under a non-canonical "
             & "title spelling" TO ReportLine
           WRITE ReportLine

           PERFORM VARYING Fidx FROM 1 BY 1 UNTIL Fidx > FileCount
               PERFORM ScanOneFile
           END-PERFORM

           IF TotalHits = 0
               MOVE "Every title in the rated, watchlisted and "
                 & "requested files is stored under its canonical "
                 & "spelling." TO ReportLine
               WRITE ReportLine
           END-IF
           CLOSE ReportFile
           MOVE TotalHits TO EditCount
           DISPLAY "TitleCanonReport: " FUNCTION TRIM(EditCount)
                   " row(s) to rewrite - see TitleCanonReport.txt"
           STOP RUN.

           ScanOneFile.
           MOVE FileName(Fidx) TO DataPath
           MOVE 0 TO LineNum FileHits
           MOVE "N" TO DataEof
           OPEN INPUT DataFile
           READ DataFile
               AT END MOVE "Y" TO DataEof
           END-READ
           PERFORM UNTIL DataEof = "Y"
               ADD 1 TO LineNum
               PERFORM CheckOneRow
               READ DataFile
                   AT END MOVE "Y" TO DataEof
               END-READ
           END-PERFORM
           CLOSE DataFile
           IF FileHits > 0
               MOVE FileHits TO EditCount
               MOVE SPACES TO ReportLine
               STRING FileName(Fidx) DELIMITED BY SPACE,
                       ": " DELIMITED BY SIZE,
                       FUNCTION TRIM(EditCount) DELIMITED BY SIZE,
                       " row(s) to rewrite" DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF.

      *    Only a title that resolves, and resolves to something
      *    other than what is stored, is worth a line
           CheckOneRow.
           MOVE SPACES TO StoredTitle
           MOVE DataRec(FileTitlePos(Fidx) : FileTitleLen(Fidx))
               TO StoredTitle
           IF StoredTitle NOT = SPACES
               MOVE StoredTitle TO AliasText
               CALL "TitleAlias" USING AliasArea
               END-CALL
               IF NOT AliasNotKnown AND StoredTitle NOT = AliasCanon
                   ADD 1 TO FileHits TotalHits
                   MOVE SPACES TO ReportLine
                   STRING FileName(Fidx) DELIMITED BY SPACE,
                           " line " DELIMITED BY SIZE,
                           LineNum DELIMITED BY SIZE,
                           ": " DELIMITED BY SIZE,
                           StoredTitle DELIMITED BY "  ",
                           " -> " DELIMITED BY SIZE,
                           AliasCanon DELIMITED BY "  "
                       INTO ReportLine
                   WRITE ReportLine
               END-IF
           END-IF.

           END PROGRAM TitleCanonReport.
