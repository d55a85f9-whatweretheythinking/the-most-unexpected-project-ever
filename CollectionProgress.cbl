           IDENTIFICATION DIVISION.
           PROGRAM-ID. CollectionProgress.
      *    How far through each franchise we are: for every
      *    collection in Collections.txt, films played out of films
      *    listed and the percentage, then each film in viewing order
      *    marked played (with the date it last was) or not, and the
      *    one COLL would put on next flagged.  The played state is
      *    CollectionOrder's, from the whole play history including
      *    the yearly archives.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ReportFile ASSIGN TO "CollectionProgress.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.

           FILE SECTION.
           FD ReportFile.
               01 ReportLine               PIC X(120).

           WORKING-STORAGE SECTION.
           COPY COLLORDER.
           01 ListIdx                  PIC 999.
           01 ScanIdx                  PIC 999.
           01 FirstRow                 PIC X.
               88 IsFirstRow           VALUE "Y".
           01 NextShown                PIC X.
           01 CollSize                 PIC 999.
           01 CollSeen                 PIC 999.
           01 CollPct                  PIC 999.
           01 GroupCount               PIC 999 VALUE 0.
           01 FilmTotal                PIC 9(4) VALUE 0.
           01 SeenTotal                PIC 9(4) VALUE 0.
           01 EditSize                 PIC ZZ9.
           01 EditSeen                 PIC ZZ9.
           01 EditPct                  PIC ZZ9.
           01 EditTotal                PIC ZZZ9.
           01 EditSeenTotal            PIC ZZZ9.
           01 EditGroups               PIC ZZ9.

           01 CollLine.
               02 ClName               PIC X(30).
               02 FILLER               PIC X VALUE SPACE.
               02 ClCounts             PIC X(40).
           01 FilmLine.
               02 FILLER               PIC X(4) VALUE SPACES.
               02 FlMark               PIC X(3).
               02 FILLER               PIC X VALUE SPACE.
               02 FlTitle              PIC X(60).
               02 FILLER               PIC X VALUE SPACE.
               02 FlNote               PIC X(30).

           PROCEDURE DIVISION.
           SET CollLoad TO TRUE
           CALL "CollectionOrder" USING CollArea
           END-CALL

           OPEN OUTPUT ReportFile
           MOVE "CollectionProgress: how far through each franchise"
               TO ReportLine
           WRITE ReportLine
           IF CollCount = 0
               MOVE "No collections in Collections.txt." TO ReportLine
               WRITE ReportLine
           ELSE
               PERFORM VARYING ListIdx FROM 1 BY 1
                       UNTIL ListIdx > CollCount
                   MOVE "Y" TO FirstRow
                   PERFORM VARYING ScanIdx FROM 1 BY 1
                           UNTIL ScanIdx NOT < ListIdx
                       IF CeName(ScanIdx) = CeName(ListIdx)
                           MOVE "N" TO FirstRow
                       END-IF
                   END-PERFORM
                   IF IsFirstRow
                       PERFORM WriteOneCollection
                   END-IF
               END-PERFORM
               MOVE GroupCount TO EditGroups
               MOVE FilmTotal TO EditTotal
               MOVE SeenTotal TO EditSeenTotal
               MOVE SPACES TO ReportLine
               STRING FUNCTION TRIM(EditGroups) DELIMITED BY SIZE,
                       " collection(s), " DELIMITED BY SIZE,
                       FUNCTION TRIM(EditSeenTotal) DELIMITED BY SIZE,
                       " of " DELIMITED BY SIZE,
                       FUNCTION TRIM(EditTotal) DELIMITED BY SIZE,
                       " films played" DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF
           CLOSE ReportFile
           STOP RUN.

           WriteOneCollection.
           ADD 1 TO GroupCount
           MOVE 0 TO CollSize CollSeen
           PERFORM VARYING ScanIdx FROM ListIdx BY 1
                   UNTIL ScanIdx > CollCount
               IF CeName(ScanIdx) = CeName(ListIdx)
                   ADD 1 TO CollSize
                   IF CeWasSeen(ScanIdx)
                       ADD 1 TO CollSeen
                   END-IF
               END-IF
           END-PERFORM
           ADD CollSize TO FilmTotal
           ADD CollSeen TO SeenTotal
           COMPUTE CollPct = CollSeen * 100 / CollSize
           MOVE CollSize TO EditSize
           MOVE CollSeen TO EditSeen
           MOVE CollPct TO EditPct
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE CeName(ListIdx) TO ClName
           MOVE SPACES TO ClCounts
           STRING FUNCTION TRIM(EditSeen) DELIMITED BY SIZE,
                   " of " DELIMITED BY SIZE,
                   FUNCTION TRIM(EditSize) DELIMITED BY SIZE,
                   " played (" DELIMITED BY SIZE,
                   FUNCTION TRIM(EditPct) DELIMITED BY SIZE,
                   "%)" DELIMITED BY SIZE
               INTO ClCounts
           WRITE ReportLine FROM CollLine
           MOVE "N" TO NextShown
           PERFORM VARYING ScanIdx FROM ListIdx BY 1
                   UNTIL ScanIdx > CollCount
               IF CeName(ScanIdx) = CeName(ListIdx)
                   PERFORM WriteOneFilm
               END-IF
           END-PERFORM.

           WriteOneFilm.
           MOVE CeTitle(ScanIdx) TO FlTitle
           MOVE SPACES TO FlNote
           IF CeWasSeen(ScanIdx)
               MOVE "[x]" TO FlMark
               STRING "last played " DELIMITED BY SIZE,
                       CeLast(ScanIdx) DELIMITED BY SIZE
                   INTO FlNote
           ELSE
               MOVE "[ ]" TO FlMark
               IF NextShown = "N"
                   MOVE "Y" TO NextShown
                   MOVE "<- next up" TO FlNote
               END-IF
           END-IF
           WRITE ReportLine FROM FilmLine.

           END PROGRAM CollectionProgress.
