           IDENTIFICATION DIVISION.
           PROGRAM-ID. TitleCanonRewrite.
      *    Does what TitleCanonReport lists: every row of
      *    MovieRatings.txt, Watchlists.txt and MovieRequests.txt
      *    whose title resolves through TitleAlias to another
      *    spelling is rewritten under the canonical title, so the
      *    ratings, lists and wants filed before the alias master
      *    existed line up with the ones filed since.  Two extra
      *    tidy-ups fall out of that: a watchlist row that becomes
      *    a copy of one the same user already has is dropped, and
      *    RatingsSummary.txt rollups kept under two spellings are
      *    merged into one.  Each file goes through <name>New.txt
      *    and a rename like every other rewriter, and only when
      *    something in it changed.  Holds CobbotCmd.lock for the
      *    whole run so a live RATE, LIST or WANT can't land
      *    mid-rewrite.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL DataFile ASSIGN TO DYNAMIC DataPath
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT NewFile ASSIGN TO DYNAMIC NewPath
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.

           FILE SECTION.
           FD DataFile.
               01 DataRec                  PIC X(130).
      *    RatingsSummary.txt view of the same record
               01 SumRec.
                   02 SumTitle             PIC X(60).
                   02 SumVotes             PIC 9(5).
                   02 SumScore             PIC 9(6).
           FD NewFile.
               01 NewRec                   PIC X(130).

           WORKING-STORAGE SECTION.
           COPY MOVIELIB.
           COPY TITLEALIAS.
      *    One row per file: its name, where the title sits in the
      *    record, how wide the title field is, and what kind of
      *    tidy-up the file gets besides the rename of the title
           01 FileLits.
               02 FILLER               PIC X(28) VALUE
                   "MovieRatings.txt    001060RT".
               02 FILLER               PIC X(28) VALUE
                   "Watchlists.txt      021060WL".
               02 FILLER               PIC X(28) VALUE
                   "MovieRequests.txt   001070RQ".
               02 FILLER               PIC X(28) VALUE
                   "RatingsSummary.txt  001060RS".
           01 FileTable REDEFINES FileLits.
               02 FileEntry            OCCURS 4 TIMES
                                       INDEXED BY Fidx.
                   03 FileName             PIC X(20).
                   03 FileTitlePos         PIC 9(3).
                   03 FileTitleLen         PIC 9(3).
                   03 FileKind             PIC X(2).
           01 FileCount                PIC 9 VALUE 4.

           01 DataPath                 PIC X(20).
           01 NewPath                  PIC X(20).
           01 BaseLen                  PIC 99.
           01 DataEof                  PIC X VALUE "N".
           01 StoredTitle              PIC X(70).
           01 RowsChanged              PIC 9(5).
           01 RowsDropped              PIC 9(5).
           01 TotalChanged             PIC 9(5) VALUE 0.
           01 EditCount                PIC ZZZZ9.
           01 EditDropped              PIC ZZZZ9.
           01 RenameStatus             PIC S9(9) COMP-5.
           01 DeleteStatus             PIC S9(9) COMP-5.

      *    Watchlist rows already written this run, user and title,
      *    for spotting the copies a rename creates
           01 KeptTable.
               02 KeptRow              PIC X(80) OCCURS 500 TIMES
                                       INDEXED BY Kidx.
           01 KeptCount                PIC 999 VALUE 0.
           01 Found                    PIC X VALUE "N".
               88 WasFound             VALUE "Y".

      *    RatingsSummary.txt rebuilt by canonical title
           01 SumTable.
               02 SumEntry             OCCURS MOVIE-LIBRARY-MAX TIMES
                                       INDEXED BY Sidx.
                   03 StTitle              PIC X(60).
                   03 StVotes              PIC 9(5).
                   03 StScore              PIC 9(6).
           01 SumLoaded                PIC 999 VALUE 0.
           01 SumLine.
               02 SlTitle              PIC X(60).
               02 SlVotes              PIC 9(5).
               02 SlScore              PIC 9(6).

      *    Same cross-invocation lock Cobbot takes before touching
      *    the shared files
           01 LockHeld                 PIC X VALUE "N".
           01 LockStat                 PIC S9(9) COMP-5.
           01 LockTries                PIC 99.
           01 LockNap                  PIC 9(8) COMP-5 VALUE 1.

           PROCEDURE DIVISION.
           PERFORM AcquireCommandLock
           IF LockHeld = "N"
               DISPLAY "TitleCanonRewrite: no lock - nothing rewritten"
               STOP RUN
           END-IF
           PERFORM VARYING Fidx FROM 1 BY 1 UNTIL Fidx > FileCount
               IF FileKind(Fidx) = "RS"
                   PERFORM RewriteSummaryFile
               ELSE
                   PERFORM RewriteOneFile
               END-IF
           END-PERFORM
           PERFORM ReleaseCommandLock
           MOVE TotalChanged TO EditCount
           DISPLAY "TitleCanonRewrite: " FUNCTION TRIM(EditCount)
                   " row(s) put under their canonical title"
           STOP RUN.

      *    One pass, every row to the temp with its title swapped
      *    for the canonical one where that differs
           RewriteOneFile.
           PERFORM SetTempPath
           MOVE 0 TO RowsChanged RowsDropped KeptCount
           MOVE "N" TO DataEof
           OPEN INPUT DataFile
           OPEN OUTPUT NewFile
           READ DataFile
               AT END MOVE "Y" TO DataEof
           END-READ
           PERFORM UNTIL DataEof = "Y"
               PERFORM RewriteOneRow
               READ DataFile
                   AT END MOVE "Y" TO DataEof
               END-READ
           END-PERFORM
           CLOSE DataFile, NewFile
           PERFORM SwapOrDiscard.

           RewriteOneRow.
           MOVE SPACES TO StoredTitle
           MOVE DataRec(FileTitlePos(Fidx) : FileTitleLen(Fidx))
               TO StoredTitle
           IF StoredTitle NOT = SPACES
               MOVE StoredTitle TO AliasText
               CALL "TitleAlias" USING AliasArea
               END-CALL
               IF NOT AliasNotKnown AND StoredTitle NOT = AliasCanon
                   MOVE AliasCanon
                       TO DataRec(FileTitlePos(Fidx) :
                                  FileTitleLen(Fidx))
                   ADD 1 TO RowsChanged
               END-IF
           END-IF
           MOVE "N" TO Found
           IF FileKind(Fidx) = "WL"
               PERFORM VARYING Kidx FROM 1 BY 1
                       UNTIL Kidx > KeptCount OR WasFound
                   IF KeptRow(Kidx) = DataRec(1 : 80)
                       SET WasFound TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WasFound AND KeptCount < 500
                   ADD 1 TO KeptCount
                   MOVE DataRec(1 : 80) TO KeptRow(KeptCount)
               END-IF
           END-IF
           IF WasFound
               ADD 1 TO RowsDropped
           ELSE
               WRITE NewRec FROM DataRec
           END-IF.

      *    Rollups are merged rather than just renamed - two rows
      *    for one film would otherwise both be read as the summary
           RewriteSummaryFile.
           PERFORM SetTempPath
           MOVE 0 TO RowsChanged RowsDropped SumLoaded
           MOVE "N" TO DataEof
           OPEN INPUT DataFile
           READ DataFile
               AT END MOVE "Y" TO DataEof
           END-READ
           PERFORM UNTIL DataEof = "Y"
               IF SumTitle NOT = SPACES
                   PERFORM MergeOneSummary
               END-IF
               READ DataFile
                   AT END MOVE "Y" TO DataEof
               END-READ
           END-PERFORM
           CLOSE DataFile
           OPEN OUTPUT NewFile
           PERFORM VARYING Sidx FROM 1 BY 1 UNTIL Sidx > SumLoaded
               MOVE StTitle(Sidx) TO SlTitle
               MOVE StVotes(Sidx) TO SlVotes
               MOVE StScore(Sidx) TO SlScore
               WRITE NewRec FROM SumLine
           END-PERFORM
           CLOSE NewFile
           PERFORM SwapOrDiscard.

           MergeOneSummary.
           MOVE SPACES TO AliasText
           MOVE SumTitle TO AliasText
           CALL "TitleAlias" USING AliasArea
           END-CALL
           IF SumTitle NOT = AliasCanon
               ADD 1 TO RowsChanged
           END-IF
           MOVE "N" TO Found
           PERFORM VARYING Sidx FROM 1 BY 1 UNTIL Sidx > SumLoaded
               IF StTitle(Sidx) = AliasCanon
                   SET WasFound TO TRUE
                   ADD SumVotes TO StVotes(Sidx)
                   ADD SumScore TO StScore(Sidx)
               END-IF
           END-PERFORM
           IF WasFound
               ADD 1 TO RowsDropped
           ELSE
               IF SumLoaded < MOVIE-LIBRARY-MAX
                   ADD 1 TO SumLoaded
                   MOVE AliasCanon TO StTitle(SumLoaded)
                   MOVE SumVotes TO StVotes(SumLoaded)
                   MOVE SumScore TO StScore(SumLoaded)
               END-IF
           END-IF.

           SetTempPath.
           MOVE FileName(Fidx) TO DataPath
           MOVE 0 TO BaseLen
           INSPECT FileName(Fidx) TALLYING BaseLen
               FOR CHARACTERS BEFORE INITIAL ".txt"
           MOVE SPACES TO NewPath
           STRING FileName(Fidx)(1 : BaseLen), "New.txt"
               DELIMITED BY SIZE INTO NewPath.

      *    The temp only replaces the live file if a row in it
      *    changed
           SwapOrDiscard.
           IF RowsChanged > 0 OR RowsDropped > 0
               CALL "CBL_RENAME_FILE" USING NewPath, DataPath
                   RETURNING RenameStatus
               END-CALL
               IF RenameStatus NOT = 0
                   DISPLAY "TitleCanonRewrite: FAILED to swap "
                           NewPath " into place, status="
                           RenameStatus
               ELSE
                   ADD RowsChanged TO TotalChanged
                   MOVE RowsChanged TO EditCount
                   MOVE RowsDropped TO EditDropped
                   DISPLAY "TitleCanonRewrite: " DataPath " "
                           FUNCTION TRIM(EditCount)
                           " row(s) rewritten, "
                           FUNCTION TRIM(EditDropped)
                           " duplicate(s) folded in"
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING NewPath
                   RETURNING DeleteStatus
               END-CALL
               DISPLAY "TitleCanonRewrite: " DataPath
                       " already canonical - left alone"
           END-IF.

      *    Keep in step with AcquireCommandLock in Cobbot.cbl - up
      *    to thirty one-second naps, then assume the holder crashed
      *    and take the lock over
           AcquireCommandLock.
           MOVE "N" TO LockHeld
           PERFORM VARYING LockTries FROM 1 BY 1
                   UNTIL LockTries > 30 OR LockHeld = "Y"
               CALL "CBL_CREATE_DIR" USING "CobbotCmd.lock"
                   RETURNING LockStat
               END-CALL
               IF LockStat = 0
                   MOVE "Y" TO LockHeld
               ELSE
                   CALL "C$SLEEP" USING LockNap
                   END-CALL
               END-IF
           END-PERFORM
           IF LockHeld = "N"
               DISPLAY "TitleCanonRewrite: stale CobbotCmd.lock after "
                       "30s, taking it over"
               CALL "CBL_DELETE_DIR" USING "CobbotCmd.lock"
                   RETURNING LockStat
               END-CALL
               CALL "CBL_CREATE_DIR" USING "CobbotCmd.lock"
                   RETURNING LockStat
               END-CALL
               IF LockStat = 0
                   MOVE "Y" TO LockHeld
               ELSE
                   DISPLAY "TitleCanonRewrite: could not take "
                           "CobbotCmd.lock, status=" LockStat
               END-IF
           END-IF.

           ReleaseCommandLock.
           CALL "CBL_DELETE_DIR" USING "CobbotCmd.lock"
               RETURNING LockStat
           END-CALL
           IF LockStat NOT = 0
               DISPLAY "TitleCanonRewrite: FAILED to release "
                       "CobbotCmd.lock, status=" LockStat
           END-IF.

           END PROGRAM TitleCanonRewrite.
