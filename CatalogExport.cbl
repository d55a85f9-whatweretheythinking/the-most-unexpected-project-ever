           IDENTIFICATION DIVISION.
           PROGRAM-ID. CatalogExport.
      *    "Do we have X" and "what horror is there" kept landing in
      *    the channel one FIND at a time.  This writes a browsable
      *    static HTML catalog into the Catalog folder from what the
      *    bot already holds: the SuggestMovieTitles merged library,
      *    MovieGenres.txt tags and runtimes, the community average
      *    (RatingsSummary.txt rollups topped up from
      *    MovieRatings.txt, the same sum SuggestMovieFresh makes),
      *    MovieTally.dat play counts and the last date each title
      *    turns up in PlayHistory.txt.  index.html lists every title
      *    A-Z, genre-<tag>.html each genre word the catalog uses,
      *    decade-<yyyy>s.html each decade the title years fall in,
      *    and tv.html every series in ShowInventory.txt with its
      *    ShowBookmarks.txt bookmark.  Every page is rewritten on
      *    each run, so the folder can be linked as it stands.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL GenFile ASSIGN TO "MovieGenres.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL RateFile ASSIGN TO "MovieRatings.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Per-title rollups left behind by RatingsCompact.cbl - the
      *    detail file on top is only what has arrived since
               SELECT OPTIONAL RateSumFile ASSIGN TO
                   "RatingsSummary.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL TallyFile ASSIGN TO "MovieTally.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS TallyKey
                   FILE STATUS IS TallyStatus.
               SELECT OPTIONAL HistoryFile ASSIGN TO "PlayHistory.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Built by ShowInventory.cbl's walk of the show roots
               SELECT OPTIONAL InvFile ASSIGN TO "ShowInventory.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL BookFile ASSIGN TO "ShowBookmarks.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    One page at a time, named as it is opened
               SELECT PageFile ASSIGN TO DYNAMIC PagePath
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PageStatus.

           DATA DIVISION.

           FILE SECTION.
           FD GenFile.
               01 GenRec.
                   02 GenTitle             PIC X(60).
                   02 GenTags              PIC X(30).
                   02 GenRuntime           PIC X(3).
           FD RateFile.
               01 RateRec.
                   02 RatTitle             PIC X(60).
                   02 RatUser              PIC X(20).
                   02 RatScore             PIC 9.
                   02 RatDate              PIC X(8).
           FD RateSumFile.
               01 RateSumRec.
                   02 RsTitle              PIC X(60).
                   02 RsVotes              PIC 9(5).
                   02 RsScore              PIC 9(6).
           FD TallyFile.
               01 TallyTable.
                   02 TallyKey   PIC X(50).
                   02 TallyCount PIC 9(3).
                   02 MovieName PIC X(50).
           FD HistoryFile.
               01 HistoryRec.
                   02 HistStampDate        PIC X(8).
                   02 FILLER               PIC X.
                   02 HistStampTime        PIC X(6).
                   02 FILLER               PIC X.
                   02 HistTitleText        PIC X(83).
                   02 FILLER               PIC X.
                   02 HistUser             PIC X(20).
                   02 FILLER               PIC X.
                   02 HistMark             PIC X(3).
      *    Room and rota-pick columns, not used here
                   02 FILLER               PIC X(16).
           FD InvFile.
               01 InvRec.
                   02 InvSeries            PIC X(50).
                   02 InvSeEp              PIC X(6).
                   02 InvRoot              PIC 9.
           FD BookFile.
               01 BookRec.
                   02 BookSeries           PIC X(50).
                   02 BookSeEp             PIC X(6).
           FD PageFile.
               01 PageLine                 PIC X(700).

           WORKING-STORAGE SECTION.
           COPY MOVIELIB.
           COPY TITLEALIAS.
           01 LibTitles.
               02 LibTitle              PIC X(60)
                                        OCCURS MOVIE-LIBRARY-MAX TIMES
                                                   INDEXED BY Lidx.
           01 LibCount                 PIC 999.

      *    Everything the pages say about a title, in library order
           01 TitleFacts.
               02 TitleFact            OCCURS MOVIE-LIBRARY-MAX TIMES.
                   03 TfUpTitle            PIC X(60).
                   03 TfYear               PIC X(4).
                   03 TfTags               PIC X(30).
                   03 TfRuntime            PIC 9(3).
                   03 TfVotes              PIC 9(5).
                   03 TfSum                PIC 9(6).
                   03 TfPlays              PIC 9(3).
                   03 TfLast               PIC X(8).
      *    Library indexes in title order
           01 TitleOrder.
               02 OrderIdx             PIC 999
                                       OCCURS MOVIE-LIBRARY-MAX TIMES.
           01 OrderCount               PIC 999 VALUE 0.
           01 OrdIdx                   PIC 999.
           01 OrdMove                  PIC 999.
           01 TitleIdx                 PIC 999.

      *    Distinct genre words and decades, each kept in order
           01 TagTable.
               02 TagName              PIC X(15) OCCURS 60 TIMES.
           01 TagCount                 PIC 99 VALUE 0.
           01 TagIdx                   PIC 99.
           01 TagMove                  PIC 99.
           01 TagWords.
               02 TagWord              PIC X(15) OCCURS 5 TIMES.
           01 WordIdx                  PIC 9.
           01 WantTag                  PIC X(15).
           01 TagHit                   PIC X.
               88 HasTag               VALUE "Y".
           01 DecadeTable.
               02 DecadeKey            PIC X(3) OCCURS 20 TIMES.
           01 DecadeCount              PIC 99 VALUE 0.
           01 DecIdx                   PIC 99.
           01 DecMove                  PIC 99.
           01 WantDecade               PIC X(3).

           01 GenEof                   PIC X VALUE "N".
           01 RateEof                  PIC X VALUE "N".
           01 RateSumEof               PIC X VALUE "N".
           01 TallyEof                 PIC X VALUE "N".
           01 TallyStatus              PIC XX.
           01 HistEof                  PIC X VALUE "N".
           01 InvEof                   PIC X VALUE "N".
           01 BookEof                  PIC X VALUE "N".
           01 MatchUp                  PIC X(60).
           01 MatchIdx                 PIC 999.
           01 CharCount                PIC 99.
           01 StrgSize                 PIC 99.

      *    The backticked text out of a history line, uppercased and
      *    with the launch file's extension dropped
           01 ExtTitle                 PIC X(60).
           01 TickPos1                 PIC 99.
           01 TickPos2                 PIC 99.
           01 ScanIdx                  PIC 99.
           01 ExtLen                   PIC 99.

      *    One row per series on disk
           01 SeriesTable.
               02 SeriesEntry          OCCURS 200 TIMES.
                   03 SrName               PIC X(50).
                   03 SrUpName             PIC X(50).
                   03 SrEpisodes           PIC 9(4).
                   03 SrTopSeason          PIC 99.
                   03 SrBook               PIC X(6).
                   03 SrLeft               PIC 9(4).
           01 SeriesCount              PIC 999 VALUE 0.
           01 SrIdx                    PIC 999.
           01 SrMove                   PIC 999.
           01 SrHit                    PIC 999.
           01 InvTable.
               02 InvEntry             OCCURS 2000 TIMES.
                   03 IvSeries             PIC 999.
                   03 IvSeEp               PIC X(6).
           01 InvLoaded                PIC 9(4) VALUE 0.
           01 InvIdx                   PIC 9(4).
           01 UpSeries                 PIC X(50).
           01 SeasonNum                PIC 99.

      *    HTML-safe copy of one piece of text
           01 RawText                  PIC X(60).
           01 RawLen                   PIC 99.
           01 RawIdx                   PIC 99.
           01 EscText                  PIC X(360).
           01 EscLen                   PIC 999.
           01 EscPiece                 PIC X(6).
           01 PieceLen                 PIC 9.
           01 EscTitle                 PIC X(360).
           01 EscTitleLen              PIC 999.

           01 PagePath                 PIC X(60).
           01 PageStatus               PIC XX.
           01 PageName                 PIC X(40).
           01 PageHeading              PIC X(60).
           01 PagesWritten             PIC 999 VALUE 0.
           01 PageRows                 PIC 999.
           01 FileWord                 PIC X(15).
           01 WordLen                  PIC 99.
           01 DirStatus                PIC S9(9) COMP-5.

           01 CellYear                 PIC X(4).
           01 CellRuntime              PIC X(8).
           01 CellRating               PIC X(16).
           01 CellPlays                PIC X(4).
           01 CellLast                 PIC X(10).
           01 CellTags                 PIC X(30).
           01 RateAvg                  PIC 9V9.
           01 EditAvg                  PIC 9.9.
           01 EditVotes                PIC Z(4)9.
           01 EditRun                  PIC ZZ9.
           01 EditPlays                PIC ZZ9.
           01 EditCount                PIC Z(3)9.
           01 EditSeason               PIC Z9.
           01 EditLeft                 PIC Z(3)9.
           01 CellBook                 PIC X(11).

           01 NowStamp                 PIC X(21).
           01 StampText                PIC X(10).

           PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO NowStamp
           STRING NowStamp(1 : 4), "-", NowStamp(5 : 2), "-",
                   NowStamp(7 : 2)
               DELIMITED BY SIZE INTO StampText
           CALL "CBL_CREATE_DIR" USING "Catalog"
               RETURNING DirStatus
           END-CALL

           CALL "SuggestMovieTitles" USING LibTitles, LibCount
           END-CALL
           PERFORM LoadTitleFacts
           PERFORM LoadGenres
           PERFORM LoadRatingRollup
           PERFORM LoadTally
           PERFORM LoadLastPlayed
           PERFORM LoadSeries

           PERFORM WriteIndexPage
           IF PageStatus NOT = "00"
               DISPLAY "CatalogExport: could not write Catalog pages, "
                       "status=" PageStatus
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING TagIdx FROM 1 BY 1 UNTIL TagIdx > TagCount
               PERFORM WriteGenrePage
           END-PERFORM
           PERFORM VARYING DecIdx FROM 1 BY 1
                   UNTIL DecIdx > DecadeCount
               PERFORM WriteDecadePage
           END-PERFORM
           PERFORM WriteTvPage

           DISPLAY "CatalogExport: " PagesWritten " pages - "
                   OrderCount " titles, " TagCount " genres, "
                   DecadeCount " decades, " SeriesCount " series".
      *    GOBACK rather than STOP RUN so the JobStream driver can
      *    run this as one step of the stream - standalone it ends
      *    the run just the same
           GOBACK.

      *    Title-order index and the decade list come straight off
      *    the library spelling - the trailing four-digit year, as
      *    SuggestMovieDecade reads it
           LoadTitleFacts.
           PERFORM VARYING Lidx FROM 1 BY 1 UNTIL Lidx > LibCount
               SET TitleIdx TO Lidx
               MOVE SPACES TO TitleFact(TitleIdx)
               MOVE FUNCTION UPPER-CASE(LibTitle(Lidx))
                   TO TfUpTitle(TitleIdx)
               MOVE 0 TO TfRuntime(TitleIdx) TfVotes(TitleIdx)
                         TfSum(TitleIdx) TfPlays(TitleIdx)
               MOVE 0 TO CharCount
               INSPECT FUNCTION REVERSE(LibTitle(Lidx)) TALLYING
                               CharCount FOR LEADING SPACES
               COMPUTE StrgSize = (60 - CharCount)
               IF StrgSize > 4
                   IF LibTitle(Lidx) (StrgSize - 3 : 4) IS NUMERIC
                       MOVE LibTitle(Lidx) (StrgSize - 3 : 4)
                           TO TfYear(TitleIdx)
                       MOVE TfYear(TitleIdx) (1 : 3) TO WantDecade
                       PERFORM AddDecade
                   END-IF
               END-IF
               PERFORM AddTitleInOrder
           END-PERFORM.

           AddTitleInOrder.
           MOVE OrderCount TO OrdMove
           PERFORM UNTIL OrdMove = 0
                   OR TfUpTitle(OrderIdx(OrdMove)) NOT >
                      TfUpTitle(TitleIdx)
               MOVE OrderIdx(OrdMove) TO OrderIdx(OrdMove + 1)
               SUBTRACT 1 FROM OrdMove
           END-PERFORM
           MOVE TitleIdx TO OrderIdx(OrdMove + 1)
           ADD 1 TO OrderCount.

           AddDecade.
           MOVE "N" TO TagHit
           PERFORM VARYING DecIdx FROM 1 BY 1
                   UNTIL DecIdx > DecadeCount
               IF DecadeKey(DecIdx) = WantDecade
                   SET HasTag TO TRUE
               END-IF
           END-PERFORM
           IF NOT HasTag AND DecadeCount < 20
               MOVE DecadeCount TO DecMove
               PERFORM UNTIL DecMove = 0
                       OR DecadeKey(DecMove) < WantDecade
                   MOVE DecadeKey(DecMove) TO DecadeKey(DecMove + 1)
                   SUBTRACT 1 FROM DecMove
               END-PERFORM
               MOVE WantDecade TO DecadeKey(DecMove + 1)
               ADD 1 TO DecadeCount
           END-IF.

      *    A catalog row whose title isn't in the library is drift
      *    for GenreReconcile - it just doesn't make a page here
           LoadGenres.
           OPEN INPUT GenFile
           READ GenFile
               AT END MOVE "Y" TO GenEof
           END-READ
           PERFORM UNTIL GenEof = "Y"
               MOVE FUNCTION UPPER-CASE(GenTitle) TO MatchUp
               PERFORM FindTitle
               IF MatchIdx > 0
                   MOVE FUNCTION LOWER-CASE(GenTags)
                       TO TfTags(MatchIdx)
                   IF GenRuntime NUMERIC
                       MOVE GenRuntime TO TfRuntime(MatchIdx)
                   END-IF
                   PERFORM AddTagsOfTitle
               END-IF
               READ GenFile
                   AT END MOVE "Y" TO GenEof
               END-READ
           END-PERFORM
           CLOSE GenFile.

           AddTagsOfTitle.
           MOVE SPACES TO TagWords
           UNSTRING TfTags(MatchIdx) DELIMITED BY ALL SPACE
               INTO TagWord(1), TagWord(2), TagWord(3), TagWord(4),
                    TagWord(5)
           END-UNSTRING
           PERFORM VARYING WordIdx FROM 1 BY 1 UNTIL WordIdx > 5
               IF TagWord(WordIdx) NOT = SPACES
                   MOVE TagWord(WordIdx) TO WantTag
                   PERFORM AddTag
               END-IF
           END-PERFORM.

           AddTag.
           MOVE "N" TO TagHit
           PERFORM VARYING TagIdx FROM 1 BY 1 UNTIL TagIdx > TagCount
               IF TagName(TagIdx) = WantTag
                   SET HasTag TO TRUE
               END-IF
           END-PERFORM
           IF NOT HasTag AND TagCount < 60
               MOVE TagCount TO TagMove
               PERFORM UNTIL TagMove = 0
                       OR TagName(TagMove) < WantTag
                   MOVE TagName(TagMove) TO TagName(TagMove + 1)
                   SUBTRACT 1 FROM TagMove
               END-PERFORM
               MOVE WantTag TO TagName(TagMove + 1)
               ADD 1 TO TagCount
           END-IF.

           FindTitle.
           MOVE 0 TO MatchIdx
           PERFORM VARYING TitleIdx FROM 1 BY 1
                   UNTIL TitleIdx > LibCount OR MatchIdx > 0
               IF TfUpTitle(TitleIdx) = MatchUp
                   MOVE TitleIdx TO MatchIdx
               END-IF
           END-PERFORM.

      *    Seeded from the RatingsCompact summary and topped up from
      *    the detail lines still waiting on the next compaction -
      *    each title through TitleAlias, so a rating filed under
      *    another spelling still lands on its film
           LoadRatingRollup.
           OPEN INPUT RateSumFile
           READ RateSumFile
               AT END MOVE "Y" TO RateSumEof
           END-READ
           PERFORM UNTIL RateSumEof = "Y"
               MOVE SPACES TO AliasText
               MOVE RsTitle TO AliasText
               PERFORM FindAliasTitle
               IF MatchIdx > 0 AND RsVotes NUMERIC
                       AND RsScore NUMERIC
                   ADD RsVotes TO TfVotes(MatchIdx)
                   ADD RsScore TO TfSum(MatchIdx)
               END-IF
               READ RateSumFile
                   AT END MOVE "Y" TO RateSumEof
               END-READ
           END-PERFORM
           CLOSE RateSumFile
           OPEN INPUT RateFile
           READ RateFile
               AT END MOVE "Y" TO RateEof
           END-READ
           PERFORM UNTIL RateEof = "Y"
               MOVE SPACES TO AliasText
               MOVE RatTitle TO AliasText
               PERFORM FindAliasTitle
               IF MatchIdx > 0 AND RatScore NUMERIC
                   ADD 1 TO TfVotes(MatchIdx)
                   ADD RatScore TO TfSum(MatchIdx)
               END-IF
               READ RateFile
                   AT END MOVE "Y" TO RateEof
               END-READ
           END-PERFORM
           CLOSE RateFile.

           FindAliasTitle.
           CALL "TitleAlias" USING AliasArea
           END-CALL
           MOVE FUNCTION UPPER-CASE(AliasCanon) TO MatchUp
           PERFORM FindTitle.

      *    The tally is keyed by the uppercased title cut to fifty
           LoadTally.
           OPEN INPUT TallyFile
           IF TallyStatus NOT = "00" AND TallyStatus NOT = "05"
               DISPLAY "CatalogExport: MovieTally.dat not readable, "
                       "status=" TallyStatus " - play counts left 0"
               MOVE "Y" TO TallyEof
           ELSE
               READ TallyFile
                   AT END MOVE "Y" TO TallyEof
               END-READ
           END-IF
           PERFORM UNTIL TallyEof = "Y"
               PERFORM VARYING TitleIdx FROM 1 BY 1
                       UNTIL TitleIdx > LibCount
                   IF TfUpTitle(TitleIdx) (1 : 50) = TallyKey
                       MOVE TallyCount TO TfPlays(TitleIdx)
                   END-IF
               END-PERFORM
               READ TallyFile
                   AT END MOVE "Y" TO TallyEof
               END-READ
           END-PERFORM
           IF TallyStatus = "00" OR TallyStatus = "10"
               CLOSE TallyFile
           END-IF.

      *    The history runs oldest first, so the last hit is the
      *    latest play
           LoadLastPlayed.
           OPEN INPUT HistoryFile
           READ HistoryFile
               AT END MOVE "Y" TO HistEof
           END-READ
           PERFORM UNTIL HistEof = "Y"
               PERFORM ExtractHistTitle
               MOVE ExtTitle TO MatchUp
               PERFORM FindTitle
               IF MatchIdx > 0
                   MOVE HistStampDate TO TfLast(MatchIdx)
               END-IF
               READ HistoryFile
                   AT END MOVE "Y" TO HistEof
               END-READ
           END-PERFORM
           CLOSE HistoryFile.

      *    The playable text sits between the backticks of the
      *    "Now Playing:" message - same walk as MonthlyDigest, and
      *    the .mkv chopped off as SuggestMovieFresh does
           ExtractHistTitle.
           MOVE 0 TO TickPos1 TickPos2
           PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > 83
               IF HistTitleText(ScanIdx : 1) = "`"
                   IF TickPos1 = 0
                       MOVE ScanIdx TO TickPos1
                   ELSE
                       MOVE ScanIdx TO TickPos2
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO ExtTitle
           IF TickPos1 > 0 AND TickPos2 > TickPos1 + 1
               COMPUTE ExtLen = TickPos2 - TickPos1 - 1
               IF ExtLen > 60
                   MOVE 60 TO ExtLen
               END-IF
               MOVE FUNCTION UPPER-CASE
                       (HistTitleText(TickPos1 + 1 : ExtLen))
                   TO ExtTitle
           END-IF
           MOVE 0 TO ExtLen
           INSPECT FUNCTION REVERSE(ExtTitle) TALLYING ExtLen
                               FOR LEADING SPACES
           COMPUTE ExtLen = (60 - ExtLen)
           IF ExtLen > 4
               IF ExtTitle(ExtLen - 3 : 1) = "."
                   MOVE SPACES TO ExtTitle(ExtLen - 3 : 4)
               END-IF
           END-IF.

      *    Series in name order with their episode counts, then each
      *    one's bookmark and what is left on disk past it
           LoadSeries.
           OPEN INPUT InvFile
           READ InvFile
               AT END MOVE "Y" TO InvEof
           END-READ
           PERFORM UNTIL InvEof = "Y" OR InvLoaded >= 2000
               IF InvSeries NOT = SPACES
                   PERFORM NoteInventoryRow
               END-IF
               READ InvFile
                   AT END MOVE "Y" TO InvEof
               END-READ
           END-PERFORM
           CLOSE InvFile
           OPEN INPUT BookFile
           READ BookFile
               AT END MOVE "Y" TO BookEof
           END-READ
           PERFORM UNTIL BookEof = "Y"
               MOVE FUNCTION UPPER-CASE(BookSeries) TO UpSeries
               PERFORM FindSeries
               IF SrHit > 0
                   MOVE FUNCTION LOWER-CASE(BookSeEp) TO SrBook(SrHit)
               END-IF
               READ BookFile
                   AT END MOVE "Y" TO BookEof
               END-READ
           END-PERFORM
           CLOSE BookFile
           PERFORM VARYING SrIdx FROM 1 BY 1 UNTIL SrIdx > SeriesCount
               MOVE SrEpisodes(SrIdx) TO SrLeft(SrIdx)
               IF SrBook(SrIdx) NOT = SPACES
                   MOVE 0 TO SrLeft(SrIdx)
               END-IF
           END-PERFORM
           PERFORM VARYING InvIdx FROM 1 BY 1 UNTIL InvIdx > InvLoaded
               MOVE IvSeries(InvIdx) TO SrIdx
               IF SrBook(SrIdx) NOT = SPACES AND
                       IvSeEp(InvIdx) > SrBook(SrIdx)
                   ADD 1 TO SrLeft(SrIdx)
               END-IF
           END-PERFORM.

      *    A new series goes in at its place in name order, and the
      *    inventory rows already held are pointed past it
           NoteInventoryRow.
           MOVE FUNCTION UPPER-CASE(InvSeries) TO UpSeries
           PERFORM FindSeries
           IF SrHit = 0 AND SeriesCount < 200
               MOVE SeriesCount TO SrMove
               PERFORM UNTIL SrMove = 0
                       OR SrUpName(SrMove) < UpSeries
                   MOVE SeriesEntry(SrMove) TO SeriesEntry(SrMove + 1)
                   SUBTRACT 1 FROM SrMove
               END-PERFORM
               ADD 1 TO SrMove
               MOVE InvSeries TO SrName(SrMove)
               MOVE UpSeries TO SrUpName(SrMove)
               MOVE 0 TO SrEpisodes(SrMove) SrTopSeason(SrMove)
                         SrLeft(SrMove)
               MOVE SPACES TO SrBook(SrMove)
               ADD 1 TO SeriesCount
               PERFORM VARYING InvIdx FROM 1 BY 1
                       UNTIL InvIdx > InvLoaded
                   IF IvSeries(InvIdx) NOT < SrMove
                       ADD 1 TO IvSeries(InvIdx)
                   END-IF
               END-PERFORM
               MOVE SrMove TO SrHit
           END-IF
           IF SrHit > 0
               ADD 1 TO InvLoaded
               MOVE SrHit TO IvSeries(InvLoaded)
               MOVE FUNCTION LOWER-CASE(InvSeEp) TO IvSeEp(InvLoaded)
               ADD 1 TO SrEpisodes(SrHit)
               IF InvSeEp(2 : 2) NUMERIC
                   MOVE InvSeEp(2 : 2) TO SeasonNum
                   IF SeasonNum > SrTopSeason(SrHit)
                       MOVE SeasonNum TO SrTopSeason(SrHit)
                   END-IF
               END-IF
           END-IF.

           FindSeries.
           MOVE 0 TO SrHit
           PERFORM VARYING SrIdx FROM 1 BY 1
                   UNTIL SrIdx > SeriesCount OR SrHit > 0
               IF SrUpName(SrIdx) = UpSeries
                   MOVE SrIdx TO SrHit
               END-IF
           END-PERFORM.

           WriteIndexPage.
           MOVE "index.html" TO PageName
           MOVE "All titles A-Z" TO PageHeading
           PERFORM OpenPage
           IF PageStatus = "00"
               PERFORM WriteTableTop
               PERFORM VARYING OrdIdx FROM 1 BY 1
                       UNTIL OrdIdx > OrderCount
                   MOVE OrderIdx(OrdIdx) TO TitleIdx
                   PERFORM WriteTitleRow
               END-PERFORM
               PERFORM ClosePage
           END-IF.

           WriteGenrePage.
           MOVE TagName(TagIdx) TO FileWord
           PERFORM CleanFileWord
           MOVE SPACES TO PageName
           STRING "genre-", FileWord(1 : WordLen), ".html"
               DELIMITED BY SIZE INTO PageName
           MOVE SPACES TO PageHeading
           STRING "Genre: ", TagName(TagIdx)
               DELIMITED BY SIZE INTO PageHeading
           PERFORM OpenPage
           IF PageStatus = "00"
               PERFORM WriteTableTop
               MOVE TagName(TagIdx) TO WantTag
               PERFORM VARYING OrdIdx FROM 1 BY 1
                       UNTIL OrdIdx > OrderCount
                   MOVE OrderIdx(OrdIdx) TO TitleIdx
                   PERFORM CheckTitleTag
                   IF HasTag
                       PERFORM WriteTitleRow
                   END-IF
               END-PERFORM
               PERFORM ClosePage
           END-IF.

      *    Whole-word match, so "sci" never lands on the scifi page
           CheckTitleTag.
           MOVE "N" TO TagHit
           MOVE SPACES TO TagWords
           UNSTRING TfTags(TitleIdx) DELIMITED BY ALL SPACE
               INTO TagWord(1), TagWord(2), TagWord(3), TagWord(4),
                    TagWord(5)
           END-UNSTRING
           PERFORM VARYING WordIdx FROM 1 BY 1 UNTIL WordIdx > 5
               IF TagWord(WordIdx) = WantTag
                   SET HasTag TO TRUE
               END-IF
           END-PERFORM.

           WriteDecadePage.
           MOVE SPACES TO PageName
           STRING "decade-", DecadeKey(DecIdx), "0s.html"
               DELIMITED BY SIZE INTO PageName
           MOVE SPACES TO PageHeading
           STRING "Decade: ", DecadeKey(DecIdx), "0s"
               DELIMITED BY SIZE INTO PageHeading
           PERFORM OpenPage
           IF PageStatus = "00"
               PERFORM WriteTableTop
               PERFORM VARYING OrdIdx FROM 1 BY 1
                       UNTIL OrdIdx > OrderCount
                   MOVE OrderIdx(OrdIdx) TO TitleIdx
                   IF TfYear(TitleIdx) (1 : 3) = DecadeKey(DecIdx)
                       PERFORM WriteTitleRow
                   END-IF
               END-PERFORM
               PERFORM ClosePage
           END-IF.

           WriteTvPage.
           MOVE "tv.html" TO PageName
           MOVE "TV series" TO PageHeading
           PERFORM OpenPage
           IF PageStatus = "00"
               MOVE "<table>" TO PageLine
               WRITE PageLine
               MOVE SPACES TO PageLine
               STRING "<tr><th>Series</th><th>Episodes</th>",
                       "<th>Seasons</th><th>Bookmark</th>",
                       "<th>Left to watch</th></tr>"
                   DELIMITED BY SIZE INTO PageLine
               WRITE PageLine
               PERFORM VARYING SrIdx FROM 1 BY 1
                       UNTIL SrIdx > SeriesCount
                   PERFORM WriteSeriesRow
               END-PERFORM
               PERFORM ClosePage
           END-IF.

           WriteSeriesRow.
           MOVE SPACES TO RawText
           MOVE SrName(SrIdx) TO RawText
           PERFORM EscapeRawText
           MOVE SrEpisodes(SrIdx) TO EditCount
           MOVE SrTopSeason(SrIdx) TO EditSeason
           MOVE SrLeft(SrIdx) TO EditLeft
           MOVE SPACES TO CellBook
           IF SrBook(SrIdx) = SPACES
               MOVE "not started" TO CellBook
           ELSE
               MOVE SrBook(SrIdx) TO CellBook
           END-IF
           MOVE SPACES TO PageLine
           STRING "<tr><td>", EscText(1 : EscLen), "</td><td>",
                   FUNCTION TRIM(EditCount), "</td><td>",
                   FUNCTION TRIM(EditSeason), "</td><td>",
                   FUNCTION TRIM(CellBook), "</td><td>",
                   FUNCTION TRIM(EditLeft), "</td></tr>"
               DELIMITED BY SIZE INTO PageLine
           WRITE PageLine.

      *    Every page opens the same way: heading, then links to the
      *    index, the TV page and every genre and decade page
           OpenPage.
           MOVE SPACES TO PagePath
           STRING "Catalog/", PageName DELIMITED BY SPACE
               INTO PagePath
           OPEN OUTPUT PageFile
           IF PageStatus = "00"
               ADD 1 TO PagesWritten
               MOVE SPACES TO RawText
               MOVE PageHeading TO RawText
               PERFORM EscapeRawText
               MOVE "<!DOCTYPE html>" TO PageLine
               WRITE PageLine
               MOVE SPACES TO PageLine
               STRING '<html><head><meta charset="utf-8">',
                       "<title>Movie night catalog - ",
                       EscText(1 : EscLen), "</title></head><body>"
                   DELIMITED BY SIZE INTO PageLine
               WRITE PageLine
               MOVE SPACES TO PageLine
               STRING "<h1>", EscText(1 : EscLen), "</h1>"
                   DELIMITED BY SIZE INTO PageLine
               WRITE PageLine
               MOVE SPACES TO PageLine
               STRING '<p><a href="index.html">All titles</a> | ',
                       '<a href="tv.html">TV series</a></p>'
                   DELIMITED BY SIZE INTO PageLine
               WRITE PageLine
               MOVE "<p>Genres:" TO PageLine
               WRITE PageLine
               PERFORM VARYING TagMove FROM 1 BY 1
                       UNTIL TagMove > TagCount
                   MOVE TagName(TagMove) TO FileWord
                   PERFORM CleanFileWord
                   MOVE SPACES TO PageLine
                   STRING '<a href="genre-', FileWord(1 : WordLen),
                           '.html">', FileWord(1 : WordLen), "</a>"
                       DELIMITED BY SIZE INTO PageLine
                   WRITE PageLine
               END-PERFORM
               MOVE "</p><p>Decades:" TO PageLine
               WRITE PageLine
               PERFORM VARYING DecMove FROM 1 BY 1
                       UNTIL DecMove > DecadeCount
                   MOVE SPACES TO PageLine
                   STRING '<a href="decade-', DecadeKey(DecMove),
                           '0s.html">', DecadeKey(DecMove), "0s</a>"
                       DELIMITED BY SIZE INTO PageLine
                   WRITE PageLine
               END-PERFORM
               MOVE "</p>" TO PageLine
               WRITE PageLine
           ELSE
               DISPLAY "CatalogExport: FAILED to open " PagePath
                       ", status=" PageStatus
           END-IF.

           ClosePage.
           MOVE "</table>" TO PageLine
           WRITE PageLine
           MOVE SPACES TO PageLine
           STRING "<p>Generated ", StampText, "</p></body></html>"
               DELIMITED BY SIZE INTO PageLine
           WRITE PageLine
           CLOSE PageFile.

           WriteTableTop.
           MOVE "<table>" TO PageLine
           WRITE PageLine
           MOVE SPACES TO PageLine
           STRING "<tr><th>Title</th><th>Year</th><th>Genres</th>",
                   "<th>Runtime</th><th>Rating</th><th>Plays</th>",
                   "<th>Last played</th></tr>"
               DELIMITED BY SIZE INTO PageLine
           WRITE PageLine.

           WriteTitleRow.
           MOVE SPACES TO RawText
           MOVE LibTitle(TitleIdx) TO RawText
           PERFORM EscapeRawText
           MOVE EscText TO EscTitle
           MOVE EscLen TO EscTitleLen
           MOVE "-" TO CellYear CellRuntime CellRating CellLast
           MOVE "-" TO CellTags
           IF TfYear(TitleIdx) NOT = SPACES
               MOVE TfYear(TitleIdx) TO CellYear
           END-IF
           IF TfTags(TitleIdx) NOT = SPACES
               MOVE TfTags(TitleIdx) TO CellTags
           END-IF
           IF TfRuntime(TitleIdx) > 0
               MOVE TfRuntime(TitleIdx) TO EditRun
               MOVE SPACES TO CellRuntime
               STRING FUNCTION TRIM(EditRun), " min"
                   DELIMITED BY SIZE INTO CellRuntime
           END-IF
           IF TfVotes(TitleIdx) > 0
               COMPUTE RateAvg ROUNDED =
                   TfSum(TitleIdx) / TfVotes(TitleIdx)
               MOVE RateAvg TO EditAvg
               MOVE TfVotes(TitleIdx) TO EditVotes
               MOVE SPACES TO CellRating
               STRING EditAvg, " (", FUNCTION TRIM(EditVotes), ")"
                   DELIMITED BY SIZE INTO CellRating
           END-IF
           MOVE TfPlays(TitleIdx) TO EditPlays
           MOVE FUNCTION TRIM(EditPlays) TO CellPlays
           IF TfLast(TitleIdx) NOT = SPACES
               STRING TfLast(TitleIdx) (1 : 4), "-",
                       TfLast(TitleIdx) (5 : 2), "-",
                       TfLast(TitleIdx) (7 : 2)
                   DELIMITED BY SIZE INTO CellLast
           END-IF
           MOVE SPACES TO PageLine
           STRING "<tr><td>", EscTitle(1 : EscTitleLen),
                   "</td><td>", CellYear,
                   "</td><td>", FUNCTION TRIM(CellTags),
                   "</td><td>", FUNCTION TRIM(CellRuntime),
                   "</td><td>", FUNCTION TRIM(CellRating),
                   "</td><td>", FUNCTION TRIM(CellPlays),
                   "</td><td>", FUNCTION TRIM(CellLast),
                   "</td></tr>"
               DELIMITED BY SIZE INTO PageLine
           WRITE PageLine.

      *    Tag words as typed in MovieGenres.txt can carry anything -
      *    keep letters, digits and dashes for the file name
           CleanFileWord.
           MOVE FUNCTION LOWER-CASE(FileWord) TO FileWord
           MOVE 0 TO WordLen
           INSPECT FUNCTION REVERSE(FileWord) TALLYING WordLen
                               FOR LEADING SPACES
           COMPUTE WordLen = 15 - WordLen
           IF WordLen = 0
               MOVE "x" TO FileWord
               MOVE 1 TO WordLen
           END-IF
           PERFORM VARYING RawIdx FROM 1 BY 1 UNTIL RawIdx > WordLen
               IF (FileWord(RawIdx : 1) < "a" OR
                       FileWord(RawIdx : 1) > "z") AND
                       (FileWord(RawIdx : 1) < "0" OR
                       FileWord(RawIdx : 1) > "9")
                   MOVE "-" TO FileWord(RawIdx : 1)
               END-IF
           END-PERFORM.

      *    The four characters HTML won't take as they stand
           EscapeRawText.
           MOVE SPACES TO EscText
           MOVE 0 TO EscLen
           MOVE 0 TO RawLen
           INSPECT FUNCTION REVERSE(RawText) TALLYING RawLen
                               FOR LEADING SPACES
           COMPUTE RawLen = 60 - RawLen
           PERFORM VARYING RawIdx FROM 1 BY 1 UNTIL RawIdx > RawLen
               EVALUATE RawText(RawIdx : 1)
               WHEN "&"
                   MOVE "&amp;" TO EscPiece
                   MOVE 5 TO PieceLen
               WHEN "<"
                   MOVE "&lt;" TO EscPiece
                   MOVE 4 TO PieceLen
               WHEN ">"
                   MOVE "&gt;" TO EscPiece
                   MOVE 4 TO PieceLen
               WHEN '"'
                   MOVE "&quot;" TO EscPiece
                   MOVE 6 TO PieceLen
               WHEN OTHER
                   MOVE RawText(RawIdx : 1) TO EscPiece
                   MOVE 1 TO PieceLen
               END-EVALUATE
               MOVE EscPiece(1 : PieceLen)
                   TO EscText(EscLen + 1 : PieceLen)
               ADD PieceLen TO EscLen
           END-PERFORM
           IF EscLen = 0
               MOVE "-" TO EscText
               MOVE 1 TO EscLen
           END-IF.

           END PROGRAM CatalogExport.
