           IDENTIFICATION DIVISION.
           PROGRAM-ID. SchedulePreview.
      *    A broken schedule slot used to show itself only at
      *    showtime, when ScheduleRun couldn't resolve it.  This looks
      *    fourteen nights ahead the way ScheduleRun will see each
      *    one: a ThemeCalendar.txt row for the date beats the weekly
      *    grid outright, otherwise the WeeklySchedule.txt rows for
      *    that day name.  Every slot is resolved as far as it can be
      *    ahead of time - a title against the library, a *genre
      *    against the MovieGenres.txt pool SuggestMovieGenre picks
      *    from, a +series against ShowInventory.txt from its
      *    ShowBookmarks.txt bookmark (stepped on for each later
      *    night of the same series, as the slot itself would), and
      *    the slot text through LaunchGuard.  A slot whose
      *    MovieGenres.txt runtime runs past the next slot's start is
      *    flagged too, as are calendar rows with a malformed or past
      *    date and grid rows with a bad day or time.  A slot ending
      *    in "@room" is checked against Rooms.txt through
      *    RoomRegistry, and only slots in the same room can run
      *    into each other.  A "PICK <entry>" rota slot is resolved
      *    on its <entry>, the one ScheduleRun falls back to when
      *    the night's picker hasn't picked, and is flagged when
      *    PickRota.txt has nobody down for that night.
      *    SchedulePreview.txt is the night-by-night view;
      *    ScheduleProblems.txt holds just the problems, one per line,
      *    for the NightlyOps rollup.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL SkedFile ASSIGN TO "WeeklySchedule.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL CalFile ASSIGN TO "ThemeCalendar.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL GenFile ASSIGN TO "MovieGenres.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Built by ShowInventory.cbl's walk of the show roots
               SELECT OPTIONAL InvFile ASSIGN TO "ShowInventory.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL BookFile ASSIGN TO "ShowBookmarks.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PreviewFile ASSIGN TO "SchedulePreview.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ProblemFile ASSIGN TO "ScheduleProblems.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.

           FILE SECTION.
           FD SkedFile.
               01 SkedRec.
                   02 SkedDay              PIC X(3).
                   02 SkedTime             PIC X(5).
                   02 SkedTitle            PIC X(70).
           FD CalFile.
               01 CalRec.
                   02 CalDate              PIC X(8).
                   02 CalTime              PIC X(5).
                   02 CalTitle             PIC X(70).
           FD GenFile.
               01 GenRec.
                   02 GenTitle             PIC X(60).
                   02 GenTags              PIC X(30).
                   02 GenRuntime           PIC X(3).
           FD InvFile.
               01 InvRec.
                   02 InvSeries            PIC X(50).
                   02 InvSeEp              PIC X(6).
                   02 InvRoot              PIC 9.
           FD BookFile.
               01 BookRec.
                   02 BookSeries           PIC X(50).
                   02 BookSeEp             PIC X(6).
           FD PreviewFile.
               01 PreviewLine              PIC X(160).
           FD ProblemFile.
               01 ProblemLine              PIC X(160).

           WORKING-STORAGE SECTION.
           COPY MOVIELIB.
           COPY TITLEALIAS.
           COPY ROOMS.
           COPY PICKROTA.
           01 DayNameLits.
               02 FILLER               PIC X(21) VALUE
                   "MONTUEWEDTHUFRISATSUN".
           01 DayNames REDEFINES DayNameLits.
               02 DayName              PIC X(3) OCCURS 7 TIMES.

           01 LibTitles.
               02 LibTitle              PIC X(60)
                                        OCCURS MOVIE-LIBRARY-MAX TIMES
                                                   INDEXED BY Lidx.
           01 LibCount                 PIC 999.
           01 UpLibTitle               PIC X(60).

      *    The catalog, upper-cased, with whether each row's title is
      *    really in the library - SuggestMovieGenre only picks rows
      *    that are
           01 GenEof                   PIC X VALUE "N".
           01 GenreTable.
               02 GenreEntry           OCCURS MOVIE-LIBRARY-MAX TIMES.
                   03 GnUpTitle            PIC X(60).
                   03 GnUpTags             PIC X(30).
                   03 GnRuntime            PIC 9(3).
                   03 GnInLib              PIC X.
           01 GenreLoaded              PIC 999 VALUE 0.
           01 GnIdx                    PIC 999.

           01 InvEof                   PIC X VALUE "N".
           01 InvTable.
               02 InvEntry             OCCURS 2000 TIMES.
                   03 IvSeries             PIC X(50).
                   03 IvSeEp               PIC X(6).
           01 InvLoaded                PIC 9(4) VALUE 0.
           01 InvIdx                   PIC 9(4).

      *    Each series' bookmark, moved on as the preview walks the
      *    nights so a second Frasier night shows the episode after
      *    the first one's
           01 BookEof                  PIC X VALUE "N".
           01 ProgressTable.
               02 ProgressEntry        OCCURS 50 TIMES.
                   03 PgSeries             PIC X(50).
                   03 PgSeEp               PIC X(6).
           01 ProgressCount            PIC 99 VALUE 0.
           01 PgIdx                    PIC 99.
           01 PgHit                    PIC 99.

           01 SkedEof                  PIC X VALUE "N".
           01 CalEof                   PIC X VALUE "N".
           01 CalTable.
               02 CalEntry             OCCURS 200 TIMES.
                   03 CtDate               PIC X(8).
                   03 CtTime               PIC X(5).
                   03 CtTitle              PIC X(70).
           01 CalCount                 PIC 999 VALUE 0.
           01 CtIdx                    PIC 999.
           01 GridTable.
               02 GridEntry            OCCURS 100 TIMES.
                   03 GtDay                PIC X(3).
                   03 GtTime               PIC X(5).
                   03 GtTitle              PIC X(70).
           01 GridCount                PIC 999 VALUE 0.
           01 GtIdx                    PIC 999.
           01 FileLineNum              PIC 9(4).
           01 DateCheck                PIC 9(8).

      *    One night's slots in start-time order, with what each
      *    resolved to and how long it runs where that's known
           01 NightTable.
               02 NightSlot            OCCURS 20 TIMES.
                   03 NsTime               PIC X(5).
                   03 NsTitle              PIC X(70).
                   03 NsRun                PIC 9(3).
                   03 NsRunIsMax           PIC X.
                   03 NsRoom               PIC X(10).
                   03 NsRoomFlag           PIC X.
                       88 NsRoomIsDefault  VALUE "D".
                       88 NsRoomIsOther    VALUE "K".
                       88 NsRoomIsUnknown  VALUE "U".
           01 NightCount               PIC 99.
           01 NsIdx                    PIC 99.
           01 NsNext                   PIC 99.
           01 NsLook                   PIC 99.
           01 RoomSlotText             PIC X(70).
           01 NsMove                   PIC 99.
           01 NightSource              PIC X(8).
           01 GridSetAside             PIC 99.

           01 NowStamp                 PIC X(21).
           01 TodayDate                PIC X(8).
           01 TodayInteger             PIC 9(9).
           01 NightInteger             PIC 9(9).
           01 NightNum                 PIC 99.
           01 NightDateNum             PIC 9(8).
           01 NightDate                PIC X(8).
           01 NightDayNum              PIC 9.
           01 NightDay                 PIC X(3).
           01 PreviewDays              PIC 99 VALUE 14.

           01 TimeText                 PIC X(5).
           01 TimeOk                   PIC X.
               88 TimeIsGood           VALUE "Y".
           01 TimeMins                 PIC 9(4).
           01 NextMins                 PIC 9(4).
           01 EndMins                  PIC 9(4).
           01 DayOk                    PIC X.
               88 DayIsGood            VALUE "Y".

           01 SlotText                 PIC X(70).
           01 SlotIsPick               PIC X VALUE "N".
               88 PickSlot             VALUE "Y".
           01 PickFallback             PIC X(80).
           01 SlotPlays                PIC X(80).
           01 SlotRun                  PIC 9(3).
           01 SlotRunIsMax             PIC X.
           01 BaseTitle                PIC X(70).
           01 UpBaseTitle              PIC X(70).
           01 TitleLen                 PIC 99.
           01 CharCount                PIC 99.
           01 Found                    PIC X VALUE "N".
               88 WasFound             VALUE "Y".
           01 SuggGenre                PIC X(20).
           01 UpGenre                  PIC X(20).
           01 GenreLen                 PIC 99.
           01 TagHits                  PIC 99.
           01 PoolCount                PIC 999.
           01 PoolMaxRun               PIC 9(3).
           01 HoldShowTitle            PIC X(50).
           01 UpSeries                 PIC X(50).
           01 SeriesEpisodes           PIC 9(4).
           01 NextSeEp                 PIC X(6).
           01 EditCount                PIC ZZ9.
           01 EditRun                  PIC ZZ9.
           01 EditLine                 PIC ZZZ9.

      *    The same screen ScheduleRun puts slot text through before
      *    it reaches the mpc-be SYSTEM line
           01 GuardText                PIC X(100).
           01 ArgSafe                  PIC X VALUE "Y".
           01 GuardReason              PIC X(40).

           01 ProblemText              PIC X(100).
           01 ProblemCount             PIC 9(4) VALUE 0.
           01 SlotLead                 PIC X(19).

           PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO NowStamp
           MOVE NowStamp(1 : 8) TO TodayDate
           MOVE NowStamp(1 : 8) TO NightDateNum
           COMPUTE TodayInteger =
               FUNCTION INTEGER-OF-DATE(NightDateNum)

           OPEN OUTPUT PreviewFile
           OPEN OUTPUT ProblemFile
           MOVE SPACES TO PreviewLine
           STRING "SchedulePreview: the next 14 nights from ",
                   TodayDate
               DELIMITED BY SIZE INTO PreviewLine
           WRITE PreviewLine
           MOVE SPACES TO ProblemLine
           STRING "SchedulePreview: schedule problems in the next "
                   "14 nights from ", TodayDate
               DELIMITED BY SIZE INTO ProblemLine
           WRITE ProblemLine

           CALL "SuggestMovieTitles" USING LibTitles, LibCount
           END-CALL
           PERFORM LoadGenres
           PERFORM LoadInventory
           PERFORM LoadBookmarks
           PERFORM LoadCalendar
           PERFORM LoadGrid

           PERFORM VARYING NightNum FROM 0 BY 1
                   UNTIL NightNum >= PreviewDays
               PERFORM PreviewOneNight
           END-PERFORM

           IF ProblemCount = 0
               MOVE "No schedule problems in the next 14 nights."
                   TO ProblemLine
               WRITE ProblemLine
           END-IF
           CLOSE PreviewFile
           CLOSE ProblemFile.
      *    GOBACK rather than STOP RUN so the NightlyOps driver can
      *    run this as one step of the suite - standalone it ends the
      *    run just the same
           GOBACK.

           LoadGenres.
           OPEN INPUT GenFile
           READ GenFile
               AT END MOVE "Y" TO GenEof
           END-READ
           PERFORM UNTIL GenEof = "Y"
                   OR GenreLoaded >= MOVIE-LIBRARY-MAX
               IF GenTitle NOT = SPACES
                   ADD 1 TO GenreLoaded
                   MOVE FUNCTION UPPER-CASE(GenTitle)
                       TO GnUpTitle(GenreLoaded)
                   MOVE FUNCTION UPPER-CASE(GenTags)
                       TO GnUpTags(GenreLoaded)
                   IF GenRuntime NUMERIC
                       MOVE GenRuntime TO GnRuntime(GenreLoaded)
                   ELSE
                       MOVE 0 TO GnRuntime(GenreLoaded)
                   END-IF
                   MOVE "N" TO GnInLib(GenreLoaded)
                   PERFORM VARYING Lidx FROM 1 BY 1
                           UNTIL Lidx > LibCount
                       MOVE FUNCTION UPPER-CASE(LibTitle(Lidx))
                           TO UpLibTitle
                       IF UpLibTitle = GnUpTitle(GenreLoaded)
                           MOVE "Y" TO GnInLib(GenreLoaded)
                       END-IF
                   END-PERFORM
               END-IF
               READ GenFile
                   AT END MOVE "Y" TO GenEof
               END-READ
           END-PERFORM
           CLOSE GenFile.

           LoadInventory.
           OPEN INPUT InvFile
           READ InvFile
               AT END MOVE "Y" TO InvEof
           END-READ
           PERFORM UNTIL InvEof = "Y" OR InvLoaded >= 2000
               IF InvSeries NOT = SPACES
                   ADD 1 TO InvLoaded
                   MOVE FUNCTION UPPER-CASE(InvSeries)
                       TO IvSeries(InvLoaded)
                   MOVE FUNCTION LOWER-CASE(InvSeEp)
                       TO IvSeEp(InvLoaded)
               END-IF
               READ InvFile
                   AT END MOVE "Y" TO InvEof
               END-READ
           END-PERFORM
           CLOSE InvFile.

           LoadBookmarks.
           OPEN INPUT BookFile
           READ BookFile
               AT END MOVE "Y" TO BookEof
           END-READ
           PERFORM UNTIL BookEof = "Y" OR ProgressCount >= 50
               IF BookSeries NOT = SPACES
                   ADD 1 TO ProgressCount
                   MOVE FUNCTION UPPER-CASE(BookSeries)
                       TO PgSeries(ProgressCount)
                   MOVE FUNCTION LOWER-CASE(BookSeEp)
                       TO PgSeEp(ProgressCount)
               END-IF
               READ BookFile
                   AT END MOVE "Y" TO BookEof
               END-READ
           END-PERFORM
           CLOSE BookFile.

      *    A calendar row whose date can't be read, or has gone by,
      *    will never fire - ScheduleRun only ever matches today
           LoadCalendar.
           MOVE 0 TO FileLineNum
           OPEN INPUT CalFile
           READ CalFile
               AT END MOVE "Y" TO CalEof
           END-READ
           PERFORM UNTIL CalEof = "Y"
               ADD 1 TO FileLineNum
               IF CalRec NOT = SPACES
                   PERFORM CheckCalendarRow
                   IF CalCount < 200
                       ADD 1 TO CalCount
                       MOVE CalDate TO CtDate(CalCount)
                       MOVE CalTime TO CtTime(CalCount)
                       MOVE CalTitle TO CtTitle(CalCount)
                   END-IF
               END-IF
               READ CalFile
                   AT END MOVE "Y" TO CalEof
               END-READ
           END-PERFORM
           CLOSE CalFile.

           CheckCalendarRow.
           MOVE FileLineNum TO EditLine
           IF CalDate NOT NUMERIC
               MOVE 1 TO DateCheck
           ELSE
               MOVE CalDate TO DateCheck
               COMPUTE DateCheck =
                   FUNCTION TEST-DATE-YYYYMMDD(DateCheck)
           END-IF
           IF DateCheck NOT = 0
               MOVE SPACES TO ProblemText
               STRING "ThemeCalendar.txt line ",
                       FUNCTION TRIM(EditLine),
                       ": date '", CalDate, "' is malformed - "
                       "the row can never fire"
                   DELIMITED BY SIZE INTO ProblemText
               PERFORM WriteFileProblem
           ELSE
               IF CalDate < TodayDate
                   MOVE SPACES TO ProblemText
                   STRING "ThemeCalendar.txt line ",
                           FUNCTION TRIM(EditLine),
                           ": date ", CalDate, " is already past"
                       DELIMITED BY SIZE INTO ProblemText
                   PERFORM WriteFileProblem
               END-IF
           END-IF
           MOVE CalTime TO TimeText
           PERFORM CheckTimeText
           IF NOT TimeIsGood
               MOVE SPACES TO ProblemText
               STRING "ThemeCalendar.txt line ",
                       FUNCTION TRIM(EditLine),
                       ": start time '", CalTime, "' is not HH:MM"
                   DELIMITED BY SIZE INTO ProblemText
               PERFORM WriteFileProblem
           END-IF.

           LoadGrid.
           MOVE 0 TO FileLineNum
           OPEN INPUT SkedFile
           READ SkedFile
               AT END MOVE "Y" TO SkedEof
           END-READ
           PERFORM UNTIL SkedEof = "Y"
               ADD 1 TO FileLineNum
               IF SkedRec NOT = SPACES
                   PERFORM CheckGridRow
                   IF GridCount < 100
                       ADD 1 TO GridCount
                       MOVE SkedDay TO GtDay(GridCount)
                       MOVE SkedTime TO GtTime(GridCount)
                       MOVE SkedTitle TO GtTitle(GridCount)
                   END-IF
               END-IF
               READ SkedFile
                   AT END MOVE "Y" TO SkedEof
               END-READ
           END-PERFORM
           CLOSE SkedFile.

           CheckGridRow.
           MOVE FileLineNum TO EditLine
           MOVE "N" TO DayOk
           PERFORM VARYING NightDayNum FROM 1 BY 1
                   UNTIL NightDayNum > 7 OR DayIsGood
               IF SkedDay = DayName(NightDayNum)
                   SET DayIsGood TO TRUE
               END-IF
           END-PERFORM
           IF NOT DayIsGood
               MOVE SPACES TO ProblemText
               STRING "WeeklySchedule.txt line ",
                       FUNCTION TRIM(EditLine),
                       ": day '", SkedDay, "' is not MON..SUN - "
                       "the row can never fire"
                   DELIMITED BY SIZE INTO ProblemText
               PERFORM WriteFileProblem
           END-IF
           MOVE SkedTime TO TimeText
           PERFORM CheckTimeText
           IF NOT TimeIsGood
               MOVE SPACES TO ProblemText
               STRING "WeeklySchedule.txt line ",
                       FUNCTION TRIM(EditLine),
                       ": start time '", SkedTime, "' is not HH:MM"
                   DELIMITED BY SIZE INTO ProblemText
               PERFORM WriteFileProblem
           END-IF.

           CheckTimeText.
           MOVE "N" TO TimeOk
           MOVE 0 TO TimeMins
           IF TimeText(1 : 2) NUMERIC AND TimeText(3 : 1) = ":"
                   AND TimeText(4 : 2) NUMERIC
               IF TimeText(1 : 2) < "24" AND TimeText(4 : 2) < "60"
                   SET TimeIsGood TO TRUE
                   COMPUTE TimeMins =
                       FUNCTION NUMVAL(TimeText(1 : 2)) * 60 +
                       FUNCTION NUMVAL(TimeText(4 : 2))
               END-IF
           END-IF.

      *    Which source wins the night, then each of its slots in
      *    start-time order
           PreviewOneNight.
           COMPUTE NightInteger = TodayInteger + NightNum
           COMPUTE NightDateNum = FUNCTION DATE-OF-INTEGER(NightInteger)
           MOVE NightDateNum TO NightDate
      *    Day 1 of the integer calendar (1601-01-01) was a Monday,
      *    so MOD 7 gives 1=MON .. 6=SAT, 0=SUN
           COMPUTE NightDayNum = FUNCTION MOD(NightInteger, 7)
           IF NightDayNum = 0
               MOVE 7 TO NightDayNum
           END-IF
           MOVE DayName(NightDayNum) TO NightDay

           MOVE 0 TO NightCount
           MOVE 0 TO GridSetAside
           PERFORM VARYING CtIdx FROM 1 BY 1 UNTIL CtIdx > CalCount
               IF CtDate(CtIdx) = NightDate
                   MOVE CtTime(CtIdx) TO TimeText
                   MOVE CtTitle(CtIdx) TO SlotText
                   PERFORM AddNightSlot
               END-IF
           END-PERFORM
           IF NightCount > 0
               MOVE "CALENDAR" TO NightSource
               PERFORM VARYING GtIdx FROM 1 BY 1
                       UNTIL GtIdx > GridCount
                   IF GtDay(GtIdx) = NightDay
                       ADD 1 TO GridSetAside
                   END-IF
               END-PERFORM
           ELSE
               MOVE "GRID" TO NightSource
               PERFORM VARYING GtIdx FROM 1 BY 1
                       UNTIL GtIdx > GridCount
                   IF GtDay(GtIdx) = NightDay
                       MOVE GtTime(GtIdx) TO TimeText
                       MOVE GtTitle(GtIdx) TO SlotText
                       PERFORM AddNightSlot
                   END-IF
               END-PERFORM
           END-IF

           IF NightCount = 0
               MOVE SPACES TO PreviewLine
               STRING NightDate, " ", NightDay,
                       "       nothing scheduled"
                   DELIMITED BY SIZE INTO PreviewLine
               WRITE PreviewLine
           ELSE
               PERFORM VARYING NsIdx FROM 1 BY 1
                       UNTIL NsIdx > NightCount
                   PERFORM PreviewOneSlot
               END-PERFORM
               PERFORM CheckNightOverlaps
               IF GridSetAside > 0
                   MOVE GridSetAside TO EditCount
                   MOVE SPACES TO PreviewLine
                   STRING "                   ",
                           FUNCTION TRIM(EditCount),
                           " weekly grid slot(s) for ", NightDay,
                           " set aside by the theme calendar"
                       DELIMITED BY SIZE INTO PreviewLine
                   WRITE PreviewLine
               END-IF
           END-IF.

      *    Insert in start-time order - neither file has to be kept
      *    sorted by hand.  The room word comes off here, the way
      *    ScheduleRun takes it off before it launches anything
           AddNightSlot.
           SET RoomSplit TO TRUE
           MOVE SlotText TO RoomText
           MOVE SPACES TO RoomName
           CALL "RoomRegistry" USING RoomArea
           END-CALL
           MOVE RoomText TO SlotText
           IF NightCount < 20
               MOVE NightCount TO NsMove
               PERFORM UNTIL NsMove = 0
                       OR NsTime(NsMove) NOT > TimeText
                   MOVE NightSlot(NsMove) TO NightSlot(NsMove + 1)
                   SUBTRACT 1 FROM NsMove
               END-PERFORM
               MOVE TimeText TO NsTime(NsMove + 1)
               MOVE SlotText TO NsTitle(NsMove + 1)
               MOVE 0 TO NsRun(NsMove + 1)
               MOVE "N" TO NsRunIsMax(NsMove + 1)
               MOVE RoomName TO NsRoom(NsMove + 1)
               EVALUATE TRUE
               WHEN RoomUnknown
                   SET NsRoomIsUnknown(NsMove + 1) TO TRUE
               WHEN RoomDefault
                   SET NsRoomIsDefault(NsMove + 1) TO TRUE
               WHEN OTHER
                   SET NsRoomIsOther(NsMove + 1) TO TRUE
               END-EVALUATE
               ADD 1 TO NightCount
           END-IF.

           PreviewOneSlot.
           MOVE SPACES TO SlotLead
           STRING NightDate, " ", NightDay, " ", NsTime(NsIdx), " "
               DELIMITED BY SIZE INTO SlotLead
           MOVE NsTitle(NsIdx) TO SlotText
           MOVE SPACES TO SlotPlays
           MOVE 0 TO SlotRun
           MOVE "N" TO SlotRunIsMax
           MOVE SPACES TO ProblemText
           MOVE "N" TO SlotIsPick
           IF SlotText(1 : 5) = "PICK " OR SlotText = "PICK"
               SET PickSlot TO TRUE
               MOVE SPACES TO PickFallback
               MOVE SlotText(6 : 65) TO PickFallback
               MOVE PickFallback TO SlotText
           END-IF
           EVALUATE TRUE
           WHEN NsRoomIsUnknown(NsIdx)
               STRING "room '" DELIMITED BY SIZE,
                       NsRoom(NsIdx) DELIMITED BY SPACE,
                       "' is not in Rooms.txt - ScheduleRun "
                       "won't start it" DELIMITED BY SIZE
                   INTO ProblemText
               MOVE "nothing - no such room" TO SlotPlays
           WHEN PickSlot AND SlotText = SPACES
               MOVE "PICK slot with no normal entry - nothing starts "
                   & "if the picker hasn't picked" TO ProblemText
               MOVE "nothing" TO SlotPlays
           WHEN SlotText(1 : 1) = "+"
               PERFORM ResolveSeriesSlot
           WHEN SlotText(1 : 7) = "RANDOM " OR SlotText = "RANDOM"
               MOVE LibCount TO EditCount
               STRING "a random pick from the ",
                       FUNCTION TRIM(EditCount), "-title library"
                   DELIMITED BY SIZE INTO SlotPlays
           WHEN SlotText(1 : 1) = "*"
               PERFORM ResolveGenreSlot
           WHEN OTHER
               PERFORM ResolveTitledSlot
           END-EVALUATE
           MOVE SlotRun TO NsRun(NsIdx)
           MOVE SlotRunIsMax TO NsRunIsMax(NsIdx)
           IF PickSlot
               PERFORM AddSlotPick
           END-IF
           PERFORM AddSlotRoom

           MOVE SPACES TO PreviewLine
           STRING SlotLead, NightSource, " " DELIMITED BY SIZE,
                   SlotText DELIMITED BY "  ",
                   " -> " DELIMITED BY SIZE,
                   SlotPlays DELIMITED BY "  "
               INTO PreviewLine
           WRITE PreviewLine
           IF ProblemText NOT = SPACES
               PERFORM WriteSlotProblem
           END-IF.

      *    ScheduleRun launches a titled slot by the name exactly as
      *    written, so it wants the .mkv and a library title in front
      *    of it - unless the text is an alias, which ScheduleRun
      *    swaps for the canonical title and a .mkv
           ResolveTitledSlot.
           MOVE SPACES TO GuardText
           MOVE SlotText TO GuardText
           CALL "LaunchGuard" USING GuardText, ArgSafe, GuardReason
           END-CALL
           IF ArgSafe = "N"
               STRING "slot text would be refused at launch (",
                       GuardReason DELIMITED BY "  ", ")"
                       DELIMITED BY SIZE
                   INTO ProblemText
               MOVE "nothing - refused" TO SlotPlays
           ELSE
               MOVE 0 TO CharCount
               INSPECT FUNCTION REVERSE(SlotText) TALLYING CharCount
                   FOR LEADING SPACES
               COMPUTE TitleLen = 70 - CharCount
               MOVE SPACES TO BaseTitle
               IF TitleLen > 4 AND FUNCTION UPPER-CASE(
                       SlotText(TitleLen - 3 : 4)) = ".MKV"
                   MOVE SlotText(1 : TitleLen - 4) TO BaseTitle
               ELSE
                   MOVE SlotText TO BaseTitle
               END-IF
               MOVE SPACES TO AliasText
               MOVE SlotText TO AliasText
               CALL "TitleAlias" USING AliasArea
               END-CALL
               IF AliasFromFile
                   MOVE AliasCanon TO BaseTitle
               END-IF
               MOVE FUNCTION UPPER-CASE(BaseTitle) TO UpBaseTitle
               MOVE "N" TO Found
               PERFORM VARYING Lidx FROM 1 BY 1
                       UNTIL Lidx > LibCount OR WasFound
                   MOVE FUNCTION UPPER-CASE(LibTitle(Lidx))
                       TO UpLibTitle
                   IF UpLibTitle = UpBaseTitle
                       SET WasFound TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WasFound
                   MOVE "title is not in the library" TO ProblemText
                   MOVE "nothing - not in the library" TO SlotPlays
               ELSE
                   IF BaseTitle = SlotText AND NOT AliasFromFile
                       MOVE "no .mkv on the title - ScheduleRun "
                           & "launches the name as written"
                           TO ProblemText
                   END-IF
                   MOVE BaseTitle TO SlotPlays
                   PERFORM VARYING GnIdx FROM 1 BY 1
                           UNTIL GnIdx > GenreLoaded
                       IF GnUpTitle(GnIdx) = UpBaseTitle
                           MOVE GnRuntime(GnIdx) TO SlotRun
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *    Same pool SuggestMovieGenre draws from: the tag word in
      *    the catalog row and the row's title in the library.  The
      *    pick itself is left to the night, so the longest film in
      *    the pool stands in for the runtime
           ResolveGenreSlot.
           MOVE SPACES TO SuggGenre
           MOVE SlotText(2 : 20) TO SuggGenre
           MOVE FUNCTION UPPER-CASE(SuggGenre) TO UpGenre
           MOVE 0 TO GenreLen
           INSPECT FUNCTION REVERSE(UpGenre) TALLYING GenreLen
               FOR LEADING SPACES
           COMPUTE GenreLen = 20 - GenreLen
           MOVE 0 TO PoolCount
           MOVE 0 TO PoolMaxRun
           PERFORM VARYING GnIdx FROM 1 BY 1
                   UNTIL GnIdx > GenreLoaded
               MOVE 1 TO TagHits
               IF GenreLen > 0
                   MOVE 0 TO TagHits
                   INSPECT GnUpTags(GnIdx) TALLYING TagHits
                       FOR ALL UpGenre(1 : GenreLen)
               END-IF
               IF TagHits > 0 AND GnInLib(GnIdx) = "Y"
                   ADD 1 TO PoolCount
                   IF GnRuntime(GnIdx) > PoolMaxRun
                       MOVE GnRuntime(GnIdx) TO PoolMaxRun
                   END-IF
               END-IF
           END-PERFORM
           IF PoolCount = 0
               STRING "no library title in MovieGenres.txt carries "
                       "the tag '", SuggGenre DELIMITED BY "  ", "'"
                       DELIMITED BY SIZE
                   INTO ProblemText
               MOVE "nothing - empty genre pool" TO SlotPlays
           ELSE
               MOVE PoolCount TO EditCount
               STRING "one of ", FUNCTION TRIM(EditCount), " ",
                       SuggGenre DELIMITED BY "  ",
                       " titles" DELIMITED BY SIZE
                   INTO SlotPlays
               MOVE PoolMaxRun TO SlotRun
               MOVE "Y" TO SlotRunIsMax
           END-IF.

      *    Next episode on disk after the bookmark - the bookmark is
      *    then moved on, as ScheduleRun will move it on the night
           ResolveSeriesSlot.
           MOVE SPACES TO HoldShowTitle
           MOVE SlotText(2 : 50) TO HoldShowTitle
           MOVE SPACES TO GuardText
           MOVE HoldShowTitle TO GuardText
           CALL "LaunchGuard" USING GuardText, ArgSafe, GuardReason
           END-CALL
           MOVE FUNCTION UPPER-CASE(HoldShowTitle) TO UpSeries
           MOVE 0 TO SeriesEpisodes
           PERFORM VARYING InvIdx FROM 1 BY 1
                   UNTIL InvIdx > InvLoaded
               IF IvSeries(InvIdx) = UpSeries
                   ADD 1 TO SeriesEpisodes
               END-IF
           END-PERFORM
           MOVE 0 TO PgHit
           PERFORM VARYING PgIdx FROM 1 BY 1
                   UNTIL PgIdx > ProgressCount
               IF PgSeries(PgIdx) = UpSeries
                   MOVE PgIdx TO PgHit
               END-IF
           END-PERFORM
           EVALUATE TRUE
           WHEN ArgSafe = "N"
               STRING "series name would be refused at launch (",
                       GuardReason DELIMITED BY "  ", ")"
                       DELIMITED BY SIZE
                   INTO ProblemText
               MOVE "nothing - refused" TO SlotPlays
           WHEN SeriesEpisodes = 0
               MOVE "no episodes of the series in ShowInventory.txt"
                   TO ProblemText
               MOVE "nothing - no episodes on file" TO SlotPlays
           WHEN PgHit = 0
               MOVE "no ShowBookmarks.txt bookmark yet - ScheduleRun "
                   & "won't start it" TO ProblemText
               MOVE "nothing - no bookmark" TO SlotPlays
           WHEN OTHER
               MOVE HIGH-VALUES TO NextSeEp
               PERFORM VARYING InvIdx FROM 1 BY 1
                       UNTIL InvIdx > InvLoaded
                   IF IvSeries(InvIdx) = UpSeries AND
                           IvSeEp(InvIdx) > PgSeEp(PgHit) AND
                           IvSeEp(InvIdx) < NextSeEp
                       MOVE IvSeEp(InvIdx) TO NextSeEp
                   END-IF
               END-PERFORM
               IF NextSeEp = HIGH-VALUES
                   STRING "bookmark at ", PgSeEp(PgHit),
                           ", the last episode on disk - caught up"
                       DELIMITED BY SIZE INTO ProblemText
                   MOVE "nothing - caught up" TO SlotPlays
               ELSE
                   STRING HoldShowTitle DELIMITED BY "  ",
                           " ", NextSeEp DELIMITED BY SIZE
                       INTO SlotPlays
                   MOVE NextSeEp TO PgSeEp(PgHit)
               END-IF
           END-EVALUATE.

      *    Shown as written, the "PICK" back on the front, and
      *    checked against the rota for the night
           AddSlotPick.
           SET RotaLook TO TRUE
           MOVE NightDay TO RotaNight
           MOVE NightDate TO RotaToday
           CALL "PickRotation" USING RotaArea
           END-CALL
           IF RotaNone AND ProblemText = SPACES
               STRING "PickRota.txt has nobody down for "
                       DELIMITED BY SIZE,
                       NightDay DELIMITED BY SIZE,
                       " - the normal entry always starts"
                       DELIMITED BY SIZE
                   INTO ProblemText
           END-IF
           MOVE SPACES TO PickFallback
           STRING "the rota's pick, or " DELIMITED BY SIZE,
                   SlotPlays DELIMITED BY "  "
               INTO PickFallback
           MOVE PickFallback TO SlotPlays
           MOVE SPACES TO PickFallback
           STRING "PICK " DELIMITED BY SIZE,
                   SlotText DELIMITED BY "  "
               INTO PickFallback
           MOVE PickFallback TO SlotText.

      *    Any room but the default one is shown on the slot text as
      *    it was written, so the preview and problem lines say where
           AddSlotRoom.
           IF NOT NsRoomIsDefault(NsIdx)
               MOVE SPACES TO RoomSlotText
               STRING SlotText DELIMITED BY "  ",
                       " @" DELIMITED BY SIZE,
                       NsRoom(NsIdx) DELIMITED BY SPACE
                   INTO RoomSlotText
               MOVE RoomSlotText TO SlotText
           END-IF.

      *    A slot's film still running when the next slot in the
      *    same room comes round - a genre slot is judged by the
      *    longest film it could draw
           CheckNightOverlaps.
           PERFORM VARYING NsIdx FROM 1 BY 1
                   UNTIL NsIdx >= NightCount
               MOVE 0 TO NsNext
               PERFORM VARYING NsLook FROM NsIdx BY 1
                       UNTIL NsLook >= NightCount OR NsNext > 0
                   IF NsRoom(NsLook + 1) = NsRoom(NsIdx)
                       COMPUTE NsNext = NsLook + 1
                   END-IF
               END-PERFORM
               IF NsRun(NsIdx) > 0 AND NsNext > 0
                   MOVE NsTime(NsNext) TO TimeText
                   PERFORM CheckTimeText
                   MOVE TimeMins TO NextMins
                   IF TimeIsGood
                       MOVE NsTime(NsIdx) TO TimeText
                       PERFORM CheckTimeText
                   END-IF
                   IF TimeIsGood
                       COMPUTE EndMins = TimeMins + NsRun(NsIdx)
                       IF EndMins > NextMins
                           PERFORM WriteOverlapProblem
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           WriteOverlapProblem.
           MOVE NsRun(NsIdx) TO EditRun
           MOVE SPACES TO SlotLead
           STRING NightDate, " ", NightDay, " ", NsTime(NsIdx), " "
               DELIMITED BY SIZE INTO SlotLead
           MOVE NsTitle(NsIdx) TO SlotText
           PERFORM AddSlotRoom
           MOVE SPACES TO ProblemText
           IF NsRunIsMax(NsIdx) = "Y"
               STRING "longest pick runs ", FUNCTION TRIM(EditRun),
                       " min from ", NsTime(NsIdx), " - past the ",
                       NsTime(NsNext), " slot"
                   DELIMITED BY SIZE INTO ProblemText
           ELSE
               STRING "runs ", FUNCTION TRIM(EditRun),
                       " min from ", NsTime(NsIdx), " - past the ",
                       NsTime(NsNext), " slot"
                   DELIMITED BY SIZE INTO ProblemText
           END-IF
           PERFORM WriteSlotProblem.

           WriteSlotProblem.
           ADD 1 TO ProblemCount
           MOVE SPACES TO PreviewLine
           STRING "                   PROBLEM: " DELIMITED BY SIZE,
                   ProblemText DELIMITED BY "  "
               INTO PreviewLine
           WRITE PreviewLine
           MOVE SPACES TO ProblemLine
           STRING SlotLead DELIMITED BY SIZE,
                   SlotText DELIMITED BY "  ",
                   " - " DELIMITED BY SIZE,
                   ProblemText DELIMITED BY "  "
               INTO ProblemLine
           WRITE ProblemLine.

           WriteFileProblem.
           ADD 1 TO ProblemCount
           MOVE ProblemText TO ProblemLine
           WRITE ProblemLine.

           END PROGRAM SchedulePreview.
