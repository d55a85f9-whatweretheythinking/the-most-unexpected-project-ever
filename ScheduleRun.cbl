      *    "SHOW <series> next" uses and rolled into the next season
      *    when a season runs out - the bookmark is moved afterward
      *    just as if somebody had typed the SHOW command at 8pm.
      *    Any slot can end in an "@room" word (see RoomRegistry) to
      *    start on that room's player instead of the default room's.
      *    Every row for today at the chosen slot's start time is
      *    started, one per room, so Friday 20:00 can put horror on
      *    the main screen and a western in the back room; the last
      *    row for a room at that time wins, as it always has.
      *    A slot written "PICK <entry>" (PICK *horror, PICK RANDOM)
      *    is a rota night - see PickRotation.  If the member whose
      *    turn it is has already launched the feature with the PICK
      *    trigger the slot starts nothing; if showtime comes with
      *    the turn still open, their turn goes by (back of the line,
      *    one skip) and <entry> starts as the slot normally would.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    say *horror no matter what the standing Sunday line says
               SELECT OPTIONAL CalFile ASSIGN TO "ThemeCalendar.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    The slot's room's now-playing file, named by RoomRegistry
               SELECT OPTIONAL WhatFile ASSIGN TO DYNAMIC WhatFilePath
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL HistoryFile ASSIGN TO "PlayHistory.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ProbeFile ASSIGN TO DYNAMIC ProbePath
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ProbeStatus.
      *    Only written to when a slot is refused at launch - the
      *    same SECX line Cobbot leaves for a refused typed command
               SELECT OPTIONAL AuditFile ASSIGN TO "CobbotAudit.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Per-series episode bookmark shared with Cobbot.cbl -
      *    dynamic for the same temp-and-rename reason as the
      *    rewriters there
           FD WhatFile.
               01 WhatString               PIC X(100).
           FD HistoryFile.
               01 HistoryRec               PIC X(140).
           FD ProbeFile.
               01 ProbeRec                 PIC X(100).
           FD AuditFile.
               01 AuditRec                 PIC X(124).
           FD BookFile.
               01 BookRec.
                   02 BookSeries           PIC X(50).

           WORKING-STORAGE SECTION.
           COPY MOVIELIB.
           COPY TITLEALIAS.
           COPY ROOMS.
           COPY PICKROTA.
      *    Keep in step with MovieRootLits in Cobbot.cbl
           01 MovieRootLits.
               02 FILLER               PIC X(20) VALUE 'E:\Movies\'.
                                                   INDEXED BY Lidx.
           01 LibCount                 PIC 999.

      *    The player command is the slot room's, out of RoomRegistry
           01 MoviePathrec.
               02 MoviePlayer          PIC X(61) VALUE "./mpc-be.exe".
               02 FILLER               PIC X   VALUE '"'.
               02 MovieFullPath        PIC X(100).
               02 FILLER               PIC X   VALUE '"'.
      *    Keep in step with ShowPathRec in Cobbot.cbl - the same
      *    quoted mpc-be launch a typed SHOW would have built
           01 ShowPathRec.
               02 ShowPlayer           PIC X(61) VALUE "./mpc-be.exe".
               02 FILLER               PIC X   VALUE '"'.
               02 FullShow             PIC X(150).
               02 FILLER               PIC X Value SPACE.
           01 SlotTitle                PIC X(70) VALUE SPACES.
           01 FirstTime                PIC X(5) VALUE SPACES.
           01 FirstTitle               PIC X(70) VALUE SPACES.
      *    Every room's row at the chosen start time, the "@room"
      *    word already split off the title
           01 RoomSlotTable.
               02 RoomSlot             OCCURS 10 TIMES.
                   03 RsRoom               PIC X(10).
                   03 RsTitle              PIC X(70).
           01 RoomSlotCount            PIC 99 VALUE 0.
           01 RsIdx                    PIC 99.
           01 RsHit                    PIC 99.
           01 GatherTitle              PIC X(70).
           01 WhatFilePath             PIC X(40)
                                       VALUE "WhatsPlaying.txt".
      *    A PICK slot's normal entry, and whether PlayHistory shows
      *    the rota's picker has already put tonight's feature on
           01 RotaFallback             PIC X(70).
           01 RotaPickSeen             PIC X VALUE "N".
               88 RotaPickOn           VALUE "Y".
           01 HistEof                  PIC X VALUE "N".

           01 RandomGen.
               02 FILLER           PIC X(4).
               02 HistTitleText        PIC X(83).
               02 FILLER               PIC X VALUE SPACE.
               02 HistUser             PIC X(20) VALUE "scheduler".
               02 FILLER               PIC X VALUE SPACE.
               02 HistMark             PIC X(3) VALUE SPACES.
               02 FILLER               PIC X VALUE SPACE.
               02 HistRoom             PIC X(10).
               02 FILLER               PIC X VALUE SPACE.
               02 HistRota             PIC X(4) VALUE SPACES.
      *    Same layout as AuditLine in Cobbot.cbl
           01 AuditStamp                PIC X(21).
           01 AuditLine.
               02 AudTrigger           PIC X(5) VALUE "SECX ".
               02 FILLER                PIC X VALUE SPACE.
               02 AudStampDate         PIC X(8).
               02 FILLER                PIC X VALUE SPACE.
               02 AudStampTime         PIC X(6).
               02 FILLER                PIC X VALUE SPACE.
               02 AudInstring          PIC X(70).
               02 FILLER                PIC X VALUE SPACE.
               02 AudUser              PIC X(20) VALUE "scheduler".
               02 FILLER                PIC X VALUE SPACE.
               02 AudRoom              PIC X(10).
      *    The slot text goes into the mpc-be SYSTEM line, so it
      *    passes LaunchGuard the same as a typed FILM or SHOW
           01 GuardText                PIC X(100).
           01 ArgSafe                  PIC X VALUE "Y".
           01 GuardReason              PIC X(40).

           PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO NowStamp
      *        command would, so it waits its turn the same way
               PERFORM AcquireCommandLock
               IF LockHeld = "Y"
                   PERFORM GatherSlotRooms
                   PERFORM VARYING RsIdx FROM 1 BY 1
                           UNTIL RsIdx > RoomSlotCount
                       PERFORM StartRoomSlot
                   END-PERFORM
                   PERFORM ReleaseCommandLock
               END-IF
           END-IF
               MOVE FirstTitle TO SlotTitle
           END-IF.

      *    Second pass over whichever source the slot came from,
      *    taking every row for today at the slot's start time - one
      *    per room, a later row for the same room replacing the
      *    earlier one the way the single-room walk always did
           GatherSlotRooms.
           MOVE 0 TO RoomSlotCount
           IF SlotFromCal = "Y"
               MOVE "N" TO CalEof
               OPEN INPUT CalFile
               READ CalFile
                   AT END MOVE "Y" TO CalEof
               END-READ
               PERFORM UNTIL CalEof = "Y"
                   IF CalDate = TodayDate AND CalTime = SlotTime
                       MOVE CalTitle TO GatherTitle
                       PERFORM AddRoomSlot
                   END-IF
                   READ CalFile
                       AT END MOVE "Y" TO CalEof
                   END-READ
               END-PERFORM
               CLOSE CalFile
           ELSE
               MOVE "N" TO SkedEof
               OPEN INPUT SkedFile
               READ SkedFile
                   AT END MOVE "Y" TO SkedEof
               END-READ
               PERFORM UNTIL SkedEof = "Y"
                   IF SkedDay = TodayName AND SkedTime = SlotTime
                       MOVE SkedTitle TO GatherTitle
                       PERFORM AddRoomSlot
                   END-IF
                   READ SkedFile
                       AT END MOVE "Y" TO SkedEof
                   END-READ
               END-PERFORM
               CLOSE SkedFile
           END-IF.

           AddRoomSlot.
           SET RoomSplit TO TRUE
           MOVE GatherTitle TO RoomText
           MOVE SPACES TO RoomName
           CALL "RoomRegistry" USING RoomArea
           END-CALL
           MOVE 0 TO RsHit
           PERFORM VARYING RsIdx FROM 1 BY 1
                   UNTIL RsIdx > RoomSlotCount OR RsHit > 0
               IF RsRoom(RsIdx) = RoomName
                   MOVE RsIdx TO RsHit
               END-IF
           END-PERFORM
           IF RsHit = 0 AND RoomSlotCount < 10
               ADD 1 TO RoomSlotCount
               MOVE RoomSlotCount TO RsHit
           END-IF
           IF RsHit > 0
               MOVE RoomName TO RsRoom(RsHit)
               MOVE RoomText TO RsTitle(RsHit)
           END-IF.

      *    Point the player, now-playing file and history/audit room
      *    at the slot's room, then start it like the one-room slot
      *    it used to be - a room Rooms.txt doesn't list starts
      *    nothing rather than landing on the wrong screen
           StartRoomSlot.
           MOVE RsTitle(RsIdx) TO SlotTitle
           SET RoomLookup TO TRUE
           MOVE RsRoom(RsIdx) TO RoomName
           CALL "RoomRegistry" USING RoomArea
           END-CALL
           IF RoomUnknown
               DISPLAY "ScheduleRun: no room "
                       FUNCTION TRIM(RsRoom(RsIdx))
                       " in Rooms.txt - nothing started for "
                       TodayName " " SlotTime
           ELSE
               MOVE RoomNowPath TO WhatFilePath
               MOVE RoomPlayer TO MoviePlayer ShowPlayer
               MOVE RoomName TO HistRoom AudRoom
               IF SlotTitle(1 : 5) = "PICK " OR SlotTitle = "PICK"
                   PERFORM StartRotaSlot
               ELSE
                   PERFORM StartScheduledTitle
               END-IF
           END-IF.

      *    Showtime on a rota night.  A turn already had tonight is
      *    either the picker's launch (a PICK row in today's history:
      *    leave it playing) or a "PICK skip" (start the normal entry
      *    as if there were no rota); a turn still open goes by
      *    before the normal entry starts
           StartRotaSlot.
           MOVE SPACES TO RotaFallback
           MOVE SlotTitle(6 : 65) TO RotaFallback
           MOVE RotaFallback TO SlotTitle
           SET RotaLook TO TRUE
           MOVE TodayName TO RotaNight
           MOVE TodayDate TO RotaToday
           CALL "PickRotation" USING RotaArea
           END-CALL
           MOVE "N" TO RotaPickSeen
           IF RotaTaken
               PERFORM FindTodayRotaPick
           END-IF
           IF RotaPickOn
               DISPLAY "ScheduleRun: " TodayName " " SlotTime " "
                       FUNCTION TRIM(RoomName)
                       " - tonight's rota pick is already on"
           ELSE
               IF RotaOpen
                   SET RotaSkipped TO TRUE
                   CALL "PickRotation" USING RotaArea
                   END-CALL
                   DISPLAY "ScheduleRun: " FUNCTION TRIM(RotaPicker)
                           " hadn't picked by " SlotTime
                           " - turn skipped, starting the slot's "
                           "normal entry"
               END-IF
               IF SlotTitle = SPACES
                   DISPLAY "ScheduleRun: PICK slot with no normal "
                           "entry - nothing started for "
                           TodayName " " SlotTime
               ELSE
                   PERFORM StartScheduledTitle
               END-IF
           END-IF.

           FindTodayRotaPick.
           MOVE "N" TO HistEof
           OPEN INPUT HistoryFile
           READ HistoryFile
               AT END MOVE "Y" TO HistEof
           END-READ
           PERFORM UNTIL HistEof = "Y"
               IF HistoryRec(1 : 8) = TodayDate AND
                       HistoryRec(137 : 4) = "PICK"
                   SET RotaPickOn TO TRUE
               END-IF
               READ HistoryFile
                   AT END MOVE "Y" TO HistEof
               END-READ
           END-PERFORM
           CLOSE HistoryFile.

      *    Nothing gets launched or logged unless a real pick came
      *    back AND a root actually has the file - a phantom line in
      *    PlayHistory.txt would pollute LAST, UNDO and the digest
               PERFORM StartScheduledMovie
           END-IF.

      *    A slot typed with an alternate spelling plays the
      *    canonical file, the same as a FILM would
           ApplySlotAlias.
           MOVE SPACES TO AliasText
           MOVE SlotTitle TO AliasText
           CALL "TitleAlias" USING AliasArea
           END-CALL
           IF AliasFromFile
               IF AliasExt = SPACES
                   MOVE ".mkv" TO AliasExt
               END-IF
               MOVE SPACES TO FullMovie
               STRING AliasCanon DELIMITED BY "  ",
                       AliasExt DELIMITED BY SPACE
                   INTO FullMovie
           END-IF.

           StartScheduledMovie.
           IF SlotTitle(1 : 7) = "RANDOM " OR SlotTitle = "RANDOM"
               PERFORM PickRandomTitle
                   PERFORM PickGenreTitle
               ELSE
                   MOVE SlotTitle TO FullMovie
                   PERFORM ApplySlotAlias
               END-IF
           END-IF
           IF FullMovie NOT = SPACES
               MOVE SPACES TO GuardText
               MOVE FullMovie TO GuardText
               PERFORM ScreenSlotText
               IF ArgSafe = "N"
                   MOVE SPACES TO FullMovie
               END-IF
           END-IF
           IF FullMovie = SPACES
                           "starting: " FullMovie
               ELSE
                   DISPLAY "ScheduleRun: " TodayName " " SlotTime
                           " " FUNCTION TRIM(RoomName) " -> "
                           MovieFullPath
                   CALL "SYSTEM" USING MoviePathRec
                   END-CALL
                   MOVE FullMovie TO PrnTitle
                   INTO MovieFullPath
           END-IF.

      *    A refused slot is left in the audit under the scheduler's
      *    name so the security-exceptions report sees it too
           ScreenSlotText.
           CALL "LaunchGuard" USING GuardText, ArgSafe, GuardReason
           END-CALL
           IF ArgSafe = "N"
               DISPLAY "ScheduleRun: refused slot text ("
                       GuardReason "): " GuardText
               MOVE FUNCTION CURRENT-DATE TO AuditStamp
               MOVE AuditStamp(1 : 8) TO AudStampDate
               MOVE AuditStamp(9 : 6) TO AudStampTime
               MOVE GuardText TO AudInstring
               OPEN EXTEND AuditFile
               WRITE AuditRec FROM AuditLine
               CLOSE AuditFile
           END-IF.

           AppendHistory.
           MOVE FUNCTION CURRENT-DATE TO HistoryStamp
           MOVE HistoryStamp(1 : 8) TO HistStampDate
           StartScheduledShow.
           MOVE SPACES TO HoldShowTitle
           MOVE SlotTitle(2 : 50) TO HoldShowTitle
           MOVE SPACES TO GuardText
           MOVE HoldShowTitle TO GuardText
           PERFORM ScreenSlotText
           IF ArgSafe = "N"
               DISPLAY "ScheduleRun: nothing started for "
                       TodayName " " SlotTime
           ELSE
               PERFORM StartBookmarkedEpisode
           END-IF.

           StartBookmarkedEpisode.
           PERFORM LookupShowBookmark
           IF NOT FoundBook
               DISPLAY "ScheduleRun: no bookmark yet for "
                           " - looks like we're caught up"
               ELSE
                   DISPLAY "ScheduleRun: " TodayName " " SlotTime
                           " " FUNCTION TRIM(RoomName) " -> "
                           FullShow
                   CALL "SYSTEM" USING ShowPathRec
                   END-CALL
                   MOVE FullShow TO PrnTitle
