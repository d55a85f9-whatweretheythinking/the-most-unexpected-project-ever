           IDENTIFICATION DIVISION.
           PROGRAM-ID. CobolBot.
      *    Front door for every Discord command.  The JS side
      *    overwrites Cobbotlog.txt for each message and starts a
      *    fresh bot, so a second QUE or VOTE landing while the
      *    first was still running used to be lost the moment the
      *    lock wait ran out.  Now the arriving command is filed in
      *    CobbotInbox.txt under the next sequence number before
      *    anything else happens, and the run works the inbox
      *    oldest-first through CobbotDispatch (the command handlers
      *    proper, further down this file) until nothing is left
      *    pending, taking CobbotCmd.lock for each command and
      *    letting it go after, so no holder keeps it past the
      *    thirty seconds every other lock user waits before calling
      *    it stale.  A command is marked WORK while it runs and
      *    DONE after, so a run that dies mid-command leaves it
      *    behind to be retried; past InboxMaxTries it is set aside
      *    as FAIL for InboxReport to list.  Each reply is also kept
      *    as CobbotReturn-<seq>.txt so the JS side can match it to
      *    the message that asked, until the row is cleared out.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL CmdLogFile ASSIGN TO "Cobbotlog.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Dynamic for the usual temp-and-rename rewrite
               SELECT OPTIONAL InboxFile ASSIGN TO DYNAMIC InboxPath
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Last sequence number handed out - kept apart from the
      *    inbox, which drops its finished rows as it goes
               SELECT OPTIONAL SeqFile ASSIGN TO "CobbotInboxSeq.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT KeyedFile ASSIGN TO DYNAMIC KeyedPath
                   ORGANIZATION IS LINE SEQUENTIAL.
           DATA DIVISION.
           FILE SECTION.
           FD CmdLogFile.
               01 CmdLogRec                PIC X(95).
           FD InboxFile.
               01 InboxRec.
                   02 InbSeq               PIC 9(8).
                   02 FILLER               PIC X.
      *    PEND waiting, WORK claimed by a run, DONE answered, FAIL
      *    given up on after InboxMaxTries claims
                   02 InbState             PIC X(4).
                   02 FILLER               PIC X.
                   02 InbTries             PIC 9.
                   02 FILLER               PIC X.
      *    When the row arrived - restamped each time a run claims
      *    it, so a WORK row's stamp says how long it has been on
                   02 InbDate              PIC X(8).
                   02 FILLER               PIC X.
                   02 InbTime              PIC X(6).
                   02 FILLER               PIC X.
      *    Exactly the Cobbotlog.txt record - trigger, argument and
      *    CmdUser - handed to CobbotDispatch as-is
                   02 InbCommand           PIC X(95).
           FD SeqFile.
               01 SeqRec                   PIC X(8).
           FD KeyedFile.
               01 KeyedLine                PIC X(150).
           WORKING-STORAGE SECTION.
           01 CmdLogEof                PIC X VALUE "N".
           01 InboxEof                 PIC X VALUE "N".
           01 InboxPath                PIC X(40).
           01 InboxTable.
               02 InboxEntry           OCCURS 500 TIMES.
                   03 IbSeq                PIC 9(8).
                   03 IbState              PIC X(4).
                   03 IbTries              PIC 9.
                   03 IbDate               PIC X(8).
                   03 IbTime               PIC X(6).
                   03 IbCommand            PIC X(95).
           01 InboxCount               PIC 999 VALUE 0.
           01 InboxIdx                 PIC 999.
           01 InboxFull                PIC X VALUE "N".
           01 InboxMore                PIC X VALUE "Y".
           01 InboxMaxTries            PIC 9 VALUE 3.
      *    One run works at most this many commands before letting
      *    the lock go, so a runaway inbox can't pin it forever
           01 InboxMaxRun              PIC 99 VALUE 50.
           01 DrainedCount             PIC 99 VALUE 0.
      *    A WORK row claimed less than this long ago still has a
      *    run on it - only one claimed longer ago than any command
      *    takes is taken for a run that died and tried again
           01 InboxStaleSecs           PIC 9(5) VALUE 120.
           01 ClaimDate                PIC 9(8).
           01 ClaimTime                PIC X(6).
           01 NowSecs                  PIC 9(11).
           01 RowSecs                  PIC 9(11).
           01 TimePiece                PIC 99.
      *    Held as data, not literals - CANCEL "CobbotDispatch"
      *    frees the literal constants this source's two programs
      *    share, and this one is still running when it comes back
           01 DaySecs                  PIC 9(5) VALUE 86400.
           01 HourSecs                 PIC 9(4) VALUE 3600.
           01 MinuteSecs               PIC 99 VALUE 60.
           01 RowClaimable             PIC X.
           01 ClaimIdx                 PIC 999 VALUE 0.
           01 ClaimSeq                 PIC 9(8) VALUE 0.
           01 ArrivalSeq               PIC 9(8) VALUE 0.
           01 LastSeq                  PIC 9(8) VALUE 0.
           01 KeySeq                   PIC 9(8).
           01 KeyedPath                PIC X(40).
           01 CopyStatus               PIC S9(9) COMP-5.
           01 InboxStamp               PIC X(21).
           01 InboxToday               PIC X(8).
           01 DispatchRec              PIC X(95).
           01 PrnTries                 PIC 9.
      *    Cross-invocation command lock - the bot starts fresh for
      *    every Discord command and several paragraphs do a full
      *    load-modify-rewrite on shared files (ballots, the queue,
      *    bookmarks), so two commands in the same second could each
      *    rewrite from a stale load and silently drop the other's
      *    write.  Directory creation is the one atomic test-and-set
      *    both platforms give us: whoever creates CobbotCmd.lock
      *    owns the turn, everyone else naps and retries
           01 LockHeld                 PIC X VALUE "N".
           01 LockStat                 PIC S9(9) COMP-5.
           01 LockTries                PIC 99.
           01 LockNap                  PIC 9(8) COMP-5 VALUE 1.
      *    Between commands the lock is left free a little longer
      *    than a waiter's nap, so a waiter is sure to get a try in
      *    rather than counting out its thirty naps and breaking in
           01 HandOffNap               PIC 9(8) COMP-5 VALUE 2.
      *    The inbox itself gets its own short-hold lock - arrivals
      *    append to it while the CobbotCmd.lock holder is rewriting
      *    it, and neither may wait on the other's whole command
           01 InboxLockHeld            PIC X VALUE "N".
           01 InboxLockTries           PIC 99.
           01 RenameStatus             PIC S9(9) COMP-5.
           PROCEDURE DIVISION.
           PERFORM FileArrivingCommand
           PERFORM DrainInbox
           STOP RUN.

      *    Copy the JS side's one-line hand-off into the inbox first
      *    thing, before the next message can overwrite it
           FileArrivingCommand.
           OPEN INPUT CmdLogFile
           READ CmdLogFile
               AT END MOVE "Y" TO CmdLogEof
           END-READ
           CLOSE CmdLogFile
      *    Without the inbox lock the row isn't written at all - two
      *    writers at once could lose one another's rows
           IF CmdLogEof = "N" AND CmdLogRec NOT = SPACES
               PERFORM AcquireInboxLock
               IF InboxLockHeld = "Y"
                   MOVE 0 TO LastSeq
                   OPEN INPUT SeqFile
                   READ SeqFile
                       AT END MOVE SPACES TO SeqRec
                   END-READ
                   IF SeqRec NUMERIC
                       MOVE SeqRec TO LastSeq
                   END-IF
                   CLOSE SeqFile
                   ADD 1 TO LastSeq
                   MOVE LastSeq TO ArrivalSeq
                   OPEN OUTPUT SeqFile
                   MOVE LastSeq TO SeqRec
                   WRITE SeqRec
                   CLOSE SeqFile

                   MOVE FUNCTION CURRENT-DATE TO InboxStamp
                   MOVE SPACES TO InboxRec
                   MOVE ArrivalSeq TO InbSeq
                   MOVE "PEND" TO InbState
                   MOVE 0 TO InbTries
                   MOVE InboxStamp(1 : 8) TO InbDate
                   MOVE InboxStamp(9 : 6) TO InbTime
                   MOVE CmdLogRec TO InbCommand
                   MOVE "CobbotInbox.txt" TO InboxPath
                   OPEN EXTEND InboxFile
                   WRITE InboxRec
                   CLOSE InboxFile
                   PERFORM ReleaseInboxLock
                   DISPLAY "Cobbot: filed as #" ArrivalSeq
               ELSE
                   DISPLAY "Cobbot: Cobbotlog.txt command not filed"
               END-IF
           END-IF.

      *    Oldest first until nothing is pending - commands that
      *    queued up behind a long one all get answered by this run.
      *    The lock is taken and let go round each command, so a
      *    second run arriving meanwhile takes its turns in between
      *    and both work the same inbox
           DrainInbox.
           MOVE 0 TO DrainedCount
           MOVE "Y" TO InboxMore
           PERFORM UNTIL InboxMore = "N" OR DrainedCount >= InboxMaxRun
               PERFORM AcquireCommandLock
               IF LockHeld = "Y"
                   PERFORM ClaimNextCommand
                   IF InboxMore = "Y"
                       PERFORM RunClaimedCommand
                       ADD 1 TO DrainedCount
                   END-IF
                   PERFORM ReleaseCommandLock
                   IF InboxMore = "Y"
                       CALL "C$SLEEP" USING HandOffNap
                       END-CALL
                   END-IF
               ELSE
      *            Nothing lost - the next command through picks it up
                   MOVE "N" TO InboxMore
                   DISPLAY "Cobbot: what is left in CobbotInbox.txt "
                           "waits for the next run"
               END-IF
           END-PERFORM.

      *    Rows are in arrival order, so the first PEND row, or WORK
      *    row claimed long enough ago that its run must have died,
      *    is the lowest sequence - the latter goes round again until
      *    it has used its tries.  A WORK row claimed lately is left
      *    to whichever run has it
           ClaimNextCommand.
           MOVE "N" TO InboxMore
           MOVE 0 TO ClaimIdx
           MOVE FUNCTION CURRENT-DATE TO InboxStamp
           MOVE InboxStamp(1 : 8) TO ClaimDate
           MOVE InboxStamp(9 : 6) TO ClaimTime
           PERFORM StampToSeconds
           MOVE RowSecs TO NowSecs
           PERFORM AcquireInboxLock
           IF InboxLockHeld = "Y"
               PERFORM LoadInboxTable
               PERFORM VARYING InboxIdx FROM 1 BY 1
                       UNTIL InboxIdx > InboxCount OR ClaimIdx > 0
                   MOVE "N" TO RowClaimable
                   IF IbState(InboxIdx) = "PEND"
                       MOVE "Y" TO RowClaimable
                   END-IF
                   IF IbState(InboxIdx) = "WORK"
                       PERFORM CheckWorkAge
                   END-IF
                   IF RowClaimable = "Y"
                       IF IbTries(InboxIdx) >= InboxMaxTries
                           MOVE "FAIL" TO IbState(InboxIdx)
                           MOVE IbSeq(InboxIdx) TO KeySeq
                           MOVE IbTries(InboxIdx) TO PrnTries
                           PERFORM WriteFailedReturn
                       ELSE
                           MOVE InboxIdx TO ClaimIdx
                           MOVE "WORK" TO IbState(InboxIdx)
                           ADD 1 TO IbTries(InboxIdx)
                           MOVE InboxStamp(1 : 8) TO IbDate(InboxIdx)
                           MOVE InboxStamp(9 : 6) TO IbTime(InboxIdx)
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM RewriteInbox
               PERFORM ReleaseInboxLock
           ELSE
               DISPLAY "Cobbot: what is left in CobbotInbox.txt "
                       "waits for the next run"
           END-IF
           IF ClaimIdx > 0 AND InboxFull = "N"
               MOVE "Y" TO InboxMore
               MOVE IbSeq(ClaimIdx) TO ClaimSeq
               MOVE IbCommand(ClaimIdx) TO DispatchRec
           END-IF.

           CheckWorkAge.
           IF IbDate(InboxIdx) NUMERIC AND IbTime(InboxIdx) NUMERIC
               MOVE IbDate(InboxIdx) TO ClaimDate
               MOVE IbTime(InboxIdx) TO ClaimTime
               PERFORM StampToSeconds
               IF NowSecs - RowSecs > InboxStaleSecs
                   MOVE "Y" TO RowClaimable
               END-IF
           ELSE
               MOVE "Y" TO RowClaimable
           END-IF.

      *    Day number times 86400 plus the time of day, as in
      *    InboxReport
           StampToSeconds.
           COMPUTE RowSecs = FUNCTION INTEGER-OF-DATE(ClaimDate)
                   * DaySecs
           MOVE ClaimTime(1 : 2) TO TimePiece
           COMPUTE RowSecs = RowSecs + TimePiece * HourSecs
           MOVE ClaimTime(3 : 2) TO TimePiece
           COMPUTE RowSecs = RowSecs + TimePiece * MinuteSecs
           MOVE ClaimTime(5 : 2) TO TimePiece
           ADD TimePiece TO RowSecs.

      *    CANCEL after every command puts CobbotDispatch's working
      *    storage back to its initial values, and the same for the
      *    separately compiled modules it calls - their end-of-file
      *    switches, match counts and loaded tables would otherwise
      *    carry over into the next command, and a table loaded
      *    before an earlier command in the batch changed its file
      *    would be stale - so each command in the batch starts as
      *    clean as it did when the bot ran once per message
           RunClaimedCommand.
           CALL "CBL_DELETE_FILE" USING "CobbotReturn.txt"
               RETURNING CopyStatus
           END-CALL
           CALL "CobbotDispatch" USING DispatchRec
           END-CALL
           CANCEL "CobbotDispatch"
           CANCEL "SuggestMovie"
           CANCEL "SuggestMovieGenre"
           CANCEL "SuggestMovieDecade"
           CANCEL "SuggestMovieFresh"
           CANCEL "SuggestMovieHere"
           CANCEL "SuggestMovieTitles"
           CANCEL "TitleAlias"
           CANCEL "CollectionOrder"
           CANCEL "RoomRegistry"
           CANCEL "PickRotation"
           CANCEL "LaunchGuard"
           MOVE ClaimSeq TO KeySeq
           PERFORM KeepKeyedReturn

      *    Anything else still waiting decides whether the lock is
      *    handed round for another turn
           PERFORM AcquireInboxLock
           IF InboxLockHeld = "Y"
               PERFORM LoadInboxTable
               MOVE "N" TO InboxMore
               PERFORM VARYING InboxIdx FROM 1 BY 1
                       UNTIL InboxIdx > InboxCount
                   IF IbSeq(InboxIdx) = ClaimSeq
                       MOVE "DONE" TO IbState(InboxIdx)
                   END-IF
                   IF IbState(InboxIdx) = "PEND" OR
                           IbState(InboxIdx) = "WORK"
                       MOVE "Y" TO InboxMore
                   END-IF
               END-PERFORM
               PERFORM RewriteInbox
               PERFORM ReleaseInboxLock
           ELSE
      *        Left as WORK, so once it ages out a later run tries it
      *        again - stop here rather than claim over it
               MOVE "N" TO InboxMore
               DISPLAY "Cobbot: #" ClaimSeq " ran but could not be "
                       "marked DONE"
           END-IF.

      *    CobbotReturn.txt still carries the reply for anything
      *    reading it the old way - the keyed copy is the one that
      *    can't be mistaken for some other message's answer
           KeepKeyedReturn.
           MOVE SPACES TO KeyedPath
           STRING "CobbotReturn-", KeySeq, ".txt" INTO KeyedPath
           CALL "CBL_COPY_FILE" USING "CobbotReturn.txt", KeyedPath
               RETURNING CopyStatus
           END-CALL
           IF CopyStatus NOT = 0
               OPEN OUTPUT KeyedFile
               MOVE "Done." TO KeyedLine
               WRITE KeyedLine
               CLOSE KeyedFile
           END-IF.

           WriteFailedReturn.
           MOVE SPACES TO KeyedPath
           STRING "CobbotReturn-", KeySeq, ".txt" INTO KeyedPath
           OPEN OUTPUT KeyedFile
           MOVE SPACES TO KeyedLine
           STRING "That command fell over ", PrnTries,
                   " times and has been set aside - ask a host to ",
                   "check the inbox report"
               INTO KeyedLine
           WRITE KeyedLine
           CLOSE KeyedFile
           DISPLAY "Cobbot: #" KeySeq " set aside as FAIL after "
                   PrnTries " tries".

           LoadInboxTable.
           MOVE 0 TO InboxCount
           MOVE "N" TO InboxFull
           MOVE "N" TO InboxEof
           MOVE "CobbotInbox.txt" TO InboxPath
           OPEN INPUT InboxFile
           READ InboxFile
               AT END MOVE "Y" TO InboxEof
           END-READ
           PERFORM UNTIL InboxEof = "Y"
               IF InboxCount < 500
                   ADD 1 TO InboxCount
                   MOVE InbSeq TO IbSeq(InboxCount)
                   MOVE InbState TO IbState(InboxCount)
                   MOVE InbTries TO IbTries(InboxCount)
                   MOVE InbDate TO IbDate(InboxCount)
                   MOVE InbTime TO IbTime(InboxCount)
                   MOVE InbCommand TO IbCommand(InboxCount)
               ELSE
                   MOVE "Y" TO InboxFull
               END-IF
               READ InboxFile
                   AT END MOVE "Y" TO InboxEof
               END-READ
           END-PERFORM
           CLOSE InboxFile.

      *    Answered rows from before today are dropped on the way
      *    back out, and their keyed replies with them - FAIL rows
      *    stay until somebody deals with them.  An inbox too big to
      *    hold whole is never rewritten from a partial load
           RewriteInbox.
           IF InboxFull = "Y"
               DISPLAY "Cobbot: CobbotInbox.txt holds more than 500 "
                       "rows - not rewritten, clear it by hand"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO InboxStamp
               MOVE InboxStamp(1 : 8) TO InboxToday
               MOVE "CobbotInboxNew.txt" TO InboxPath
               OPEN OUTPUT InboxFile
               PERFORM VARYING InboxIdx FROM 1 BY 1
                       UNTIL InboxIdx > InboxCount
                   IF IbState(InboxIdx) NOT = "DONE" OR
                           IbDate(InboxIdx) NOT < InboxToday
                       MOVE SPACES TO InboxRec
                       MOVE IbSeq(InboxIdx) TO InbSeq
                       MOVE IbState(InboxIdx) TO InbState
                       MOVE IbTries(InboxIdx) TO InbTries
                       MOVE IbDate(InboxIdx) TO InbDate
                       MOVE IbTime(InboxIdx) TO InbTime
                       MOVE IbCommand(InboxIdx) TO InbCommand
                       WRITE InboxRec
                   ELSE
                       MOVE IbSeq(InboxIdx) TO KeySeq
                       MOVE SPACES TO KeyedPath
                       STRING "CobbotReturn-", KeySeq, ".txt"
                           INTO KeyedPath
                       CALL "CBL_DELETE_FILE" USING KeyedPath
                           RETURNING CopyStatus
                       END-CALL
                   END-IF
               END-PERFORM
               CLOSE InboxFile
               CALL "CBL_RENAME_FILE" USING "CobbotInboxNew.txt",
                                             "CobbotInbox.txt"
                   RETURNING RenameStatus
               END-CALL
               IF RenameStatus NOT = 0
                   DISPLAY "Cobbot: FAILED to swap CobbotInboxNew.txt "
                           "into place, status=" RenameStatus
               END-IF
           END-IF.

      *    Up to thirty one-second naps for the turn, then assume
      *    whoever held the lock crashed without releasing it (it is
      *    only ever held here for one command, which finishes in a
      *    second or two) and take it over rather than wedging the
      *    bot until somebody notices
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
               DISPLAY "Cobbot: stale CobbotCmd.lock after 30s, "
                       "taking it over"
               CALL "CBL_DELETE_DIR" USING "CobbotCmd.lock"
                   RETURNING LockStat
               END-CALL
               CALL "CBL_CREATE_DIR" USING "CobbotCmd.lock"
                   RETURNING LockStat
               END-CALL
               IF LockStat = 0
                   MOVE "Y" TO LockHeld
               ELSE
                   DISPLAY "Cobbot: could not take CobbotCmd.lock, "
                           "status=" LockStat
               END-IF
           END-IF.

           ReleaseCommandLock.
           CALL "CBL_DELETE_DIR" USING "CobbotCmd.lock"
               RETURNING LockStat
           END-CALL
           IF LockStat NOT = 0
               DISPLAY "Cobbot: FAILED to release CobbotCmd.lock, "
                       "status=" LockStat
           END-IF.

      *    Same test-and-set as AcquireCommandLock, but every holder
      *    of this one is in and out in a blink, so the same thirty
      *    naps before a takeover are more than generous
           AcquireInboxLock.
           MOVE "N" TO InboxLockHeld
           PERFORM VARYING InboxLockTries FROM 1 BY 1
                   UNTIL InboxLockTries > 30 OR InboxLockHeld = "Y"
               CALL "CBL_CREATE_DIR" USING "CobbotInbox.lock"
                   RETURNING LockStat
               END-CALL
               IF LockStat = 0
                   MOVE "Y" TO InboxLockHeld
               ELSE
                   CALL "C$SLEEP" USING LockNap
                   END-CALL
               END-IF
           END-PERFORM
           IF InboxLockHeld = "N"
               DISPLAY "Cobbot: stale CobbotInbox.lock after 30s, "
                       "taking it over"
               CALL "CBL_DELETE_DIR" USING "CobbotInbox.lock"
                   RETURNING LockStat
               END-CALL
               CALL "CBL_CREATE_DIR" USING "CobbotInbox.lock"
                   RETURNING LockStat
               END-CALL
               IF LockStat = 0
                   MOVE "Y" TO InboxLockHeld
               ELSE
                   DISPLAY "Cobbot: could not take CobbotInbox.lock, "
                           "status=" LockStat
               END-IF
           END-IF.

      *    Only ever the lock this run took - one another run holds
      *    is left alone
           ReleaseInboxLock.
           IF InboxLockHeld = "Y"
               CALL "CBL_DELETE_DIR" USING "CobbotInbox.lock"
                   RETURNING LockStat
               END-CALL
               MOVE "N" TO InboxLockHeld
           END-IF.

           END PROGRAM CobolBot.

           IDENTIFICATION DIVISION.
           PROGRAM-ID. CobbotDispatch.
      *    Runs one inbox command - called by CobolBot above with the
      *    command record, which is why there is no Cobbotlog.txt
      *    read and no lock handling down here
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    Assigned dynamically so the crash-prone writers can build
      *    the new return message in a temp file and swap it into
      *    place only after a successful write (see SwapReturnFile)
               SELECT RequestFile ASSIGN TO "MovieRequests.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    A seperate file for the program to read that isn't thrown off
      *    by a sugg request - one per room now, named by RoomRegistry
      *    (the default room keeps WhatsPlaying.txt)
               SELECT OPTIONAL WhatFile ASSIGN TO DYNAMIC WhatFilePath
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Appended every time something plays so the single WhatFile
      *    record can't be our only record of playback history
      *    between marathon films - absent means ten
               SELECT OPTIONAL GapFile ASSIGN TO "MarathonGap.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Who was actually in the room - one row per HERE check-in,
      *    keyed on the PlayHistory stamp of the play checked in to
               SELECT OPTIONAL AttendFile ASSIGN TO "Attendance.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           DATA DIVISION.
           FILE SECTION.
           FD WriteFile.
               01 OutString                PIC X(150).
           FD RequestFile.
           FD WhatFile.
               01 WhatString               PIC X(100).
           FD HistoryFile.
               01 HistoryRec               PIC X(140).
           FD JBobFile.
               01 JBobRec                  PIC X(49).
           FD HostFile.
                   02 HostSeries           PIC X(50).
                   02 HostEpFile           PIC X(30).
           FD AuditFile.
               01 AuditRec                 PIC X(124).
           FD ProbeFile.
               01 ProbeRec                 PIC X(100).
           FD StatsFile.
                   02 BookSeries           PIC X(50).
                   02 BookSeEp             PIC X(6).
           FD UndoFile.
               01 UndoRec                  PIC X(140).
           FD RateFile.
               01 RateRec.
                   02 RatTitle             PIC X(60).
                   02 PlanGenRuntime       PIC 9(3).
           FD GapFile.
               01 GapRec                   PIC X(10).
           FD AttendFile.
               01 AttendRec.
                   02 AtPlayDate           PIC X(8).
                   02 FILLER               PIC X.
                   02 AtPlayTime           PIC X(6).
                   02 FILLER               PIC X.
                   02 AtUser               PIC X(20).
                   02 AtTitle              PIC X(60).
           WORKING-STORAGE SECTION.
           COPY MOVIELIB.
           COPY TITLEALIAS.
           COPY COLLORDER.
           COPY ROOMS.
           COPY PICKROTA.

           01 SuggestionTable                  IS GLOBAL.
               02 SuggestionValues         OCCURS 6 TIMES.
               02 PrnSComment          PIC X(60).
               02 PrnSRating           PIC X(18).
               02 FILLER               PIC X(3) VALUE "`".
      *    The player command is the room's, out of RoomRegistry
           01 MoviePathrec.
               02 MoviePlayer          PIC X(61) VALUE "./mpc-be.exe".
               02 FILLER               PIC X   VALUE '"'.
               02 MovieFullPath        PIC X(100).
               02 FILLER               PIC X   VALUE '"'.
               02 FILLER               PIC X VALUE SPACE.
               02 FILLER                   PIC X VALUE "&".
           01 ShowPathRec.
               02 ShowPlayer           PIC X(61) VALUE "./mpc-be.exe".
               02 FILLER               PIC X   VALUE '"'.
               02 FullShow             PIC X(195).
               02 FILLER               PIC X Value SPACE.
           01 ProbeStatus              PIC XX.
           01 ShowPathSuffix           PIC X(170).
           01 FullMovie                PIC X(80).
      *    FILM/QUE text after the alias master has had its say
           01 AliasFilmName            PIC X(80).
           01 ShowUnStr.
               02 ShowSeason           PIC X(3).
               02 FullSeason           PIC X(9).
      *    means the play was never closed out either way
               02 FILLER               PIC X VALUE SPACE.
               02 HistMark             PIC X(3) VALUE SPACES.
      *    Room the play went out on - blank on lines from before
      *    there was more than one, which were all the default room
               02 FILLER               PIC X VALUE SPACE.
               02 HistRoom             PIC X(10).
      *    PICK on a play the rota's picker launched, so the history
      *    can tell a host's pick from a RAND
               02 FILLER               PIC X VALUE SPACE.
               02 HistRota             PIC X(4) VALUE SPACES.
      *    Usage audit record - one line per dispatched trigger,
      *    ending with who typed it
           01 AuditStamp                PIC X(21).
               02 AudInstring          PIC X(70).
               02 FILLER                PIC X VALUE SPACE.
               02 AudUser              PIC X(20).
      *    Room a room-aware trigger was aimed at, blank for the rest
               02 FILLER                PIC X VALUE SPACE.
               02 AudRoom              PIC X(10).
      *    Rolling "last played" queue for the LAST command - built
      *    from PlayHistory.txt each time so it never falls out of
      *    sync with the real history
           01 LHistEof                 PIC X VALUE "N".
           01 LastPlayedTable.
               02 LastPlayedLine       PIC X(140) OCCURS 10 TIMES.
           01 LastCount                PIC 99 VALUE 0.
           01 LastIdx                  PIC 99 VALUE 0.
           01 LastStartIdx             PIC 99.
      *    Whole queue is held here during a NEXT pop so the one
      *    QueueFile FD can be closed for input before the rewrite
           01 QueueFilePath            PIC X(40).
           01 QueueNewPath             PIC X(40).
           01 QueueEof                 PIC X VALUE "N".
           01 QueueTable.
               02 QueueLine            PIC X(70) OCCURS 50 TIMES.
           01 WishShown                PIC 99.
           01 WishRankNum              PIC 99.
           01 MineMode                 PIC X VALUE "N".
      *    "SUGG here" leaves out what most of tonight's checked-in
      *    room has already seen
           01 HereMode                 PIC X VALUE "N".
           01 MineMatches.
               02 MineIdx              PIC 999 OCCURS 200 TIMES.
           01 MineCount                PIC 999 VALUE 0.
           01 MinePick                 PIC 999.
           01 MineHeld                 PIC 999 VALUE 0.
           01 WlLibComments.
               02 WlComment            PIC X(60)
                                       OCCURS MOVIE-LIBRARY-MAX TIMES.
           01 WlCommentCount           PIC 999.
      *    HERE check-in state - the play is found by matching the
      *    WhatsPlaying.txt line back to its latest PlayHistory row,
      *    whose stamp is the attendance key
           01 HereEof                  PIC X VALUE "N".
           01 HereText                 PIC X(83).
           01 HereKeyDate              PIC X(8).
           01 HereKeyTime              PIC X(6).
           01 HereTitle                PIC X(60).
           01 HerePlay                 PIC X.
               88 FoundHerePlay        VALUE "Y".
           01 HereDup                  PIC X.
               88 AlreadyHere          VALUE "Y".
           01 HereCount                PIC 999.
           01 PrnHereCount             PIC ZZ9.
           01 HereTick1                PIC 99.
           01 HereTick2                PIC 99.
           01 HereScan                 PIC 99.
           01 HereLen                  PIC 99.
      *    "HERE seen" - the asker's distinct titles, most recently
      *    checked in to last
           01 HereSeenTable.
               02 HereSeenTitle        PIC X(60) OCCURS 200 TIMES.
           01 HereSeenCount            PIC 999.
           01 HereSeenIdx              PIC 999.
           01 HereSeenHit              PIC 999.
           01 HereShown                PIC 99.
      *    COLL state - bare COLL lists each collection's progress,
      *    COLL <name> plays its next unplayed film
           01 ColListIdx               PIC 999.
           01 ColScanIdx               PIC 999.
           01 ColFirst                 PIC X.
               88 ColFirstRow          VALUE "Y".
           01 ColSize                  PIC 999.
           01 ColSeen                  PIC 999.
           01 ColNextTitle             PIC X(60).
           01 PrnColSize               PIC ZZ9.
           01 PrnColSeen               PIC ZZ9.
           01 ColWant                  PIC X(70).
           01 PrnWishLine.
               02 FILLER               PIC X VALUE "`".
               02 PrnWishNum           PIC 99.
                   03 PlanCandTitle        PIC X(60).
                   03 PlanCandRun          PIC 9(3).
                   03 PlanCandUsed         PIC X.
      *            Uppercased unplayed predecessor, when the film is
      *            a sequel - it can only follow that one in the
      *            lineup
                   03 PlanCandPrior        PIC X(60).
           01 PlanCandCount            PIC 999 VALUE 0.
           01 PlanCandIdx              PIC 999.
           01 PlanPickIdx              PIC 999.
           01 PlanTries                PIC 99.
           01 PlanNeed                 PIC 9(4).
           01 PlanPriorIdx             PIC 99.
           01 PlanPriorOk              PIC X.
           01 PlanSlotUp               PIC X(60).
           01 PlanLineup.
               02 PlanSlot             OCCURS 10 TIMES.
                   03 PlanSlotTitle        PIC X(60).
                   03 BgSeEp               PIC X(6).
                   03 BgPath               PIC X(195).
           01 BingeCmd.
               02 BingePlayer          PIC X(61) VALUE "./mpc-be.exe".
               02 BingePaths           PIC X(1800).
               02 FILLER               PIC X VALUE "&".
           01 PrnBingeLine.
           01 RateScoreIn              PIC 9.
           01 RateTitleLen             PIC 99.
           01 RateCanon                PIC X(60).
           01 RateHit                  PIC X.
               88 FoundRating          VALUE "Y".
           01 PrnRated.
           01 FreshDays                PIC 9(3) VALUE 14.
           01 TallyMovie                   PIC X(80).
           01 TallyAction                  PIC X VALUE "+".
      *    UNDO working state - one pass finds the room's last line
      *    (and the one before it), a second copies the history
      *    through the temp leaving that line out; what it held
      *    drives the tally and WHAT repair
           01 UndoFilePath             PIC X(40).
           01 UndoRowNum               PIC 9(7).
           01 UndoTarget               PIC 9(7).
           01 UndoDrop                 PIC X.
           01 UndoEof                  PIC X VALUE "N".
           01 UndoPrev                 PIC X(140).
           01 UndoKept                 PIC X(140).
           01 UndoHave                 PIC X VALUE "N".
           01 UndoTitle                PIC X(80).
           01 UndoAction               PIC X VALUE "-".
               02 FILLER               PIC X(13) VALUE "Backed out: `".
               02 PrnUndoneName        PIC X(80).
               02 FILLER               PIC X VALUE "`".
      *    DONE/BAIL close-out state - rides the same walk UNDO uses,
      *    but rewrites the room's last line with a marker instead
      *    of dropping it
           01 MarkCode                 PIC X(3).
           01 MarkOld                  PIC X(3).
      *    Room state - which room this command is for (RoomArea,
      *    ROOMS.cpy), whether it is one Rooms.txt knows, and
      *    whether the trigger takes a room at all
           01 WhatFilePath             PIC X(40)
                                       VALUE "WhatsPlaying.txt".
           01 RoomOk                   PIC X VALUE "Y".
           01 RoomCmd                  PIC X VALUE "N".
           01 HistRoomHit              PIC X VALUE "N".
               88 HistInRoom           VALUE "Y".
           01 RoomListText             PIC X(80).
           01 RoomListPtr              PIC 99.
      *    Pick rota - tonight's name for PickRotation (RotaArea,
      *    PICKROTA.cpy) and the line as it goes back to Discord
           01 PickDayLits.
               02 FILLER               PIC X(21) VALUE
                   "MONTUEWEDTHUFRISATSUN".
           01 PickDays REDEFINES PickDayLits.
               02 PickDayName          PIC X(3) OCCURS 7 TIMES.
           01 PickStamp                PIC X(21).
           01 PickDateNum              PIC 9(8).
           01 PickDateInt              PIC 9(9).
           01 PickDayNum               PIC 9.
           01 PickUpUser               PIC X(20).
           01 PickUpPicker             PIC X(20).
           01 PickLineText             PIC X(100).
           01 PickLinePtr              PIC 999.
      *    Closest-title scoring for the FILM/SHOW not-found path -
      *    a typo like "Alein" gets a did-you-mean list pulled from
      *    the SuggestMovieTitles export instead of a dead launch
           01 CdLastSecs               PIC 9(6).
           01 CdWait                   PIC 9(4).
           01 PrnCdWait                PIC ZZZ9.
      *    Launch-argument screen in front of every SYSTEM call -
      *    LaunchGuard says whether the text is fit to paste into
      *    the mpc-be line, and a refusal is audited as SECX rather
      *    than run
           01 GuardText                PIC X(100).
           01 ArgSafe                  PIC X VALUE "Y".
           01 GuardReason              PIC X(40).
      *    CobbotReturn.txt is rewritten on almost every command -
      *    the writers named below build it as a temp file first so a
      *    mid-write crash can't leave the Discord-side reader hanging
               02 FILLER               PIC X(3) VALUE "`".
               02 PrnStatLine           PIC X(70) VALUE SPACES.
               02 FILLER               PIC X(3) VALUE "`".
           LINKAGE SECTION.
      *    One command as the JS side wrote it to Cobbotlog.txt,
      *    passed down from the inbox row it was filed under
           01 ReadRec.
               02 Trigger              PIC X(5).
               02 Instring             PIC X(70).
      *    Discord name of whoever typed the command, filled in by
      *    the JS side so audit/history/requests can say who asked
               02 CmdUser              PIC X(20).
           PROCEDURE DIVISION USING ReadRec.
      *    Episode tables load at dispatch time now, for whichever
      *    hosted series the command names - only the season table
      *    can be vetted this early
           PERFORM SelfCheckTables
           IF TablesValid
      *        Creates seed for random number generation
               MOVE FUNCTION CURRENT-DATE TO CurrentDate
               COMPUTE RandNum = FUNCTION RANDOM(Seed)
      *        Room first, so the "@room" word is off the argument
      *        before the gate and the launch ever see it
               PERFORM ParseRoomArgument
      *        Tier and cooldown gate before anything dispatches -
      *        a denied command still lands in the audit as DENY
               PERFORM CheckCommandAccess
               IF AccessOk = "N"
                   PERFORM WriteAccessDenied
               ELSE
                   IF RoomOk = "N"
                       MOVE "Y" TO ArgSafe
                       PERFORM WriteUnknownRoom
                   ELSE
                       PERFORM CheckLaunchArgument
                   END-IF
               END-IF
      *        Evalates the command while ignoring requested file
               IF AccessOk = "Y" AND ArgSafe = "Y" AND RoomOk = "Y"
               EVALUATE FUNCTION UPPER-CASE(ReadRec(1 : 4))
               WHEN "RAND"
                       PERFORM SelectRandomMovie
                   PERFORM StatsCommand
               WHEN "FIND"
                   PERFORM FindCommand
               WHEN "HERE"
                   PERFORM HereCommand
               WHEN "COLL"
                   PERFORM CollectionCommand
               WHEN "PICK"
                   PERFORM PickCommand
               END-EVALUATE
               END-IF
               PERFORM AppendAudit
               MOVE FullMovie TO TallyMovie
               CALL 'MovieTally' USING TallyMovie, TallyAction
               END-CALL
           END-IF
           GOBACK.

           SelectMovie.
           PERFORM GetMovieName
           STRING MoviePath(1 :StrgSize)
           INTO FullMovie
           END-STRING
           PERFORM ApplyFilmAlias
           IF AliasFromFile
               MOVE AliasFilmName TO FullMovie
           END-IF
           DISPLAY MoviePathRec.

      *    A spelling out of the alias master is swapped for the
      *    canonical file name - the extension as typed, or .mkv
      *    the way schedule slots carry titles
           ApplyFilmAlias.
           MOVE SPACES TO AliasFilmName AliasText
           MOVE Instring TO AliasFilmName AliasText
           CALL "TitleAlias" USING AliasArea
           END-CALL
           IF AliasFromFile
               IF AliasExt = SPACES
                   MOVE ".mkv" TO AliasExt
               END-IF
               MOVE SPACES TO AliasFilmName
               STRING AliasCanon DELIMITED BY "  ",
                       AliasExt DELIMITED BY SPACE
                   INTO AliasFilmName
           END-IF.

           ResolveMoviePath.
           MOVE SPACES TO MovieFullPath
           MOVE "N" TO RootFound
           OPEN EXTEND RequestFile
           MOVE "CobbotReturnNew.txt" TO WriteFilePath
           OPEN OUTPUT WriteFile
      *    Filed under the canonical spelling where the alias
      *    master or the library knows one, so RequestAutoFulfill
      *    sees the film arrive whatever it was asked for as
           MOVE SPACES TO AliasText
           MOVE InString TO AliasText
           CALL "TitleAlias" USING AliasArea
           END-CALL
           IF AliasNotKnown
               MOVE InString TO ReqTitle
           ELSE
               MOVE AliasCanon TO ReqTitle
           END-IF
           MOVE "PENDING" TO ReqStatus
           MOVE ReqStamp(1 : 8) TO ReqDate
           MOVE SPACES TO ReqFulfilled
           MOVE CmdUser TO ReqWho
           WRITE Request
           MOVE ReqTitle TO PrnWantName
           WRITE OutString FROM PrnWant1
           WRITE OutString FROM PrnWantTitle
           WRITE OutString FROM PrnWant2
                   TO OutString
               WRITE OutString
           ELSE
               PERFORM ApplyFilmAlias
               MOVE RoomQueuePath TO QueueFilePath
               OPEN EXTEND QueueFile
               WRITE QueueRec FROM AliasFilmName
               CLOSE QueueFile
               MOVE AliasFilmName TO PrnQueuedName
               WRITE OutString FROM PrnQueued
           END-IF
           CLOSE WriteFile
      *        Pop the head, leave the rest behind through the same
      *        temp-and-rename swap the other rewriters use, then run
      *        the popped title exactly as if it had been typed as FILM
               MOVE SPACES TO QueueNewPath
               STRING RoomQueuePath DELIMITED BY ".txt",
                       "New.txt" DELIMITED BY SIZE
                   INTO QueueNewPath
               MOVE QueueNewPath TO QueueFilePath
               OPEN OUTPUT QueueFile
               PERFORM VARYING QueueIdx FROM 2 BY 1
                       UNTIL QueueIdx > QueueCount
                   WRITE QueueRec FROM QueueLine(QueueIdx)
               END-PERFORM
               CLOSE QueueFile
               CALL "CBL_RENAME_FILE" USING QueueNewPath,
                                             RoomQueuePath
                   RETURNING RenameStatus
               END-CALL
               IF RenameStatus NOT = 0
                   DISPLAY "Cobbot: FAILED to swap " QueueNewPath
                           " into place, status=" RenameStatus
               END-IF
               MOVE QueueLine(1) TO Instring
      *        The queue is hand-editable and may predate the QUE
      *        screen, so the popped line is checked on the way out
               MOVE SPACES TO GuardText
               MOVE Instring TO GuardText
               CALL "LaunchGuard" USING GuardText, ArgSafe,
                                         GuardReason
               END-CALL
               IF ArgSafe = "N"
                   PERFORM WriteUnsafeRefusal
               ELSE
                   MOVE 0 TO CharCount
                   PERFORM SelectMovie
               END-IF
           END-IF.

      *    Reverse the most recent play in the room asked about:
      *    drop that room's last PlayHistory line (copied through a
      *    temp plus the usual rename), take one back off its tally
      *    count, put the room's previous title back in its
      *    WhatsPlaying file, and leave a note in the audit log so
      *    the correction itself stays traceable
           UndoCommand.
           PERFORM FindRoomLastPlay
           IF UndoHave = "Y"
               MOVE "Y" TO UndoDrop
               PERFORM RewriteRoomHistory
           END-IF

           MOVE "CobbotReturnNew.txt" TO WriteFilePath
           OPEN OUTPUT WriteFile
               MOVE "No plays on record to undo." TO OutString
               WRITE OutString
           ELSE
               PERFORM ExtractUndoTitle
      *        A play BAIL already closed out as abandoned came back
      *        off the tally at close-out time - backing it out
           MOVE SPACES TO AudInstring
           STRING "backed out: ", UndoTitle(1 : 58) INTO AudInstring
           MOVE CmdUser TO AudUser
           MOVE RoomName TO AudRoom
           OPEN EXTEND AuditFile
           WRITE AuditRec FROM AuditLine
           CLOSE AuditFile.
           MOVE "ABN" TO MarkCode
           PERFORM CloseOutLastPlay.

      *    Same room-aware walk as UndoCommand, except the room's
      *    last line is kept and rewritten with the marker in its
      *    close-out column
           CloseOutLastPlay.
           MOVE SPACES TO MarkOld
           PERFORM FindRoomLastPlay
           IF UndoHave = "Y"
               MOVE UndoPrev(122 : 3) TO MarkOld
               IF MarkOld = SPACES
                   MOVE SPACE TO UndoPrev(121 : 1)
                   MOVE MarkCode TO UndoPrev(122 : 3)
                   MOVE "N" TO UndoDrop
                   PERFORM RewriteRoomHistory
               END-IF
           END-IF

           MOVE "CobbotReturnNew.txt" TO WriteFilePath
           OPEN OUTPUT WriteFile
               MOVE "No plays on record to close out." TO OutString
               WRITE OutString
           ELSE
               PERFORM ExtractUndoTitle
               IF MarkOld NOT = SPACES
                   MOVE SPACES TO OutString
           CLOSE WriteFile
           PERFORM SwapReturnFile.

      *    The room's newest PlayHistory line (UndoPrev, line number
      *    UndoTarget) and the one of that room's before it
      *    (UndoKept) - other rooms' plays in between are left be
           FindRoomLastPlay.
           MOVE "N" TO UndoEof
           MOVE "N" TO UndoHave
           MOVE SPACES TO UndoPrev UndoKept
           MOVE 0 TO UndoRowNum UndoTarget
           OPEN INPUT HistoryFile
           READ HistoryFile
               AT END MOVE "Y" TO UndoEof
           END-READ
           PERFORM UNTIL UndoEof = "Y"
               ADD 1 TO UndoRowNum
               PERFORM TestHistoryRoom
               IF HistInRoom
                   MOVE UndoPrev TO UndoKept
                   MOVE HistoryRec TO UndoPrev
                   MOVE UndoRowNum TO UndoTarget
                   MOVE "Y" TO UndoHave
               END-IF
               READ HistoryFile
                   AT END MOVE "Y" TO UndoEof
               END-READ
           END-PERFORM
           CLOSE HistoryFile.

      *    Copy PlayHistory through the temp with line UndoTarget
      *    dropped (UndoDrop "Y") or swapped for UndoPrev as marked
           RewriteRoomHistory.
           MOVE "N" TO UndoEof
           MOVE 0 TO UndoRowNum
           OPEN INPUT HistoryFile
           MOVE "PlayHistoryNew.txt" TO UndoFilePath
           OPEN OUTPUT UndoFile
           READ HistoryFile
               AT END MOVE "Y" TO UndoEof
           END-READ
           PERFORM UNTIL UndoEof = "Y"
               ADD 1 TO UndoRowNum
               IF UndoRowNum NOT = UndoTarget
                   WRITE UndoRec FROM HistoryRec
               ELSE
                   IF UndoDrop = "N"
                       WRITE UndoRec FROM UndoPrev
                   END-IF
               END-IF
               READ HistoryFile
                   AT END MOVE "Y" TO UndoEof
               END-READ
           END-PERFORM
           CLOSE HistoryFile, UndoFile
           CALL "CBL_RENAME_FILE" USING "PlayHistoryNew.txt",
                                         "PlayHistory.txt"
               RETURNING RenameStatus
           END-CALL
           IF RenameStatus NOT = 0
               DISPLAY "Cobbot: FAILED to swap PlayHistoryNew.txt "
                       "into place, status=" RenameStatus
           END-IF.

      *    A history line belongs to the room it names; a line with
      *    no room is from before Rooms.txt and was the default room
           TestHistoryRoom.
           MOVE "N" TO HistRoomHit
           IF HistoryRec(126 : 10) = RoomName
               SET HistInRoom TO TRUE
           END-IF
           IF HistoryRec(126 : 10) = SPACES AND RoomDefault
               SET HistInRoom TO TRUE
           END-IF.

      *    "RATE Alien 1979 5" - a single 1-5 digit on the end, the
      *    rest is the title, which has to be the library's own
      *    spelling so the per-title averages hold together
           CLOSE WriteFile
           PERFORM SwapReturnFile.

      *    Resolve the typed title through TitleAlias (library
      *    spelling, any case, or an alias of one) and keep the
      *    library's own spelling for the record that gets written
           FindLibrarySpelling.
           MOVE SPACES TO AliasText
           MOVE Instring(1 : RateTitleLen) TO AliasText
           CALL "TitleAlias" USING AliasArea
           END-CALL
           MOVE "N" TO RateHit
           MOVE SPACES TO RateCanon
           IF AliasInLibrary
               SET FoundRating TO TRUE
               MOVE AliasCanon TO RateCanon
           END-IF.

           LoadRateTable.
           MOVE 0 TO RateLoaded
           PERFORM UNTIL RateSumEof = "Y"
                   OR RateLoaded >= MOVIE-LIBRARY-MAX
               IF RsTitle NOT = SPACES
                   PERFORM AddRateSummary
               END-IF
               READ RateSumFile
                   AT END MOVE "Y" TO RateSumEof
           END-PERFORM
           CLOSE RateFile.

      *    Summary and detail rows are both keyed on the canonical
      *    title, so a film rated under two spellings shows one
      *    average
           AddRateSummary.
           MOVE SPACES TO AliasText
           MOVE RsTitle TO AliasText
           CALL "TitleAlias" USING AliasArea
           END-CALL
           MOVE "N" TO RateRowHit
           PERFORM VARYING Rtidx FROM 1 BY 1
                   UNTIL Rtidx > RateLoaded
               IF RtTitle(Rtidx) = AliasCanon
                   MOVE "Y" TO RateRowHit
                   ADD RsVotes TO RtVotes(Rtidx)
                   ADD RsScore TO RtSum(Rtidx)
               END-IF
           END-PERFORM
           IF RateRowHit = "N"
               ADD 1 TO RateLoaded
               MOVE AliasCanon TO RtTitle(RateLoaded)
               MOVE RsVotes TO RtVotes(RateLoaded)
               MOVE RsScore TO RtSum(RateLoaded)
           END-IF.

           AddRateDetail.
           MOVE SPACES TO AliasText
           MOVE RatTitle TO AliasText
           CALL "TitleAlias" USING AliasArea
           END-CALL
           MOVE AliasCanon TO RatTitle
           MOVE "N" TO RateRowHit
           PERFORM VARYING Rtidx FROM 1 BY 1
                   UNTIL Rtidx > RateLoaded
           PERFORM SwapReturnFile.

           LoadQueueTable.
           MOVE RoomQueuePath TO QueueFilePath
           MOVE 0 TO QueueCount
           MOVE "N" TO QueueEof
           OPEN INPUT QueueFile
           INSPECT FUNCTION REVERSE(PlanUpGenre) TALLYING PlanGenreLen
                               FOR LEADING SPACES
           COMPUTE PlanGenreLen = (20 - PlanGenreLen)
           SET CollLoad TO TRUE
           CALL "CollectionOrder" USING CollArea
           END-CALL
           SET CollCheck TO TRUE
           MOVE 0 TO PlanCandCount
           MOVE "N" TO PlanGenEof
           OPEN INPUT PlanGenFile
                       SET PlanTitleInLib TO TRUE
                   END-IF
               END-PERFORM
      *        Catalog titles go straight into the queue NEXT
      *        launches from, so they pass the same screen QUE does
               IF PlanTitleInLib
                   MOVE SPACES TO GuardText
                   MOVE PlanGenTitle TO GuardText
                   CALL "LaunchGuard" USING GuardText, PlanInLib,
                                             GuardReason
                   END-CALL
               END-IF
               IF PlanTitleInLib
                   ADD 1 TO PlanCandCount
                   MOVE PlanGenTitle TO PlanCandTitle(PlanCandCount)
                   MOVE PlanGenRuntime TO PlanCandRun(PlanCandCount)
                   MOVE "N" TO PlanCandUsed(PlanCandCount)
                   MOVE SPACES TO PlanCandPrior(PlanCandCount)
                   MOVE PlanGenTitle TO CollTitle
                   CALL "CollectionOrder" USING CollArea
                   END-CALL
                   IF CollBlocked
                       MOVE FUNCTION UPPER-CASE(CollPrior)
                           TO PlanCandPrior(PlanCandCount)
                   END-IF
               END-IF
           END-IF.

                   IF PlanCandUsed(PlanCandIdx) = "N" AND
                           PlanCandRun(PlanCandIdx) + PlanNeed
                               NOT > PlanLeft
                       PERFORM TestPlanPrior
                       IF PlanPriorOk = "Y"
                           MOVE PlanCandIdx TO PlanPickIdx
                       END-IF
                   END-IF
               END-PERFORM
               IF PlanPickIdx = 0
                       IF PlanCandUsed(PlanCandIdx) = "N" AND
                               PlanCandRun(PlanCandIdx) + PlanNeed
                                   NOT > PlanLeft
                           PERFORM TestPlanPrior
                           IF PlanPriorOk = "Y"
                               MOVE PlanCandIdx TO PlanPickIdx
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               END-IF
           END-PERFORM.

      *    A sequel whose predecessor is unplayed can still go in
      *    once that predecessor is already earlier in the lineup -
      *    Alien then Aliens is a marathon, Aliens alone is not
           TestPlanPrior.
           MOVE "Y" TO PlanPriorOk
           IF PlanCandPrior(PlanCandIdx) NOT = SPACES
               MOVE "N" TO PlanPriorOk
               PERFORM VARYING PlanPriorIdx FROM 1 BY 1
                       UNTIL PlanPriorIdx > PlanCount
                   MOVE FUNCTION UPPER-CASE
                           (PlanSlotTitle(PlanPriorIdx))
                       TO PlanSlotUp
                   IF PlanSlotUp = PlanCandPrior(PlanCandIdx)
                       MOVE "Y" TO PlanPriorOk
                   END-IF
               END-PERFORM
           END-IF.

           WritePlanLineup.
           MOVE PlanWindow TO PrnPlanWin
           MOVE PlanGap TO PrnPlanGap
      *    50-slot ceiling AppendQueue respects
           QueuePlanLineup.
           PERFORM LoadQueueTable
           MOVE RoomQueuePath TO QueueFilePath
           OPEN EXTEND QueueFile
           PERFORM VARYING PlanIdx FROM 1 BY 1
                   UNTIL PlanIdx > PlanCount OR QueueCount >= 50
           CLOSE WriteFile
           PERFORM SwapReturnFile.

      *    Both sides go through TitleAlias, so the drop takes out
      *    every row of the user's that means the same film - older
      *    rows filed under another spelling included
           DropFromWatchlist.
           PERFORM LoadWishTable
           MOVE SPACES TO AliasText
           MOVE WishRest TO AliasText
           CALL "TitleAlias" USING AliasArea
           END-CALL
           MOVE SPACES TO WishUpWant
           MOVE FUNCTION UPPER-CASE(AliasCanon) TO WishUpWant
           MOVE "N" TO WishFound
           MOVE 1 TO WishIdx
           PERFORM UNTIL WishIdx > WishCount
               MOVE SPACES TO WishUpLib
               IF WlUser(WishIdx) = CmdUser
                   MOVE SPACES TO AliasText
                   MOVE WlTitle(WishIdx) TO AliasText
                   CALL "TitleAlias" USING AliasArea
                   END-CALL
                   MOVE FUNCTION UPPER-CASE(AliasCanon) TO WishUpLib
               END-IF
               IF WlUser(WishIdx) = CmdUser AND WishUpLib = WishUpWant
                   SET FoundWish TO TRUE
      *            Slide the tail up over the dropped row and look at
      *            the same slot again
                   PERFORM VARYING MinePick FROM WishIdx BY 1
                           UNTIL MinePick >= WishCount
                       MOVE WishEntry(MinePick + 1)
                           TO WishEntry(MinePick)
                   END-PERFORM
                   SUBTRACT 1 FROM WishCount
               ELSE
                   ADD 1 TO WishIdx
               END-IF
           END-PERFORM
           MOVE "CobbotReturnNew.txt" TO WriteFilePath
           END-PERFORM
           CLOSE WishFile.

      *    Resolve the typed title the same way FindLibrarySpelling
      *    does for RATE, but from the LIST argument instead of the
      *    whole Instring
           LookupWishSpelling.
           MOVE SPACES TO AliasText
           MOVE WishRest TO AliasText
           CALL "TitleAlias" USING AliasArea
           END-CALL
           MOVE "N" TO WishHit
           MOVE SPACES TO WishCanon
           IF AliasInLibrary
               SET FoundWishTitle TO TRUE
               MOVE AliasCanon TO WishCanon
           END-IF.

      *    Five random draws off the asker's own list - a short list
      *    repeats picks the same way the decade slate does, and the
      *    validated against on the way in
           SuggestFromWatchlist.
           PERFORM LoadWishTable
           SET CollLoad TO TRUE
           CALL "CollectionOrder" USING CollArea
           END-CALL
           SET CollCheck TO TRUE
           MOVE 0 TO MineCount MineHeld
           PERFORM VARYING WishIdx FROM 1 BY 1
                   UNTIL WishIdx > WishCount
               IF WlUser(WishIdx) = CmdUser
                   MOVE WlTitle(WishIdx) TO CollTitle
                   CALL "CollectionOrder" USING CollArea
                   END-CALL
                   IF CollBlocked
                       ADD 1 TO MineHeld
                   ELSE
                       ADD 1 TO MineCount
                       MOVE WishIdx TO MineIdx(MineCount)
                   END-IF
               END-IF
           END-PERFORM
           IF MineCount = 0
               IF MineHeld > 0
                   MOVE "No movies found - your list is unplayed "
                     & "sequels" TO SMovieName(1)
               ELSE
                   MOVE "No movies found - your watchlist is empty"
                       TO SMovieName(1)
               END-IF
               MOVE SPACES TO SComment(1)
               PERFORM VARYING IDX FROM 2 BY 1 UNTIL IDX > 5
                   MOVE SPACES TO SMovieName(Idx)
               MOVE "Y" TO MineMode
               PERFORM SuggestFromWatchlist
           END-IF
      *    "SUGG here" draws around what the checked-in room has
      *    already seen together
           MOVE "N" TO HereMode
           IF FUNCTION UPPER-CASE(Instring(1 : 5)) = "HERE "
               MOVE "Y" TO HereMode
               CALL "SuggestMovieHere" USING MovieRand, SuggestionTable
               END-CALL
           END-IF
           IF FreshMode = "N" AND MineMode = "N" AND HereMode = "N"
                   AND DecadeSugg
             CALL "SuggestMovieDecade" USING MovieRand,  SuggDecade,
                                       SuggestionTable
             END-CALL
           END-IF
           IF FreshMode = "N" AND MineMode = "N" AND HereMode = "N"
                   AND RegSugg
           CALL "SuggestMovie" USING MovieRand, SuggestionTable
           END-CALL
           END-IF
      *    of the line as a genre word and/or max-runtime cap for the
      *    catalog in MovieGenres.txt ("SUGG horror",
      *    "SUGG horror 100", "SUGG 100")
           IF FreshMode = "N" AND MineMode = "N" AND HereMode = "N"
                   AND NOT DecadeSugg AND NOT RegSugg
               PERFORM ParseGenreFilter
               CALL "SuggestMovieGenre" USING MovieRand, SuggGenre,
               ELSE
                   IF CmdWord = "RAND" OR CmdWord = "FILM" OR
                           CmdWord = "SHOW" OR CmdWord = "NEXT" OR
                           CmdWord = "JBOB" OR CmdWord = "HOST" OR
                           (CmdWord = "COLL" AND
                            Instring NOT = SPACES) OR
                           (CmdWord = "PICK" AND
                            Instring NOT = SPACES AND
                            FUNCTION UPPER-CASE(Instring) NOT = "SKIP")
                       PERFORM CheckLaunchCooldown
                   END-IF
               END-IF
                        AuditRec(1 : 4) = "SHOW" OR
                        AuditRec(1 : 4) = "NEXT" OR
                        AuditRec(1 : 4) = "JBOB" OR
                        AuditRec(1 : 4) = "HOST" OR
                        (AuditRec(1 : 4) = "COLL" AND
                         AuditRec(23 : 70) NOT = SPACES) OR
                        (AuditRec(1 : 4) = "PICK" AND
                         AuditRec(23 : 70) NOT = SPACES AND
                         FUNCTION UPPER-CASE(AuditRec(23 : 70))
                             NOT = "SKIP"))
                   MOVE AuditRec(16 : 6) TO CdLastTime
                   MOVE AuditRec(7 : 8) TO CdLastDate
               END-IF
               END-IF
           END-IF.

      *    Launch, queue and now-playing triggers take an "@room"
      *    last word; everything else runs against the default room.
      *    Either way the room's player and files are set up here
      *    for whatever the command goes on to do
           ParseRoomArgument.
           MOVE "Y" TO RoomOk
           MOVE "N" TO RoomCmd
           MOVE SPACES TO RoomName
           MOVE FUNCTION UPPER-CASE(ReadRec(1 : 4)) TO CmdWord
           IF CmdWord = "RAND" OR CmdWord = "FILM" OR
                   CmdWord = "SHOW" OR CmdWord = "JBOB" OR
                   CmdWord = "HOST" OR CmdWord = "QUE " OR
                   CmdWord = "NEXT" OR CmdWord = "PLAN" OR
                   CmdWord = "COLL" OR CmdWord = "CLOS" OR
                   CmdWord = "WHAT" OR CmdWord = "LAST" OR
                   CmdWord = "HERE" OR CmdWord = "UNDO" OR
                   CmdWord = "DONE" OR CmdWord = "BAIL" OR
                   CmdWord = "PICK"
               MOVE "Y" TO RoomCmd
               SET RoomSplit TO TRUE
               MOVE Instring TO RoomText
           ELSE
               SET RoomLookup TO TRUE
               MOVE SPACES TO RoomText
           END-IF
           CALL "RoomRegistry" USING RoomArea
           END-CALL
           IF RoomCmd = "Y"
               MOVE RoomText TO Instring
           END-IF
           IF RoomUnknown
               MOVE "N" TO RoomOk
           ELSE
               MOVE RoomNowPath TO WhatFilePath
               MOVE RoomPlayer TO MoviePlayer ShowPlayer BingePlayer
           END-IF.

           WriteUnknownRoom.
           MOVE SPACES TO RoomListText
           MOVE 1 TO RoomListPtr
           PERFORM VARYING Rmidx FROM 1 BY 1 UNTIL Rmidx > RoomCount
               IF Rmidx > 1
                   STRING ", " DELIMITED BY SIZE
                       INTO RoomListText WITH POINTER RoomListPtr
               END-IF
               STRING RmName(Rmidx) DELIMITED BY SPACE
                   INTO RoomListText WITH POINTER RoomListPtr
           END-PERFORM
           MOVE "CobbotReturnNew.txt" TO WriteFilePath
           OPEN OUTPUT WriteFile
           MOVE SPACES TO OutString
           STRING "No room called `" DELIMITED BY SIZE,
                   RoomName DELIMITED BY SPACE,
                   "` - the rooms are " DELIMITED BY SIZE,
                   RoomListText DELIMITED BY "  "
               INTO OutString
           WRITE OutString
           CLOSE WriteFile
           PERFORM SwapReturnFile.

           WriteAccessDenied.
           MOVE "CobbotReturnNew.txt" TO WriteFilePath
           OPEN OUTPUT WriteFile
           CLOSE WriteFile
           PERFORM SwapReturnFile.

      *    Everything a user types that ends up inside the mpc-be
      *    SYSTEM line - a FILM or PICK title, a SHOW series (binge
      *    and next included), a QUE entry, a HOST/JBOB episode
      *    argument - is screened before dispatch.  NEXT is screened
      *    on the popped queue line and PLAN on each catalog pick
      *    instead, since neither launches what was typed
           CheckLaunchArgument.
           MOVE "Y" TO ArgSafe
           IF CmdWord = "FILM" OR CmdWord = "SHOW" OR
                   CmdWord = "HOST" OR CmdWord = "JBOB" OR
                   (CmdWord = "QUE " AND Instring NOT = SPACES) OR
                   (CmdWord = "PICK" AND Instring NOT = SPACES AND
                    FUNCTION UPPER-CASE(Instring) NOT = "SKIP")
               MOVE SPACES TO GuardText
               MOVE Instring TO GuardText
               CALL "LaunchGuard" USING GuardText, ArgSafe,
                                         GuardReason
               END-CALL
               IF ArgSafe = "N"
                   PERFORM WriteUnsafeRefusal
               END-IF
           END-IF.

      *    Plain refusal - no echo of the offending text back into
      *    the channel
           WriteUnsafeRefusal.
           MOVE "CobbotReturnNew.txt" TO WriteFilePath
           OPEN OUTPUT WriteFile
           MOVE SPACES TO OutString
           STRING "Refused - that title has characters the player ",
                   "can't be handed (", GuardReason
               DELIMITED BY "  "
               INTO OutString
           END-STRING
           MOVE 0 TO CharCount
           INSPECT FUNCTION REVERSE(OutString) TALLYING CharCount
                               FOR LEADING SPACES
           COMPUTE StrgSize = (150 - CharCount)
           MOVE ")" TO OutString(StrgSize + 1 : 1)
           WRITE OutString
           CLOSE WriteFile
           PERFORM SwapReturnFile.

           AppendAudit.
           MOVE FUNCTION CURRENT-DATE TO AuditStamp
           IF AccessOk = "N"
               MOVE "DENY " TO AudTrigger
           ELSE
               IF ArgSafe = "N"
                   MOVE "SECX " TO AudTrigger
               ELSE
                   MOVE Trigger TO AudTrigger
               END-IF
           END-IF
           MOVE AuditStamp(1 : 8) TO AudStampDate
           MOVE AuditStamp(9 : 6) TO AudStampTime
           MOVE Instring TO AudInstring
           MOVE CmdUser TO AudUser
           MOVE SPACES TO AudRoom
           IF RoomCmd = "Y"
               MOVE RoomName TO AudRoom
           END-IF
           OPEN EXTEND AuditFile
           WRITE AuditRec FROM AuditLine
           CLOSE AuditFile.
           MOVE HistoryStamp(9 : 6) TO HistStampTime
           MOVE WhatString TO HistTitleText
           MOVE CmdUser TO HistUser
           MOVE RoomName TO HistRoom
           OPEN EXTEND HistoryFile
           WRITE HistoryRec FROM HistoryLine
           CLOSE HistoryFile.

      *    The room's own WhatsPlaying file - a room that has never
      *    played anything has none yet.  Any room but the default
      *    says which room it is answering for
           WhatCommand.
           OPEN INPUT WhatFile
           READ WhatFile
               AT END MOVE "Now Playing: `nothing on record`"
                   TO WhatString
           END-READ
           MOVE WhatString TO HoldOut
           DISPLAY "HOldout:  " Holdout
           MOVE  HoldOut(14 : ) TO Playing
           DISPLAY "What Check: " Whatcheck
           MOVE "CobbotReturn.txt" TO WriteFilePath
           OPEN OUTPUT WriteFile
           IF RoomDefault
               WRITE OutSTring FROM WhatCheck
           ELSE
               MOVE SPACES TO OutString
               STRING "Now Playing in " DELIMITED BY SIZE,
                       RoomName DELIMITED BY SPACE,
                       ": " DELIMITED BY SIZE,
                       Playing DELIMITED BY SIZE
                   INTO OutString
               WRITE OutString
           END-IF
           CLOSE WriteFile, WhatFile.

      *    "HERE" checks the asker in to whatever WhatsPlaying.txt
      *    says is on, "HERE seen" lists what they have checked in
      *    to - the launcher only counts as watching if they HERE too
           HereCommand.
           IF FUNCTION UPPER-CASE(Instring(1 : 5)) = "SEEN "
               PERFORM ShowHereSeen
           ELSE
               PERFORM CheckInHere
           END-IF.

           CheckInHere.
           MOVE SPACES TO WhatString
           OPEN INPUT WhatFile
           READ WhatFile
               AT END MOVE SPACES TO WhatString
           END-READ
           CLOSE WhatFile
           MOVE WhatString(1 : 83) TO HereText
           MOVE "N" TO HerePlay
           IF HereText NOT = SPACES
               PERFORM FindHerePlay
           END-IF
           MOVE "CobbotReturnNew.txt" TO WriteFilePath
           OPEN OUTPUT WriteFile
           IF NOT FoundHerePlay
               MOVE "Nothing is playing to check in to." TO OutString
               WRITE OutString
           ELSE
               PERFORM ExtractHereTitle
               PERFORM CountHereRoom
               IF AlreadyHere
                   MOVE SPACES TO OutString
                   STRING "Already checked in to `" DELIMITED BY SIZE,
                           HereTitle DELIMITED BY "  ",
                           "`" DELIMITED BY SIZE
                       INTO OutString
                   WRITE OutString
               ELSE
                   OPEN EXTEND AttendFile
                   MOVE SPACES TO AttendRec
                   MOVE HereKeyDate TO AtPlayDate
                   MOVE HereKeyTime TO AtPlayTime
                   MOVE CmdUser TO AtUser
                   MOVE HereTitle TO AtTitle
                   WRITE AttendRec
                   CLOSE AttendFile
                   ADD 1 TO HereCount
                   MOVE HereCount TO PrnHereCount
                   MOVE SPACES TO OutString
                   STRING "Checked in to `" DELIMITED BY SIZE,
                           HereTitle DELIMITED BY "  ",
                           "` - " DELIMITED BY SIZE,
                           FUNCTION TRIM(PrnHereCount)
                               DELIMITED BY SIZE,
                           " in the room" DELIMITED BY SIZE
                       INTO OutString
                   WRITE OutString
               END-IF
           END-IF
           CLOSE WriteFile
           PERFORM SwapReturnFile.

      *    Last history line carrying exactly the WhatsPlaying text -
      *    the same film launched twice is checked in to the later
      *    showing, and only a showing in the room checked in to
           FindHerePlay.
           MOVE "N" TO HereEof
           OPEN INPUT HistoryFile
           READ HistoryFile
               AT END MOVE "Y" TO HereEof
           END-READ
           PERFORM UNTIL HereEof = "Y"
               PERFORM TestHistoryRoom
               IF HistoryRec(17 : 83) = HereText AND HistInRoom
                   SET FoundHerePlay TO TRUE
                   MOVE HistoryRec(1 : 8) TO HereKeyDate
                   MOVE HistoryRec(10 : 6) TO HereKeyTime
               END-IF
               READ HistoryFile
                   AT END MOVE "Y" TO HereEof
               END-READ
           END-PERFORM
           CLOSE HistoryFile.

      *    The backticked file name, resolved through TitleAlias so
      *    the seen lists line up with the library spelling
           ExtractHereTitle.
           MOVE 0 TO HereTick1 HereTick2
           PERFORM VARYING HereScan FROM 1 BY 1 UNTIL HereScan > 83
               IF HereText(HereScan : 1) = "`"
                   IF HereTick1 = 0
                       MOVE HereScan TO HereTick1
                   ELSE
                       MOVE HereScan TO HereTick2
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO AliasText
           IF HereTick1 > 0 AND HereTick2 > HereTick1 + 1
               COMPUTE HereLen = HereTick2 - HereTick1 - 1
               MOVE HereText(HereTick1 + 1 : HereLen) TO AliasText
           ELSE
               MOVE HereText(14 : 70) TO AliasText
           END-IF
           CALL "TitleAlias" USING AliasArea
           END-CALL
           MOVE AliasCanon TO HereTitle.

           CountHereRoom.
           MOVE 0 TO HereCount
           MOVE "N" TO HereDup
           MOVE "N" TO HereEof
           OPEN INPUT AttendFile
           READ AttendFile
               AT END MOVE "Y" TO HereEof
           END-READ
           PERFORM UNTIL HereEof = "Y"
               IF AtPlayDate = HereKeyDate AND
                       AtPlayTime = HereKeyTime
                   ADD 1 TO HereCount
                   IF AtUser = CmdUser
                       SET AlreadyHere TO TRUE
                   END-IF
               END-IF
               READ AttendFile
                   AT END MOVE "Y" TO HereEof
               END-READ
           END-PERFORM
           CLOSE AttendFile.

           ShowHereSeen.
           MOVE 0 TO HereSeenCount
           MOVE "N" TO HereEof
           OPEN INPUT AttendFile
           READ AttendFile
               AT END MOVE "Y" TO HereEof
           END-READ
           PERFORM UNTIL HereEof = "Y"
               IF AtUser = CmdUser AND AtTitle NOT = SPACES
                   PERFORM NoteHereSeen
               END-IF
               READ AttendFile
                   AT END MOVE "Y" TO HereEof
               END-READ
           END-PERFORM
           CLOSE AttendFile
           MOVE "CobbotReturnNew.txt" TO WriteFilePath
           OPEN OUTPUT WriteFile
           IF HereSeenCount = 0
               MOVE SPACES TO OutString
               STRING "Nothing seen yet - HERE checks you in to ",
                       "whatever is playing"
                   INTO OutString
               WRITE OutString
           ELSE
      *        Newest twenty, newest first
               MOVE 0 TO HereShown
               PERFORM VARYING HereSeenIdx FROM HereSeenCount BY -1
                       UNTIL HereSeenIdx < 1 OR HereShown >= 20
                   ADD 1 TO HereShown
                   MOVE HereShown TO PrnWishNum
                   MOVE HereSeenTitle(HereSeenIdx) TO PrnWishTitle
                   WRITE OutString FROM PrnWishLine
               END-PERFORM
           END-IF
           CLOSE WriteFile
           PERFORM SwapReturnFile.

      *    A title seen again moves to the end, so the table stays
      *    in order of the latest check-in
           NoteHereSeen.
           MOVE 0 TO HereSeenHit
           PERFORM VARYING HereSeenIdx FROM 1 BY 1
                   UNTIL HereSeenIdx > HereSeenCount
               IF HereSeenTitle(HereSeenIdx) = AtTitle
                   MOVE HereSeenIdx TO HereSeenHit
               END-IF
           END-PERFORM
           IF HereSeenHit > 0
               PERFORM VARYING HereSeenIdx FROM HereSeenHit BY 1
                       UNTIL HereSeenIdx >= HereSeenCount
                   MOVE HereSeenTitle(HereSeenIdx + 1)
                       TO HereSeenTitle(HereSeenIdx)
               END-PERFORM
               MOVE AtTitle TO HereSeenTitle(HereSeenCount)
           ELSE
               IF HereSeenCount < 200
                   ADD 1 TO HereSeenCount
                   MOVE AtTitle TO HereSeenTitle(HereSeenCount)
               END-IF
           END-IF.

      *    "COLL" on its own gives one line per collection in
      *    Collections.txt - how far through it the history says we
      *    are and what comes next; "COLL alien" plays that next film
           CollectionCommand.
           SET CollLoad TO TRUE
           CALL "CollectionOrder" USING CollArea
           END-CALL
           IF Instring = SPACES
               PERFORM ListCollections
           ELSE
               PERFORM PlayNextInCollection
           END-IF.

           ListCollections.
           MOVE "CobbotReturnNew.txt" TO WriteFilePath
           OPEN OUTPUT WriteFile
           IF CollCount = 0
               MOVE "No collections yet - Collections.txt lists each "
                 & "franchise in viewing order" TO OutString
               WRITE OutString
           END-IF
           PERFORM VARYING ColListIdx FROM 1 BY 1
                   UNTIL ColListIdx > CollCount
               MOVE "Y" TO ColFirst
               PERFORM VARYING ColScanIdx FROM 1 BY 1
                       UNTIL ColScanIdx NOT < ColListIdx
                   IF CeName(ColScanIdx) = CeName(ColListIdx)
                       MOVE "N" TO ColFirst
                   END-IF
               END-PERFORM
               IF ColFirstRow
                   PERFORM WriteCollectionLine
               END-IF
           END-PERFORM
           CLOSE WriteFile
           PERFORM SwapReturnFile.

           WriteCollectionLine.
           MOVE 0 TO ColSize ColSeen
           MOVE SPACES TO ColNextTitle
           PERFORM VARYING ColScanIdx FROM ColListIdx BY 1
                   UNTIL ColScanIdx > CollCount
               IF CeName(ColScanIdx) = CeName(ColListIdx)
                   ADD 1 TO ColSize
                   IF CeWasSeen(ColScanIdx)
                       ADD 1 TO ColSeen
                   ELSE
                       IF ColNextTitle = SPACES
                           MOVE CeTitle(ColScanIdx) TO ColNextTitle
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE ColSize TO PrnColSize
           MOVE ColSeen TO PrnColSeen
           MOVE SPACES TO OutString
           IF ColNextTitle = SPACES
               STRING "`" DELIMITED BY SIZE,
                       CeName(ColListIdx) DELIMITED BY "  ",
                       ": all " DELIMITED BY SIZE,
                       FUNCTION TRIM(PrnColSize) DELIMITED BY SIZE,
                       " played`" DELIMITED BY SIZE
                   INTO OutString
           ELSE
               STRING "`" DELIMITED BY SIZE,
                       CeName(ColListIdx) DELIMITED BY "  ",
                       ": " DELIMITED BY SIZE,
                       FUNCTION TRIM(PrnColSeen) DELIMITED BY SIZE,
                       " of " DELIMITED BY SIZE,
                       FUNCTION TRIM(PrnColSize) DELIMITED BY SIZE,
                       " played - next " DELIMITED BY SIZE,
                       ColNextTitle DELIMITED BY "  ",
                       "`" DELIMITED BY SIZE
                   INTO OutString
           END-IF
           WRITE OutString.

      *    The next unplayed film goes out exactly as if it had been
      *    typed as FILM - screened first, the way NEXT screens a
      *    popped queue line, since the master is hand-edited
           PlayNextInCollection.
           MOVE Instring TO ColWant
           MOVE SPACES TO CollName
           MOVE Instring TO CollName
           SET CollNext TO TRUE
           CALL "CollectionOrder" USING CollArea
           END-CALL
           IF CollFound
               MOVE SPACES TO Instring
               STRING CollTitle DELIMITED BY "  ",
                       ".mkv" DELIMITED BY SIZE
                   INTO Instring
               MOVE SPACES TO GuardText
               MOVE Instring TO GuardText
               CALL "LaunchGuard" USING GuardText, ArgSafe,
                                         GuardReason
               END-CALL
               IF ArgSafe = "N"
                   PERFORM WriteUnsafeRefusal
               ELSE
                   MOVE 0 TO CharCount
                   PERFORM SelectMovie
               END-IF
           ELSE
               MOVE "CobbotReturnNew.txt" TO WriteFilePath
               OPEN OUTPUT WriteFile
               MOVE SPACES TO OutString
               IF CollAllSeen
                   STRING "Every film in `" DELIMITED BY SIZE,
                           CollName DELIMITED BY "  ",
                           "` has been played - COLL on its own "
                               DELIMITED BY SIZE,
                           "shows the rest" DELIMITED BY SIZE
                       INTO OutString
               ELSE
                   STRING "No collection called `" DELIMITED BY SIZE,
                           ColWant DELIMITED BY "  ",
                           "` - COLL on its own lists them"
                               DELIMITED BY SIZE
                       INTO OutString
               END-IF
               WRITE OutString
               CLOSE WriteFile
               PERFORM SwapReturnFile
           END-IF.

      *    "PICK" on its own shows whose turn it is tonight and the
      *    line behind them.  "PICK <title>" from that member plays
      *    it the way FILM would, marked PICK in PlayHistory as the
      *    rota's pick, and sends them to the back of the night's
      *    line; "PICK skip" gives the turn up and goes to the back
      *    the same way, with the skip counted against them.  Only
      *    the member whose turn it is can do either, once a night -
      *    after that (or after ScheduleRun has moved a sleeping
      *    picker on at showtime) the night's pick has been had
           PickCommand.
           MOVE FUNCTION CURRENT-DATE TO PickStamp
           MOVE PickStamp(1 : 8) TO PickDateNum
      *    Day 1 of the integer calendar (1601-01-01) was a Monday,
      *    so MOD 7 gives 1=MON .. 6=SAT, 0=SUN
           COMPUTE PickDateInt = FUNCTION INTEGER-OF-DATE(PickDateNum)
           COMPUTE PickDayNum = FUNCTION MOD(PickDateInt, 7)
           IF PickDayNum = 0
               MOVE 7 TO PickDayNum
           END-IF
           SET RotaLook TO TRUE
           MOVE PickDayName(PickDayNum) TO RotaNight
           MOVE PickStamp(1 : 8) TO RotaToday
           CALL "PickRotation" USING RotaArea
           END-CALL
           MOVE FUNCTION UPPER-CASE(CmdUser) TO PickUpUser
           MOVE FUNCTION UPPER-CASE(RotaPicker) TO PickUpPicker
           EVALUATE TRUE
           WHEN RotaNone
               PERFORM WritePickNoRota
           WHEN Instring = SPACES OR RotaTaken
               PERFORM WritePickLine
           WHEN PickUpUser NOT = PickUpPicker
               PERFORM WritePickNotYours
           WHEN FUNCTION UPPER-CASE(Instring) = "SKIP"
               SET RotaSkipped TO TRUE
               CALL "PickRotation" USING RotaArea
               END-CALL
               PERFORM WritePickLine
           WHEN OTHER
               PERFORM LaunchRotaPick
           END-EVALUATE.

      *    Played exactly as a FILM of the same title - a title no
      *    root has leaves the turn open for another try
           LaunchRotaPick.
           MOVE "PICK" TO HistRota
           MOVE 0 TO CharCount
           MOVE SPACES TO FullMovie
           PERFORM SelectMovie
           MOVE SPACES TO HistRota
           IF FullMovie NOT = SPACES
               SET RotaPicked TO TRUE
               CALL "PickRotation" USING RotaArea
               END-CALL
           END-IF.

           WritePickNoRota.
           MOVE "CobbotReturnNew.txt" TO WriteFilePath
           OPEN OUTPUT WriteFile
           MOVE SPACES TO OutString
           STRING "No pick rota for " DELIMITED BY SIZE,
                   RotaNight DELIMITED BY SIZE,
                   " - PickRota.txt lists who picks on which night"
                       DELIMITED BY SIZE
               INTO OutString
           WRITE OutString
           CLOSE WriteFile
           PERFORM SwapReturnFile.

           WritePickNotYours.
           MOVE "CobbotReturnNew.txt" TO WriteFilePath
           OPEN OUTPUT WriteFile
           MOVE SPACES TO OutString
           STRING "It's " DELIMITED BY SIZE,
                   RotaPicker DELIMITED BY "  ",
                   "'s pick tonight, not yours - PICK on its own "
                       DELIMITED BY SIZE,
                   "shows the line" DELIMITED BY SIZE
               INTO OutString
           WRITE OutString
           CLOSE WriteFile
           PERFORM SwapReturnFile.

      *    RotaLine is the line as it stands now, so while the turn
      *    is open its first name is tonight's picker; once the turn
      *    has been had (or just skipped) it is next week's order
           WritePickLine.
           MOVE SPACES TO PickLineText
           MOVE 1 TO PickLinePtr
           PERFORM VARYING Rlidx FROM 1 BY 1 UNTIL Rlidx > RotaCount
               IF Rlidx > 1
                   STRING ", " DELIMITED BY SIZE
                       INTO PickLineText WITH POINTER PickLinePtr
               END-IF
               STRING RlUser(Rlidx) DELIMITED BY "  "
                   INTO PickLineText WITH POINTER PickLinePtr
           END-PERFORM
           MOVE "CobbotReturnNew.txt" TO WriteFilePath
           OPEN OUTPUT WriteFile
           MOVE SPACES TO OutString
           EVALUATE TRUE
           WHEN RotaSkipped
               STRING RotaPicker DELIMITED BY "  ",
                       " passes on " DELIMITED BY SIZE,
                       RotaNight DELIMITED BY SIZE,
                       " - the line now: " DELIMITED BY SIZE,
                       PickLineText DELIMITED BY "  "
                   INTO OutString
           WHEN RotaTaken
               STRING "Tonight's pick (" DELIMITED BY SIZE,
                       RotaNight DELIMITED BY SIZE,
                       ") has been had - the line now: "
                           DELIMITED BY SIZE,
                       PickLineText DELIMITED BY "  "
                   INTO OutString
           WHEN OTHER
               STRING "It's " DELIMITED BY SIZE,
                       RotaPicker DELIMITED BY "  ",
                       "'s pick tonight (" DELIMITED BY SIZE,
                       RotaNight DELIMITED BY SIZE,
                       ") - the line: " DELIMITED BY SIZE,
                       PickLineText DELIMITED BY "  "
                   INTO OutString
           END-EVALUATE
           WRITE OutString
           CLOSE WriteFile
           PERFORM SwapReturnFile.

           LastCommand.
           MOVE 0 TO LastCount
           MOVE 0 TO LastIdx
               AT END MOVE "Y" TO LHistEof
           END-READ
           PERFORM UNTIL LHistEof = "Y"
      *        The last ten plays in the room asked about
               PERFORM TestHistoryRoom
               IF HistInRoom
                   ADD 1 TO LastIdx
                   IF LastIdx > 10
                       MOVE 1 TO LastIdx
                   END-IF
                   MOVE HistoryRec TO LastPlayedLine(LastIdx)
                   IF LastCount < 10
                       ADD 1 TO LastCount
                   END-IF
               END-IF
               READ HistoryFile
                   AT END MOVE "Y" TO LHistEof
               WRITE OutString
           END-IF.

           END PROGRAM CobbotDispatch.
