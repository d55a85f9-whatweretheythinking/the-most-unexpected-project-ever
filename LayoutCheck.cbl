           IDENTIFICATION DIVISION.
           PROGRAM-ID. LayoutCheck.
      *    Every data file here is hand-editable fixed columns, and a
      *    bad paste used to surface days later as somebody else's
      *    failure - a shifted PlayHistory column throwing the
      *    digest, a letter in a RatScore skewing an average, a
      *    five-character bookmark sending SHOW next to the wrong
      *    episode.  This walks each file against its layout (dates,
      *    times, numerics, allowed codes, record length) and moves
      *    any record that doesn't fit out to <file>Quarantine.txt
      *    with its line number and the reason, so the nightly
      *    checks and the month-end reports only ever read clean
      *    rows.  A file with nothing wrong is left untouched; one
      *    with a bad row is rewritten through <file>New.txt and
      *    renamed into place like every other rewriter.  Runs first
      *    in NightlyOps, under CobbotCmd.lock so a live command
      *    can't append mid-rewrite.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL DataFile ASSIGN TO DYNAMIC DataPath
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CleanFile ASSIGN TO DYNAMIC CleanPath
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL QuarFile ASSIGN TO DYNAMIC QuarPath
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Re-read after it has been checked itself, for the names
      *    of the episode master files
               SELECT OPTIONAL HostFile ASSIGN TO "HostedSeries.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ReportFile ASSIGN TO "LayoutCheck.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.

           FILE SECTION.
      *    Wider than any layout so an overlong line reads whole and
      *    can be caught instead of silently cut
           FD DataFile.
               01 DataRec                  PIC X(400).
           FD CleanFile.
               01 CleanRec                 PIC X(400).
           FD QuarFile.
               01 QuarRec                  PIC X(460).
           FD HostFile.
               01 HostRec.
                   02 HostKey              PIC X(10).
                   02 HostSeries           PIC X(50).
                   02 HostEpFile           PIC X(30).
           FD ReportFile.
               01 ReportLine            PIC X(130).

           WORKING-STORAGE SECTION.
      *    One row per file: its name, the layout to check it
      *    against, and the longest record that layout allows.  The
      *    queue and now-playing files of each room past the first
      *    in Rooms.txt, and the episode masters named in
      *    HostedSeries.txt, are added on the end at run time.
           01 FileLits.
               02 FILLER               PIC X(35) VALUE
                   "PlayHistory.txt               PH140".
               02 FILLER               PIC X(35) VALUE
                   "CobbotAudit.txt               AU124".
               02 FILLER               PIC X(35) VALUE
                   "MovieRequests.txt             RQ120".
               02 FILLER               PIC X(35) VALUE
                   "MovieRatings.txt              RT089".
               02 FILLER               PIC X(35) VALUE
                   "RatingsSummary.txt            RS071".
               02 FILLER               PIC X(35) VALUE
                   "ShowBookmarks.txt             BK056".
               02 FILLER               PIC X(35) VALUE
                   "Watchlists.txt                WL080".
               02 FILLER               PIC X(35) VALUE
                   "PlayQueue.txt                 PQ070".
               02 FILLER               PIC X(35) VALUE
                   "WhatsPlaying.txt              NP100".
               02 FILLER               PIC X(35) VALUE
                   "WeeklySchedule.txt            WS078".
               02 FILLER               PIC X(35) VALUE
                   "ThemeCalendar.txt             TC083".
               02 FILLER               PIC X(35) VALUE
                   "UserRoles.txt                 UR026".
               02 FILLER               PIC X(35) VALUE
                   "TitleAliases.txt              TA120".
               02 FILLER               PIC X(35) VALUE
                   "Attendance.txt                AT096".
               02 FILLER               PIC X(35) VALUE
                   "Collections.txt               CL090".
               02 FILLER               PIC X(35) VALUE
                   "Rooms.txt                     RM070".
               02 FILLER               PIC X(35) VALUE
                   "PickRota.txt                  PR034".
               02 FILLER               PIC X(35) VALUE
                   "HostedSeries.txt              HS090".
           01 FileLitTable REDEFINES FileLits.
               02 FileLit              PIC X(35) OCCURS 18 TIMES.
           01 FileLitCount             PIC 99 VALUE 18.
           01 FileTable.
               02 FileEntry            OCCURS 60 TIMES
                                       INDEXED BY Fidx.
                   03 FileName             PIC X(30).
                   03 FileKind             PIC X(2).
                   03 FileMaxLen           PIC 9(3).
           01 FileCount                PIC 99 VALUE 0.
           01 LitIdx                   PIC 99.
           01 HostEof                  PIC X VALUE "N".
           01 EpKnown                  PIC X.
               88 EpAlreadyListed      VALUE "Y".
           01 RoomIdx                  PIC 99.
           01 RoomsListed              PIC 99.
           COPY ROOMS.

           01 DataPath                 PIC X(40).
           01 CleanPath                PIC X(40).
           01 QuarPath                 PIC X(40).
           01 BaseLen                  PIC 99.
           01 NameCount                PIC 99.
           01 DataEof                  PIC X VALUE "N".
           01 QuarOpen                 PIC X VALUE "N".
           01 LineNum                  PIC 9(5).
           01 BadInFile                PIC 9(5).
           01 BadTotal                 PIC 9(5) VALUE 0.
           01 RecLen                   PIC 9(3).
           01 CharCount                PIC 9(3).
           01 BadReason                PIC X(30).
           01 RenameStatus              PIC S9(9) COMP-5.
           01 DeleteStatus              PIC S9(9) COMP-5.
           01 NowStamp                 PIC X(21).

      *    Field checkers - the caller moves the field in and reads
      *    the verdict back
           01 ChkDate                  PIC X(8).
           01 ChkDateNum REDEFINES ChkDate.
               02 ChkYear              PIC 9(4).
               02 ChkMonth             PIC 99.
               02 ChkDay               PIC 99.
           01 ChkTime                  PIC X(6).
           01 ChkTimeNum REDEFINES ChkTime.
               02 ChkHour              PIC 99.
               02 ChkMinute            PIC 99.
               02 ChkSecond            PIC 99.
           01 ChkClock                 PIC X(5).
           01 ChkSeEp                  PIC X(6).
           01 MonthDays                PIC 99.
           01 FieldOk                  PIC X.
               88 FieldIsOk            VALUE "Y".
           01 UpCode                   PIC X(10).
           01 VotesNum                 PIC 9(5).
           01 ScoreNum                 PIC 9(6).

      *    Same cross-invocation lock Cobbot takes before touching
      *    the shared files - a RATE or QUE landing mid-rewrite would
      *    otherwise be lost in the rename
           01 LockHeld                 PIC X VALUE "N".
           01 LockStat                 PIC S9(9) COMP-5.
           01 LockTries                PIC 99.
           01 LockNap                  PIC 9(8) COMP-5 VALUE 1.

           01 QuarLine.
               02 QuarDate             PIC X(8).
               02 FILLER               PIC X(6) VALUE " line ".
               02 QuarLineNum          PIC 9(5).
               02 FILLER               PIC X VALUE SPACE.
               02 QuarReason           PIC X(30).
               02 FILLER               PIC X VALUE SPACE.
               02 QuarData             PIC X(400).
           01 FindingLine.
               02 FndFile              PIC X(30).
               02 FILLER               PIC X(6) VALUE " line ".
               02 FndLineNum           PIC 9(5).
               02 FILLER               PIC X(2) VALUE ": ".
               02 FndReason            PIC X(30).
               02 FILLER               PIC X(18)
                                       VALUE " - quarantined to ".
               02 FndQuar              PIC X(35).

           PROCEDURE DIVISION.
           OPEN OUTPUT ReportFile
           MOVE "LayoutCheck: records that don't fit their file layout"
               TO ReportLine
           WRITE ReportLine
           MOVE FUNCTION CURRENT-DATE TO NowStamp

           PERFORM AcquireCommandLock
           IF LockHeld = "N"
               ADD 1 TO BadTotal
               MOVE "Could not take CobbotCmd.lock - nothing checked"
                   TO ReportLine
               WRITE ReportLine
           ELSE
               PERFORM VARYING LitIdx FROM 1 BY 1
                       UNTIL LitIdx > FileLitCount
                   ADD 1 TO FileCount
                   MOVE FileLit(LitIdx) TO FileEntry(FileCount)
               END-PERFORM
      *        HostedSeries.txt is last in the fixed list and Rooms.txt
      *        comes before it, so each registry is already clean when
      *        the files it names are read off it - the loop limit
      *        grows as they are added
               PERFORM VARYING Fidx FROM 1 BY 1 UNTIL Fidx > FileCount
                   PERFORM CheckOneFile
                   IF FileKind(Fidx) = "RM"
                       PERFORM AddRoomFiles
                   END-IF
                   IF FileKind(Fidx) = "HS"
                       PERFORM AddEpisodeMasters
                   END-IF
               END-PERFORM
               PERFORM ReleaseCommandLock
           END-IF

           IF BadTotal = 0
               MOVE "No mismatches - every record fits its layout."
                   TO ReportLine
               WRITE ReportLine
           END-IF
           CLOSE ReportFile.
      *    GOBACK rather than STOP RUN so the NightlyOps driver can
      *    run this as one step of the suite - standalone it ends the
      *    run just the same
           GOBACK.

      *    One pass: good rows to the temp, bad rows to quarantine.
      *    The temp only replaces the live file if something was
      *    pulled out of it.
           CheckOneFile.
           MOVE FileName(Fidx) TO DataPath
           MOVE 0 TO NameCount
           INSPECT FileName(Fidx) TALLYING NameCount
               FOR CHARACTERS BEFORE INITIAL ".txt"
           MOVE NameCount TO BaseLen
           MOVE SPACES TO CleanPath QuarPath
           STRING FileName(Fidx)(1 : BaseLen), "New.txt"
               DELIMITED BY SIZE INTO CleanPath
           STRING FileName(Fidx)(1 : BaseLen), "Quarantine.txt"
               DELIMITED BY SIZE INTO QuarPath
           MOVE 0 TO LineNum BadInFile
           MOVE "N" TO DataEof QuarOpen
           OPEN INPUT DataFile
           OPEN OUTPUT CleanFile
           READ DataFile
               AT END MOVE "Y" TO DataEof
           END-READ
           PERFORM UNTIL DataEof = "Y"
               ADD 1 TO LineNum
               PERFORM CheckOneRecord
               IF BadReason = SPACES
                   WRITE CleanRec FROM DataRec
               ELSE
                   PERFORM QuarantineRecord
               END-IF
               READ DataFile
                   AT END MOVE "Y" TO DataEof
               END-READ
           END-PERFORM
           CLOSE DataFile, CleanFile
           IF QuarOpen = "Y"
               CLOSE QuarFile
           END-IF
           IF BadInFile > 0
               CALL "CBL_RENAME_FILE" USING CleanPath, DataPath
                   RETURNING RenameStatus
               END-CALL
               IF RenameStatus NOT = 0
                   DISPLAY "LayoutCheck: FAILED to swap " CleanPath
                           " into place, status=" RenameStatus
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING CleanPath
                   RETURNING DeleteStatus
               END-CALL
           END-IF.

           CheckOneRecord.
           MOVE SPACES TO BadReason
           MOVE 0 TO CharCount
           INSPECT FUNCTION REVERSE(DataRec) TALLYING CharCount
               FOR LEADING SPACES
           COMPUTE RecLen = 400 - CharCount
           IF RecLen = 0
               MOVE "blank line" TO BadReason
           END-IF
           IF BadReason = SPACES AND RecLen > FileMaxLen(Fidx)
               MOVE "record longer than layout" TO BadReason
           END-IF
           IF BadReason = SPACES
               EVALUATE FileKind(Fidx)
               WHEN "PH"
                   PERFORM CheckHistoryRec
               WHEN "AU"
                   PERFORM CheckAuditRec
               WHEN "RQ"
                   PERFORM CheckRequestRec
               WHEN "RT"
                   PERFORM CheckRatingRec
               WHEN "RS"
                   PERFORM CheckSummaryRec
               WHEN "BK"
                   PERFORM CheckBookmarkRec
               WHEN "WL"
                   PERFORM CheckWatchlistRec
               WHEN "PQ"
               WHEN "NP"
                   CONTINUE
               WHEN "WS"
                   PERFORM CheckWeeklyRec
               WHEN "TC"
                   PERFORM CheckCalendarRec
               WHEN "UR"
                   PERFORM CheckRoleRec
               WHEN "TA"
                   PERFORM CheckAliasRec
               WHEN "AT"
                   PERFORM CheckAttendRec
               WHEN "CL"
                   PERFORM CheckCollectionRec
               WHEN "RM"
                   PERFORM CheckRoomRec
               WHEN "PR"
                   PERFORM CheckRotaRec
               WHEN "HS"
                   PERFORM CheckHostedRec
               WHEN "EP"
                   PERFORM CheckEpisodeRec
               END-EVALUATE
           END-IF.

      *    yyyymmdd hhmmss Now Playing: `title`  user  mark  room
      *    rota-pick
           CheckHistoryRec.
           MOVE DataRec(1 : 8) TO ChkDate
           PERFORM CheckDateField
           IF NOT FieldIsOk
               MOVE "bad play date" TO BadReason
           END-IF
           MOVE DataRec(10 : 6) TO ChkTime
           PERFORM CheckTimeField
           IF BadReason = SPACES AND NOT FieldIsOk
               MOVE "bad play time" TO BadReason
           END-IF
           IF BadReason = SPACES AND
                   (DataRec(9 : 1) NOT = SPACE OR
                    DataRec(16 : 1) NOT = SPACE OR
                    DataRec(17 : 13) NOT = "Now Playing: " OR
                    DataRec(30 : 1) NOT = "`")
               MOVE "title column shifted" TO BadReason
           END-IF
           IF BadReason = SPACES AND
                   (DataRec(100 : 1) NOT = SPACE OR
                    DataRec(121 : 1) NOT = SPACE)
               MOVE "user column shifted" TO BadReason
           END-IF
           IF BadReason = SPACES AND DataRec(101 : 20) = SPACES
               MOVE "no user" TO BadReason
           END-IF
           IF BadReason = SPACES AND
                   DataRec(122 : 3) NOT = SPACES AND
                   DataRec(122 : 3) NOT = "FIN" AND
                   DataRec(122 : 3) NOT = "ABN"
               MOVE "close-out mark not FIN/ABN" TO BadReason
           END-IF
           IF BadReason = SPACES AND DataRec(125 : 1) NOT = SPACE
               MOVE "room column shifted" TO BadReason
           END-IF
           IF BadReason = SPACES AND DataRec(136 : 1) NOT = SPACE
               MOVE "rota column shifted" TO BadReason
           END-IF
           IF BadReason = SPACES AND
                   DataRec(137 : 4) NOT = SPACES AND
                   DataRec(137 : 4) NOT = "PICK"
               MOVE "rota mark not PICK" TO BadReason
           END-IF.

      *    trigger yyyymmdd hhmmss instring user room
           CheckAuditRec.
           IF DataRec(1 : 5) = SPACES
               MOVE "no trigger" TO BadReason
           END-IF
           MOVE DataRec(7 : 8) TO ChkDate
           PERFORM CheckDateField
           IF BadReason = SPACES AND NOT FieldIsOk
               MOVE "bad audit date" TO BadReason
           END-IF
           MOVE DataRec(16 : 6) TO ChkTime
           PERFORM CheckTimeField
           IF BadReason = SPACES AND NOT FieldIsOk
               MOVE "bad audit time" TO BadReason
           END-IF
           IF BadReason = SPACES AND
                   (DataRec(6 : 1) NOT = SPACE OR
                    DataRec(15 : 1) NOT = SPACE OR
                    DataRec(22 : 1) NOT = SPACE OR
                    DataRec(93 : 1) NOT = SPACE OR
                    DataRec(114 : 1) NOT = SPACE)
               MOVE "column shifted" TO BadReason
           END-IF.

      *    room(10) player command(60)
           CheckRoomRec.
           IF DataRec(1 : 10) = SPACES
               MOVE "no room name" TO BadReason
           END-IF
           IF BadReason = SPACES AND DataRec(11 : 60) = SPACES
               MOVE "no player command" TO BadReason
           END-IF.

      *    night(3) member(20) skips(3) last turn yyyymmdd - the
      *    date is blank until the member has had a turn
           CheckRotaRec.
           MOVE FUNCTION UPPER-CASE(DataRec(1 : 3)) TO UpCode
           EVALUATE UpCode
           WHEN "MON"
           WHEN "TUE"
           WHEN "WED"
           WHEN "THU"
           WHEN "FRI"
           WHEN "SAT"
           WHEN "SUN"
               CONTINUE
           WHEN OTHER
               MOVE "night not MON-SUN" TO BadReason
           END-EVALUATE
           IF BadReason = SPACES AND DataRec(4 : 20) = SPACES
               MOVE "no member" TO BadReason
           END-IF
           IF BadReason = SPACES AND DataRec(24 : 3) NOT NUMERIC
               MOVE "skips not numeric" TO BadReason
           END-IF
           IF BadReason = SPACES AND DataRec(27 : 8) NOT = SPACES
               MOVE DataRec(27 : 8) TO ChkDate
               PERFORM CheckDateField
               IF NOT FieldIsOk
                   MOVE "bad last-turn date" TO BadReason
               END-IF
           END-IF.

      *    title(70) status(10) asked(10) fulfilled(10) who(20)
           CheckRequestRec.
           IF DataRec(1 : 70) = SPACES
               MOVE "no title" TO BadReason
           END-IF
           IF BadReason = SPACES AND
                   DataRec(71 : 10) NOT = "PENDING" AND
                   DataRec(71 : 10) NOT = "DONE"
               MOVE "status not PENDING/DONE" TO BadReason
           END-IF
           MOVE DataRec(81 : 8) TO ChkDate
           PERFORM CheckDateField
           IF BadReason = SPACES AND
                   (NOT FieldIsOk OR DataRec(89 : 2) NOT = SPACES)
               MOVE "bad request date" TO BadReason
           END-IF
           IF BadReason = SPACES AND DataRec(91 : 10) NOT = SPACES
               MOVE DataRec(91 : 8) TO ChkDate
               PERFORM CheckDateField
               IF NOT FieldIsOk OR DataRec(99 : 2) NOT = SPACES
                   MOVE "bad fulfilled date" TO BadReason
               END-IF
           END-IF.

      *    title(60) user(20) score(1) yyyymmdd
           CheckRatingRec.
           IF DataRec(1 : 60) = SPACES
               MOVE "no title" TO BadReason
           END-IF
           IF BadReason = SPACES AND DataRec(61 : 20) = SPACES
               MOVE "no user" TO BadReason
           END-IF
           IF BadReason = SPACES AND
                   (DataRec(81 : 1) < "1" OR DataRec(81 : 1) > "5")
               MOVE "RatScore not 1-5" TO BadReason
           END-IF
           MOVE DataRec(82 : 8) TO ChkDate
           PERFORM CheckDateField
           IF BadReason = SPACES AND NOT FieldIsOk
               MOVE "bad rating date" TO BadReason
           END-IF.

      *    title(60) votes(5) score total(6)
           CheckSummaryRec.
           IF DataRec(1 : 60) = SPACES
               MOVE "no title" TO BadReason
           END-IF
           IF BadReason = SPACES AND
                   (DataRec(61 : 5) NOT NUMERIC OR
                    DataRec(66 : 6) NOT NUMERIC)
               MOVE "votes or score not numeric" TO BadReason
           END-IF
           IF BadReason = SPACES
               MOVE DataRec(61 : 5) TO VotesNum
               MOVE DataRec(66 : 6) TO ScoreNum
               IF ScoreNum < VotesNum OR ScoreNum > VotesNum * 5
                   MOVE "score total outside 1-5 a vote"
                       TO BadReason
               END-IF
           END-IF.

      *    series(50) sXXeYY
           CheckBookmarkRec.
           IF DataRec(1 : 50) = SPACES
               MOVE "no series" TO BadReason
           END-IF
           MOVE DataRec(51 : 6) TO ChkSeEp
           PERFORM CheckSeEpField
           IF BadReason = SPACES AND NOT FieldIsOk
               MOVE "SeEp not sXXeYY" TO BadReason
           END-IF.

      *    user(20) title(60)
           CheckWatchlistRec.
           IF DataRec(1 : 20) = SPACES
               MOVE "no user" TO BadReason
           END-IF
           IF BadReason = SPACES AND DataRec(21 : 60) = SPACES
               MOVE "no title" TO BadReason
           END-IF.

      *    alias(60) canonical(60)
           CheckAliasRec.
           IF DataRec(1 : 60) = SPACES
               MOVE "no alias" TO BadReason
           END-IF
           IF BadReason = SPACES AND DataRec(61 : 60) = SPACES
               MOVE "no canonical title" TO BadReason
           END-IF.

      *    collection(30) title(60)
           CheckCollectionRec.
           IF DataRec(1 : 30) = SPACES
               MOVE "no collection name" TO BadReason
           END-IF
           IF BadReason = SPACES AND DataRec(31 : 60) = SPACES
               MOVE "no title" TO BadReason
           END-IF.

      *    yyyymmdd hhmmss user(20) title(60) - the play's history key
           CheckAttendRec.
           MOVE DataRec(1 : 8) TO ChkDate
           PERFORM CheckDateField
           IF NOT FieldIsOk
               MOVE "bad play date" TO BadReason
           END-IF
           MOVE DataRec(10 : 6) TO ChkTime
           PERFORM CheckTimeField
           IF BadReason = SPACES AND NOT FieldIsOk
               MOVE "bad play time" TO BadReason
           END-IF
           IF BadReason = SPACES AND
                   (DataRec(9 : 1) NOT = SPACE OR
                    DataRec(16 : 1) NOT = SPACE)
               MOVE "column shifted" TO BadReason
           END-IF
           IF BadReason = SPACES AND DataRec(17 : 20) = SPACES
               MOVE "no user" TO BadReason
           END-IF
           IF BadReason = SPACES AND DataRec(37 : 60) = SPACES
               MOVE "no title" TO BadReason
           END-IF.

      *    DDD HH:MM entry
           CheckWeeklyRec.
           MOVE FUNCTION UPPER-CASE(DataRec(1 : 3)) TO UpCode
           EVALUATE UpCode
           WHEN "MON"
           WHEN "TUE"
           WHEN "WED"
           WHEN "THU"
           WHEN "FRI"
           WHEN "SAT"
           WHEN "SUN"
               CONTINUE
           WHEN OTHER
               MOVE "day not MON-SUN" TO BadReason
           END-EVALUATE
           MOVE DataRec(4 : 5) TO ChkClock
           PERFORM CheckClockField
           IF BadReason = SPACES AND NOT FieldIsOk
               MOVE "start time not HH:MM" TO BadReason
           END-IF
           IF BadReason = SPACES AND DataRec(9 : 70) = SPACES
               MOVE "no entry" TO BadReason
           END-IF.

      *    yyyymmdd HH:MM entry - a date already past is not a bad
      *    record, just an old one
           CheckCalendarRec.
           MOVE DataRec(1 : 8) TO ChkDate
           PERFORM CheckDateField
           IF NOT FieldIsOk
               MOVE "bad calendar date" TO BadReason
           END-IF
           MOVE DataRec(9 : 5) TO ChkClock
           PERFORM CheckClockField
           IF BadReason = SPACES AND NOT FieldIsOk
               MOVE "start time not HH:MM" TO BadReason
           END-IF
           IF BadReason = SPACES AND DataRec(14 : 70) = SPACES
               MOVE "no entry" TO BadReason
           END-IF.

      *    user(20) HOST or VIEWER
           CheckRoleRec.
           IF DataRec(1 : 20) = SPACES
               MOVE "no user" TO BadReason
           END-IF
           MOVE FUNCTION UPPER-CASE(DataRec(21 : 6)) TO UpCode
           IF BadReason = SPACES AND
                   UpCode NOT = "HOST" AND UpCode NOT = "VIEWER"
               MOVE "role not HOST/VIEWER" TO BadReason
           END-IF.

      *    key(10) series(50) episode master file(30)
           CheckHostedRec.
           IF DataRec(1 : 10) = SPACES
               MOVE "no trigger key" TO BadReason
           END-IF
           IF BadReason = SPACES AND DataRec(11 : 50) = SPACES
               MOVE "no series folder" TO BadReason
           END-IF
           IF BadReason = SPACES AND DataRec(61 : 30) = SPACES
               MOVE "no episode master file" TO BadReason
           END-IF.

      *    SXXEYY episode title(43)
           CheckEpisodeRec.
           MOVE DataRec(1 : 6) TO ChkSeEp
           PERFORM CheckSeEpField
           IF NOT FieldIsOk
               MOVE "SeEp not SXXEYY" TO BadReason
           END-IF
           IF BadReason = SPACES AND DataRec(7 : 43) = SPACES
               MOVE "no episode title" TO BadReason
           END-IF.

      *    Leap years by the usual rule - MOD 4, not MOD 100 unless
      *    MOD 400
           CheckDateField.
           MOVE "N" TO FieldOk
           IF ChkDate NUMERIC
               IF ChkMonth >= 1 AND ChkMonth <= 12 AND ChkDay >= 1
                       AND ChkYear >= 1900
                   EVALUATE ChkMonth
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO MonthDays
                   WHEN 2
                       MOVE 28 TO MonthDays
                       IF FUNCTION MOD(ChkYear, 4) = 0 AND
                               (FUNCTION MOD(ChkYear, 100) NOT = 0
                                OR FUNCTION MOD(ChkYear, 400) = 0)
                           MOVE 29 TO MonthDays
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO MonthDays
                   END-EVALUATE
                   IF ChkDay <= MonthDays
                       SET FieldIsOk TO TRUE
                   END-IF
               END-IF
           END-IF.

           CheckTimeField.
           MOVE "N" TO FieldOk
           IF ChkTime NUMERIC
               IF ChkHour < 24 AND ChkMinute < 60 AND ChkSecond < 60
                   SET FieldIsOk TO TRUE
               END-IF
           END-IF.

      *    HH:MM as the schedule files carry it
           CheckClockField.
           MOVE "N" TO FieldOk
           IF ChkClock(3 : 1) = ":" AND ChkClock(1 : 2) NUMERIC
                   AND ChkClock(4 : 2) NUMERIC
               MOVE ChkClock(1 : 2) TO ChkTime(1 : 2)
               MOVE ChkClock(4 : 2) TO ChkTime(3 : 2)
               MOVE "00" TO ChkTime(5 : 2)
               PERFORM CheckTimeField
           END-IF.

      *    S01E02 either case, digits where SHOW next reads them
           CheckSeEpField.
           MOVE "N" TO FieldOk
           IF (ChkSeEp(1 : 1) = "S" OR ChkSeEp(1 : 1) = "s") AND
                   (ChkSeEp(4 : 1) = "E" OR ChkSeEp(4 : 1) = "e") AND
                   ChkSeEp(2 : 2) NUMERIC AND ChkSeEp(5 : 2) NUMERIC
               SET FieldIsOk TO TRUE
           END-IF.

           QuarantineRecord.
           ADD 1 TO BadInFile
           ADD 1 TO BadTotal
           IF QuarOpen = "N"
               OPEN EXTEND QuarFile
               MOVE "Y" TO QuarOpen
           END-IF
           MOVE NowStamp(1 : 8) TO QuarDate
           MOVE LineNum TO QuarLineNum
           MOVE BadReason TO QuarReason
           MOVE DataRec TO QuarData
           WRITE QuarRec FROM QuarLine
           MOVE FileName(Fidx) TO FndFile
           MOVE LineNum TO FndLineNum
           MOVE BadReason TO FndReason
           MOVE QuarPath TO FndQuar
           WRITE ReportLine FROM FindingLine.

      *    The first room keeps PlayQueue.txt and WhatsPlaying.txt,
      *    already on the fixed list; RoomRegistry names the pair for
      *    each of the others
           AddRoomFiles.
           MOVE SPACES TO RoomName
           SET RoomLookup TO TRUE
           CALL "RoomRegistry" USING RoomArea
           END-CALL
           MOVE RoomCount TO RoomsListed
           PERFORM VARYING RoomIdx FROM 2 BY 1
                   UNTIL RoomIdx > RoomsListed
               MOVE RmName(RoomIdx) TO RoomName
               SET RoomLookup TO TRUE
               CALL "RoomRegistry" USING RoomArea
               END-CALL
               IF RoomKnown AND NOT RoomDefault AND FileCount < 59
                   ADD 1 TO FileCount
                   MOVE RoomQueuePath TO FileName(FileCount)
                   MOVE "PQ" TO FileKind(FileCount)
                   MOVE 70 TO FileMaxLen(FileCount)
                   ADD 1 TO FileCount
                   MOVE RoomNowPath TO FileName(FileCount)
                   MOVE "NP" TO FileKind(FileCount)
                   MOVE 100 TO FileMaxLen(FileCount)
               END-IF
           END-PERFORM.

      *    Each distinct master file the registry names gets checked
      *    once, as episode layout
           AddEpisodeMasters.
           MOVE "N" TO HostEof
           OPEN INPUT HostFile
           READ HostFile
               AT END MOVE "Y" TO HostEof
           END-READ
           PERFORM UNTIL HostEof = "Y"
               MOVE "N" TO EpKnown
               PERFORM VARYING LitIdx FROM 1 BY 1
                       UNTIL LitIdx > FileCount
                   IF FileName(LitIdx) = HostEpFile
                       SET EpAlreadyListed TO TRUE
                   END-IF
               END-PERFORM
               IF NOT EpAlreadyListed AND FileCount < 60
                   ADD 1 TO FileCount
                   MOVE HostEpFile TO FileName(FileCount)
                   MOVE "EP" TO FileKind(FileCount)
                   MOVE 49 TO FileMaxLen(FileCount)
               END-IF
               READ HostFile
                   AT END MOVE "Y" TO HostEof
               END-READ
           END-PERFORM
           CLOSE HostFile.

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
               DISPLAY "LayoutCheck: stale CobbotCmd.lock after "
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
                   DISPLAY "LayoutCheck: could not take "
                           "CobbotCmd.lock, status=" LockStat
               END-IF
           END-IF.

           ReleaseCommandLock.
           CALL "CBL_DELETE_DIR" USING "CobbotCmd.lock"
               RETURNING LockStat
           END-CALL
           IF LockStat NOT = 0
               DISPLAY "LayoutCheck: FAILED to release "
                       "CobbotCmd.lock, status=" LockStat
           END-IF.

           END PROGRAM LayoutCheck.
