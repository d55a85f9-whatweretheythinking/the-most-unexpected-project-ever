           IDENTIFICATION DIVISION.
           PROGRAM-ID. UserPurge.
      *    Takes a member's Discord name out of the state files when
      *    they leave or ask to be forgotten.  PurgeRequests.txt
      *    names them, one row each - user(20) mode(6):
      *      ANON   - every row carrying the name is rewritten under
      *               a placeholder, Former-nnnnnn, the next number
      *               kept in UserPurgeSeq.txt - nothing in it comes
      *               from the name, so it can't be worked back to
      *               the member.  Play counts, rating averages and
      *               the digest come out exactly as before, just not
      *               credited to a name.
      *      DELETE - as ANON for the shared record (audit, the
      *               bot's inbox, history and its yearly archives,
      *               requests, ratings, check-ins), but rows that
      *               are only about the member - watchlist entries,
      *               poll votes, roles - are dropped outright.
      *    Either way the member's place on the pick rota is dropped
      *    - a placeholder can never type PICK, so it would only
      *    hold up the line and pile up skips.
      *    Each file goes through <name>New.txt and a rename like
      *    every other rewriter, and only when a row in it changed.
      *    The audit's CobbotAudit-YYYY.txt archives are purged as
      *    the audit is, and the history's as the history.
      *    LayoutCheck's <name>Quarantine.txt files hold rejected
      *    rows behind a prefix, not laid out to be trusted, so a
      *    quarantined row naming a purged member is dropped.  Every
      *    generation in SnapshotGens.txt gets the same purge over
      *    its copies, with its Manifest.txt counts put right, so a
      *    StateRestore can't bring the member back.
      *    The bot's kept replies (CobbotReturn.txt and the
      *    CobbotReturn-<seq>.txt copies) are free text, so any that
      *    mention a purged member are deleted outright.
      *    UserPurge.txt reports the rows changed per file and names
      *    only the placeholder.  Rows carried out are cleared from
      *    PurgeRequests.txt; a row with a mode other than ANON or
      *    DELETE is left there to be put right.  Holds
      *    CobbotCmd.lock for the whole run so a live command can't
      *    land mid-rewrite, and CobbotInbox.lock as well while the
      *    inbox is rewritten, since arrivals append to it without
      *    the command lock.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ReqFile ASSIGN TO "PurgeRequests.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL DataFile ASSIGN TO DYNAMIC DataPath
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT NewFile ASSIGN TO DYNAMIC NewPath
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ReportFile ASSIGN TO "UserPurge.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Last placeholder number handed out
               SELECT OPTIONAL PurgeSeqFile ASSIGN TO "UserPurgeSeq.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    The bot's last inbox sequence number, which bounds the
      *    kept replies there can be
               SELECT OPTIONAL InboxSeqFile
                   ASSIGN TO "CobbotInboxSeq.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ReplyFile ASSIGN TO DYNAMIC ReplyPath
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    StateSnapshot's generation list and each one's manifest
               SELECT OPTIONAL GensFile ASSIGN TO "SnapshotGens.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ManifestFile ASSIGN TO DYNAMIC
                   ManifestPath
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ManifestOutFile ASSIGN TO DYNAMIC
                   ManifestNewPath
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.

           FILE SECTION.
           FD ReqFile.
               01 ReqRec.
                   02 ReqUser              PIC X(20).
                   02 ReqMode              PIC X(6).
      *    Wide enough for a quarantined row and its prefix
           FD DataFile.
               01 DataRec                  PIC X(460).
           FD NewFile.
               01 NewRec                   PIC X(460).
           FD ReportFile.
               01 ReportLine               PIC X(100).
           FD PurgeSeqFile.
               01 PurgeSeqRec              PIC X(6).
           FD InboxSeqFile.
               01 InboxSeqRec              PIC X(8).
           FD ReplyFile.
               01 ReplyLine                PIC X(150).
           FD GensFile.
               01 GensRec                  PIC X(8).
      *    As StateSnapshot writes it; generations from before the
      *    room files have the name 20 wide
           FD ManifestFile.
               01 ManifestRec.
                   02 MfName               PIC X(30).
                   02 FILLER               PIC X.
                   02 MfState              PIC X(6).
                       88 MfKnownState     VALUE "COPIED" "ABSENT"
                                                 "FAILED".
                   02 FILLER               PIC X.
                   02 MfCount              PIC 9(7).
               01 OldManifestRec.
                   02 OmName               PIC X(20).
                   02 FILLER               PIC X.
                   02 OmState              PIC X(6).
                       88 OmKnownState     VALUE "COPIED" "ABSENT"
                                                 "FAILED".
                   02 FILLER               PIC X.
                   02 OmCount              PIC 9(7).
           FD ManifestOutFile.
               01 ManifestOutRec           PIC X(45).

           WORKING-STORAGE SECTION.
      *    One row per file: its name, where the user name sits in
      *    the record, and whether the file is shared record (S) or
      *    only about the member (P).  The PlayHistory-YYYY.txt and
      *    CobbotAudit-YYYY.txt archives, the quarantine files and
      *    the snapshot copies are walked separately off this list
           01 FileLits.
               02 FILLER               PIC X(28) VALUE
                   "CobbotAudit.txt         094S".
               02 FILLER               PIC X(28) VALUE
                   "CobbotInbox.txt         108S".
               02 FILLER               PIC X(28) VALUE
                   "PlayHistory.txt         101S".
               02 FILLER               PIC X(28) VALUE
                   "MovieRequests.txt       101S".
               02 FILLER               PIC X(28) VALUE
                   "MovieRequestsDone.txt   101S".
               02 FILLER               PIC X(28) VALUE
                   "MovieRatings.txt        061S".
               02 FILLER               PIC X(28) VALUE
                   "MovieRatingsArchive.txt 061S".
               02 FILLER               PIC X(28) VALUE
                   "Attendance.txt          017S".
               02 FILLER               PIC X(28) VALUE
                   "Watchlists.txt          001P".
               02 FILLER               PIC X(28) VALUE
                   "PollVotes.txt           001P".
               02 FILLER               PIC X(28) VALUE
                   "UserRoles.txt           001P".
               02 FILLER               PIC X(28) VALUE
                   "PickRota.txt            004P".
           01 FileTable REDEFINES FileLits.
               02 FileEntry            OCCURS 12 TIMES
                                       INDEXED BY Fidx.
                   03 FileName             PIC X(24).
                   03 FileUserPos          PIC 9(3).
                   03 FileClass            PIC X.
           01 FileCount                PIC 99 VALUE 12.

           01 DataPath                 PIC X(60).
           01 NewPath                  PIC X(60).
           01 BaseLen                  PIC 99.
           01 CurUserPos               PIC 9(3).
           01 CurClass                 PIC X.
               88 PersonalOnly         VALUE "P".
               88 QuarantineRows       VALUE "Q".
      *    "N" leaves a file that read empty (or isn't there) out of
      *    the report - most archive years, quarantines and copies
           01 ListIfEmpty              PIC X VALUE "Y".
           01 FileSwapped              PIC X.
           01 ArchiveBase              PIC X(12).
           01 DataEof                  PIC X VALUE "N".
           01 ReqEof                   PIC X VALUE "N".
           01 StoredUser               PIC X(20).
           01 RowsRead                 PIC 9(6).
           01 RowsChanged              PIC 9(6).
           01 RowsDropped              PIC 9(6).
           01 TotalChanged             PIC 9(7) VALUE 0.
           01 TotalDropped             PIC 9(7) VALUE 0.
           01 EditCount                PIC ZZZZZ9.
           01 EditDropped              PIC ZZZZZ9.
           01 EditTotal                PIC ZZZZZZ9.
           01 EditTotalDropped         PIC ZZZZZZ9.
           01 RenameStatus             PIC S9(9) COMP-5.
           01 DeleteStatus             PIC S9(9) COMP-5.
           01 NowStamp                 PIC X(21).
           01 CurYear                  PIC 9(4).
           01 WalkYear                 PIC 9(4).

      *    The members named in PurgeRequests.txt and what each
      *    becomes.  A row that can't be carried out keeps its
      *    text so it can be written back
           01 PurgeTable.
               02 PurgeEntry           OCCURS 50 TIMES
                                       INDEXED BY Pidx.
                   03 PgUser               PIC X(20).
                   03 PgMode               PIC X(6).
                       88 PgAnon           VALUE "ANON".
                       88 PgDelete         VALUE "DELETE".
                   03 PgHolder             PIC X(20).
                   03 PgRaw                PIC X(26).
           01 PurgeCount               PIC 99 VALUE 0.
           01 BadCount                 PIC 99 VALUE 0.
           01 RowHit                   PIC 99.

           01 PurgeSeqNum              PIC 9(6) VALUE 0.
           01 SeqEof                   PIC X VALUE "N".

      *    Kept-reply and quarantine sweeps
           01 ReplyPath                PIC X(40).
           01 ReplySeq                 PIC 9(8).
           01 LastInboxSeq             PIC 9(8) VALUE 0.
           01 ReplyEof                 PIC X.
           01 MentionHit               PIC X.
           01 RepliesDropped           PIC 9(6) VALUE 0.
           01 UpLine                   PIC X(460).
           01 UpName                   PIC X(20).
           01 NameLen                  PIC 99.
           01 LineLen                  PIC 999.
           01 MatchPos                 PIC 999.
           01 MatchLast                PIC 999.
           01 EdgeChar                 PIC X.
           01 EdgeOk                   PIC X.

      *    Snapshot sweep - rows dropped from each copy in the
      *    generation at hand, by FileTable row, for its manifest
           01 GensEof                  PIC X.
           01 GenDir                   PIC X(20).
           01 ManifestPath             PIC X(40).
           01 ManifestNewPath          PIC X(40).
           01 ManifestEof              PIC X.
           01 GenDropTable.
               02 GenDropped           PIC 9(6) OCCURS 12 TIMES.
           01 GenDropSum               PIC 9(7).

           01 FileLine.
               02 FILLER               PIC X(2) VALUE SPACES.
               02 FlName               PIC X(38).
               02 FILLER               PIC X VALUE SPACE.
               02 FlCounts             PIC X(59).
           01 MemberLine.
               02 FILLER               PIC X(2) VALUE SPACES.
               02 MlHolder             PIC X(20).
               02 FILLER               PIC X VALUE SPACE.
               02 MlMode               PIC X(6).

      *    Same cross-invocation lock Cobbot takes before touching
      *    the shared files
           01 LockHeld                 PIC X VALUE "N".
           01 LockStat                 PIC S9(9) COMP-5.
           01 LockTries                PIC 99.
           01 LockNap                  PIC 9(8) COMP-5 VALUE 1.
      *    and the bot's short-hold lock on the inbox itself
           01 InboxLockHeld            PIC X VALUE "N".
           01 InboxLockTries           PIC 99.

           PROCEDURE DIVISION.
           PERFORM LoadRequests
           IF PurgeCount = 0 AND BadCount = 0
               DISPLAY "UserPurge: nothing in PurgeRequests.txt"
               STOP RUN
           END-IF
           PERFORM AcquireCommandLock
           IF LockHeld = "N"
               DISPLAY "UserPurge: no lock - nothing purged"
               STOP RUN
           END-IF

      *    The numbers are spent before any file is touched, so a
      *    run that dies part way can't hand them out again
           IF PurgeCount > 0
               PERFORM WritePurgeSeq
           END-IF
           OPEN OUTPUT ReportFile
           MOVE "UserPurge: rows rewritten per file" TO ReportLine
           WRITE ReportLine
           PERFORM WriteMembers
           IF PurgeCount > 0
               MOVE SPACES TO ReportLine
               WRITE ReportLine
               PERFORM VARYING Fidx FROM 1 BY 1 UNTIL Fidx > FileCount
                   MOVE FileName(Fidx) TO DataPath
                   MOVE FileUserPos(Fidx) TO CurUserPos
                   MOVE FileClass(Fidx) TO CurClass
                   MOVE "Y" TO ListIfEmpty
                   IF FileName(Fidx) = "CobbotInbox.txt"
                       PERFORM PurgeInbox
                   ELSE
                       PERFORM PurgeOneFile
                   END-IF
                   IF FileName(Fidx) = "PlayHistory.txt"
                       MOVE "PlayHistory-" TO ArchiveBase
                       PERFORM PurgeYearArchives
                   END-IF
                   IF FileName(Fidx) = "CobbotAudit.txt"
                       MOVE "CobbotAudit-" TO ArchiveBase
                       PERFORM PurgeYearArchives
                   END-IF
               END-PERFORM
               PERFORM PurgeQuarantines
               PERFORM PurgeSnapshots
               PERFORM PurgeKeptReplies
               MOVE TotalChanged TO EditTotal
               MOVE TotalDropped TO EditTotalDropped
               MOVE SPACES TO ReportLine
               WRITE ReportLine
               STRING FUNCTION TRIM(EditTotal) DELIMITED BY SIZE,
                       " row(s) anonymized, " DELIMITED BY SIZE,
                       FUNCTION TRIM(EditTotalDropped)
                           DELIMITED BY SIZE,
                       " row(s) deleted" DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF
           CLOSE ReportFile
           PERFORM RewriteRequests
           PERFORM ReleaseCommandLock
           MOVE TotalChanged TO EditTotal
           MOVE TotalDropped TO EditTotalDropped
           DISPLAY "UserPurge: " FUNCTION TRIM(EditTotal)
                   " row(s) anonymized, "
                   FUNCTION TRIM(EditTotalDropped)
                   " row(s) deleted - see UserPurge.txt"
           STOP RUN.

           LoadRequests.
           PERFORM ReadPurgeSeq
           MOVE "N" TO ReqEof
           OPEN INPUT ReqFile
           READ ReqFile
               AT END MOVE "Y" TO ReqEof
           END-READ
           PERFORM UNTIL ReqEof = "Y" OR PurgeCount + BadCount >= 50
               IF ReqUser NOT = SPACES
                   PERFORM NoteOneRequest
               END-IF
               READ ReqFile
                   AT END MOVE "Y" TO ReqEof
               END-READ
           END-PERFORM
           CLOSE ReqFile.

      *    Good rows fill the table from the top, bad ones from the
      *    bottom.  A member named twice is purged once, the DELETE
      *    winning over ANON
           NoteOneRequest.
           MOVE 0 TO RowHit
           PERFORM VARYING Pidx FROM 1 BY 1
                   UNTIL Pidx > PurgeCount OR RowHit > 0
               IF PgUser(Pidx) = ReqUser
                   SET RowHit TO Pidx
               END-IF
           END-PERFORM
           EVALUATE FUNCTION UPPER-CASE(ReqMode)
           WHEN "ANON"
           WHEN "DELETE"
               IF RowHit = 0
                   ADD 1 TO PurgeCount
                   MOVE PurgeCount TO RowHit
                   MOVE ReqUser TO PgUser(RowHit)
                   MOVE FUNCTION UPPER-CASE(ReqMode) TO PgMode(RowHit)
                   PERFORM MakePlaceholder
               ELSE
                   IF FUNCTION UPPER-CASE(ReqMode) = "DELETE"
                       MOVE "DELETE" TO PgMode(RowHit)
                   END-IF
               END-IF
           WHEN OTHER
               ADD 1 TO BadCount
               COMPUTE RowHit = 51 - BadCount
               MOVE ReqRec TO PgRaw(RowHit)
           END-EVALUATE.

      *    The next number in turn.  Six digits, so none can match a
      *    five-digit placeholder already written by earlier runs
           MakePlaceholder.
           ADD 1 TO PurgeSeqNum
           MOVE SPACES TO PgHolder(RowHit)
           STRING "Former-" DELIMITED BY SIZE,
                   PurgeSeqNum DELIMITED BY SIZE
               INTO PgHolder(RowHit).

           ReadPurgeSeq.
           MOVE 0 TO PurgeSeqNum
           OPEN INPUT PurgeSeqFile
           READ PurgeSeqFile
               AT END MOVE "Y" TO SeqEof
           END-READ
           IF SeqEof = "N" AND PurgeSeqRec NUMERIC
               MOVE PurgeSeqRec TO PurgeSeqNum
           END-IF
           CLOSE PurgeSeqFile.

           WritePurgeSeq.
           OPEN OUTPUT PurgeSeqFile
           MOVE PurgeSeqNum TO PurgeSeqRec
           WRITE PurgeSeqRec
           CLOSE PurgeSeqFile.

      *    CobbotReturn.txt, then every keyed copy the inbox could
      *    have made - the bot drops a copy with its inbox row, so
      *    most of the numbers open empty
           PurgeKeptReplies.
           MOVE 0 TO LastInboxSeq
           OPEN INPUT InboxSeqFile
           READ InboxSeqFile
               AT END MOVE SPACES TO InboxSeqRec
           END-READ
           IF InboxSeqRec NUMERIC
               MOVE InboxSeqRec TO LastInboxSeq
           END-IF
           CLOSE InboxSeqFile
           MOVE "CobbotReturn.txt" TO ReplyPath
           PERFORM CheckOneReply
           PERFORM VARYING ReplySeq FROM 1 BY 1
                   UNTIL ReplySeq > LastInboxSeq
               MOVE SPACES TO ReplyPath
               STRING "CobbotReturn-", ReplySeq, ".txt"
                   DELIMITED BY SIZE INTO ReplyPath
               PERFORM CheckOneReply
           END-PERFORM
           MOVE "CobbotReturn-*.txt" TO FlName
           MOVE RepliesDropped TO EditDropped
           MOVE SPACES TO FlCounts
           STRING FUNCTION TRIM(EditDropped) DELIMITED BY SIZE,
                   " kept reply file(s) deleted" DELIMITED BY SIZE
               INTO FlCounts
           WRITE ReportLine FROM FileLine.

           CheckOneReply.
           MOVE "N" TO ReplyEof MentionHit
           OPEN INPUT ReplyFile
           READ ReplyFile
               AT END MOVE "Y" TO ReplyEof
           END-READ
           PERFORM UNTIL ReplyEof = "Y" OR MentionHit = "Y"
               MOVE FUNCTION UPPER-CASE(ReplyLine) TO UpLine
               PERFORM ScanUpLine
               READ ReplyFile
                   AT END MOVE "Y" TO ReplyEof
               END-READ
           END-PERFORM
           CLOSE ReplyFile
           IF MentionHit = "Y"
               CALL "CBL_DELETE_FILE" USING ReplyPath
                   RETURNING DeleteStatus
               END-CALL
               ADD 1 TO RepliesDropped
           END-IF.

      *    Any purged name in UpLine (already upper-cased), as a
      *    word of its own - "ann's" names ann, "banner" doesn't
           ScanUpLine.
           MOVE 0 TO LineLen
           INSPECT FUNCTION REVERSE(UpLine) TALLYING LineLen
               FOR LEADING SPACES
           COMPUTE LineLen = 460 - LineLen
           PERFORM VARYING Pidx FROM 1 BY 1
                   UNTIL Pidx > PurgeCount OR MentionHit = "Y"
               MOVE FUNCTION UPPER-CASE(PgUser(Pidx)) TO UpName
               MOVE 0 TO NameLen
               INSPECT FUNCTION REVERSE(UpName) TALLYING NameLen
                   FOR LEADING SPACES
               COMPUTE NameLen = 20 - NameLen
               IF NameLen > 0 AND NameLen NOT > LineLen
                   COMPUTE MatchLast = LineLen - NameLen + 1
                   PERFORM VARYING MatchPos FROM 1 BY 1
                         UNTIL MatchPos > MatchLast OR MentionHit = "Y"
                       IF UpLine(MatchPos : NameLen) =
                               UpName(1 : NameLen)
                           PERFORM CheckNameEdges
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           CheckNameEdges.
           MOVE "Y" TO EdgeOk
           IF MatchPos > 1
               MOVE UpLine(MatchPos - 1 : 1) TO EdgeChar
               PERFORM TestEdgeChar
           END-IF
           IF MatchPos < MatchLast
               MOVE UpLine(MatchPos + NameLen : 1) TO EdgeChar
               PERFORM TestEdgeChar
           END-IF
           IF EdgeOk = "Y"
               MOVE "Y" TO MentionHit
           END-IF.

           TestEdgeChar.
           IF (EdgeChar ALPHABETIC AND EdgeChar NOT = SPACE) OR
                   EdgeChar NUMERIC
               MOVE "N" TO EdgeOk
           END-IF.

           WriteMembers.
           PERFORM VARYING Pidx FROM 1 BY 1 UNTIL Pidx > PurgeCount
               MOVE PgHolder(Pidx) TO MlHolder
               MOVE PgMode(Pidx) TO MlMode
               WRITE ReportLine FROM MemberLine
           END-PERFORM
           IF BadCount > 0
               MOVE BadCount TO EditCount
               MOVE SPACES TO ReportLine
               STRING "  " DELIMITED BY SIZE,
                       FUNCTION TRIM(EditCount) DELIMITED BY SIZE,
                       " request(s) left in PurgeRequests.txt - mode "
                           DELIMITED BY SIZE,
                       "must be ANON or DELETE" DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF.

      *    The bot rewrites the inbox under CobbotInbox.lock, not the
      *    command lock, so the purge takes that one too for its
      *    pass.  Not got, the inbox is left for the next run
           PurgeInbox.
           PERFORM AcquireInboxLock
           IF InboxLockHeld = "Y"
               PERFORM PurgeOneFile
               PERFORM ReleaseInboxLock
           ELSE
               MOVE DataPath TO FlName
               MOVE "left as it was - CobbotInbox.lock not got"
                   TO FlCounts
               WRITE ReportLine FROM FileLine
           END-IF.

      *    ArchiveBase's yearly archives, first year HistoryRollover
      *    would have cut through last year - same walk as
      *    TallyRebuild.  A year with no archive reads empty and is
      *    left out of the report
           PurgeYearArchives.
           MOVE FUNCTION CURRENT-DATE TO NowStamp
           MOVE NowStamp(1 : 4) TO CurYear
           MOVE "N" TO ListIfEmpty
           PERFORM VARYING WalkYear FROM 2015 BY 1
                   UNTIL WalkYear NOT < CurYear
               MOVE SPACES TO DataPath
               STRING ArchiveBase, WalkYear, ".txt"
                   DELIMITED BY SIZE INTO DataPath
               PERFORM PurgeOneFile
           END-PERFORM.

      *    <name>Quarantine.txt beside each file on the list, as
      *    LayoutCheck names them
           PurgeQuarantines.
           MOVE "N" TO ListIfEmpty
           MOVE "Q" TO CurClass
           PERFORM VARYING Fidx FROM 1 BY 1 UNTIL Fidx > FileCount
               MOVE 0 TO BaseLen
               INSPECT FileName(Fidx) TALLYING BaseLen
                   FOR CHARACTERS BEFORE INITIAL ".txt"
               MOVE SPACES TO DataPath
               STRING FileName(Fidx)(1 : BaseLen), "Quarantine.txt"
                   DELIMITED BY SIZE INTO DataPath
               PERFORM PurgeOneFile
           END-PERFORM.

      *    Oldest generation first, as SnapshotGens.txt lists them
           PurgeSnapshots.
           MOVE "N" TO GensEof
           OPEN INPUT GensFile
           READ GensFile
               AT END MOVE "Y" TO GensEof
           END-READ
           PERFORM UNTIL GensEof = "Y"
               IF GensRec NUMERIC
                   PERFORM PurgeOneGeneration
               END-IF
               READ GensFile
                   AT END MOVE "Y" TO GensEof
               END-READ
           END-PERFORM
           CLOSE GensFile.

      *    The inbox isn't snapshotted; a file the generation doesn't
      *    hold reads empty and drops out of the report
           PurgeOneGeneration.
           MOVE SPACES TO GenDir
           STRING "Snap-", GensRec DELIMITED BY SIZE INTO GenDir
           MOVE "N" TO ListIfEmpty
           MOVE 0 TO GenDropSum
           PERFORM VARYING Fidx FROM 1 BY 1 UNTIL Fidx > FileCount
               MOVE 0 TO GenDropped(Fidx)
               IF FileName(Fidx) NOT = "CobbotInbox.txt"
                   MOVE SPACES TO DataPath
                   STRING GenDir DELIMITED BY SPACE,
                           "/" DELIMITED BY SIZE,
                           FileName(Fidx) DELIMITED BY SPACE
                       INTO DataPath
                   MOVE FileUserPos(Fidx) TO CurUserPos
                   MOVE FileClass(Fidx) TO CurClass
                   PERFORM PurgeOneFile
                   IF FileSwapped = "Y"
                       MOVE RowsDropped TO GenDropped(Fidx)
                       ADD RowsDropped TO GenDropSum
                   END-IF
               END-IF
           END-PERFORM
           IF GenDropSum > 0
               PERFORM FixManifestCounts
           END-IF.

      *    A copy that lost rows has its record count taken down to
      *    match, through ManifestNew.txt and a rename
           FixManifestCounts.
           MOVE SPACES TO ManifestPath ManifestNewPath
           STRING GenDir DELIMITED BY SPACE,
                   "/Manifest.txt" DELIMITED BY SIZE
               INTO ManifestPath
           STRING GenDir DELIMITED BY SPACE,
                   "/ManifestNew.txt" DELIMITED BY SIZE
               INTO ManifestNewPath
           MOVE "N" TO ManifestEof
           OPEN INPUT ManifestFile
           OPEN OUTPUT ManifestOutFile
           READ ManifestFile
               AT END MOVE "Y" TO ManifestEof
           END-READ
           PERFORM UNTIL ManifestEof = "Y"
               PERFORM VARYING Fidx FROM 1 BY 1 UNTIL Fidx > FileCount
                   IF GenDropped(Fidx) > 0
                       PERFORM LowerManifestCount
                   END-IF
               END-PERFORM
               WRITE ManifestOutRec FROM ManifestRec
               READ ManifestFile
                   AT END MOVE "Y" TO ManifestEof
               END-READ
           END-PERFORM
           CLOSE ManifestFile, ManifestOutFile
           CALL "CBL_RENAME_FILE" USING ManifestNewPath, ManifestPath
               RETURNING RenameStatus
           END-CALL
           IF RenameStatus NOT = 0
               DISPLAY "UserPurge: FAILED to swap "
                       ManifestNewPath " into place, status="
                       RenameStatus
           END-IF.

      *    Same layout test as StateRestore's TakeManifestRow
           LowerManifestCount.
           IF MfKnownState
               IF MfName = FileName(Fidx) AND MfCount NUMERIC
                       AND MfCount NOT < GenDropped(Fidx)
                   SUBTRACT GenDropped(Fidx) FROM MfCount
               END-IF
           ELSE
               IF OmKnownState AND OmName = FileName(Fidx)
                       AND OmCount NUMERIC
                       AND OmCount NOT < GenDropped(Fidx)
                   SUBTRACT GenDropped(Fidx) FROM OmCount
               END-IF
           END-IF.

      *    One pass, every row to the temp with the member's name
      *    swapped for the placeholder, or left out
           PurgeOneFile.
           PERFORM SetTempPath
           MOVE 0 TO RowsRead RowsChanged RowsDropped
           MOVE "N" TO DataEof
           OPEN INPUT DataFile
           OPEN OUTPUT NewFile
           READ DataFile
               AT END MOVE "Y" TO DataEof
           END-READ
           PERFORM UNTIL DataEof = "Y"
               ADD 1 TO RowsRead
               IF QuarantineRows
                   PERFORM PurgeQuarantineRow
               ELSE
                   PERFORM PurgeOneRow
               END-IF
               READ DataFile
                   AT END MOVE "Y" TO DataEof
               END-READ
           END-PERFORM
           CLOSE DataFile, NewFile
           PERFORM SwapOrDiscard.

      *    A rota row goes whichever the mode - see the banner
           PurgeOneRow.
           MOVE DataRec(CurUserPos : 20) TO StoredUser
           MOVE 0 TO RowHit
           IF StoredUser NOT = SPACES
               PERFORM VARYING Pidx FROM 1 BY 1
                       UNTIL Pidx > PurgeCount OR RowHit > 0
                   IF PgUser(Pidx) = StoredUser
                       SET RowHit TO Pidx
                   END-IF
               END-PERFORM
           END-IF
           IF RowHit > 0 AND ((PersonalOnly AND PgDelete(RowHit))
                   OR DataPath = "PickRota.txt")
               ADD 1 TO RowsDropped
           ELSE
               IF RowHit > 0
                   MOVE PgHolder(RowHit) TO DataRec(CurUserPos : 20)
                   ADD 1 TO RowsChanged
               END-IF
               WRITE NewRec FROM DataRec
           END-IF.

      *    Only the rejected record is scanned, past LayoutCheck's
      *    date, line number and reason - a reason's wording could
      *    otherwise match a member's name
           PurgeQuarantineRow.
           MOVE FUNCTION UPPER-CASE(DataRec(52 : 409)) TO UpLine
           MOVE "N" TO MentionHit
           PERFORM ScanUpLine
           IF MentionHit = "Y"
               ADD 1 TO RowsDropped
           ELSE
               WRITE NewRec FROM DataRec
           END-IF.

           SetTempPath.
           MOVE 0 TO BaseLen
           INSPECT DataPath TALLYING BaseLen
               FOR CHARACTERS BEFORE INITIAL ".txt"
           MOVE SPACES TO NewPath
           STRING DataPath(1 : BaseLen), "New.txt"
               DELIMITED BY SIZE INTO NewPath.

      *    The temp only replaces the live file if a row in it
      *    changed
           SwapOrDiscard.
           MOVE "N" TO FileSwapped
           MOVE DataPath TO FlName
           MOVE SPACES TO FlCounts
           IF RowsChanged > 0 OR RowsDropped > 0
               CALL "CBL_RENAME_FILE" USING NewPath, DataPath
                   RETURNING RenameStatus
               END-CALL
               IF RenameStatus NOT = 0
                   DISPLAY "UserPurge: FAILED to swap "
                           NewPath " into place, status="
                           RenameStatus
                   MOVE "FAILED to swap in - left as it was"
                       TO FlCounts
               ELSE
                   MOVE "Y" TO FileSwapped
                   ADD RowsChanged TO TotalChanged
                   ADD RowsDropped TO TotalDropped
                   MOVE RowsChanged TO EditCount
                   MOVE RowsDropped TO EditDropped
                   STRING FUNCTION TRIM(EditCount) DELIMITED BY SIZE,
                           " anonymized, " DELIMITED BY SIZE,
                           FUNCTION TRIM(EditDropped)
                               DELIMITED BY SIZE,
                           " deleted" DELIMITED BY SIZE
                       INTO FlCounts
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING NewPath
                   RETURNING DeleteStatus
               END-CALL
               MOVE "0 anonymized, 0 deleted" TO FlCounts
           END-IF
           IF RowsRead > 0 OR ListIfEmpty = "Y"
               WRITE ReportLine FROM FileLine
           END-IF.

      *    Only the rows that couldn't be carried out go back - the
      *    names just purged don't stay on disk in the request file
           RewriteRequests.
           OPEN OUTPUT ReqFile
           PERFORM VARYING RowHit FROM 50 BY -1
                   UNTIL RowHit < 51 - BadCount
               MOVE PgRaw(RowHit) TO ReqRec
               WRITE ReqRec
           END-PERFORM
           CLOSE ReqFile.

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
               DISPLAY "UserPurge: stale CobbotCmd.lock after "
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
                   DISPLAY "UserPurge: could not take "
                           "CobbotCmd.lock, status=" LockStat
               END-IF
           END-IF.

           ReleaseCommandLock.
           CALL "CBL_DELETE_DIR" USING "CobbotCmd.lock"
               RETURNING LockStat
           END-CALL
           IF LockStat NOT = 0
               DISPLAY "UserPurge: FAILED to release "
                       "CobbotCmd.lock, status=" LockStat
           END-IF.

      *    Keep in step with AcquireInboxLock in Cobbot.cbl
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
               DISPLAY "UserPurge: stale CobbotInbox.lock after "
                       "30s, taking it over"
               CALL "CBL_DELETE_DIR" USING "CobbotInbox.lock"
                   RETURNING LockStat
               END-CALL
               CALL "CBL_CREATE_DIR" USING "CobbotInbox.lock"
                   RETURNING LockStat
               END-CALL
               IF LockStat = 0
                   MOVE "Y" TO InboxLockHeld
               ELSE
                   DISPLAY "UserPurge: could not take "
                           "CobbotInbox.lock, status=" LockStat
               END-IF
           END-IF.

           ReleaseInboxLock.
           CALL "CBL_DELETE_DIR" USING "CobbotInbox.lock"
               RETURNING LockStat
           END-CALL
           MOVE "N" TO InboxLockHeld.

           END PROGRAM UserPurge.
