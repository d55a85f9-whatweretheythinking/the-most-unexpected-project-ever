           IDENTIFICATION DIVISION.
           PROGRAM-ID. StateSnapshot.
      *    The load-and-rewrite state files are swapped in place with
      *    no prior copy kept, so a bad CLOS, a runaway UNDO or a
      *    fat-fingered edit had no way back (short of TallyRebuild
      *    for the tally alone).  This copies the whole set (see
      *    STATEFILES.cpy, plus the queue and now-playing files of
      *    each room past the first) into a dated generation directory,
      *    Snap-yyyymmdd, with a Manifest.txt giving each file's
      *    record count - or ABSENT for a file that wasn't there,
      *    which a restore then honours by removing it.  Generations
      *    are listed oldest first in SnapshotGens.txt; past the
      *    number kept (SnapshotKeep.txt, one line, default 7) the
      *    oldest are deleted.  A second run the same day refreshes
      *    that day's generation.  StateRestore.cbl puts one file or
      *    the whole set back.  Takes CobbotCmd.lock so the copies
      *    are one consistent moment, not half a command apart.
      *    Runs nightly as the first JobStream step, so each night's
      *    generation is the set as it stood before that night's
      *    batches rewrote any of it.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL CountFile ASSIGN TO DYNAMIC CountPath
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CountStatus.
               SELECT OPTIONAL TallyFile ASSIGN TO "MovieTally.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS TallyKey
                   FILE STATUS IS TallyStatus.
               SELECT OPTIONAL ManifestFile ASSIGN TO DYNAMIC
                   ManifestPath
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL GensFile ASSIGN TO "SnapshotGens.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT GensOutFile ASSIGN TO "SnapshotGensNew.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL KeepFile ASSIGN TO "SnapshotKeep.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.

           FILE SECTION.
           FD CountFile.
               01 CountRec                 PIC X(300).
           FD TallyFile.
               01 TallyRec.
                   02 TallyKey             PIC X(50).
                   02 TallyCount           PIC 9(3).
                   02 TallyName            PIC X(50).
      *    The name was 20 wide until the room files came along -
      *    generations written before then are still read for their
      *    names when they are pruned
           FD ManifestFile.
               01 ManifestRec.
                   02 MfName               PIC X(30).
                   02 FILLER               PIC X.
                   02 MfState              PIC X(6).
                   02 FILLER               PIC X.
                   02 MfCount              PIC 9(7).
               01 OldManifestRec.
                   02 OmName               PIC X(20).
                   02 FILLER               PIC X.
                   02 OmState              PIC X(6).
                   02 FILLER               PIC X.
                   02 OmCount              PIC 9(7).
           FD GensFile.
               01 GensRec                  PIC X(8).
           FD GensOutFile.
               01 GensOutRec               PIC X(8).
           FD KeepFile.
               01 KeepRec                  PIC X(10).

           WORKING-STORAGE SECTION.
           COPY STATEFILES.
           01 NowStamp                 PIC X(21).
           01 TodayDate                PIC X(8).
           01 GenDir                   PIC X(20).
           01 CountPath                PIC X(60).
           01 ManifestPath             PIC X(60).
           01 SnapPath                 PIC X(60).
           01 CountStatus              PIC XX.
           01 TallyStatus              PIC XX.
           01 CountEof                 PIC X.
           01 RecCount                 PIC 9(7).
           01 FileState                PIC X(6).
           01 NameLen                  PIC 99.
           01 CharCount                PIC 99.
           01 CopyStatus               PIC S9(9) COMP-5.
           01 DirStatus                PIC S9(9) COMP-5.
           01 DeleteStatus             PIC S9(9) COMP-5.
           01 RenameStatus             PIC S9(9) COMP-5.
           01 CopiedCount              PIC 99 VALUE 0.
           01 ManifestEof              PIC X.
           01 ManName                  PIC X(30).
           01 RoomIdx                  PIC 99.
           01 RoomsListed              PIC 99.
           COPY ROOMS.

      *    Generations on hand, oldest first
           01 KeepGens                 PIC 99 VALUE 7.
           01 KeepEof                  PIC X VALUE "N".
           01 GensEof                  PIC X VALUE "N".
           01 GenTable.
               02 GenDate              PIC X(8) OCCURS 99 TIMES.
           01 GenCount                 PIC 99 VALUE 0.
           01 GenIdx                   PIC 99.
           01 GenFound                 PIC X.
               88 GenAlreadyListed     VALUE "Y".
           01 PruneDir                 PIC X(20).

      *    Same cross-invocation lock Cobbot takes before touching
      *    the shared files
           01 LockHeld                 PIC X VALUE "N".
           01 LockStat                 PIC S9(9) COMP-5.
           01 LockTries                PIC 99.
           01 LockNap                  PIC 9(8) COMP-5 VALUE 1.

           PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO NowStamp
           MOVE NowStamp(1 : 8) TO TodayDate
           MOVE SPACES TO GenDir
           STRING "Snap-", TodayDate INTO GenDir
           PERFORM ReadKeepCount
           PERFORM LoadGenerations
           PERFORM BuildSnapList

           PERFORM AcquireCommandLock
           IF LockHeld = "N"
               DISPLAY "StateSnapshot: no lock - no snapshot taken"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *    Already there on a same-day rerun - that is fine, the
      *    copies below overwrite it
           CALL "CBL_CREATE_DIR" USING GenDir
               RETURNING DirStatus
           END-CALL
           MOVE SPACES TO ManifestPath
           STRING GenDir DELIMITED BY SPACE, "/Manifest.txt"
               DELIMITED BY SIZE INTO ManifestPath
           OPEN OUTPUT ManifestFile
           PERFORM VARYING SNidx FROM 1 BY 1
                   UNTIL SNidx > SnapFileCount
               PERFORM SnapOneFile
           END-PERFORM
           CLOSE ManifestFile
           PERFORM ReleaseCommandLock

           MOVE "N" TO GenFound
           PERFORM VARYING GenIdx FROM 1 BY 1 UNTIL GenIdx > GenCount
               IF GenDate(GenIdx) = TodayDate
                   SET GenAlreadyListed TO TRUE
               END-IF
           END-PERFORM
           IF NOT GenAlreadyListed AND GenCount < 99
               ADD 1 TO GenCount
               MOVE TodayDate TO GenDate(GenCount)
           END-IF
           PERFORM UNTIL GenCount NOT > KeepGens
               PERFORM PruneOldestGeneration
           END-PERFORM
           PERFORM WriteGenerations

           DISPLAY "StateSnapshot: " GenDir " holds " CopiedCount
                   " of " SnapFileCount " files, " GenCount
                   " generations kept"
      *    GOBACK rather than STOP RUN so the JobStream driver can
      *    run this as one step of the stream - standalone it ends
      *    the run just the same
           GOBACK.

      *    Count first, from the live file, so the manifest says what
      *    was copied - the lock keeps it from changing in between
           SnapOneFile.
           MOVE 0 TO RecCount
           MOVE "COPIED" TO FileState
           IF SnapFileName(SNidx) = "MovieTally.dat"
               PERFORM CountTallyRecords
           ELSE
               PERFORM CountTextRecords
           END-IF
           MOVE SPACES TO SnapPath
           STRING GenDir DELIMITED BY SPACE, "/",
                   SnapFileName(SNidx) DELIMITED BY SPACE
               INTO SnapPath
           IF FileState = "ABSENT"
               CALL "CBL_DELETE_FILE" USING SnapPath
                   RETURNING DeleteStatus
               END-CALL
           ELSE
               CALL "CBL_COPY_FILE" USING SnapFileName(SNidx),
                                           SnapPath
                   RETURNING CopyStatus
               END-CALL
               IF CopyStatus NOT = 0
                   MOVE "FAILED" TO FileState
                   DISPLAY "StateSnapshot: FAILED to copy "
                           SnapFileName(SNidx) " to " SnapPath
                           ", status=" CopyStatus
               ELSE
                   ADD 1 TO CopiedCount
               END-IF
           END-IF
           MOVE SPACES TO ManifestRec
           MOVE SnapFileName(SNidx) TO MfName
           MOVE FileState TO MfState
           MOVE RecCount TO MfCount
           WRITE ManifestRec.

      *    OPTIONAL open of a file that isn't there comes back 05
           CountTextRecords.
           MOVE SnapFileName(SNidx) TO CountPath
           MOVE "N" TO CountEof
           OPEN INPUT CountFile
           IF CountStatus = "05"
               MOVE "ABSENT" TO FileState
           END-IF
           READ CountFile
               AT END MOVE "Y" TO CountEof
           END-READ
           PERFORM UNTIL CountEof = "Y"
               ADD 1 TO RecCount
               READ CountFile
                   AT END MOVE "Y" TO CountEof
               END-READ
           END-PERFORM
           CLOSE CountFile.

           CountTallyRecords.
           MOVE "N" TO CountEof
           OPEN INPUT TallyFile
           IF TallyStatus = "05"
               MOVE "ABSENT" TO FileState
           END-IF
           IF TallyStatus NOT = "00" AND TallyStatus NOT = "05"
               MOVE "Y" TO CountEof
               DISPLAY "StateSnapshot: MovieTally.dat open status "
                       TallyStatus " - copied without a count"
           ELSE
               READ TallyFile
                   AT END MOVE "Y" TO CountEof
               END-READ
           END-IF
           PERFORM UNTIL CountEof = "Y"
               ADD 1 TO RecCount
               READ TallyFile
                   AT END MOVE "Y" TO CountEof
               END-READ
           END-PERFORM
           CLOSE TallyFile.

      *    Absent, blank or zero means the default seven
           ReadKeepCount.
           OPEN INPUT KeepFile
           READ KeepFile
               AT END MOVE "Y" TO KeepEof
           END-READ
           IF KeepEof = "N"
               MOVE 0 TO CharCount
               INSPECT KeepRec TALLYING CharCount
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF CharCount > 0 AND CharCount < 3
                   IF KeepRec(1 : CharCount) NUMERIC
                       MOVE KeepRec(1 : CharCount) TO KeepGens
                   END-IF
               END-IF
           END-IF
           CLOSE KeepFile
           IF KeepGens = 0
               MOVE 7 TO KeepGens
           END-IF.

           LoadGenerations.
           OPEN INPUT GensFile
           READ GensFile
               AT END MOVE "Y" TO GensEof
           END-READ
           PERFORM UNTIL GensEof = "Y" OR GenCount >= 99
               IF GensRec NOT = SPACES
                   ADD 1 TO GenCount
                   MOVE GensRec TO GenDate(GenCount)
               END-IF
               READ GensFile
                   AT END MOVE "Y" TO GensEof
               END-READ
           END-PERFORM
           CLOSE GensFile.

      *    Files, then the manifest, then the directory itself - a
      *    directory that won't go (something else left in it) is
      *    reported and dropped from the list all the same.  The
      *    files are the ones its own manifest names, which covers a
      *    room since dropped from Rooms.txt, and today's list for
      *    good measure
           PruneOldestGeneration.
           MOVE SPACES TO PruneDir
           STRING "Snap-", GenDate(1) INTO PruneDir
           MOVE SPACES TO ManifestPath
           STRING PruneDir DELIMITED BY SPACE, "/Manifest.txt"
               DELIMITED BY SIZE INTO ManifestPath
           MOVE "N" TO ManifestEof
           OPEN INPUT ManifestFile
           READ ManifestFile
               AT END MOVE "Y" TO ManifestEof
           END-READ
           PERFORM UNTIL ManifestEof = "Y"
               PERFORM TakeManifestName
               IF ManName NOT = SPACES
                   PERFORM DeletePrunedFile
               END-IF
               READ ManifestFile
                   AT END MOVE "Y" TO ManifestEof
               END-READ
           END-PERFORM
           CLOSE ManifestFile
           PERFORM VARYING SNidx FROM 1 BY 1
                   UNTIL SNidx > SnapFileCount
               MOVE SnapFileName(SNidx) TO ManName
               PERFORM DeletePrunedFile
           END-PERFORM
           CALL "CBL_DELETE_FILE" USING ManifestPath
               RETURNING DeleteStatus
           END-CALL
           CALL "CBL_DELETE_DIR" USING PruneDir
               RETURNING DirStatus
           END-CALL
           IF DirStatus NOT = 0
               DISPLAY "StateSnapshot: could not remove " PruneDir
                       ", status=" DirStatus
           END-IF
           PERFORM VARYING GenIdx FROM 1 BY 1
                   UNTIL GenIdx >= GenCount
               MOVE GenDate(GenIdx + 1) TO GenDate(GenIdx)
           END-PERFORM
           SUBTRACT 1 FROM GenCount.

           DeletePrunedFile.
           MOVE SPACES TO SnapPath
           STRING PruneDir DELIMITED BY SPACE, "/",
                   ManName DELIMITED BY SPACE
               INTO SnapPath
           CALL "CBL_DELETE_FILE" USING SnapPath
               RETURNING DeleteStatus
           END-CALL.

      *    A row in the old layout has its state where the wide
      *    layout still has name - keep in step with StateRestore
           TakeManifestName.
           IF (OmState = "COPIED" OR "ABSENT" OR "FAILED") AND
                   NOT (MfState = "COPIED" OR "ABSENT" OR "FAILED")
               MOVE OmName TO ManName
           ELSE
               MOVE MfName TO ManName
           END-IF.

      *    The fixed set, then the queue and now-playing files
      *    RoomRegistry names for every room but the first, whose
      *    are PlayQueue.txt and WhatsPlaying.txt - keep in step
      *    with StateRestore
           BuildSnapList.
           MOVE 0 TO SnapFileCount
           PERFORM VARYING SFidx FROM 1 BY 1
                   UNTIL SFidx > StateFileCount
               ADD 1 TO SnapFileCount
               MOVE StateFileName(SFidx) TO SnapFileName(SnapFileCount)
           END-PERFORM
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
               IF RoomKnown AND NOT RoomDefault
                       AND SnapFileCount < 39
                   ADD 1 TO SnapFileCount
                   MOVE RoomQueuePath TO SnapFileName(SnapFileCount)
                   ADD 1 TO SnapFileCount
                   MOVE RoomNowPath TO SnapFileName(SnapFileCount)
               END-IF
           END-PERFORM.

           WriteGenerations.
           OPEN OUTPUT GensOutFile
           PERFORM VARYING GenIdx FROM 1 BY 1 UNTIL GenIdx > GenCount
               WRITE GensOutRec FROM GenDate(GenIdx)
           END-PERFORM
           CLOSE GensOutFile
           CALL "CBL_RENAME_FILE" USING "SnapshotGensNew.txt",
                                         "SnapshotGens.txt"
               RETURNING RenameStatus
           END-CALL
           IF RenameStatus NOT = 0
               DISPLAY "StateSnapshot: FAILED to swap "
                       "SnapshotGensNew.txt into place, status="
                       RenameStatus
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
               DISPLAY "StateSnapshot: stale CobbotCmd.lock after "
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
                   DISPLAY "StateSnapshot: could not take "
                           "CobbotCmd.lock, status=" LockStat
               END-IF
           END-IF.

           ReleaseCommandLock.
           CALL "CBL_DELETE_DIR" USING "CobbotCmd.lock"
               RETURNING LockStat
           END-CALL
           IF LockStat NOT = 0
               DISPLAY "StateSnapshot: FAILED to release "
                       "CobbotCmd.lock, status=" LockStat
           END-IF.

           END PROGRAM StateSnapshot.
