           IDENTIFICATION DIVISION.
           PROGRAM-ID. StateRestore.
      *    Puts state files back from a StateSnapshot generation.
      *    StateRestoreCmd.txt holds one line: the generation
      *    (yyyymmdd, or LATEST) and either one file name from the
      *    set in STATEFILES.cpy, one room's PlayQueue-<room>.txt or
      *    WhatsPlaying-<room>.txt, or ALL, e.g.
      *        20261012 PlayQueue.txt
      *        20261012 PlayQueue-BACK.txt
      *        LATEST ALL
      *    Each file goes back through <name>New and a rename like
      *    every other rewriter; one the generation's manifest lists
      *    as ABSENT is removed, so ALL really does give back the set
      *    as it stood.  Holds CobbotCmd.lock for the whole restore
      *    so a live command can't interleave with it.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL CmdFile ASSIGN TO "StateRestoreCmd.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL GensFile ASSIGN TO "SnapshotGens.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ManifestFile ASSIGN TO DYNAMIC
                   ManifestPath
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.

           FILE SECTION.
           FD CmdFile.
               01 CmdLine                  PIC X(70).
           FD GensFile.
               01 GensRec                  PIC X(8).
      *    Generations from before the room files have the name 20
      *    wide - see TakeManifestRow
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

           WORKING-STORAGE SECTION.
           COPY STATEFILES.
           01 CmdEof                   PIC X VALUE "N".
           01 GensEof                  PIC X VALUE "N".
           01 MfEof                    PIC X VALUE "N".
           01 WantGen                  PIC X(8).
           01 WantFile                 PIC X(30).
           01 UpWantFile               PIC X(30).
           01 UpStateName              PIC X(30).
           01 LatestGen                PIC X(8) VALUE SPACES.
           01 GenFound                 PIC X VALUE "N".
               88 GenIsListed          VALUE "Y".
           01 FileWanted               PIC X VALUE "N".
               88 FileIsInSet          VALUE "Y".
           01 GenDir                   PIC X(20).
           01 ManifestPath             PIC X(60).
           01 SnapPath                 PIC X(60).
           01 TempPath                 PIC X(40).
           01 DotPos                   PIC 99.

      *    The chosen generation's manifest, by file - as long as
      *    the run-time list in STATEFILES.cpy
           01 ManifestTable.
               02 ManifestEntry        OCCURS 40 TIMES.
                   03 MtName               PIC X(30).
                   03 MtState              PIC X(6).
                   03 MtCount              PIC 9(7).
           01 ManifestCount            PIC 99 VALUE 0.
           01 MtIdx                    PIC 99.
           01 MtHit                    PIC 99.

           01 CopyStatus               PIC S9(9) COMP-5.
           01 DeleteStatus             PIC S9(9) COMP-5.
           01 RenameStatus             PIC S9(9) COMP-5.
           01 RestoredCount            PIC 99 VALUE 0.
           01 RoomIdx                  PIC 99.
           01 RoomsListed              PIC 99.
           COPY ROOMS.

      *    Same cross-invocation lock Cobbot takes before touching
      *    the shared files
           01 LockHeld                 PIC X VALUE "N".
           01 LockStat                 PIC S9(9) COMP-5.
           01 LockTries                PIC 99.
           01 LockNap                  PIC 9(8) COMP-5 VALUE 1.

           PROCEDURE DIVISION.
           MOVE SPACES TO WantGen WantFile
           OPEN INPUT CmdFile
           READ CmdFile
               AT END MOVE "Y" TO CmdEof
           END-READ
           IF CmdEof = "N"
               UNSTRING CmdLine DELIMITED BY ALL SPACE
                   INTO WantGen, WantFile
           END-IF
           CLOSE CmdFile
           IF WantGen = SPACES OR WantFile = SPACES
               DISPLAY "StateRestore: StateRestoreCmd.txt wants "
                       "<yyyymmdd|LATEST> <file|ALL> - nothing done"
               STOP RUN
           END-IF

           PERFORM LoadGenerations
           IF FUNCTION UPPER-CASE(WantGen) = "LATEST"
               MOVE LatestGen TO WantGen
           END-IF
           IF NOT GenIsListed
               DISPLAY "StateRestore: no generation " WantGen
                       " in SnapshotGens.txt - nothing done"
               STOP RUN
           END-IF

           PERFORM BuildSnapList
           MOVE FUNCTION UPPER-CASE(WantFile) TO UpWantFile
           IF UpWantFile NOT = "ALL"
               PERFORM VARYING SNidx FROM 1 BY 1
                       UNTIL SNidx > SnapFileCount
                   MOVE FUNCTION UPPER-CASE(SnapFileName(SNidx))
                       TO UpStateName
                   IF UpStateName = UpWantFile
                       SET FileIsInSet TO TRUE
                       MOVE SnapFileName(SNidx) TO WantFile
                   END-IF
               END-PERFORM
               IF NOT FileIsInSet
                   DISPLAY "StateRestore: " WantFile
                           " is not a snapshotted file - nothing done"
                   STOP RUN
               END-IF
           END-IF

           MOVE SPACES TO GenDir
           STRING "Snap-", WantGen INTO GenDir
           PERFORM LoadManifest
           IF ManifestCount = 0
               DISPLAY "StateRestore: " GenDir
                       "/Manifest.txt is missing or empty - "
                       "nothing done"
               STOP RUN
           END-IF

           PERFORM AcquireCommandLock
           IF LockHeld = "N"
               DISPLAY "StateRestore: no lock - nothing restored"
               STOP RUN
           END-IF
           PERFORM VARYING SNidx FROM 1 BY 1
                   UNTIL SNidx > SnapFileCount
               IF UpWantFile = "ALL" OR
                       SnapFileName(SNidx) = WantFile
                   PERFORM RestoreOneFile
               END-IF
           END-PERFORM
           PERFORM ReleaseCommandLock

           DISPLAY "StateRestore: " RestoredCount " file(s) put back "
                   "from " GenDir
           STOP RUN.

           LoadGenerations.
           OPEN INPUT GensFile
           READ GensFile
               AT END MOVE "Y" TO GensEof
           END-READ
           PERFORM UNTIL GensEof = "Y"
               IF GensRec NOT = SPACES
                   MOVE GensRec TO LatestGen
                   IF GensRec = WantGen
                       SET GenIsListed TO TRUE
                   END-IF
               END-IF
               READ GensFile
                   AT END MOVE "Y" TO GensEof
               END-READ
           END-PERFORM
           CLOSE GensFile
           IF FUNCTION UPPER-CASE(WantGen) = "LATEST" AND
                   LatestGen NOT = SPACES
               SET GenIsListed TO TRUE
           END-IF.

           LoadManifest.
           MOVE SPACES TO ManifestPath
           STRING GenDir DELIMITED BY SPACE, "/Manifest.txt"
               DELIMITED BY SIZE INTO ManifestPath
           OPEN INPUT ManifestFile
           READ ManifestFile
               AT END MOVE "Y" TO MfEof
           END-READ
           PERFORM UNTIL MfEof = "Y" OR ManifestCount >= 40
               ADD 1 TO ManifestCount
               PERFORM TakeManifestRow
               READ ManifestFile
                   AT END MOVE "Y" TO MfEof
               END-READ
           END-PERFORM
           CLOSE ManifestFile.

      *    A row in the old layout has its state where the wide
      *    layout still has name - keep in step with StateSnapshot
           TakeManifestRow.
           IF (OmState = "COPIED" OR "ABSENT" OR "FAILED") AND
                   NOT (MfState = "COPIED" OR "ABSENT" OR "FAILED")
               MOVE OmName TO MtName(ManifestCount)
               MOVE OmState TO MtState(ManifestCount)
               MOVE OmCount TO MtCount(ManifestCount)
           ELSE
               MOVE MfName TO MtName(ManifestCount)
               MOVE MfState TO MtState(ManifestCount)
               MOVE MfCount TO MtCount(ManifestCount)
           END-IF.

      *    The fixed set, then the queue and now-playing files
      *    RoomRegistry names for every room but the first, whose
      *    are PlayQueue.txt and WhatsPlaying.txt - keep in step
      *    with StateSnapshot
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

      *    A file the manifest doesn't mention, or one whose copy
      *    failed that night, is left exactly as it is
           RestoreOneFile.
           MOVE 0 TO MtHit
           PERFORM VARYING MtIdx FROM 1 BY 1
                   UNTIL MtIdx > ManifestCount
               IF MtName(MtIdx) = SnapFileName(SNidx)
                   MOVE MtIdx TO MtHit
               END-IF
           END-PERFORM
           EVALUATE TRUE
           WHEN MtHit = 0
               DISPLAY "StateRestore: " SnapFileName(SNidx)
                       " not in the manifest - left alone"
           WHEN MtState(MtHit) = "ABSENT"
               CALL "CBL_DELETE_FILE" USING SnapFileName(SNidx)
                   RETURNING DeleteStatus
               END-CALL
               ADD 1 TO RestoredCount
               DISPLAY "StateRestore: " SnapFileName(SNidx)
                       " was absent in " GenDir " - removed"
           WHEN MtState(MtHit) = "COPIED"
               PERFORM CopyBackOneFile
           WHEN OTHER
               DISPLAY "StateRestore: " SnapFileName(SNidx)
                       " was not copied into " GenDir
                       " - left alone"
           END-EVALUATE.

      *    PlayQueue.txt comes back through PlayQueueNew.txt,
      *    MovieTally.dat through MovieTallyNew.dat
           CopyBackOneFile.
           MOVE SPACES TO SnapPath
           STRING GenDir DELIMITED BY SPACE, "/",
                   SnapFileName(SNidx) DELIMITED BY SPACE
               INTO SnapPath
           MOVE 0 TO DotPos
           INSPECT SnapFileName(SNidx) TALLYING DotPos
               FOR CHARACTERS BEFORE INITIAL "."
           MOVE SPACES TO TempPath
           STRING SnapFileName(SNidx)(1 : DotPos), "New",
                   SnapFileName(SNidx)(DotPos + 1 : 4)
               DELIMITED BY SIZE INTO TempPath
           CALL "CBL_COPY_FILE" USING SnapPath, TempPath
               RETURNING CopyStatus
           END-CALL
           IF CopyStatus NOT = 0
               DISPLAY "StateRestore: FAILED to copy " SnapPath
                       ", status=" CopyStatus " - "
                       SnapFileName(SNidx) " left alone"
           ELSE
               CALL "CBL_RENAME_FILE" USING TempPath,
                                             SnapFileName(SNidx)
                   RETURNING RenameStatus
               END-CALL
               IF RenameStatus NOT = 0
                   DISPLAY "StateRestore: FAILED to swap " TempPath
                           " into place, status=" RenameStatus
               ELSE
                   ADD 1 TO RestoredCount
                   DISPLAY "StateRestore: " SnapFileName(SNidx)
                           " restored, " MtCount(MtHit) " records"
               END-IF
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
               DISPLAY "StateRestore: stale CobbotCmd.lock after "
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
                   DISPLAY "StateRestore: could not take "
                           "CobbotCmd.lock, status=" LockStat
               END-IF
           END-IF.

           ReleaseCommandLock.
           CALL "CBL_DELETE_DIR" USING "CobbotCmd.lock"
               RETURNING LockStat
           END-CALL
           IF LockStat NOT = 0
               DISPLAY "StateRestore: FAILED to release "
                       "CobbotCmd.lock, status=" LockStat
           END-IF.

           END PROGRAM StateRestore.
