           IDENTIFICATION DIVISION.
           PROGRAM-ID. StorageForecast.
      *    DiskReconcile and ShowInventory only ever asked the roots
      *    for names, so the first anyone heard of a full drive was
      *    a rip failing.  This walks every movie and show root with
      *    the same dir trick, sizes each file, and writes
      *    StorageForecast.txt: per root the space its titles take,
      *    the free space left on its drive, and - from the totals
      *    the last run on an earlier day saved in StorageTotals.txt
      *    - how fast the root is growing and how many days until
      *    the drive fills.  Roots on one drive share its free
      *    space, so the days left are worked from the growth of
      *    every root on that drive together.  Then the biggest
      *    movies and series, and the space held by films the tally
      *    says were never played and by films MovieLibRetired.txt
      *    has retired that are still sitting on a root.
      *    StorageWarnings.txt lists any root whose drive is under
      *    the free-space floor (StorageFloor.txt, one line, GB,
      *    default 50) - that is the report NightlyOps counts.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    Refilled by every dir pass, same as DiskScanWork.txt
               SELECT OPTIONAL ScanFile ASSIGN TO "StorageScanWork.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL TallyFile ASSIGN TO "MovieTally.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS TallyKey
                   FILE STATUS IS TallyStatus.
               SELECT OPTIONAL RetFile ASSIGN TO "MovieLibRetired.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL FloorFile ASSIGN TO "StorageFloor.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Load-and-rewrite pair, swapped into place through a temp
               SELECT OPTIONAL TotalsFile ASSIGN TO DYNAMIC TotalsPath
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ReportFile ASSIGN TO "StorageForecast.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT WarnFile ASSIGN TO "StorageWarnings.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.

           FILE SECTION.
           FD ScanFile.
               01 ScanRec                  PIC X(200).
           FD TallyFile.
               01 TallyRec.
                   02 TallyKey             PIC X(50).
                   02 TallyCount           PIC 9(3).
                   02 TallyName            PIC X(50).
           FD RetFile.
               01 RetRec                   PIC X(60).
           FD FloorFile.
               01 FloorRec                 PIC X(10).
           FD TotalsFile.
               01 TotalsRec.
                   02 TotRoot              PIC X(20).
                   02 FILLER               PIC X.
                   02 TotDate              PIC X(8).
                   02 FILLER               PIC X.
                   02 TotUsed              PIC 9(15).
           FD ReportFile.
               01 ReportLine               PIC X(110).
           FD WarnFile.
               01 WarnLine                 PIC X(110).

           WORKING-STORAGE SECTION.
      *    Keep in step with MovieRootLits and ShowRootLits in
      *    Cobbot.cbl - the same roots the launches probe
           01 MovieRootLits.
               02 FILLER               PIC X(20) VALUE 'E:\Movies\'.
               02 FILLER               PIC X(20) VALUE 'F:\Movies\'.
           01 MovieRoots REDEFINES MovieRootLits.
               02 MovieRootPath        PIC X(20) OCCURS 2 TIMES
                                       INDEXED BY MRidx.
           01 MovieRootCount           PIC 9 VALUE 2.
           01 ShowRootLits.
               02 FILLER               PIC X(20) VALUE 'E:\Television\'.
               02 FILLER               PIC X(20) VALUE 'F:\Television\'.
           01 ShowRoots REDEFINES ShowRootLits.
               02 ShowRootPath         PIC X(20) OCCURS 2 TIMES
                                       INDEXED BY SRidx.
           01 ShowRootCount            PIC 9 VALUE 2.

      *    Movie roots then show roots, with what the run found
           01 RootTable.
               02 RootEntry            OCCURS 4 TIMES
                                       INDEXED BY Ridx.
                   03 RtPath               PIC X(20).
                   03 RtKind               PIC X(6).
                   03 RtFiles              PIC 9(5).
                   03 RtUsed               PIC 9(15).
                   03 RtFree               PIC 9(15).
                   03 RtFreeKnown          PIC X.
                   03 RtPrevDate           PIC X(8).
                   03 RtPrevUsed           PIC 9(15).
                   03 RtGrowth             PIC S9(15).
           01 RootCount                PIC 9 VALUE 0.
           01 DriveIdx                 PIC 9.
           01 DriveGrowth              PIC S9(15).

      *    Every movie file on a root, extension stripped
           01 MovieTable.
               02 MovieEntry           OCCURS 500 TIMES
                                       INDEXED BY Midx.
                   03 MvName               PIC X(60).
                   03 MvUpName             PIC X(60).
                   03 MvRoot               PIC 9.
                   03 MvSize               PIC 9(15).
                   03 MvPicked             PIC X.
           01 MovieCount               PIC 999 VALUE 0.
      *    Every series folder on a show root, all its files summed
           01 SeriesTable.
               02 SeriesEntry          OCCURS 200 TIMES
                                       INDEXED BY Sidx.
                   03 SrName               PIC X(50).
                   03 SrRoot               PIC 9.
                   03 SrSize               PIC 9(15).
                   03 SrPicked             PIC X.
           01 SeriesCount              PIC 999 VALUE 0.
           01 SeriesFirst              PIC 999.

      *    Tally keys still at zero, and the retired titles
           01 NeverTable.
               02 NeverKey             PIC X(50) OCCURS 500 TIMES.
           01 NeverCount               PIC 999 VALUE 0.
           01 RetTable.
               02 RetUpTitle           PIC X(60) OCCURS 100 TIMES.
           01 RetCount                 PIC 999 VALUE 0.
           01 ListIdx                  PIC 999.
           01 Found                    PIC X VALUE "N".
               88 WasFound             VALUE "Y".

      *    StorageTotals.txt as loaded - a root keeps two rows, the
      *    latest run and the last run on an earlier day before it
           01 PrevTable.
               02 PrevEntry            OCCURS 20 TIMES.
                   03 PvRoot               PIC X(20).
                   03 PvDate               PIC X(8).
                   03 PvUsed               PIC 9(15).
           01 PrevCount                PIC 99 VALUE 0.
           01 PrevIdx                  PIC 99.
           01 TotalsPath               PIC X(40).
           01 RenameStatus             PIC S9(9) COMP-5.

           01 ScanEof                  PIC X VALUE "N".
           01 TallyEof                 PIC X VALUE "N".
           01 TallyStatus              PIC XX.
           01 RetEof                   PIC X VALUE "N".
           01 FloorEof                 PIC X VALUE "N".
           01 TotalsEof                PIC X VALUE "N".
           01 ScanCommand              PIC X(250).
           01 ScanSwitches             PIC X(12).
           01 ScanPath                 PIC X(200).
           01 ScanPathLen              PIC 999.
           01 RootSize                 PIC 99.
           01 CharCount                PIC 999.
           01 StrgSize                 PIC 999.
           01 DotPos                   PIC 999.
           01 WalkIdx                  PIC 999.
           01 FreePos                  PIC 999.
           01 DigitPos                 PIC 999.

      *    Size and stamp of one file, as CBL_CHECK_FILE_EXIST hands
      *    them back
           01 FilePath                 PIC X(200).
           01 FileDetails.
               02 FileSize             PIC 9(18) BINARY.
               02 FileStamp            PIC X(8).
           01 ProbeStatus              PIC S9(9) COMP-5.

           01 NowStamp                 PIC X(21).
           01 Today                    PIC X(8).
           01 DaysBetween              PIC S9(7).
           01 DaysToFull               PIC 9(7).
           01 FloorGb                  PIC 9(5) VALUE 50.
           01 FloorBytes               PIC 9(15).
           01 OneGb                    PIC 9(10) VALUE 1073741824.
           01 WarnCount                PIC 99 VALUE 0.
           01 PickNum                  PIC 999.
           01 BestIdx                  PIC 999.
           01 BestSize                 PIC S9(15).
           01 SumSize                  PIC 9(15).
           01 SumCount                 PIC 999.

           01 EditGb                   PIC ZZZZZ9.9.
           01 EditFreeGb               PIC ZZZZZ9.9.
           01 EditGrowth               PIC -----9.99.
           01 EditDays                 PIC ZZZZZZ9.
           01 EditFiles                PIC ZZZZ9.
           01 EditCount                PIC ZZ9.
           01 EditFloor                PIC ZZZZ9.

           01 RootLine.
               02 RlPath               PIC X(20).
               02 RlKind               PIC X(7).
               02 RlFiles              PIC ZZZZ9.
               02 RlUsed               PIC ZZZZZZZ9.9.
               02 RlFree               PIC X(11).
               02 RlGrowth             PIC X(14).
               02 RlDays               PIC X(30).
           01 SizeLine.
               02 FILLER               PIC X(2) VALUE SPACES.
               02 SlGb                 PIC ZZZZZ9.9.
               02 FILLER               PIC X(4) VALUE " GB ".
               02 SlName               PIC X(60).
               02 FILLER               PIC X VALUE SPACE.
               02 SlRoot               PIC X(20).

           PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO NowStamp
           MOVE NowStamp(1 : 8) TO Today
           PERFORM ReadFloor
           PERFORM LoadNeverPlayed
           PERFORM LoadRetired
           PERFORM LoadPrevTotals
           PERFORM BuildRootTable
           PERFORM VARYING Ridx FROM 1 BY 1 UNTIL Ridx > RootCount
               IF RtKind(Ridx) = "MOVIES"
                   PERFORM ScanMovieRoot
               ELSE
                   PERFORM ScanShowRoot
               END-IF
               PERFORM ProbeFreeSpace
               PERFORM WorkOutGrowth
           END-PERFORM

           OPEN OUTPUT ReportFile
           MOVE "StorageForecast: space per media root" TO ReportLine
           WRITE ReportLine
           PERFORM WriteRootLines
           PERFORM WriteLargestMovies
           PERFORM WriteLargestSeries
           PERFORM WriteNeverPlayed
           PERFORM WriteRetired
           CLOSE ReportFile
           PERFORM WriteWarnings
           PERFORM SaveTotals
      *    GOBACK rather than STOP RUN so the NightlyOps driver can
      *    run this as one step of the suite - standalone it ends the
      *    run just the same
           GOBACK.

      *    Absent, blank or zero means the default 50 GB
           ReadFloor.
           OPEN INPUT FloorFile
           READ FloorFile
               AT END MOVE "Y" TO FloorEof
           END-READ
           IF FloorEof = "N"
               MOVE 0 TO CharCount
               INSPECT FloorRec TALLYING CharCount
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF CharCount > 0 AND CharCount < 6
                   IF FloorRec(1 : CharCount) NUMERIC
                       MOVE FloorRec(1 : CharCount) TO FloorGb
                   END-IF
               END-IF
           END-IF
           CLOSE FloorFile
           IF FloorGb = 0
               MOVE 50 TO FloorGb
           END-IF
           COMPUTE FloorBytes = FloorGb * OneGb.

      *    Tally keys are the uppercased library title, the same
      *    shape the disk names are matched in below
           LoadNeverPlayed.
           OPEN INPUT TallyFile
           IF TallyStatus = "00"
               READ TallyFile
                   AT END MOVE "Y" TO TallyEof
               END-READ
               PERFORM UNTIL TallyEof = "Y" OR NeverCount >= 500
                   IF TallyCount = 0
                       ADD 1 TO NeverCount
                       MOVE TallyKey TO NeverKey(NeverCount)
                   END-IF
                   READ TallyFile
                       AT END MOVE "Y" TO TallyEof
                   END-READ
               END-PERFORM
               CLOSE TallyFile
           END-IF.

           LoadRetired.
           OPEN INPUT RetFile
           READ RetFile
               AT END MOVE "Y" TO RetEof
           END-READ
           PERFORM UNTIL RetEof = "Y" OR RetCount >= 100
               IF RetRec NOT = SPACES
                   ADD 1 TO RetCount
                   MOVE FUNCTION UPPER-CASE(RetRec)
                       TO RetUpTitle(RetCount)
               END-IF
               READ RetFile
                   AT END MOVE "Y" TO RetEof
               END-READ
           END-PERFORM
           CLOSE RetFile.

           LoadPrevTotals.
           MOVE "StorageTotals.txt" TO TotalsPath
           OPEN INPUT TotalsFile
           READ TotalsFile
               AT END MOVE "Y" TO TotalsEof
           END-READ
           PERFORM UNTIL TotalsEof = "Y" OR PrevCount >= 20
               IF TotRoot NOT = SPACES AND TotDate NUMERIC
                       AND TotUsed NUMERIC
                   ADD 1 TO PrevCount
                   MOVE TotRoot TO PvRoot(PrevCount)
                   MOVE TotDate TO PvDate(PrevCount)
                   MOVE TotUsed TO PvUsed(PrevCount)
               END-IF
               READ TotalsFile
                   AT END MOVE "Y" TO TotalsEof
               END-READ
           END-PERFORM
           CLOSE TotalsFile.

      *    The baseline is the latest saved row from before today,
      *    so a second run the same day still measures against
      *    yesterday rather than against itself
           BuildRootTable.
           PERFORM VARYING MRidx FROM 1 BY 1
                   UNTIL MRidx > MovieRootCount
               ADD 1 TO RootCount
               MOVE MovieRootPath(MRidx) TO RtPath(RootCount)
               MOVE "MOVIES" TO RtKind(RootCount)
           END-PERFORM
           PERFORM VARYING SRidx FROM 1 BY 1
                   UNTIL SRidx > ShowRootCount
               ADD 1 TO RootCount
               MOVE ShowRootPath(SRidx) TO RtPath(RootCount)
               MOVE "SHOWS" TO RtKind(RootCount)
           END-PERFORM
           PERFORM VARYING Ridx FROM 1 BY 1 UNTIL Ridx > RootCount
               MOVE 0 TO RtFiles(Ridx) RtUsed(Ridx) RtFree(Ridx)
                         RtPrevUsed(Ridx) RtGrowth(Ridx)
               MOVE "N" TO RtFreeKnown(Ridx)
               MOVE SPACES TO RtPrevDate(Ridx)
               PERFORM VARYING PrevIdx FROM 1 BY 1
                       UNTIL PrevIdx > PrevCount
                   IF PvRoot(PrevIdx) = RtPath(Ridx)
                           AND PvDate(PrevIdx) < Today
                           AND PvDate(PrevIdx) > RtPrevDate(Ridx)
                       MOVE PvDate(PrevIdx) TO RtPrevDate(Ridx)
                       MOVE PvUsed(PrevIdx) TO RtPrevUsed(Ridx)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Root path without its trailing backslash - cmd reads a
      *    backslash right before the closing quote as an escape and
      *    loses the quote
           SetRootScanPath.
           MOVE 0 TO CharCount
           INSPECT FUNCTION REVERSE(RtPath(Ridx)) TALLYING CharCount
                           FOR LEADING SPACES
           COMPUTE RootSize = (20 - CharCount)
           MOVE SPACES TO ScanPath
           MOVE RtPath(Ridx) (1 : RootSize - 1) TO ScanPath.

           RunScan.
           MOVE 0 TO CharCount
           INSPECT FUNCTION REVERSE(ScanPath) TALLYING CharCount
                           FOR LEADING SPACES
           COMPUTE ScanPathLen = (200 - CharCount)
           MOVE SPACES TO ScanCommand
           STRING "dir " DELIMITED BY SIZE,
                   ScanSwitches DELIMITED BY "  ",
                   ' "' DELIMITED BY SIZE,
                   ScanPath(1 : ScanPathLen) DELIMITED BY SIZE,
                   '" > StorageScanWork.txt' DELIMITED BY SIZE
               INTO ScanCommand
           CALL "SYSTEM" USING ScanCommand
           END-CALL.

           ScanMovieRoot.
           PERFORM SetRootScanPath
           MOVE "/b /a-d" TO ScanSwitches
           PERFORM RunScan
           MOVE "N" TO ScanEof
           OPEN INPUT ScanFile
           READ ScanFile
               AT END MOVE "Y" TO ScanEof
           END-READ
           PERFORM UNTIL ScanEof = "Y" OR MovieCount >= 500
               IF ScanRec NOT = SPACES
                   ADD 1 TO MovieCount
                   PERFORM AddMovieEntry
               END-IF
               READ ScanFile
                   AT END MOVE "Y" TO ScanEof
               END-READ
           END-PERFORM
           CLOSE ScanFile.

      *    Strip the container extension so the name lines up with
      *    the library, the tally key and the retired list - same
      *    as AddDiskEntry in DiskReconcile
           AddMovieEntry.
           MOVE SPACES TO FilePath
           STRING RtPath(Ridx) (1 : RootSize) DELIMITED BY SIZE,
                   ScanRec DELIMITED BY SIZE
               INTO FilePath
           PERFORM SizeOneFile
           MOVE FileSize TO MvSize(MovieCount)
           ADD FileSize TO RtUsed(Ridx)
           ADD 1 TO RtFiles(Ridx)
           SET MvRoot(MovieCount) TO Ridx
           MOVE "N" TO MvPicked(MovieCount)
           MOVE 0 TO CharCount
           INSPECT FUNCTION REVERSE(ScanRec) TALLYING CharCount
                               FOR LEADING SPACES
           COMPUTE StrgSize = (200 - CharCount)
           MOVE 0 TO DotPos
           PERFORM VARYING WalkIdx FROM 1 BY 1 UNTIL WalkIdx > StrgSize
               IF ScanRec(WalkIdx : 1) = "."
                   MOVE WalkIdx TO DotPos
               END-IF
           END-PERFORM
           IF DotPos > 1
               COMPUTE StrgSize = DotPos - 1
           END-IF
           IF StrgSize > 60
               MOVE 60 TO StrgSize
           END-IF
           MOVE SPACES TO MvName(MovieCount)
           MOVE ScanRec(1 : StrgSize) TO MvName(MovieCount)
           MOVE FUNCTION UPPER-CASE(MvName(MovieCount))
               TO MvUpName(MovieCount).

      *    Series folders first, then one recursive pass per series
      *    for every file under it, seasons and extras alike
           ScanShowRoot.
           PERFORM SetRootScanPath
           MOVE "/b /ad" TO ScanSwitches
           PERFORM RunScan
           COMPUTE SeriesFirst = SeriesCount + 1
           MOVE "N" TO ScanEof
           OPEN INPUT ScanFile
           READ ScanFile
               AT END MOVE "Y" TO ScanEof
           END-READ
           PERFORM UNTIL ScanEof = "Y" OR SeriesCount >= 200
               IF ScanRec NOT = SPACES
                   ADD 1 TO SeriesCount
                   MOVE ScanRec(1 : 50) TO SrName(SeriesCount)
                   SET SrRoot(SeriesCount) TO Ridx
                   MOVE 0 TO SrSize(SeriesCount)
                   MOVE "N" TO SrPicked(SeriesCount)
               END-IF
               READ ScanFile
                   AT END MOVE "Y" TO ScanEof
               END-READ
           END-PERFORM
           CLOSE ScanFile
           PERFORM VARYING Sidx FROM SeriesFirst BY 1
                   UNTIL Sidx > SeriesCount
               PERFORM ScanOneSeries
           END-PERFORM.

           ScanOneSeries.
           MOVE SPACES TO ScanPath
           STRING RtPath(Ridx) (1 : RootSize) DELIMITED BY SIZE,
                   SrName(Sidx) DELIMITED BY "  "
               INTO ScanPath
           MOVE "/s /b /a-d" TO ScanSwitches
           PERFORM RunScan
           MOVE "N" TO ScanEof
           OPEN INPUT ScanFile
           READ ScanFile
               AT END MOVE "Y" TO ScanEof
           END-READ
           PERFORM UNTIL ScanEof = "Y"
               IF ScanRec NOT = SPACES
                   MOVE ScanRec TO FilePath
                   PERFORM SizeOneFile
                   ADD FileSize TO SrSize(Sidx) RtUsed(Ridx)
                   ADD 1 TO RtFiles(Ridx)
               END-IF
               READ ScanFile
                   AT END MOVE "Y" TO ScanEof
               END-READ
           END-PERFORM
           CLOSE ScanFile.

      *    A file that vanished between the dir and the probe just
      *    counts as empty
           SizeOneFile.
           CALL "CBL_CHECK_FILE_EXIST" USING FilePath, FileDetails
               RETURNING ProbeStatus
           END-CALL
           IF ProbeStatus NOT = 0
               MOVE 0 TO FileSize
           END-IF.

      *    The free figure is the "nnn bytes free" tail of a plain
      *    dir listing, taken without thousands separators
           ProbeFreeSpace.
           PERFORM SetRootScanPath
           MOVE "/-c" TO ScanSwitches
           PERFORM RunScan
           MOVE "N" TO ScanEof
           OPEN INPUT ScanFile
           READ ScanFile
               AT END MOVE "Y" TO ScanEof
           END-READ
           PERFORM UNTIL ScanEof = "Y"
               MOVE 0 TO FreePos
               INSPECT ScanRec TALLYING FreePos
                   FOR CHARACTERS BEFORE INITIAL " bytes free"
               IF FreePos > 0 AND FreePos < 200
                   MOVE FreePos TO DigitPos
                   PERFORM UNTIL DigitPos < 1
                           OR ScanRec(DigitPos : 1) NOT NUMERIC
                       SUBTRACT 1 FROM DigitPos
                   END-PERFORM
                   IF DigitPos < FreePos
                       MOVE FUNCTION NUMVAL
                               (ScanRec(DigitPos + 1 :
                                        FreePos - DigitPos))
                           TO RtFree(Ridx)
                       MOVE "Y" TO RtFreeKnown(Ridx)
                   END-IF
               END-IF
               READ ScanFile
                   AT END MOVE "Y" TO ScanEof
               END-READ
           END-PERFORM
           CLOSE ScanFile.

      *    Bytes a day since the baseline run
           WorkOutGrowth.
           IF RtPrevDate(Ridx) NOT = SPACES
               COMPUTE DaysBetween =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(Today))
                   - FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(RtPrevDate(Ridx)))
               IF DaysBetween > 0
                   COMPUTE RtGrowth(Ridx) =
                       (RtUsed(Ridx) - RtPrevUsed(Ridx)) / DaysBetween
               END-IF
           END-IF.

           WriteRootLines.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "Root                Kind   Files   Used GB    Free GB"
             & "  GB/day   Days to full" TO ReportLine
           WRITE ReportLine
           PERFORM VARYING Ridx FROM 1 BY 1 UNTIL Ridx > RootCount
               MOVE RtPath(Ridx) TO RlPath
               MOVE RtKind(Ridx) TO RlKind
               MOVE RtFiles(Ridx) TO RlFiles
               COMPUTE RlUsed ROUNDED = RtUsed(Ridx) / OneGb
               PERFORM SetFreeAndForecast
               WRITE ReportLine FROM RootLine
           END-PERFORM
           MOVE FloorGb TO EditFloor
           MOVE SPACES TO ReportLine
           STRING "Roots on one drive share its free space and its "
                       DELIMITED BY SIZE,
                   "forecast; warning floor " DELIMITED BY SIZE,
                   FUNCTION TRIM(EditFloor) DELIMITED BY SIZE,
                   " GB free" DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

      *    Days left is the drive's free space over the combined
      *    daily growth of every root on that drive
           SetFreeAndForecast.
           MOVE SPACES TO RlFree RlGrowth RlDays
           IF RtFreeKnown(Ridx) = "Y"
               COMPUTE EditFreeGb ROUNDED = RtFree(Ridx) / OneGb
               MOVE EditFreeGb TO RlFree(2 : 10)
           ELSE
               MOVE "    unknown" TO RlFree
           END-IF
           IF RtPrevDate(Ridx) = SPACES
               MOVE "first run - no forecast yet" TO RlDays
           ELSE
               COMPUTE EditGrowth ROUNDED = RtGrowth(Ridx) / OneGb
               MOVE EditGrowth TO RlGrowth(2 : 9)
               MOVE 0 TO DriveGrowth
               PERFORM VARYING DriveIdx FROM 1 BY 1
                       UNTIL DriveIdx > RootCount
                   IF RtPath(DriveIdx) (1 : 2) = RtPath(Ridx) (1 : 2)
                       ADD RtGrowth(DriveIdx) TO DriveGrowth
                   END-IF
               END-PERFORM
               EVALUATE TRUE
               WHEN RtFreeKnown(Ridx) NOT = "Y"
                   MOVE "free space unknown" TO RlDays
               WHEN DriveGrowth NOT > 0
                   MOVE "not growing" TO RlDays
               WHEN OTHER
                   COMPUTE DaysToFull = RtFree(Ridx) / DriveGrowth
                   MOVE DaysToFull TO EditDays
                   MOVE SPACES TO RlDays
                   STRING FUNCTION TRIM(EditDays) DELIMITED BY SIZE,
                           " (since " DELIMITED BY SIZE,
                           RtPrevDate(Ridx) DELIMITED BY SIZE,
                           ")" DELIMITED BY SIZE
                       INTO RlDays
               END-EVALUATE
           END-IF.

      *    Biggest first, ten deep - the pick-the-largest-remaining
      *    shape of the top-rated list in RatingsReport
           WriteLargestMovies.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "Largest movies" TO ReportLine
           WRITE ReportLine
           PERFORM VARYING PickNum FROM 1 BY 1
                   UNTIL PickNum > 10 OR PickNum > MovieCount
               MOVE -1 TO BestSize
               MOVE 0 TO BestIdx
               PERFORM VARYING Midx FROM 1 BY 1 UNTIL Midx > MovieCount
                   IF MvPicked(Midx) = "N" AND MvSize(Midx) > BestSize
                       MOVE MvSize(Midx) TO BestSize
                       SET BestIdx TO Midx
                   END-IF
               END-PERFORM
               MOVE "Y" TO MvPicked(BestIdx)
               SET Midx TO BestIdx
               PERFORM WriteMovieSize
           END-PERFORM
           IF MovieCount = 0
               MOVE "  No movie files found on any root." TO ReportLine
               WRITE ReportLine
           END-IF.

           WriteMovieSize.
           COMPUTE SlGb ROUNDED = MvSize(Midx) / OneGb
           MOVE MvName(Midx) TO SlName
           MOVE RtPath(MvRoot(Midx)) TO SlRoot
           WRITE ReportLine FROM SizeLine.

           WriteLargestSeries.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "Largest series" TO ReportLine
           WRITE ReportLine
           PERFORM VARYING PickNum FROM 1 BY 1
                   UNTIL PickNum > 10 OR PickNum > SeriesCount
               MOVE -1 TO BestSize
               MOVE 0 TO BestIdx
               PERFORM VARYING Sidx FROM 1 BY 1
                       UNTIL Sidx > SeriesCount
                   IF SrPicked(Sidx) = "N" AND SrSize(Sidx) > BestSize
                       MOVE SrSize(Sidx) TO BestSize
                       SET BestIdx TO Sidx
                   END-IF
               END-PERFORM
               MOVE "Y" TO SrPicked(BestIdx)
               COMPUTE SlGb ROUNDED = SrSize(BestIdx) / OneGb
               MOVE SrName(BestIdx) TO SlName
               MOVE RtPath(SrRoot(BestIdx)) TO SlRoot
               WRITE ReportLine FROM SizeLine
           END-PERFORM
           IF SeriesCount = 0
               MOVE "  No series folders found on any root."
                   TO ReportLine
               WRITE ReportLine
           END-IF.

           WriteNeverPlayed.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "Never played (TallyCount zero in MovieTally.dat)"
               TO ReportLine
           WRITE ReportLine
           MOVE 0 TO SumSize SumCount
           PERFORM VARYING Midx FROM 1 BY 1 UNTIL Midx > MovieCount
               MOVE "N" TO Found
               PERFORM VARYING ListIdx FROM 1 BY 1
                       UNTIL ListIdx > NeverCount OR WasFound
                   IF NeverKey(ListIdx) = MvUpName(Midx) (1 : 50)
                       SET WasFound TO TRUE
                   END-IF
               END-PERFORM
               IF WasFound
                   ADD 1 TO SumCount
                   ADD MvSize(Midx) TO SumSize
                   PERFORM WriteMovieSize
               END-IF
           END-PERFORM
           PERFORM WriteSumLine.

           WriteRetired.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "Retired in MovieLibRetired.txt but still on a root"
               TO ReportLine
           WRITE ReportLine
           MOVE 0 TO SumSize SumCount
           PERFORM VARYING Midx FROM 1 BY 1 UNTIL Midx > MovieCount
               MOVE "N" TO Found
               PERFORM VARYING ListIdx FROM 1 BY 1
                       UNTIL ListIdx > RetCount OR WasFound
                   IF RetUpTitle(ListIdx) = MvUpName(Midx)
                       SET WasFound TO TRUE
                   END-IF
               END-PERFORM
               IF WasFound
                   ADD 1 TO SumCount
                   ADD MvSize(Midx) TO SumSize
                   PERFORM WriteMovieSize
               END-IF
           END-PERFORM
           PERFORM WriteSumLine.

           WriteSumLine.
           MOVE SumCount TO EditCount
           COMPUTE EditGb ROUNDED = SumSize / OneGb
           MOVE SPACES TO ReportLine
           STRING "  " DELIMITED BY SIZE,
                   FUNCTION TRIM(EditCount) DELIMITED BY SIZE,
                   " title(s), " DELIMITED BY SIZE,
                   FUNCTION TRIM(EditGb) DELIMITED BY SIZE,
                   " GB" DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine.

      *    One line per root whose drive is under the floor, or the
      *    all-clear NightlyOps recognizes
           WriteWarnings.
           OPEN OUTPUT WarnFile
           MOVE "StorageWarnings: roots under the free-space floor"
               TO WarnLine
           WRITE WarnLine
           MOVE FloorGb TO EditFloor
           PERFORM VARYING Ridx FROM 1 BY 1 UNTIL Ridx > RootCount
               IF RtFreeKnown(Ridx) = "Y"
                       AND RtFree(Ridx) < FloorBytes
                   ADD 1 TO WarnCount
                   COMPUTE EditFreeGb ROUNDED = RtFree(Ridx) / OneGb
                   MOVE SPACES TO WarnLine
                   STRING "LOW SPACE: " DELIMITED BY SIZE,
                           RtPath(Ridx) DELIMITED BY SPACE,
                           " " DELIMITED BY SIZE,
                           FUNCTION TRIM(EditFreeGb) DELIMITED BY SIZE,
                           " GB free, floor " DELIMITED BY SIZE,
                           FUNCTION TRIM(EditFloor) DELIMITED BY SIZE,
                           " GB" DELIMITED BY SIZE
                       INTO WarnLine
                   WRITE WarnLine
               END-IF
           END-PERFORM
           IF WarnCount = 0
               MOVE "No roots under the free-space floor" TO WarnLine
               WRITE WarnLine
           END-IF
           CLOSE WarnFile.

      *    Today's row for every root, plus the baseline it was
      *    measured against so a rerun today still has one
           SaveTotals.
           MOVE "StorageTotalsNew.txt" TO TotalsPath
           OPEN OUTPUT TotalsFile
           PERFORM VARYING Ridx FROM 1 BY 1 UNTIL Ridx > RootCount
               MOVE SPACES TO TotalsRec
               MOVE RtPath(Ridx) TO TotRoot
               MOVE Today TO TotDate
               MOVE RtUsed(Ridx) TO TotUsed
               WRITE TotalsRec
               IF RtPrevDate(Ridx) NOT = SPACES
                   MOVE RtPrevDate(Ridx) TO TotDate
                   MOVE RtPrevUsed(Ridx) TO TotUsed
                   WRITE TotalsRec
               END-IF
           END-PERFORM
           CLOSE TotalsFile
           CALL "CBL_RENAME_FILE" USING "StorageTotalsNew.txt",
                                         "StorageTotals.txt"
               RETURNING RenameStatus
           END-CALL
           IF RenameStatus NOT = 0
               DISPLAY "StorageForecast: FAILED to swap "
                       "StorageTotalsNew.txt into place, status="
                       RenameStatus
           END-IF.

           END PROGRAM StorageForecast.
