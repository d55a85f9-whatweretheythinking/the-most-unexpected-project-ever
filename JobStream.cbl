           IDENTIFICATION DIVISION.
           PROGRAM-ID. JobStream.
      *    Unattended driver for the periodic batches that used to be
      *    run by hand when somebody remembered.  JobControl.txt is
      *    hand-kept, one step per line in run order:
      *        cols  1-20  program to CALL
      *        cols 21-30  NIGHTLY, WEEKLY-DDD (DDD = MON..SUN,
      *                    plain WEEKLY means SUN), MONTHEND (last
      *                    day of the month) or YEAREND (1 January,
      *                    closing out the year just ended)
      *        cols 31-90  up to three steps it depends on, 20 each
      *    A "*" in column 1 is a comment.  A dependency listed for
      *    the same night has to have finished first; one that isn't
      *    due that night has to have finished on or since the last
      *    night it was due, and not failed since - that is how the
      *    January rollover waits on the 31 December digest, even
      *    when the box was down that night.  (A step run by hand to
      *    make up a missed night has its date put in its
      *    JobCheckpoint.txt row.)  Every step's outcome goes to
      *    JobCheckpoint.txt as it happens.  A run with a failed or
      *    skipped step stays open, and the next run picks that
      *    night back up - steps already done are not redone, the
      *    failed step and whatever it held back run again - before
      *    going on to tonight.  JobStream.txt is the night's log.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ControlFile ASSIGN TO "JobControl.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL CheckFile ASSIGN TO "JobCheckpoint.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CheckOutFile ASSIGN TO "JobCheckpointNew.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ReportFile ASSIGN TO "JobStream.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.

           FILE SECTION.
           FD ControlFile.
               01 ControlRec.
                   02 JcStep               PIC X(20).
                   02 JcFreq               PIC X(10).
                   02 JcDep                PIC X(20) OCCURS 3 TIMES.
      *    One row per step plus a *STREAM row for the run itself
           FD CheckFile.
               01 CheckRec.
                   02 CkStep               PIC X(20).
                   02 FILLER               PIC X.
                   02 CkState              PIC X(4).
                   02 FILLER               PIC X.
                   02 CkRunDate            PIC X(8).
                   02 FILLER               PIC X.
                   02 CkLastDone           PIC X(8).
                   02 FILLER               PIC X.
                   02 CkReason             PIC X(50).
           FD CheckOutFile.
               01 CheckOutRec              PIC X(94).
           FD ReportFile.
               01 ReportLine            PIC X(100).

           WORKING-STORAGE SECTION.
      *    StState: DONE, FAIL, SKIP, or RUNG while a step is out on
      *    its CALL - a RUNG left in the checkpoint means the run
      *    died inside that step, and it counts as failed
           01 StepTable.
               02 StepEntry            OCCURS 30 TIMES
                                       INDEXED BY Sidx.
                   03 StStep               PIC X(20).
                   03 StFreq               PIC X(10).
                   03 StDep                PIC X(20) OCCURS 3 TIMES.
                   03 StDue                PIC X.
                   03 StState              PIC X(4).
                   03 StRunDate            PIC X(8).
                   03 StLastDone           PIC X(8).
                   03 StReason             PIC X(50).
           01 StepCount                PIC 99 VALUE 0.
           01 DepIdx                   PIC 9.
           01 DepHit                   PIC 99.
           01 ScanIdx                  PIC 99.
           01 ControlEof               PIC X VALUE "N".
           01 CheckEof                 PIC X VALUE "N".

           01 StreamState              PIC X(4) VALUE SPACES.
           01 StreamDate               PIC X(8) VALUE SPACES.
           01 RunDate                  PIC X(8).
           01 RunDateNum REDEFINES RunDate PIC 9(8).
           01 Resuming                 PIC X VALUE "N".
           01 RunOpen                  PIC X.
           01 AnyOpen                  PIC X VALUE "N".
           01 NowStamp                 PIC X(21).
           01 TodayDate                PIC X(8).

           01 DayNameLits.
               02 FILLER               PIC X(21) VALUE
                   "MONTUEWEDTHUFRISATSUN".
           01 DayNames REDEFINES DayNameLits.
               02 DayName              PIC X(3) OCCURS 7 TIMES.
           01 DateInteger              PIC 9(7).
           01 DayOfWeekNum             PIC 9.
           01 WantDay                  PIC X(3).
      *    A frequency tested against any day, not just the run's -
      *    the run night, or a night gone by when looking for the
      *    last time a dependency was due
           01 TestFreq                 PIC X(10).
           01 TestInt                  PIC 9(7).
           01 TestDate                 PIC 9(8).
           01 TestDateX REDEFINES TestDate PIC X(8).
           01 TestNext                 PIC 9(8).
           01 TestNextX REDEFINES TestNext PIC X(8).
           01 TestDayName              PIC X(3).
           01 TestDue                  PIC X.
           01 LastDue                  PIC X(8).
           01 BackDays                 PIC 999.
           01 DepReason                PIC X(50).
           01 StepRc                   PIC S9(9).
           01 StepRcShow               PIC -(8)9.
           01 RenameStatus              PIC S9(9) COMP-5.

           01 CheckLine.
               02 ClStep               PIC X(20).
               02 FILLER               PIC X VALUE SPACE.
               02 ClState              PIC X(4).
               02 FILLER               PIC X VALUE SPACE.
               02 ClRunDate            PIC X(8).
               02 FILLER               PIC X VALUE SPACE.
               02 ClLastDone           PIC X(8).
               02 FILLER               PIC X VALUE SPACE.
               02 ClReason             PIC X(50).
           01 StepLine.
               02 SlStep               PIC X(20).
               02 SlState              PIC X(10).
               02 SlReason             PIC X(70).

           PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO NowStamp
           MOVE NowStamp(1 : 8) TO TodayDate
           OPEN OUTPUT ReportFile
           PERFORM LoadJobControl
           PERFORM LoadCheckpoint

           IF StepCount = 0
               MOVE "JobStream: JobControl.txt lists no steps"
                   TO ReportLine
               WRITE ReportLine
           ELSE
               IF StreamState = "OPEN" AND StreamDate NOT = SPACES
                   MOVE StreamDate TO RunDate
                   MOVE "Y" TO Resuming
                   PERFORM RunStream
                   IF RunOpen = "N" AND RunDate < TodayDate
                       MOVE TodayDate TO RunDate
                       MOVE "N" TO Resuming
                       PERFORM RunStream
                   END-IF
               ELSE
                   IF StreamState = "DONE" AND StreamDate = TodayDate
                       MOVE SPACES TO ReportLine
                       STRING "JobStream: run for ", TodayDate,
                               " already complete - nothing to do"
                           INTO ReportLine
                       WRITE ReportLine
                   ELSE
                       MOVE TodayDate TO RunDate
                       PERFORM RunStream
                   END-IF
               END-IF
           END-IF
           CLOSE ReportFile
      *    Nonzero so whatever scheduled this can alert on it
           IF AnyOpen = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

           RunStream.
           MOVE SPACES TO ReportLine
           IF Resuming = "Y"
               STRING "JobStream: resuming the open run for ", RunDate
                   INTO ReportLine
           ELSE
               STRING "JobStream: run for ", RunDate INTO ReportLine
           END-IF
           WRITE ReportLine
           PERFORM SetRunDay
           MOVE "OPEN" TO StreamState
           MOVE RunDate TO StreamDate
           PERFORM WriteCheckpoint
           MOVE "N" TO RunOpen
           PERFORM VARYING Sidx FROM 1 BY 1 UNTIL Sidx > StepCount
               PERFORM RunOneStep
           END-PERFORM
           IF RunOpen = "Y"
               MOVE "Y" TO AnyOpen
           ELSE
               MOVE "DONE" TO StreamState
           END-IF
           PERFORM WriteCheckpoint
           MOVE SPACES TO ReportLine
           IF RunOpen = "Y"
               STRING "JobStream: run for ", RunDate,
                       " left open - rerun to resume at the failed step"
                   INTO ReportLine
           ELSE
               STRING "JobStream: run for ", RunDate, " complete"
                   INTO ReportLine
           END-IF
           WRITE ReportLine.

           RunOneStep.
           MOVE StStep(Sidx) TO SlStep
           MOVE SPACES TO SlReason
           PERFORM CheckStepDue
           EVALUATE TRUE
           WHEN StDue(Sidx) = "N"
               MOVE "NOT DUE" TO SlState
               MOVE StFreq(Sidx) TO SlReason
           WHEN Resuming = "Y" AND StState(Sidx) = "DONE" AND
                   StRunDate(Sidx) = RunDate
               MOVE "DONE" TO SlState
               MOVE "already finished before the restart" TO SlReason
           WHEN OTHER
               PERFORM CheckDependencies
               IF DepReason NOT = SPACES
                   MOVE "SKIP" TO StState(Sidx)
                   MOVE RunDate TO StRunDate(Sidx)
                   MOVE DepReason TO StReason(Sidx)
                   MOVE "Y" TO RunOpen
               ELSE
                   PERFORM CallOneStep
               END-IF
               PERFORM WriteCheckpoint
               MOVE StState(Sidx) TO SlState
               MOVE StReason(Sidx) TO SlReason
           END-EVALUATE
           WRITE ReportLine FROM StepLine.

      *    CALL by identifier as NightlyOps does, CANCEL after so a
      *    step run twice in one invocation (the resumed night, then
      *    tonight) starts from fresh working storage
           CallOneStep.
           MOVE "RUNG" TO StState(Sidx)
           MOVE RunDate TO StRunDate(Sidx)
           MOVE SPACES TO StReason(Sidx)
           PERFORM WriteCheckpoint
           MOVE 0 TO RETURN-CODE
           CALL StStep(Sidx)
               ON EXCEPTION
                   MOVE "FAIL" TO StState(Sidx)
                   MOVE "program could not be loaded"
                       TO StReason(Sidx)
           END-CALL
           MOVE RETURN-CODE TO StepRc
           MOVE 0 TO RETURN-CODE
      *    SuggestMovieTitles builds the merged library once per load
      *    and serves that copy from then on - drop it after every
      *    step so one that runs after LibraryIntake sees tonight's
      *    additions and retirements
           CANCEL "SuggestMovieTitles"
           IF StState(Sidx) = "RUNG"
               CANCEL StStep(Sidx)
               IF StepRc NOT = 0
                   MOVE "FAIL" TO StState(Sidx)
                   MOVE StepRc TO StepRcShow
                   STRING "ended with RETURN-CODE ", StepRcShow
                       DELIMITED BY SIZE INTO StReason(Sidx)
               ELSE
                   MOVE "DONE" TO StState(Sidx)
                   MOVE RunDate TO StLastDone(Sidx)
               END-IF
           END-IF
           IF StState(Sidx) = "FAIL"
               MOVE "Y" TO RunOpen
           END-IF.

      *    Dependencies are looked up among the steps above this one
      *    - the file is kept in run order
           CheckDependencies.
           MOVE SPACES TO DepReason
           PERFORM VARYING DepIdx FROM 1 BY 1
                   UNTIL DepIdx > 3 OR DepReason NOT = SPACES
               IF StDep(Sidx, DepIdx) NOT = SPACES
                   MOVE 0 TO DepHit
                   PERFORM VARYING ScanIdx FROM 1 BY 1
                           UNTIL ScanIdx >= Sidx
                       IF StStep(ScanIdx) = StDep(Sidx, DepIdx)
                           MOVE ScanIdx TO DepHit
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                   WHEN DepHit = 0
                       STRING "depends on " DELIMITED BY SIZE,
                               StDep(Sidx, DepIdx) DELIMITED BY SPACE,
                               " - not an earlier step"
                                   DELIMITED BY SIZE
                           INTO DepReason
                   WHEN StDue(DepHit) = "Y"
                       IF StState(DepHit) NOT = "DONE" OR
                               StRunDate(DepHit) NOT = RunDate
                           STRING "predecessor " DELIMITED BY SIZE,
                                   StDep(Sidx, DepIdx)
                                       DELIMITED BY SPACE,
                                   " ", StState(DepHit)
                                       DELIMITED BY SIZE
                               INTO DepReason
                       END-IF
                   WHEN OTHER
                       IF StState(DepHit) = "FAIL" OR
                               StState(DepHit) = "SKIP" OR
                               StState(DepHit) = "RUNG"
                           STRING "predecessor " DELIMITED BY SIZE,
                                   StDep(Sidx, DepIdx)
                                       DELIMITED BY SPACE,
                                   " last run ", StRunDate(DepHit),
                                   " ", StState(DepHit)
                                       DELIMITED BY SIZE
                               INTO DepReason
                       ELSE
                           PERFORM FindLastDueDate
                           IF LastDue NOT = SPACES AND
                                   (StLastDone(DepHit) = SPACES OR
                                    StLastDone(DepHit) < LastDue)
                               STRING "predecessor " DELIMITED BY SIZE,
                                       StDep(Sidx, DepIdx)
                                           DELIMITED BY SPACE,
                                       " missed ", LastDue
                                           DELIMITED BY SIZE
                                   INTO DepReason
                           END-IF
                       END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *    Day 1 of the integer calendar (1601-01-01) was a Monday,
      *    so MOD 7 gives 1=MON .. 6=SAT, 0=SUN
           SetRunDay.
           COMPUTE DateInteger = FUNCTION INTEGER-OF-DATE(RunDateNum).

           CheckStepDue.
           MOVE StFreq(Sidx) TO TestFreq
           MOVE DateInteger TO TestInt
           PERFORM TestFreqOnDay
           MOVE TestDue TO StDue(Sidx).

      *    Back a night at a time from the night before the run, a
      *    year at most - a frequency never due leaves LastDue blank
           FindLastDueDate.
           MOVE SPACES TO LastDue
           MOVE StFreq(DepHit) TO TestFreq
           COMPUTE TestInt = DateInteger - 1
           PERFORM VARYING BackDays FROM 1 BY 1
                   UNTIL BackDays > 366 OR LastDue NOT = SPACES
               PERFORM TestFreqOnDay
               IF TestDue = "Y"
                   MOVE TestDateX TO LastDue
               ELSE
                   SUBTRACT 1 FROM TestInt
               END-IF
           END-PERFORM.

           TestFreqOnDay.
           COMPUTE TestDate = FUNCTION DATE-OF-INTEGER(TestInt)
           COMPUTE TestNext = FUNCTION DATE-OF-INTEGER(TestInt + 1)
           COMPUTE DayOfWeekNum = FUNCTION MOD(TestInt, 7)
           IF DayOfWeekNum = 0
               MOVE 7 TO DayOfWeekNum
           END-IF
           MOVE DayName(DayOfWeekNum) TO TestDayName
           MOVE "N" TO TestDue
           EVALUATE TRUE
           WHEN TestFreq = "NIGHTLY"
               MOVE "Y" TO TestDue
           WHEN TestFreq(1 : 6) = "WEEKLY"
               MOVE TestFreq(8 : 3) TO WantDay
               IF WantDay = SPACES
                   MOVE "SUN" TO WantDay
               END-IF
               IF WantDay = TestDayName
                   MOVE "Y" TO TestDue
               END-IF
      *    Tomorrow is the 1st - today closes the month
           WHEN TestFreq = "MONTHEND"
               IF TestNextX(7 : 2) = "01"
                   MOVE "Y" TO TestDue
               END-IF
           WHEN TestFreq = "YEAREND"
               IF TestDateX(5 : 4) = "0101"
                   MOVE "Y" TO TestDue
               END-IF
           END-EVALUATE.

           LoadJobControl.
           OPEN INPUT ControlFile
           READ ControlFile
               AT END MOVE "Y" TO ControlEof
           END-READ
           PERFORM UNTIL ControlEof = "Y"
               IF JcStep NOT = SPACES AND JcStep(1 : 1) NOT = "*"
                   IF StepCount < 30
                       ADD 1 TO StepCount
                       MOVE JcStep TO StStep(StepCount)
                       MOVE FUNCTION UPPER-CASE(JcFreq)
                           TO StFreq(StepCount)
                       MOVE JcDep(1) TO StDep(StepCount, 1)
                       MOVE JcDep(2) TO StDep(StepCount, 2)
                       MOVE JcDep(3) TO StDep(StepCount, 3)
                       MOVE SPACES TO StState(StepCount)
                                      StRunDate(StepCount)
                                      StLastDone(StepCount)
                                      StReason(StepCount)
                   ELSE
                       MOVE SPACES TO ReportLine
                       STRING "JobStream: more than 30 steps - ",
                               JcStep, " and after not run"
                           DELIMITED BY SIZE INTO ReportLine
                       WRITE ReportLine
                   END-IF
               END-IF
               READ ControlFile
                   AT END MOVE "Y" TO ControlEof
               END-READ
           END-PERFORM
           CLOSE ControlFile.

      *    Rows for steps since dropped from JobControl.txt fall away
      *    on the next checkpoint write
           LoadCheckpoint.
           OPEN INPUT CheckFile
           READ CheckFile
               AT END MOVE "Y" TO CheckEof
           END-READ
           PERFORM UNTIL CheckEof = "Y"
               IF CkStep = "*STREAM"
                   MOVE CkState TO StreamState
                   MOVE CkRunDate TO StreamDate
               ELSE
                   PERFORM VARYING ScanIdx FROM 1 BY 1
                           UNTIL ScanIdx > StepCount
                       IF StStep(ScanIdx) = CkStep
                           MOVE CkState TO StState(ScanIdx)
                           MOVE CkRunDate TO StRunDate(ScanIdx)
                           MOVE CkLastDone TO StLastDone(ScanIdx)
                           MOVE CkReason TO StReason(ScanIdx)
                       END-IF
                   END-PERFORM
               END-IF
               READ CheckFile
                   AT END MOVE "Y" TO CheckEof
               END-READ
           END-PERFORM
           CLOSE CheckFile.

      *    Rewritten after every step through a temp and a rename, so
      *    whatever kills the run, the checkpoint says how far it got
           WriteCheckpoint.
           OPEN OUTPUT CheckOutFile
           MOVE "*STREAM" TO ClStep
           MOVE StreamState TO ClState
           MOVE StreamDate TO ClRunDate
           MOVE SPACES TO ClLastDone ClReason
           WRITE CheckOutRec FROM CheckLine
           PERFORM VARYING ScanIdx FROM 1 BY 1
                   UNTIL ScanIdx > StepCount
               MOVE StStep(ScanIdx) TO ClStep
               MOVE StState(ScanIdx) TO ClState
               MOVE StRunDate(ScanIdx) TO ClRunDate
               MOVE StLastDone(ScanIdx) TO ClLastDone
               MOVE StReason(ScanIdx) TO ClReason
               WRITE CheckOutRec FROM CheckLine
           END-PERFORM
           CLOSE CheckOutFile
           CALL "CBL_RENAME_FILE" USING "JobCheckpointNew.txt",
                                         "JobCheckpoint.txt"
               RETURNING RenameStatus
           END-CALL
           IF RenameStatus NOT = 0
               DISPLAY "JobStream: FAILED to swap "
                       "JobCheckpointNew.txt into place, status="
                       RenameStatus
           END-IF.

           END PROGRAM JobStream.
