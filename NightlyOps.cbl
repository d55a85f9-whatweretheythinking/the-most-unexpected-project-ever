      *    NightlyOps.txt says which steps ran, which fell over, and
      *    how many mismatches each one wrote - no more diffing four
      *    report files by hand in the morning.  Runs, in order:
      *    LayoutCheck (first, so the rest read clean files),
      *    TallyReconcile, AlignmentCheck, WantTally, NeverPlayed,
      *    DiskReconcile, GenreReconcile, InboxReport,
      *    SecurityExceptions, PlayReconcile, SchedulePreview,
      *    StorageForecast (flags any root under the free-space
      *    floor).
      *    Finishes with RETURN-CODE 8 when a critical check
      *    (library/tally mismatch, table drift, a refused launch
      *    overnight) found anything or any step failed outright, so
      *    the scheduler can alert on it.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    writes, and whether a nonzero count there should trip the
      *    nonzero RETURN-CODE
           01 StepLits.
               02 FILLER               PIC X(41) VALUE
                   "LayoutCheck         LayoutCheck.txt     N".
               02 FILLER               PIC X(41) VALUE
                   "TallyReconcile      TallyReconcile.txt  Y".
               02 FILLER               PIC X(41) VALUE
                   "DiskReconcile       DiskReconcile.txt   N".
               02 FILLER               PIC X(41) VALUE
                   "GenreReconcile      GenreReconcile.txt  N".
               02 FILLER               PIC X(41) VALUE
                   "InboxReport         InboxReport.txt     N".
               02 FILLER               PIC X(41) VALUE
                   "SecurityExceptions  SecOvernight.txt    Y".
               02 FILLER               PIC X(41) VALUE
                   "PlayReconcile       PlayReconcile.txt   N".
               02 FILLER               PIC X(41) VALUE
                   "SchedulePreview     ScheduleProblems.txtN".
               02 FILLER               PIC X(41) VALUE
                   "StorageForecast     StorageWarnings.txt N".
           01 StepTable REDEFINES StepLits.
               02 StepEntry            OCCURS 12 TIMES
                                       INDEXED BY Stidx.
                   03 StepProg             PIC X(20).
                   03 StepFile             PIC X(20).
                   03 StepCritical         PIC X.
           01 StepCount                PIC 99 VALUE 12.
           01 StepOutcome.
               02 StepState            PIC X OCCURS 12 TIMES.
           01 StepFinds.
               02 StepFound            PIC 9(4) OCCURS 12 TIMES.

           01 ReportPath               PIC X(40).
           01 ReportEof                PIC X VALUE "N".
           END-IF
           IF StepReportLine(1 : 14) = "Every title in"
               MOVE "Y" TO AllClear
           END-IF
           IF StepReportLine(1 : 30) = "No failed or stranded commands"
               MOVE "Y" TO AllClear
           END-IF
           IF StepReportLine(1 : 22) = "No security exceptions"
               MOVE "Y" TO AllClear
           END-IF
           IF StepReportLine(1 : 20) = "No schedule problems"
               MOVE "Y" TO AllClear
           END-IF
           IF StepReportLine(1 : 14) = "No roots under"
               MOVE "Y" TO AllClear
           END-IF.

           END PROGRAM NightlyOps.
