           IDENTIFICATION DIVISION.
           PROGRAM-ID. PlayReconcile.
      *    Every launch writes two stamped lines - PlayHistory.txt
      *    while the title starts, CobbotAudit.txt once the command
      *    finishes - and this checks the two logs agree.  A history
      *    line is paired with a launch trigger (RAND, FILM, SHOW,
      *    NEXT, JBOB, HOST, COLL, a rota PICK, or the CLOS that
      *    started a poll winner) from the same user stamped within
      *    PairSecs of it.
      *    What is left over gets a reason:
      *      NOT-FOUND MISS  a launch trigger with no play - the
      *                      title, episode or queue wasn't there
      *      UNDO'D PLAY     a launch whose history line a later UNDO
      *                      backed out
      *      SCHEDULED PLAY  a history line ScheduleRun wrote, which
      *                      never goes through the bot
      *      UNEXPLAINED     anything else - a RAND that left no
      *                      play, or a play nobody asked the bot for
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL AuditFile ASSIGN TO "CobbotAudit.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL HistoryFile ASSIGN TO "PlayHistory.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ReportFile ASSIGN TO "PlayReconcile.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.

           FILE SECTION.
      *    Same layout as AuditLine in Cobbot.cbl
           FD AuditFile.
               01 AuditRec.
                   02 AudTrigger           PIC X(5).
                   02 FILLER               PIC X.
                   02 AudDate              PIC X(8).
                   02 FILLER               PIC X.
                   02 AudTime              PIC X(6).
                   02 FILLER               PIC X.
                   02 AudInstring          PIC X(70).
                   02 FILLER               PIC X.
                   02 AudUser              PIC X(20).
                   02 FILLER               PIC X(11).
      *    Same layout as HistoryLine in Cobbot.cbl
           FD HistoryFile.
               01 HistoryRec.
                   02 HistDate             PIC X(8).
                   02 FILLER               PIC X.
                   02 HistTime             PIC X(6).
                   02 FILLER               PIC X.
                   02 HistTitleText        PIC X(83).
                   02 FILLER               PIC X.
                   02 HistUser             PIC X(20).
                   02 FILLER               PIC X.
                   02 HistMark             PIC X(3).
      *    Room and rota-pick columns, not used here
                   02 FILLER               PIC X(16).
           FD ReportFile.
               01 ReportLine            PIC X(130).

           WORKING-STORAGE SECTION.
           01 AuditEof                 PIC X VALUE "N".
           01 HistEof                  PIC X VALUE "N".
      *    Cobbot stamps history mid-command and the audit after it,
      *    so a pair is a few seconds apart - a SHOW binge that
      *    probes several episodes can take a little longer
           01 PairSecs                 PIC 99 VALUE 10.
      *    Launch and UNDO rows out of the audit, in file order.
      *    AtKind is L for a launch, C for a poll close (can start a
      *    play but usually doesn't), U for an UNDO that backed
      *    something out.  AtState is M once a history line pairs
      *    with it and U once an UNDO accounts for it.
           01 AuditTable.
               02 AuditEntry           OCCURS 9999 TIMES
                                       INDEXED BY Aidx.
                   03 AtKind               PIC X.
                   03 AtState              PIC X.
                   03 AtTrig               PIC X(5).
                   03 AtDate               PIC X(8).
                   03 AtTime               PIC X(6).
                   03 AtSecs               PIC 9(11).
                   03 AtUser               PIC X(20).
                   03 AtText               PIC X(70).
           01 AuditCount               PIC 9(4) VALUE 0.
           01 AuditFull                PIC X VALUE "N".
           01 UpTrig                   PIC X(4).
           01 BestIdx                  PIC 9(4).
           01 BestGap                  PIC 9(11).
           01 ThisGap                  PIC 9(11).
           01 ScanIdx                  PIC 9(4).
           01 Found                    PIC X VALUE "N".
               88 WasFound             VALUE "Y".

           01 WorkDate                 PIC 9(8).
           01 WorkTime                 PIC X(6).
           01 RowSecs                  PIC 9(11).
           01 HistSecs                 PIC 9(11).
           01 TimePiece                PIC 99.
           01 MismatchCount            PIC 9(5) VALUE 0.

           01 AuditFinding.
               02 AfReason             PIC X(16).
               02 FILLER               PIC X(7) VALUE "AUDIT  ".
               02 AfTrig               PIC X(5).
               02 AfDate               PIC X(8).
               02 FILLER               PIC X VALUE SPACE.
               02 AfTime               PIC X(6).
               02 FILLER               PIC X VALUE SPACE.
               02 AfUser               PIC X(20).
               02 FILLER               PIC X VALUE SPACE.
               02 AfText               PIC X(60).
           01 HistFinding.
               02 HfReason             PIC X(16).
               02 FILLER               PIC X(12) VALUE "HISTORY     ".
               02 HfDate               PIC X(8).
               02 FILLER               PIC X VALUE SPACE.
               02 HfTime               PIC X(6).
               02 FILLER               PIC X VALUE SPACE.
               02 HfUser               PIC X(20).
               02 FILLER               PIC X VALUE SPACE.
               02 HfText               PIC X(60).

           PROCEDURE DIVISION.
           OPEN OUTPUT ReportFile
           MOVE "PlayReconcile: CobbotAudit.txt vs PlayHistory.txt"
               TO ReportLine
           WRITE ReportLine

           PERFORM LoadAuditLaunches
           IF AuditFull = "Y"
               ADD 1 TO MismatchCount
               MOVE "AUDIT TABLE FULL - launches past 9999 not paired"
                   TO ReportLine
               WRITE ReportLine
           END-IF

      *    History lines are reported as they fail to pair; the
      *    audit side can only be judged once every play is in
           OPEN INPUT HistoryFile
           READ HistoryFile
               AT END MOVE "Y" TO HistEof
           END-READ
           PERFORM UNTIL HistEof = "Y"
               IF HistoryRec NOT = SPACES
                   PERFORM PairHistoryLine
               END-IF
               READ HistoryFile
                   AT END MOVE "Y" TO HistEof
               END-READ
           END-PERFORM
           CLOSE HistoryFile

           PERFORM VARYING Aidx FROM 1 BY 1 UNTIL Aidx > AuditCount
               IF AtKind(Aidx) = "U"
                   PERFORM CreditUndo
               END-IF
           END-PERFORM
           PERFORM VARYING Aidx FROM 1 BY 1 UNTIL Aidx > AuditCount
               IF AtKind(Aidx) = "L" AND AtState(Aidx) NOT = "M"
                   PERFORM ReportAuditLaunch
               END-IF
           END-PERFORM

           IF MismatchCount = 0
               MOVE "No mismatches found - every launch has its play."
                   TO ReportLine
               WRITE ReportLine
           END-IF

           CLOSE ReportFile.
      *    GOBACK rather than STOP RUN so the NightlyOps driver can
      *    run this as one step of the suite - standalone it ends the
      *    run just the same
           GOBACK.

      *    Only rows that could start or remove a play matter here -
      *    WANT, RATE, DENY, SECX and the rest never touch history.
      *    UNDO writes two lines; the "backed out:" note is the one
      *    that means a play really came off.
           LoadAuditLaunches.
           OPEN INPUT AuditFile
           READ AuditFile
               AT END MOVE "Y" TO AuditEof
           END-READ
           PERFORM UNTIL AuditEof = "Y"
               MOVE FUNCTION UPPER-CASE(AudTrigger(1 : 4)) TO UpTrig
               IF AudDate NUMERIC AND AudTime NUMERIC
                   EVALUATE UpTrig
                   WHEN "RAND"
                   WHEN "FILM"
                   WHEN "SHOW"
                   WHEN "NEXT"
                   WHEN "JBOB"
                   WHEN "HOST"
                       PERFORM AddAuditRow
                       MOVE "L" TO AtKind(AuditCount)
      *            Bare COLL only lists progress; with a name it
      *            launches, and the audit carries the film played
                   WHEN "COLL"
                       IF AudInstring NOT = SPACES
                           PERFORM AddAuditRow
                           MOVE "L" TO AtKind(AuditCount)
                       END-IF
      *            Bare PICK shows the rota and PICK skip passes the
      *            turn; anything else is the picker's title
                   WHEN "PICK"
                       IF AudInstring NOT = SPACES AND
                               FUNCTION UPPER-CASE(AudInstring)
                                   NOT = "SKIP"
                           PERFORM AddAuditRow
                           MOVE "L" TO AtKind(AuditCount)
                       END-IF
                   WHEN "CLOS"
                       PERFORM AddAuditRow
                       MOVE "C" TO AtKind(AuditCount)
                   WHEN "UNDO"
                       IF AudInstring(1 : 11) = "backed out:"
                           PERFORM AddAuditRow
                           MOVE "U" TO AtKind(AuditCount)
                       END-IF
                   END-EVALUATE
               END-IF
               READ AuditFile
                   AT END MOVE "Y" TO AuditEof
               END-READ
           END-PERFORM
           CLOSE AuditFile.

      *    A full table keeps its last row slot for the overflow so
      *    the caller's MOVE to AtKind always has somewhere to land
           AddAuditRow.
           IF AuditCount < 9999
               ADD 1 TO AuditCount
           ELSE
               MOVE "Y" TO AuditFull
           END-IF
           MOVE SPACE TO AtState(AuditCount)
           MOVE UpTrig TO AtTrig(AuditCount)
           MOVE AudDate TO AtDate(AuditCount)
           MOVE AudTime TO AtTime(AuditCount)
           MOVE AudUser TO AtUser(AuditCount)
           MOVE AudInstring TO AtText(AuditCount)
           MOVE AudDate TO WorkDate
           MOVE AudTime TO WorkTime
           PERFORM StampToSeconds
           MOVE RowSecs TO AtSecs(AuditCount).

      *    Nearest launch or close from the same user inside the
      *    window - one SHOW binge leaves several history lines
      *    against a single audit line, so a row can pair many times
           PairHistoryLine.
           MOVE 0 TO BestIdx
           IF HistDate NUMERIC AND HistTime NUMERIC
               MOVE HistDate TO WorkDate
               MOVE HistTime TO WorkTime
               PERFORM StampToSeconds
               MOVE RowSecs TO HistSecs
               PERFORM VARYING Aidx FROM 1 BY 1 UNTIL Aidx > AuditCount
                   IF (AtKind(Aidx) = "L" OR AtKind(Aidx) = "C") AND
                           AtUser(Aidx) = HistUser
                       IF AtSecs(Aidx) > HistSecs
                           COMPUTE ThisGap = AtSecs(Aidx) - HistSecs
                       ELSE
                           COMPUTE ThisGap = HistSecs - AtSecs(Aidx)
                       END-IF
                       IF ThisGap NOT > PairSecs
                           IF BestIdx = 0 OR ThisGap < BestGap
                               SET BestIdx TO Aidx
                               MOVE ThisGap TO BestGap
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF BestIdx > 0
               MOVE "M" TO AtState(BestIdx)
           ELSE
               ADD 1 TO MismatchCount
               IF HistUser = "scheduler"
                   MOVE "SCHEDULED PLAY" TO HfReason
               ELSE
                   MOVE "UNEXPLAINED" TO HfReason
               END-IF
               MOVE HistDate TO HfDate
               MOVE HistTime TO HfTime
               MOVE HistUser TO HfUser
               MOVE HistTitleText(14 : 60) TO HfText
               WRITE ReportLine FROM HistFinding
           END-IF.

      *    UNDO always backs out the newest play on record, so the
      *    play it took is the latest unpaired launch ahead of it
      *    that no earlier UNDO has claimed
           CreditUndo.
           MOVE "N" TO Found
           SET ScanIdx TO Aidx
           PERFORM UNTIL ScanIdx < 2 OR WasFound
               SUBTRACT 1 FROM ScanIdx
               IF (AtKind(ScanIdx) = "L" OR AtKind(ScanIdx) = "C")
                       AND AtState(ScanIdx) = SPACE
                   MOVE "U" TO AtState(ScanIdx)
                   SET WasFound TO TRUE
               END-IF
           END-PERFORM.

           ReportAuditLaunch.
           ADD 1 TO MismatchCount
           EVALUATE TRUE
           WHEN AtState(Aidx) = "U"
               MOVE "UNDO'D PLAY" TO AfReason
      *    RAND has no not-found path - it always starts something
           WHEN AtTrig(Aidx) = "RAND"
               MOVE "UNEXPLAINED" TO AfReason
           WHEN OTHER
               MOVE "NOT-FOUND MISS" TO AfReason
           END-EVALUATE
           MOVE AtTrig(Aidx) TO AfTrig
           MOVE AtDate(Aidx) TO AfDate
           MOVE AtTime(Aidx) TO AfTime
           MOVE AtUser(Aidx) TO AfUser
           MOVE AtText(Aidx) TO AfText
           WRITE ReportLine FROM AuditFinding.

      *    Day number times 86400 plus the time of day - good across
      *    midnight and month ends without any calendar arithmetic
           StampToSeconds.
           COMPUTE RowSecs = FUNCTION INTEGER-OF-DATE(WorkDate)
                   * 86400
           MOVE WorkTime(1 : 2) TO TimePiece
           COMPUTE RowSecs = RowSecs + TimePiece * 3600
           MOVE WorkTime(3 : 2) TO TimePiece
           COMPUTE RowSecs = RowSecs + TimePiece * 60
           MOVE WorkTime(5 : 2) TO TimePiece
           ADD TimePiece TO RowSecs.

           END PROGRAM PlayReconcile.
