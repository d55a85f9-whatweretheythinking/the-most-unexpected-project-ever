           IDENTIFICATION DIVISION.
           PROGRAM-ID. SecurityExceptions.
      *    Pulls the SECX lines out of CobbotAudit.txt - launch text
      *    LaunchGuard refused, whether typed into Discord or found
      *    in a schedule slot - and rolls them up by CmdUser into
      *    SecurityExceptions.txt: how many, first and last day seen,
      *    and the last thing tried.  One probe is a typo; a column
      *    of them from one name is somebody feeling for the shell.
      *    The last 24 hours also go line by line to
      *    SecOvernight.txt, which is what NightlyOps counts -
      *    any refusal overnight flags the run.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL AuditFile ASSIGN TO "CobbotAudit.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ReportFile ASSIGN TO "SecurityExceptions.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OvernightFile ASSIGN TO "SecOvernight.txt"
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
           FD ReportFile.
               01 ReportLine            PIC X(130).
           FD OvernightFile.
               01 OvernightLine         PIC X(130).

           WORKING-STORAGE SECTION.
           01 AuditEof                 PIC X VALUE "N".
           01 NowStamp                 PIC X(21).
           01 WorkDate                 PIC 9(8).
           01 WorkTime                 PIC X(6).
           01 NowSecs                  PIC 9(11).
           01 RowSecs                  PIC 9(11).
           01 TimePiece                PIC 99.
           01 OvernightSecs            PIC 9(5) VALUE 86400.
           01 OvernightCount           PIC 999 VALUE 0.
      *    One row per CmdUser with a refusal on file
           01 UserTable.
               02 UserEntry            OCCURS 200 TIMES
                                       INDEXED BY Uidx.
                   03 SxUser               PIC X(20).
                   03 SxCount              PIC 9(5).
                   03 SxFirst              PIC X(8).
                   03 SxLast               PIC X(8).
                   03 SxLastText           PIC X(70).
           01 UserCount                PIC 999 VALUE 0.
           01 UserFull                 PIC X VALUE "N".
           01 UserFound                PIC X.
               88 WasUserFound         VALUE "Y".
           01 DetailLine.
               02 DetUser              PIC X(20).
               02 FILLER               PIC X VALUE SPACE.
               02 DetCount             PIC ZZZZ9.
               02 FILLER               PIC X(7) VALUE " tries ".
               02 DetFirst             PIC X(8).
               02 FILLER               PIC X(4) VALUE " to ".
               02 DetLast              PIC X(8).
               02 FILLER               PIC X(7) VALUE " last: ".
               02 DetText              PIC X(70).

           PROCEDURE DIVISION.
           OPEN OUTPUT ReportFile
           MOVE "SecurityExceptions: refused launch text by user"
               TO ReportLine
           WRITE ReportLine
           OPEN OUTPUT OvernightFile
           MOVE "SecurityExceptions: refused launch text, last 24 hours"
               TO OvernightLine
           WRITE OvernightLine

           MOVE FUNCTION CURRENT-DATE TO NowStamp
           MOVE NowStamp(1 : 8) TO WorkDate
           MOVE NowStamp(9 : 6) TO WorkTime
           PERFORM StampToSeconds
           MOVE RowSecs TO NowSecs

           OPEN INPUT AuditFile
           READ AuditFile
               AT END MOVE "Y" TO AuditEof
           END-READ
           PERFORM UNTIL AuditEof = "Y"
               IF AudTrigger = "SECX "
                   PERFORM TallyOneRefusal
                   PERFORM CheckOvernight
               END-IF
               READ AuditFile
                   AT END MOVE "Y" TO AuditEof
               END-READ
           END-PERFORM
           CLOSE AuditFile

           IF UserCount = 0
               MOVE "No refused launch text on file."
                   TO ReportLine
               WRITE ReportLine
           ELSE
               PERFORM VARYING Uidx FROM 1 BY 1 UNTIL Uidx > UserCount
                   MOVE SxUser(Uidx) TO DetUser
                   MOVE SxCount(Uidx) TO DetCount
                   MOVE SxFirst(Uidx) TO DetFirst
                   MOVE SxLast(Uidx) TO DetLast
                   MOVE SxLastText(Uidx) TO DetText
                   WRITE ReportLine FROM DetailLine
               END-PERFORM
           END-IF
           IF UserFull = "Y"
               MOVE "More than 200 users - the rest are not listed."
                   TO ReportLine
               WRITE ReportLine
           END-IF
           CLOSE ReportFile

           IF OvernightCount = 0
               MOVE "No security exceptions overnight." TO OvernightLine
               WRITE OvernightLine
           END-IF
           CLOSE OvernightFile.
      *    GOBACK rather than STOP RUN so the NightlyOps driver can
      *    run this as one step of the suite - standalone it ends the
      *    run just the same
           GOBACK.

      *    The audit is appended in time order, so the row in hand is
      *    always the latest for its user
           TallyOneRefusal.
           MOVE "N" TO UserFound
           PERFORM VARYING Uidx FROM 1 BY 1
                   UNTIL Uidx > UserCount OR WasUserFound
               IF SxUser(Uidx) = AudUser
                   SET WasUserFound TO TRUE
                   ADD 1 TO SxCount(Uidx)
                   MOVE AudDate TO SxLast(Uidx)
                   MOVE AudInstring TO SxLastText(Uidx)
               END-IF
           END-PERFORM
           IF NOT WasUserFound
               IF UserCount < 200
                   ADD 1 TO UserCount
                   MOVE AudUser TO SxUser(UserCount)
                   MOVE 1 TO SxCount(UserCount)
                   MOVE AudDate TO SxFirst(UserCount)
                   MOVE AudDate TO SxLast(UserCount)
                   MOVE AudInstring TO SxLastText(UserCount)
               ELSE
                   MOVE "Y" TO UserFull
               END-IF
           END-IF.

           CheckOvernight.
           IF AudDate NUMERIC AND AudTime NUMERIC
               MOVE AudDate TO WorkDate
               MOVE AudTime TO WorkTime
               PERFORM StampToSeconds
               IF RowSecs NOT > NowSecs AND
                       NowSecs - RowSecs NOT > OvernightSecs
                   ADD 1 TO OvernightCount
                   MOVE SPACES TO OvernightLine
                   STRING AudDate, " ", AudTime, " ", AudUser, " ",
                           AudInstring
                       INTO OvernightLine
                   WRITE OvernightLine
               END-IF
           END-IF.

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

           END PROGRAM SecurityExceptions.
