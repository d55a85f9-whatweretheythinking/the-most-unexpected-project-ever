           IDENTIFICATION DIVISION.
           PROGRAM-ID. InboxReport.
      *    Lists the commands in CobbotInbox.txt that never got an
      *    answer: rows the bot gave up on after too many tries
      *    (FAIL), and rows still waiting or still claimed (PEND,
      *    WORK) long after they arrived - a command nobody came
      *    back for, or a run that died holding one.  Anything here
      *    is somebody's Discord message that went unanswered.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL InboxFile ASSIGN TO "CobbotInbox.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ReportFile ASSIGN TO "InboxReport.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.

           FILE SECTION.
           FD InboxFile.
               01 InboxRec.
                   02 InbSeq               PIC 9(8).
                   02 FILLER               PIC X.
                   02 InbState             PIC X(4).
                   02 FILLER               PIC X.
                   02 InbTries             PIC 9.
                   02 FILLER               PIC X.
                   02 InbDate              PIC X(8).
                   02 FILLER               PIC X.
                   02 InbTime              PIC X(6).
                   02 FILLER               PIC X.
                   02 InbTrigger           PIC X(5).
                   02 InbInstring          PIC X(70).
                   02 InbUser              PIC X(20).
           FD ReportFile.
               01 ReportLine            PIC X(130).

           WORKING-STORAGE SECTION.
           01 InboxEof                 PIC X VALUE "N".
           01 NowStamp                 PIC X(21).
           01 WorkDate                 PIC 9(8).
           01 WorkTime                 PIC X(6).
           01 NowSecs                  PIC 9(11).
           01 RowSecs                  PIC 9(11).
           01 TimePiece                PIC 99.
      *    Ten minutes is far past any single command's run time -
      *    a row still open after that has been stranded
           01 StuckSecs                PIC 9(5) VALUE 600.
           01 Stranded                 PIC X.
           01 FlagCount                PIC 999 VALUE 0.
           01 OpenCount                PIC 999 VALUE 0.

           PROCEDURE DIVISION.
           OPEN OUTPUT ReportFile
           MOVE "InboxReport: failed or stranded inbox commands"
               TO ReportLine
           WRITE ReportLine

           MOVE FUNCTION CURRENT-DATE TO NowStamp
           MOVE NowStamp(1 : 8) TO WorkDate
           MOVE NowStamp(9 : 6) TO WorkTime
           PERFORM StampToSeconds
           MOVE RowSecs TO NowSecs

           OPEN INPUT InboxFile
           READ InboxFile
               AT END MOVE "Y" TO InboxEof
           END-READ
           PERFORM UNTIL InboxEof = "Y"
               PERFORM CheckOneInboxRow
               READ InboxFile
                   AT END MOVE "Y" TO InboxEof
               END-READ
           END-PERFORM
           CLOSE InboxFile

           IF FlagCount = 0
               MOVE SPACES TO ReportLine
               STRING "No failed or stranded commands - ", OpenCount,
                       " still in flight."
                   INTO ReportLine
               WRITE ReportLine
           END-IF

           CLOSE ReportFile.
      *    GOBACK rather than STOP RUN so the NightlyOps driver can
      *    run this as one step of the suite - standalone it ends the
      *    run just the same
           GOBACK.

           CheckOneInboxRow.
           IF InbState = "FAIL"
               ADD 1 TO FlagCount
               MOVE SPACES TO ReportLine
               STRING "FAILED #", InbSeq, " ", InbDate, " ", InbTime,
                       " after ", InbTries, " tries: ", InbTrigger,
                       InbUser, " ", InbInstring
                   INTO ReportLine
               WRITE ReportLine
           END-IF
           IF InbState = "PEND" OR InbState = "WORK"
               MOVE "N" TO Stranded
               IF InbDate NUMERIC AND InbTime NUMERIC
                   MOVE InbDate TO WorkDate
                   MOVE InbTime TO WorkTime
                   PERFORM StampToSeconds
                   IF NowSecs - RowSecs > StuckSecs
                       MOVE "Y" TO Stranded
                   END-IF
               ELSE
                   MOVE "Y" TO Stranded
               END-IF
               IF Stranded = "Y"
                   ADD 1 TO FlagCount
                   MOVE SPACES TO ReportLine
                   STRING "STRANDED ", InbState, " #", InbSeq, " ",
                           InbDate, " ", InbTime, ": ", InbTrigger,
                           InbUser, " ", InbInstring
                       INTO ReportLine
                   WRITE ReportLine
               ELSE
                   ADD 1 TO OpenCount
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

           END PROGRAM InboxReport.
