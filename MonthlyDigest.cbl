      *    command mix (CobbotAudit.txt), first-time titles versus
      *    rewatches (history walk cross-checked against
      *    MovieTally.txt), and movement against the month before.
      *    Plays are also broken down by the room they went out on,
      *    every room in Rooms.txt listed even when it sat dark.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    the column existed, which reads as finished here
                   02 FILLER               PIC X.
                   02 HistMark             PIC X(3).
      *    Room the play went out on - blank on lines from before
      *    there was more than one, which were the default room
                   02 FILLER               PIC X.
                   02 HistRoom             PIC X(10).
                   02 FILLER               PIC X(5).
           FD AuditFile.
               01 AuditRec.
                   02 AudTrigger           PIC X(5).
                   02 AudInstring          PIC X(70).
                   02 FILLER               PIC X.
                   02 AudUser              PIC X(20).
                   02 FILLER               PIC X(11).
           FD TallyFile.
               01 TallyTable.
                   02 TallyFileKey PIC X(50).

           WORKING-STORAGE SECTION.
           COPY MOVIELIB.
           COPY ROOMS.
           01 HistEof                  PIC X VALUE "N".
           01 AuditEof                 PIC X VALUE "N".
           01 TallyEof                 PIC X VALUE "N".
           01 MixJbob                  PIC 9(4) VALUE 0.
           01 MixOther                 PIC 9(4) VALUE 0.

      *    This month's plays per room, seeded from the registry in
      *    its order - a room the history names that Rooms.txt no
      *    longer lists still gets its own line on the end
           01 RoomPlayTable.
               02 RoomPlayEntry        OCCURS 20 TIMES
                                       INDEXED BY Rpidx.
                   03 RpName               PIC X(10).
                   03 RpCount              PIC 9(4).
           01 RoomPlayCount            PIC 99 VALUE 0.
           01 RpHit                    PIC X.
           01 PlayRoom                 PIC X(10).

      *    Every distinct title seen while walking the history from
      *    the top - how we know a play this month is a rewatch
           01 SeenTable.
           END-PERFORM

           PERFORM LoadTallyNames
           PERFORM LoadRoomNames
           PERFORM WalkHistory
           PERFORM ClassifyPending
           PERFORM WalkAudit
           PERFORM WriteReport
      *    GOBACK rather than STOP RUN so the JobStream driver can
      *    run this as one step of the stream - standalone it ends
      *    the run just the same
           GOBACK.

           LoadTallyNames.
           OPEN INPUT TallyFile
           END-PERFORM
           CLOSE TallyFile.

           LoadRoomNames.
           SET RoomLookup TO TRUE
           MOVE SPACES TO RoomName
           CALL "RoomRegistry" USING RoomArea
           END-CALL
           PERFORM VARYING Rmidx FROM 1 BY 1 UNTIL Rmidx > RoomCount
               ADD 1 TO RoomPlayCount
               MOVE RmName(Rmidx) TO RpName(RoomPlayCount)
               MOVE 0 TO RpCount(RoomPlayCount)
           END-PERFORM.

      *    One pass from the top in stamp order: records before this
      *    month only feed the seen-title table, records in it feed
      *    every month counter, and the month before feeds the
                   MOVE 7 TO DayOfWeekNum
               END-IF
               ADD 1 TO DayCount(DayOfWeekNum)
               PERFORM BumpMonthRoom
               PERFORM BumpMonthTitle
               IF WasSeen
                   ADD 1 TO Rewatches
               MOVE 1 TO MtCount(MonthTitleCount)
           END-IF.

           BumpMonthRoom.
           MOVE FUNCTION UPPER-CASE(HistRoom) TO PlayRoom
           IF PlayRoom = SPACES
               MOVE RmName(1) TO PlayRoom
           END-IF
           MOVE "N" TO RpHit
           PERFORM VARYING Rpidx FROM 1 BY 1
                   UNTIL Rpidx > RoomPlayCount
               IF RpName(Rpidx) = PlayRoom
                   ADD 1 TO RpCount(Rpidx)
                   MOVE "Y" TO RpHit
               END-IF
           END-PERFORM
           IF RpHit = "N" AND RoomPlayCount < 20
               ADD 1 TO RoomPlayCount
               MOVE PlayRoom TO RpName(RoomPlayCount)
               MOVE 1 TO RpCount(RoomPlayCount)
           END-IF.

           NotePendingTitle.
           IF PendingCount < 200
               ADD 1 TO PendingCount
           END-IF
           WRITE ReportLine

           MOVE "Plays by room:" TO ReportLine
           WRITE ReportLine
           PERFORM VARYING Rpidx FROM 1 BY 1
                   UNTIL Rpidx > RoomPlayCount
               MOVE RpCount(Rpidx) TO PrnCount
               MOVE SPACES TO ReportLine
               STRING "  ", RpName(Rpidx), PrnCount INTO ReportLine
               WRITE ReportLine
           END-PERFORM

           MOVE SPACES TO ReportLine
           MOVE MixRand TO PrnCount
           STRING "Command mix: RAND", PrnCount INTO ReportLine
