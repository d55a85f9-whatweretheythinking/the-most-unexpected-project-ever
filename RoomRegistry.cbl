           IDENTIFICATION DIVISION.
           PROGRAM-ID. RoomRegistry.
      *    Which screen a play goes to.  The bot grew up with one
      *    player - one WhatsPlaying.txt, one PlayQueue.txt, one
      *    mpc-be line - and the back room made that two.  Rooms.txt
      *    is the registry: room name(10) and the launch command for
      *    that room's player(60), the first row the default room.
      *    The launch and queue triggers take an optional "@room"
      *    word on the end, and ScheduleRun's slots the same; this
      *    splits it off, says whether the room is one we know, and
      *    hands back the player command and the per-room state
      *    files.  Room names are matched and returned in upper case
      *    so PlayHistory and the audit always spell a room one way.
      *    See ROOMS.cpy for the calls.  The registry is read once
      *    per run.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL RoomFile ASSIGN TO "Rooms.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.

           FILE SECTION.
           FD RoomFile.
               01 RoomRec.
                   02 RfName               PIC X(10).
                   02 RfPlayer             PIC X(60).

           WORKING-STORAGE SECTION.
           01 RoomsBuilt               PIC X VALUE "N".
           01 RoomEof                  PIC X VALUE "N".
           01 RoomTable.
               02 RoomRow              OCCURS 10 TIMES.
                   03 RtName               PIC X(10).
                   03 RtPlayer             PIC X(60).
           01 RoomsLoaded              PIC 99 VALUE 0.
           01 RoomIdx                  PIC 99.
           01 RoomHit                  PIC 99.

           01 CharCount                PIC 99.
           01 TextLen                  PIC 99.
           01 ScanIdx                  PIC 99.
           01 WordStart                PIC 99.
           01 WordLen                  PIC 99.
           01 UpWant                   PIC X(10).

           LINKAGE SECTION.
           COPY ROOMS.

           PROCEDURE DIVISION USING RoomArea.
           IF RoomsBuilt = "N"
               PERFORM LoadRoomTable
           END-IF
           MOVE RoomsLoaded TO RoomCount
           PERFORM VARYING RoomIdx FROM 1 BY 1
                   UNTIL RoomIdx > RoomsLoaded
               MOVE RtName(RoomIdx) TO RmName(RoomIdx)
               MOVE RtPlayer(RoomIdx) TO RmPlayer(RoomIdx)
           END-PERFORM

           IF RoomSplit
               PERFORM SplitRoomWord
           END-IF
           PERFORM ResolveRoomName
           GOBACK.

      *    Only the last word, and only when it starts with "@" -
      *    the rest of the text is left exactly as typed
           SplitRoomWord.
           MOVE SPACES TO RoomName
           MOVE 0 TO CharCount
           INSPECT FUNCTION REVERSE(RoomText) TALLYING CharCount
                               FOR LEADING SPACES
           COMPUTE TextLen = (70 - CharCount)
           IF TextLen > 0
               MOVE 1 TO WordStart
               PERFORM VARYING ScanIdx FROM 1 BY 1
                       UNTIL ScanIdx > TextLen
                   IF RoomText(ScanIdx : 1) = SPACE
                       COMPUTE WordStart = ScanIdx + 1
                   END-IF
               END-PERFORM
               IF RoomText(WordStart : 1) = "@"
                   COMPUTE WordLen = TextLen - WordStart
      *            A name too long for the registry can't be one of
      *            ours - keep enough of it to say so
                   IF WordLen > 10
                       MOVE RoomText(WordStart + 1 : 10) TO RoomName
                       MOVE "~" TO RoomName(10 : 1)
                   ELSE
                       IF WordLen > 0
                           MOVE RoomText(WordStart + 1 : WordLen)
                               TO RoomName
                       END-IF
                   END-IF
                   MOVE SPACES TO RoomText(WordStart : WordLen + 1)
               END-IF
           END-IF.

           ResolveRoomName.
           MOVE SPACES TO RoomPlayer RoomNowPath RoomQueuePath
           MOVE "N" TO RoomIsDefault
           MOVE FUNCTION UPPER-CASE(RoomName) TO UpWant
           MOVE 0 TO RoomHit
           IF UpWant = SPACES
               MOVE 1 TO RoomHit
           ELSE
               PERFORM VARYING RoomIdx FROM 1 BY 1
                       UNTIL RoomIdx > RoomsLoaded OR RoomHit > 0
                   IF RtName(RoomIdx) = UpWant
                       MOVE RoomIdx TO RoomHit
                   END-IF
               END-PERFORM
           END-IF
           IF RoomHit = 0
               SET RoomUnknown TO TRUE
           ELSE
               SET RoomKnown TO TRUE
               MOVE RtName(RoomHit) TO RoomName
               MOVE RtPlayer(RoomHit) TO RoomPlayer
               IF RoomHit = 1
                   SET RoomDefault TO TRUE
                   MOVE "WhatsPlaying.txt" TO RoomNowPath
                   MOVE "PlayQueue.txt" TO RoomQueuePath
               ELSE
                   STRING "WhatsPlaying-" DELIMITED BY SIZE,
                           RoomName DELIMITED BY SPACE,
                           ".txt" DELIMITED BY SIZE
                       INTO RoomNowPath
                   STRING "PlayQueue-" DELIMITED BY SIZE,
                           RoomName DELIMITED BY SPACE,
                           ".txt" DELIMITED BY SIZE
                       INTO RoomQueuePath
               END-IF
           END-IF.

           LoadRoomTable.
           MOVE 0 TO RoomsLoaded
           MOVE "N" TO RoomEof
           OPEN INPUT RoomFile
           READ RoomFile
               AT END MOVE "Y" TO RoomEof
           END-READ
           PERFORM UNTIL RoomEof = "Y" OR RoomsLoaded >= 10
               IF RfName NOT = SPACES AND RfPlayer NOT = SPACES
                   ADD 1 TO RoomsLoaded
                   MOVE FUNCTION UPPER-CASE(RfName)
                       TO RtName(RoomsLoaded)
                   MOVE RfPlayer TO RtPlayer(RoomsLoaded)
               END-IF
               READ RoomFile
                   AT END MOVE "Y" TO RoomEof
               END-READ
           END-PERFORM
           CLOSE RoomFile
      *    No registry is the single room the bot always had
           IF RoomsLoaded = 0
               MOVE 1 TO RoomsLoaded
               MOVE "MAIN" TO RtName(1)
               MOVE "./mpc-be.exe" TO RtPlayer(1)
           END-IF
           MOVE "Y" TO RoomsBuilt.

           END PROGRAM RoomRegistry.
