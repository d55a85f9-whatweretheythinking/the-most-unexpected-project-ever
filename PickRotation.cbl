           IDENTIFICATION DIVISION.
           PROGRAM-ID. PickRotation.
      *    Whose pick it is.  Movie-night picks go round the regulars
      *    in a fixed order per night, and that used to be kept by
      *    memory and settled by argument.  PickRota.txt holds the
      *    line for each night; the PICK trigger asks here whose turn
      *    tonight is and moves the picker to the back once they have
      *    launched the feature, and ScheduleRun moves them to the
      *    back with a skip against them when showtime comes round
      *    and they haven't.  A turn is taken once a night - the row
      *    that moved back carries tonight's date, so the next member
      *    in line waits for next week.  See PICKROTA.cpy for the
      *    calls.  The file is read fresh on every call since both
      *    callers change it, and the caller holds CobbotCmd.lock
      *    around anything that moves the line.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL RotaFile ASSIGN TO DYNAMIC RotaFilePath
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.

           FILE SECTION.
           FD RotaFile.
               01 RotaRec.
                   02 RfNight              PIC X(3).
                   02 RfUser               PIC X(20).
                   02 RfSkips              PIC 9(3).
                   02 RfTurnDate           PIC X(8).

           WORKING-STORAGE SECTION.
           01 RotaFilePath             PIC X(40).
           01 RotaEof                  PIC X VALUE "N".
           01 RotaTable.
               02 RotaRow              OCCURS 100 TIMES.
                   03 RtNight              PIC X(3).
                   03 RtUser               PIC X(20).
                   03 RtSkips              PIC 9(3).
                   03 RtTurnDate           PIC X(8).
           01 RotaLoaded               PIC 999 VALUE 0.
           01 RotaIdx                  PIC 999.
           01 RotaHead                 PIC 999.
           01 RotaHold.
               02 RhNight              PIC X(3).
               02 RhUser               PIC X(20).
               02 RhSkips              PIC 9(3).
               02 RhTurnDate           PIC X(8).
           01 UpNight                  PIC X(3).
           01 RenameStatus             PIC S9(9) COMP-5.

           LINKAGE SECTION.
           COPY PICKROTA.

           PROCEDURE DIVISION USING RotaArea.
           PERFORM LoadRotaTable
           MOVE FUNCTION UPPER-CASE(RotaNight) TO UpNight
           PERFORM FindNightHead
           IF NOT RotaNone
               IF RotaOpen AND (RotaPicked OR RotaSkipped)
                   PERFORM MoveHeadToBack
                   PERFORM RewriteRotaFile
               END-IF
           END-IF
           PERFORM ListNightLine
           GOBACK.

           LoadRotaTable.
           MOVE "PickRota.txt" TO RotaFilePath
           MOVE 0 TO RotaLoaded
           MOVE "N" TO RotaEof
           OPEN INPUT RotaFile
           READ RotaFile
               AT END MOVE "Y" TO RotaEof
           END-READ
           PERFORM UNTIL RotaEof = "Y" OR RotaLoaded >= 100
               IF RfNight NOT = SPACES AND RfUser NOT = SPACES
                   ADD 1 TO RotaLoaded
                   MOVE FUNCTION UPPER-CASE(RfNight)
                       TO RtNight(RotaLoaded)
                   MOVE RfUser TO RtUser(RotaLoaded)
                   IF RfSkips NUMERIC
                       MOVE RfSkips TO RtSkips(RotaLoaded)
                   ELSE
                       MOVE 0 TO RtSkips(RotaLoaded)
                   END-IF
                   MOVE RfTurnDate TO RtTurnDate(RotaLoaded)
               END-IF
               READ RotaFile
                   AT END MOVE "Y" TO RotaEof
               END-READ
           END-PERFORM
           CLOSE RotaFile.

      *    First row for the night is the picker; any row for the
      *    night already stamped today means the turn has been had
           FindNightHead.
           MOVE 0 TO RotaHead
           MOVE SPACES TO RotaPicker
           SET RotaNone TO TRUE
           PERFORM VARYING RotaIdx FROM 1 BY 1
                   UNTIL RotaIdx > RotaLoaded
               IF RtNight(RotaIdx) = UpNight
                   IF RotaHead = 0
                       MOVE RotaIdx TO RotaHead
                       MOVE RtUser(RotaIdx) TO RotaPicker
                       SET RotaOpen TO TRUE
                   END-IF
                   IF RtTurnDate(RotaIdx) = RotaToday
                       SET RotaTaken TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *    The other nights' rows keep their places; the picker's row
      *    goes in after the last row in the file, which puts it last
      *    in this night's line whatever order the nights are kept in
           MoveHeadToBack.
           MOVE RotaRow(RotaHead) TO RotaHold
           MOVE RotaToday TO RhTurnDate
           IF RotaSkipped
               ADD 1 TO RhSkips
           END-IF
           PERFORM VARYING RotaIdx FROM RotaHead BY 1
                   UNTIL RotaIdx >= RotaLoaded
               MOVE RotaRow(RotaIdx + 1) TO RotaRow(RotaIdx)
           END-PERFORM
           MOVE RotaHold TO RotaRow(RotaLoaded).

           RewriteRotaFile.
           MOVE "PickRotaNew.txt" TO RotaFilePath
           OPEN OUTPUT RotaFile
           PERFORM VARYING RotaIdx FROM 1 BY 1
                   UNTIL RotaIdx > RotaLoaded
               WRITE RotaRec FROM RotaRow(RotaIdx)
           END-PERFORM
           CLOSE RotaFile
           CALL "CBL_RENAME_FILE" USING "PickRotaNew.txt",
                                         "PickRota.txt"
               RETURNING RenameStatus
           END-CALL
           IF RenameStatus NOT = 0
               DISPLAY "PickRotation: FAILED to swap PickRotaNew.txt "
                       "into place, status=" RenameStatus
           END-IF.

           ListNightLine.
           MOVE 0 TO RotaCount
           PERFORM VARYING RotaIdx FROM 1 BY 1
                   UNTIL RotaIdx > RotaLoaded OR RotaCount >= 20
               IF RtNight(RotaIdx) = UpNight
                   ADD 1 TO RotaCount
                   MOVE RtUser(RotaIdx) TO RlUser(RotaCount)
                   MOVE RtSkips(RotaIdx) TO RlSkips(RotaCount)
               END-IF
           END-PERFORM.

           END PROGRAM PickRotation.
