           IDENTIFICATION DIVISION.
           PROGRAM-ID. AttendanceReport.
      *    Who actually turns up: from the HERE check-ins in
      *    Attendance.txt, each member's check-in count and their
      *    personal seen list (every distinct title they have
      *    checked in to, in the order they first saw it).  Members
      *    are listed busiest first.  PlayHistory's CmdUser only says
      *    who launched a film; this is the record of who watched.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL AttendFile ASSIGN TO "Attendance.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ReportFile ASSIGN TO "AttendanceReport.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.

           FILE SECTION.
           FD AttendFile.
               01 AttendRec.
                   02 AtPlayDate           PIC X(8).
                   02 FILLER               PIC X.
                   02 AtPlayTime           PIC X(6).
                   02 FILLER               PIC X.
                   02 AtUser               PIC X(20).
                   02 AtTitle              PIC X(60).
           FD ReportFile.
               01 ReportLine               PIC X(100).

           WORKING-STORAGE SECTION.
           01 AttendEof                PIC X VALUE "N".

           01 MemberTable.
               02 MemberEntry          OCCURS 100 TIMES.
                   03 MbUser               PIC X(20).
                   03 MbCheckins           PIC 9(5).
                   03 MbTitles             PIC 9(4).
                   03 MbPicked             PIC X.
           01 MemberCount              PIC 999 VALUE 0.
           01 MbIdx                    PIC 999.
           01 MbHit                    PIC 999.
           01 BestIdx                  PIC 999.
           01 BestCount                PIC S9(5).
           01 PickNum                  PIC 999.

      *    One row per member and distinct title, in the order the
      *    member first checked in to it
           01 SeenTable.
               02 SeenEntry            OCCURS 3000 TIMES.
                   03 SnMember             PIC 999.
                   03 SnTitle              PIC X(60).
           01 SeenCount                PIC 9(4) VALUE 0.
           01 SnIdx                    PIC 9(4).
           01 SnHit                    PIC X.
               88 SeenBefore           VALUE "Y".

           01 EditCheckins             PIC ZZZZ9.
           01 EditTitles               PIC ZZZ9.
           01 MemberLine.
               02 MlUser               PIC X(20).
               02 FILLER               PIC X VALUE SPACE.
               02 MlCounts             PIC X(60).
           01 TitleLine.
               02 FILLER               PIC X(4) VALUE SPACES.
               02 TlTitle              PIC X(60).

           PROCEDURE DIVISION.
           OPEN INPUT AttendFile
           READ AttendFile
               AT END MOVE "Y" TO AttendEof
           END-READ
           PERFORM UNTIL AttendEof = "Y"
               IF AtUser NOT = SPACES
                   PERFORM NoteCheckin
               END-IF
               READ AttendFile
                   AT END MOVE "Y" TO AttendEof
               END-READ
           END-PERFORM
           CLOSE AttendFile

           OPEN OUTPUT ReportFile
           MOVE "AttendanceReport: check-ins and seen lists per member"
               TO ReportLine
           WRITE ReportLine
           IF MemberCount = 0
               MOVE "Nobody has checked in with HERE yet."
                   TO ReportLine
               WRITE ReportLine
           ELSE
               PERFORM WriteMembers
           END-IF
           CLOSE ReportFile
           STOP RUN.

           NoteCheckin.
           MOVE 0 TO MbHit
           PERFORM VARYING MbIdx FROM 1 BY 1
                   UNTIL MbIdx > MemberCount OR MbHit > 0
               IF MbUser(MbIdx) = AtUser
                   MOVE MbIdx TO MbHit
               END-IF
           END-PERFORM
           IF MbHit = 0 AND MemberCount < 100
               ADD 1 TO MemberCount
               MOVE MemberCount TO MbHit
               MOVE AtUser TO MbUser(MbHit)
               MOVE 0 TO MbCheckins(MbHit) MbTitles(MbHit)
           END-IF
           IF MbHit > 0
               ADD 1 TO MbCheckins(MbHit)
               MOVE "N" TO SnHit
               PERFORM VARYING SnIdx FROM 1 BY 1
                       UNTIL SnIdx > SeenCount OR SeenBefore
                   IF SnMember(SnIdx) = MbHit AND
                           SnTitle(SnIdx) = AtTitle
                       SET SeenBefore TO TRUE
                   END-IF
               END-PERFORM
               IF NOT SeenBefore AND SeenCount < 3000
                   ADD 1 TO SeenCount
                   MOVE MbHit TO SnMember(SeenCount)
                   MOVE AtTitle TO SnTitle(SeenCount)
                   ADD 1 TO MbTitles(MbHit)
               END-IF
           END-IF.

      *    Pick-the-busiest-remaining, same shape as the top-rated
      *    list in RatingsReport
           WriteMembers.
           PERFORM VARYING MbIdx FROM 1 BY 1 UNTIL MbIdx > MemberCount
               MOVE "N" TO MbPicked(MbIdx)
           END-PERFORM
           PERFORM VARYING PickNum FROM 1 BY 1
                   UNTIL PickNum > MemberCount
               MOVE -1 TO BestCount
               MOVE 0 TO BestIdx
               PERFORM VARYING MbIdx FROM 1 BY 1
                       UNTIL MbIdx > MemberCount
                   IF MbPicked(MbIdx) = "N" AND
                           MbCheckins(MbIdx) > BestCount
                       MOVE MbCheckins(MbIdx) TO BestCount
                       MOVE MbIdx TO BestIdx
                   END-IF
               END-PERFORM
               MOVE "Y" TO MbPicked(BestIdx)
               PERFORM WriteOneMember
           END-PERFORM.

           WriteOneMember.
           MOVE MbUser(BestIdx) TO MlUser
           MOVE MbCheckins(BestIdx) TO EditCheckins
           MOVE MbTitles(BestIdx) TO EditTitles
           MOVE SPACES TO MlCounts
           STRING FUNCTION TRIM(EditCheckins) DELIMITED BY SIZE,
                   " check-in(s), " DELIMITED BY SIZE,
                   FUNCTION TRIM(EditTitles) DELIMITED BY SIZE,
                   " title(s) seen" DELIMITED BY SIZE
               INTO MlCounts
           WRITE ReportLine FROM MemberLine
           PERFORM VARYING SnIdx FROM 1 BY 1 UNTIL SnIdx > SeenCount
               IF SnMember(SnIdx) = BestIdx
                   MOVE SnTitle(SnIdx) TO TlTitle
                   WRITE ReportLine FROM TitleLine
               END-IF
           END-PERFORM.

           END PROGRAM AttendanceReport.
