           IDENTIFICATION DIVISION.
           PROGRAM-ID. SuggestMovieHere.
      *    "SUGG here" - PlayHistory only knows who launched a film,
      *    so the other modes can't tell that three of tonight's five
      *    saw the pick last month.  This reads the HERE check-ins in
      *    Attendance.txt: tonight's room is everyone checked in to a
      *    play on the latest date anybody checked in, and a library
      *    title drops out of the draw when more than half of that
      *    room has checked in to it before (tonight's film
      *    included).  Same five-random-picks shape as
      *    SuggestMovieFresh.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL AttendFile ASSIGN TO "Attendance.txt"
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

           WORKING-STORAGE SECTION.
           COPY MOVIELIB.
      *    Loaded at runtime from the SuggestMovieTitles module so the
      *    picks and comments can never drift from what RAND and SUGG
      *    see - same shape as SuggestMovieFresh
           01 LibTitles.
               02 RandomMovie           PIC X(60)
                                        OCCURS MOVIE-LIBRARY-MAX TIMES
                                                   INDEXED BY Ridx.
           01 LibCount                 PIC 999.
           01 LibComments.
               02 Comment               PIC X(60)
                                        OCCURS MOVIE-LIBRARY-MAX TIMES.
           01 LibCommentCount          PIC 999.

           01 AttendEof                PIC X VALUE "N".
           01 RandomGen.
               02 FILLER           PIC X(4).
               02 Seed             PIC 9999.
           01 IDX                  PIC  99.
           01 MinNum               PIC 9 VALUE 1.
           01 RoomDate             PIC X(8) VALUE SPACES.

      *    Everyone checked in on RoomDate
           01 RoomTable.
               02 RoomUser         PIC X(20) OCCURS 50 TIMES.
           01 RoomCount            PIC 99 VALUE 0.
           01 RoomIdx              PIC 99.
           01 RoomHit              PIC 99.

      *    One row per room member and title they have checked in
      *    to, so a film seen twice by one person counts once
           01 PairTable.
               02 PairEntry        OCCURS 2000 TIMES.
                   03 PairRoomIdx      PIC 99.
                   03 PairTitle        PIC X(60).
           01 PairCount            PIC 9(4) VALUE 0.
           01 PairIdx              PIC 9(4).
           01 PairHit              PIC X.
               88 PairKnown        VALUE "Y".

      *    Uppercased titles and how many of the room have seen each
           01 SeenTable.
               02 SeenEntry        OCCURS 400 TIMES.
                   03 SeenUpTitle      PIC X(60).
                   03 SeenBy           PIC 99.
           01 SeenCount            PIC 999 VALUE 0.
           01 SeenIdx              PIC 999.
           01 SeenHit              PIC 999.
           01 UpTitle              PIC X(60).
           01 UpLibTitle           PIC X(60).
           01 RoomSeen             PIC X.
               88 MostHaveSeen     VALUE "Y".

      *    Library indexes that survive the filter
           01 HereMatches.
               02 MatchIdx         PIC 999
                                    OCCURS MOVIE-LIBRARY-MAX TIMES
                                           INDEXED BY Midx.
           01 MatchCount           PIC 999 VALUE 0.
           01 PickIdx               PIC 999.
           01 OrderKept             PIC 999.
           COPY COLLORDER.

           LINKAGE SECTION.
           01 MovieRand            PIC 9(3).
           01 SuggestionTable.
               02 SuggestionValues         OCCURS 5 TIMES.
                   03 SMovieName               PIC X(60).
                   03 SComment                 PIC X(60).
           PROCEDURE DIVISION USING  MovieRand, SuggestionTable.

           MOVE FUNCTION CURRENT-DATE TO RandomGen
           ADD 1 TO Seed
           CALL "SuggestMovieTitles" USING LibTitles, LibCount
           END-CALL
           CALL "SuggestMovieComments" USING LibComments,
                                              LibCommentCount
           END-CALL

           MOVE SPACES TO RoomDate
           MOVE 0 TO RoomCount PairCount SeenCount MatchCount
           PERFORM FindRoomDate
           IF RoomDate NOT = SPACES
               PERFORM LoadRoom
               PERFORM LoadRoomSeen
               PERFORM LoadHereMatches
               PERFORM DropBlockedSequels
           END-IF

           IF RoomCount = 0 OR MatchCount = 0
               IF RoomCount = 0
                   MOVE "No movies found - nobody has checked in with"
                     & " HERE" TO SMovieName(1)
               ELSE
                   MOVE "No movies found - the room has seen it all"
                       TO SMovieName(1)
               END-IF
               MOVE SPACES TO SComment(1)
               PERFORM VARYING IDX FROM 2 BY 1 UNTIL IDX > 5
                   MOVE SPACES TO SMovieName(idx)
                   MOVE SPACES TO SComment(idx)
               END-PERFORM
           ELSE
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL idx > 5
                   COMPUTE PickIdx = FUNCTION RANDOM * (MatchCount -
                                       MinNum + 1) + MinNum
                   ADD 1 TO Seed
                   SET Midx TO PickIdx
                   MOVE RandomMovie(MatchIdx(Midx)) TO SmovieName(idx)
                   MOVE Comment(MatchIdx(Midx)) TO  SComment(idx)
               END-PERFORM
           END-IF
           GOBACK.

      *    Latest play date with a check-in against it
           FindRoomDate.
           MOVE "N" TO AttendEof
           OPEN INPUT AttendFile
           READ AttendFile
               AT END MOVE "Y" TO AttendEof
           END-READ
           PERFORM UNTIL AttendEof = "Y"
               IF AtPlayDate NUMERIC AND AtPlayDate > RoomDate
                   MOVE AtPlayDate TO RoomDate
               END-IF
               READ AttendFile
                   AT END MOVE "Y" TO AttendEof
               END-READ
           END-PERFORM
           CLOSE AttendFile.

           LoadRoom.
           MOVE "N" TO AttendEof
           OPEN INPUT AttendFile
           READ AttendFile
               AT END MOVE "Y" TO AttendEof
           END-READ
           PERFORM UNTIL AttendEof = "Y"
               IF AtPlayDate = RoomDate AND AtUser NOT = SPACES
                   PERFORM FindRoomUser
                   IF RoomHit = 0 AND RoomCount < 50
                       ADD 1 TO RoomCount
                       MOVE AtUser TO RoomUser(RoomCount)
                   END-IF
               END-IF
               READ AttendFile
                   AT END MOVE "Y" TO AttendEof
               END-READ
           END-PERFORM
           CLOSE AttendFile.

           FindRoomUser.
           MOVE 0 TO RoomHit
           PERFORM VARYING RoomIdx FROM 1 BY 1
                   UNTIL RoomIdx > RoomCount OR RoomHit > 0
               IF RoomUser(RoomIdx) = AtUser
                   MOVE RoomIdx TO RoomHit
               END-IF
           END-PERFORM.

      *    Every check-in by a room member, once per member and title
           LoadRoomSeen.
           MOVE "N" TO AttendEof
           OPEN INPUT AttendFile
           READ AttendFile
               AT END MOVE "Y" TO AttendEof
           END-READ
           PERFORM UNTIL AttendEof = "Y"
               IF AtTitle NOT = SPACES
                   PERFORM FindRoomUser
                   IF RoomHit > 0
                       PERFORM NoteRoomSeen
                   END-IF
               END-IF
               READ AttendFile
                   AT END MOVE "Y" TO AttendEof
               END-READ
           END-PERFORM
           CLOSE AttendFile.

           NoteRoomSeen.
           MOVE "N" TO PairHit
           PERFORM VARYING PairIdx FROM 1 BY 1
                   UNTIL PairIdx > PairCount OR PairKnown
               IF PairRoomIdx(PairIdx) = RoomHit AND
                       PairTitle(PairIdx) = AtTitle
                   SET PairKnown TO TRUE
               END-IF
           END-PERFORM
           IF NOT PairKnown AND PairCount < 2000
               ADD 1 TO PairCount
               MOVE RoomHit TO PairRoomIdx(PairCount)
               MOVE AtTitle TO PairTitle(PairCount)
               MOVE FUNCTION UPPER-CASE(AtTitle) TO UpTitle
               MOVE 0 TO SeenHit
               PERFORM VARYING SeenIdx FROM 1 BY 1
                       UNTIL SeenIdx > SeenCount OR SeenHit > 0
                   IF SeenUpTitle(SeenIdx) = UpTitle
                       MOVE SeenIdx TO SeenHit
                   END-IF
               END-PERFORM
               IF SeenHit > 0
                   ADD 1 TO SeenBy(SeenHit)
               ELSE
                   IF SeenCount < 400
                       ADD 1 TO SeenCount
                       MOVE UpTitle TO SeenUpTitle(SeenCount)
                       MOVE 1 TO SeenBy(SeenCount)
                   END-IF
               END-IF
           END-IF.

      *    A library title stays in the pool unless more than half
      *    of the room has seen it
           LoadHereMatches.
           PERFORM VARYING Ridx FROM 1 BY 1 UNTIL Ridx > LibCount
               MOVE FUNCTION UPPER-CASE(RandomMovie(Ridx))
                   TO UpLibTitle
               MOVE "N" TO RoomSeen
               PERFORM VARYING SeenIdx FROM 1 BY 1
                       UNTIL SeenIdx > SeenCount
                   IF SeenUpTitle(SeenIdx) = UpLibTitle AND
                           SeenBy(SeenIdx) * 2 > RoomCount
                       SET MostHaveSeen TO TRUE
                   END-IF
               END-PERFORM
               IF NOT MostHaveSeen
                   ADD 1 TO MatchCount
                   MOVE Ridx TO MatchIdx(MatchCount)
               END-IF
           END-PERFORM.

      *    A sequel whose predecessor nobody has played yet comes out
      *    of the pool - the collection order is CollectionOrder's
           DropBlockedSequels.
           SET CollLoad TO TRUE
           CALL "CollectionOrder" USING CollArea
           END-CALL
           SET CollCheck TO TRUE
           MOVE 0 TO OrderKept
           PERFORM VARYING Midx FROM 1 BY 1 UNTIL Midx > MatchCount
               MOVE RandomMovie(MatchIdx(Midx)) TO CollTitle
               CALL "CollectionOrder" USING CollArea
               END-CALL
               IF NOT CollBlocked
                   ADD 1 TO OrderKept
                   MOVE MatchIdx(Midx) TO MatchIdx(OrderKept)
               END-IF
           END-PERFORM
           MOVE OrderKept TO MatchCount.

           END PROGRAM SuggestMovieHere.
