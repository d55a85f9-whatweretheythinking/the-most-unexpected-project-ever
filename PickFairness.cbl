           IDENTIFICATION DIVISION.
           PROGRAM-ID. PickFairness.
      *    Settles the movie-night argument with numbers: for each
      *    regular on the pick rota (PickRota.txt), the nights they
      *    pick on, how many features they have picked, how many
      *    turns went by without a pick, and the average community
      *    rating their picks drew.  A pick is a PlayHistory line
      *    marked PICK - the live file and the yearly archives - so
      *    a RAND or a scheduled fallback never counts.  The rating
      *    is every RATE of the titles the member picked, from
      *    MovieRatings.txt and the archive RatingsCompact moves its
      *    lines into, less the member's own - nobody gets to vouch
      *    for their own pick.  Titles are matched under their
      *    TitleAlias canonical spelling.  Anyone whose picks are in
      *    the history but who has since come off the rota is listed
      *    after the regulars.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL RotaFile ASSIGN TO "PickRota.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    One FD walks the live file and every yearly archive
               SELECT OPTIONAL HistFile ASSIGN TO DYNAMIC HistPath
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL RateFile ASSIGN TO DYNAMIC RatePath
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ReportFile ASSIGN TO "PickFairness.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.

           FILE SECTION.
           FD RotaFile.
               01 RotaRec.
                   02 RfNight              PIC X(3).
                   02 RfUser               PIC X(20).
                   02 RfSkips              PIC 9(3).
                   02 RfTurnDate           PIC X(8).
      *    Same layout as HistoryLine in Cobbot.cbl
           FD HistFile.
               01 HistoryRec.
                   02 HistStampDate        PIC X(8).
                   02 FILLER               PIC X.
                   02 HistStampTime        PIC X(6).
                   02 FILLER               PIC X.
                   02 HistTitleText        PIC X(83).
                   02 FILLER               PIC X.
                   02 HistUser             PIC X(20).
                   02 FILLER               PIC X.
                   02 HistMark             PIC X(3).
                   02 FILLER               PIC X.
                   02 HistRoom             PIC X(10).
                   02 FILLER               PIC X.
                   02 HistRota             PIC X(4).
           FD RateFile.
               01 RateRec.
                   02 RatTitle             PIC X(60).
                   02 RatUser              PIC X(20).
                   02 RatScore             PIC X.
                   02 RatDate              PIC X(8).
           FD ReportFile.
               01 ReportLine               PIC X(100).

           WORKING-STORAGE SECTION.
           COPY TITLEALIAS.
           01 RotaEof                  PIC X VALUE "N".
           01 HistEof                  PIC X VALUE "N".
           01 RateEof                  PIC X VALUE "N".
           01 HistPath                 PIC X(40).
           01 RatePath                 PIC X(40).
           01 NowStamp                 PIC X(21).
           01 CurYear                  PIC 9(4).
           01 WalkYear                 PIC 9(4).

      *    One row per member, regulars first in the order the rota
      *    file first names them, then anyone else who has a PICK in
      *    the history
           01 MemberTable.
               02 MemberEntry          OCCURS 100 TIMES.
                   03 MbUser               PIC X(20).
                   03 MbUpUser             PIC X(20).
                   03 MbOnRota             PIC X.
                       88 MbRegular        VALUE "Y".
                   03 MbNights             PIC X(28).
                   03 MbPicks              PIC 9(5).
                   03 MbSkips              PIC 9(5).
                   03 MbRateSum            PIC 9(7).
                   03 MbRateCount          PIC 9(5).
           01 MemberCount              PIC 999 VALUE 0.
           01 MbIdx                    PIC 999.
           01 MbHit                    PIC 999.
           01 LookUser                 PIC X(20).
           01 UpMember                 PIC X(20).
           01 UpNight                  PIC X(3).
           01 NightHits                PIC 99.

      *    Each distinct title a member picked, under its canonical
      *    spelling upper-cased
           01 PickTitleTable.
               02 PickTitleEntry       OCCURS 3000 TIMES.
                   03 PtMember             PIC 999.
                   03 PtUpTitle            PIC X(60).
           01 PickTitleCount           PIC 9(4) VALUE 0.
           01 PtIdx                    PIC 9(4).
           01 PtHit                    PIC X.
               88 PickedBefore         VALUE "Y".

      *    The backticked text out of a history line - same walk as
      *    CollectionOrder
           01 ExtTitle                 PIC X(70).
           01 UpTitle                  PIC X(60).
           01 TickPos1                 PIC 99.
           01 TickPos2                 PIC 99.
           01 ScanIdx                  PIC 99.
           01 ExtLen                   PIC 99.
           01 UpRater                  PIC X(20).
           01 ScoreNum                 PIC 9.

           01 TotalPicks               PIC 9(6) VALUE 0.
           01 TotalSkips               PIC 9(6) VALUE 0.
           01 OffRotaShown             PIC X VALUE "N".
           01 AvgRating                PIC 9V9.
           01 EditAvg                  PIC 9.9.
           01 EditRatings              PIC ZZZZ9.
           01 RatingLen                PIC 99.
           01 EditTotal                PIC ZZZZZ9.
           01 EditTotalSkips           PIC ZZZZZ9.

           01 MemberLine.
               02 MlUser               PIC X(20).
               02 FILLER               PIC X VALUE SPACE.
               02 MlNights             PIC X(28).
               02 FILLER               PIC X VALUE SPACE.
               02 MlPicks              PIC ZZZZ9.
               02 FILLER               PIC X VALUE SPACE.
               02 MlSkips              PIC ZZZZ9.
               02 FILLER               PIC X(3) VALUE SPACES.
               02 MlRating             PIC X(30).
           01 HeadLine.
               02 FILLER               PIC X(21) VALUE "Member".
               02 FILLER               PIC X(29) VALUE "Nights".
               02 FILLER               PIC X(6) VALUE "Picks".
               02 FILLER               PIC X(8) VALUE "Skips".
               02 FILLER               PIC X(30) VALUE "Avg rating".

           PROCEDURE DIVISION.
           PERFORM LoadRota
           PERFORM WalkAllHistory
           IF PickTitleCount > 0
      *        Archive first, then whatever detail hasn't been
      *        compacted yet - together they are every RATE cast
               MOVE "MovieRatingsArchive.txt" TO RatePath
               PERFORM WalkRatings
               MOVE "MovieRatings.txt" TO RatePath
               PERFORM WalkRatings
           END-IF

           OPEN OUTPUT ReportFile
           MOVE "PickFairness: picks, skips and community ratings per "
             & "regular" TO ReportLine
           WRITE ReportLine
           IF MemberCount = 0
               MOVE "Nobody is on PickRota.txt and nothing in the "
                 & "history was a rota pick." TO ReportLine
               WRITE ReportLine
           ELSE
               WRITE ReportLine FROM HeadLine
               PERFORM VARYING MbIdx FROM 1 BY 1
                       UNTIL MbIdx > MemberCount
                   IF NOT MbRegular(MbIdx) AND OffRotaShown = "N"
                       MOVE "Y" TO OffRotaShown
                       MOVE "Picked while on the rota, not on it now:"
                           TO ReportLine
                       WRITE ReportLine
                   END-IF
                   PERFORM WriteOneMember
               END-PERFORM
               MOVE TotalPicks TO EditTotal
               MOVE TotalSkips TO EditTotalSkips
               MOVE SPACES TO ReportLine
               STRING "Total: " DELIMITED BY SIZE,
                       FUNCTION TRIM(EditTotal) DELIMITED BY SIZE,
                       " rota picks, " DELIMITED BY SIZE,
                       FUNCTION TRIM(EditTotalSkips) DELIMITED BY SIZE,
                       " turns skipped" DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF
           CLOSE ReportFile
           STOP RUN.

      *    A member down for more than one night is one regular -
      *    the nights are listed together and the skips added up
           LoadRota.
           OPEN INPUT RotaFile
           READ RotaFile
               AT END MOVE "Y" TO RotaEof
           END-READ
           PERFORM UNTIL RotaEof = "Y"
               IF RfNight NOT = SPACES AND RfUser NOT = SPACES
                   MOVE RfUser TO LookUser
                   PERFORM FindMember
                   IF MbHit > 0
                       MOVE "Y" TO MbOnRota(MbHit)
                       IF RfSkips NUMERIC
                           ADD RfSkips TO MbSkips(MbHit)
                           ADD RfSkips TO TotalSkips
                       END-IF
                       MOVE FUNCTION UPPER-CASE(RfNight) TO UpNight
                       MOVE 0 TO NightHits
                       INSPECT MbNights(MbHit) TALLYING NightHits
                           FOR ALL UpNight
                       IF NightHits = 0
                           PERFORM AddMemberNight
                       END-IF
                   END-IF
               END-IF
               READ RotaFile
                   AT END MOVE "Y" TO RotaEof
               END-READ
           END-PERFORM
           CLOSE RotaFile.

           AddMemberNight.
           MOVE 0 TO NightHits
           INSPECT MbNights(MbHit) TALLYING NightHits
               FOR CHARACTERS BEFORE INITIAL "  "
           IF NightHits = 0
               MOVE UpNight TO MbNights(MbHit)
           ELSE
               IF NightHits < 24
                   MOVE UpNight TO MbNights(MbHit) (NightHits + 2 : 3)
               END-IF
           END-IF.

      *    LookUser holds the name to look for; a new name is added
      *    on the end, off the rota until LoadRota says otherwise
           FindMember.
           MOVE FUNCTION UPPER-CASE(LookUser) TO UpMember
           MOVE 0 TO MbHit
           PERFORM VARYING MbIdx FROM 1 BY 1
                   UNTIL MbIdx > MemberCount OR MbHit > 0
               IF MbUpUser(MbIdx) = UpMember
                   MOVE MbIdx TO MbHit
               END-IF
           END-PERFORM
           IF MbHit = 0 AND MemberCount < 100
               ADD 1 TO MemberCount
               MOVE MemberCount TO MbHit
               MOVE LookUser TO MbUser(MbHit)
               MOVE UpMember TO MbUpUser(MbHit)
               MOVE "N" TO MbOnRota(MbHit)
               MOVE SPACES TO MbNights(MbHit)
               MOVE 0 TO MbPicks(MbHit) MbSkips(MbHit)
                   MbRateSum(MbHit) MbRateCount(MbHit)
           END-IF.

      *    Archives first (earliest year HistoryRollover would have
      *    cut), then the live file - same walk as CollectionOrder
           WalkAllHistory.
           MOVE FUNCTION CURRENT-DATE TO NowStamp
           MOVE NowStamp(1 : 4) TO CurYear
           PERFORM VARYING WalkYear FROM 2015 BY 1
                   UNTIL WalkYear NOT < CurYear
               MOVE SPACES TO HistPath
               STRING "PlayHistory-", WalkYear, ".txt"
                   INTO HistPath
               PERFORM WalkOneHistoryFile
           END-PERFORM
           MOVE "PlayHistory.txt" TO HistPath
           PERFORM WalkOneHistoryFile.

           WalkOneHistoryFile.
           MOVE "N" TO HistEof
           OPEN INPUT HistFile
           READ HistFile
               AT END MOVE "Y" TO HistEof
           END-READ
           PERFORM UNTIL HistEof = "Y"
               IF HistRota = "PICK" AND HistUser NOT = SPACES
                   PERFORM NotePick
               END-IF
               READ HistFile
                   AT END MOVE "Y" TO HistEof
               END-READ
           END-PERFORM
           CLOSE HistFile.

           NotePick.
           MOVE HistUser TO LookUser
           PERFORM FindMember
           IF MbHit > 0
               ADD 1 TO MbPicks(MbHit)
               ADD 1 TO TotalPicks
               PERFORM ExtractTitle
               IF UpTitle NOT = SPACES
                   MOVE "N" TO PtHit
                   PERFORM VARYING PtIdx FROM 1 BY 1
                           UNTIL PtIdx > PickTitleCount OR PickedBefore
                       IF PtMember(PtIdx) = MbHit AND
                               PtUpTitle(PtIdx) = UpTitle
                           SET PickedBefore TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT PickedBefore AND PickTitleCount < 3000
                       ADD 1 TO PickTitleCount
                       MOVE MbHit TO PtMember(PickTitleCount)
                       MOVE UpTitle TO PtUpTitle(PickTitleCount)
                   END-IF
               END-IF
           END-IF.

      *    The playable text sits between the backticks of the
      *    "Now Playing:" message; TitleAlias takes the extension off
      *    and gives back the spelling RATE files ratings under
           ExtractTitle.
           MOVE 0 TO TickPos1 TickPos2
           PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > 83
               IF HistTitleText(ScanIdx : 1) = "`"
                   IF TickPos1 = 0
                       MOVE ScanIdx TO TickPos1
                   ELSE
                       MOVE ScanIdx TO TickPos2
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO ExtTitle UpTitle
           IF TickPos1 > 0 AND TickPos2 > TickPos1 + 1
               COMPUTE ExtLen = TickPos2 - TickPos1 - 1
               IF ExtLen > 70
                   MOVE 70 TO ExtLen
               END-IF
               MOVE HistTitleText(TickPos1 + 1 : ExtLen) TO ExtTitle
               MOVE SPACES TO AliasText
               MOVE ExtTitle TO AliasText
               CALL "TitleAlias" USING AliasArea
               END-CALL
               MOVE FUNCTION UPPER-CASE(AliasCanon) TO UpTitle
           END-IF.

           WalkRatings.
           MOVE "N" TO RateEof
           OPEN INPUT RateFile
           READ RateFile
               AT END MOVE "Y" TO RateEof
           END-READ
           PERFORM UNTIL RateEof = "Y"
               IF RatTitle NOT = SPACES AND
                       RatScore >= "1" AND RatScore <= "5"
                   PERFORM NoteRating
               END-IF
               READ RateFile
                   AT END MOVE "Y" TO RateEof
               END-READ
           END-PERFORM
           CLOSE RateFile.

      *    One score counts toward every member who picked the
      *    title, except the member who cast it
           NoteRating.
           MOVE SPACES TO AliasText
           MOVE RatTitle TO AliasText
           CALL "TitleAlias" USING AliasArea
           END-CALL
           MOVE FUNCTION UPPER-CASE(AliasCanon) TO UpTitle
           MOVE FUNCTION UPPER-CASE(RatUser) TO UpRater
           MOVE RatScore TO ScoreNum
           PERFORM VARYING PtIdx FROM 1 BY 1
                   UNTIL PtIdx > PickTitleCount
               IF PtUpTitle(PtIdx) = UpTitle AND
                       MbUpUser(PtMember(PtIdx)) NOT = UpRater
                   ADD ScoreNum TO MbRateSum(PtMember(PtIdx))
                   ADD 1 TO MbRateCount(PtMember(PtIdx))
               END-IF
           END-PERFORM.

           WriteOneMember.
           MOVE MbUser(MbIdx) TO MlUser
           MOVE MbNights(MbIdx) TO MlNights
           IF NOT MbRegular(MbIdx)
               MOVE "-" TO MlNights
           END-IF
           MOVE MbPicks(MbIdx) TO MlPicks
           MOVE MbSkips(MbIdx) TO MlSkips
           MOVE SPACES TO MlRating
           EVALUATE TRUE
           WHEN MbPicks(MbIdx) = 0
               MOVE "no picks yet" TO MlRating
           WHEN MbRateCount(MbIdx) = 0
               MOVE "no ratings yet" TO MlRating
           WHEN OTHER
               COMPUTE AvgRating ROUNDED =
                   MbRateSum(MbIdx) / MbRateCount(MbIdx)
               MOVE AvgRating TO EditAvg
               MOVE MbRateCount(MbIdx) TO EditRatings
               STRING EditAvg DELIMITED BY SIZE,
                       " from " DELIMITED BY SIZE,
                       FUNCTION TRIM(EditRatings) DELIMITED BY SIZE,
                       " rating" DELIMITED BY SIZE
                   INTO MlRating
               IF MbRateCount(MbIdx) > 1
                   MOVE 0 TO RatingLen
                   INSPECT MlRating TALLYING RatingLen
                       FOR CHARACTERS BEFORE INITIAL "  "
                   MOVE "s" TO MlRating(RatingLen + 1 : 1)
               END-IF
           END-EVALUATE
           WRITE ReportLine FROM MemberLine.

           END PROGRAM PickFairness.
