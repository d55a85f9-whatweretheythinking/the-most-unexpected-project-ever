           IDENTIFICATION DIVISION.
           PROGRAM-ID. CollectionOrder.
      *    Films have no running order the way a series does, so RAND
      *    and SUGG would happily offer Phantasm IV to a room that
      *    never saw Phantasm III.  Collections.txt is the franchise
      *    master - each collection's films listed in the order they
      *    are meant to be watched - and this works out, from
      *    PlayHistory.txt and the yearly PlayHistory-YYYY.txt
      *    archives HistoryRollover cuts, which of them the group has
      *    played.  A play BAIL closed out as abandoned doesn't count
      *    as seen, the same rule TallyRebuild recounts by.  The COLL
      *    trigger asks for the next unplayed film, the suggestion
      *    modes and PLAN ask whether a title is a sequel whose
      *    predecessor is still unplayed, and CollectionProgress
      *    reads the loaded table straight off the call area.  See
      *    COLLORDER.cpy for the calls.  Master titles go through
      *    TitleAlias, so "Alien" in the master is "Alien 1979".
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL CollFile ASSIGN TO "Collections.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    One FD walks the live file and every yearly archive
               SELECT OPTIONAL HistFile ASSIGN TO DYNAMIC HistPath
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.

           FILE SECTION.
           FD CollFile.
               01 CollRec.
                   02 CfName               PIC X(30).
                   02 CfTitle              PIC X(60).
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
      *    Room and rota-pick columns, not used here
                   02 FILLER               PIC X(16).

           WORKING-STORAGE SECTION.
           COPY TITLEALIAS.
           01 CollBuilt                PIC X VALUE "N".
           01 CollEof                  PIC X VALUE "N".
           01 HistEof                  PIC X VALUE "N".
           01 HistPath                 PIC X(40).
           01 NowStamp                 PIC X(21).
           01 CurYear                  PIC 9(4).
           01 WalkYear                 PIC 9(4).

      *    The backticked text out of a history line, uppercased and
      *    with the launch extension dropped
           01 ExtTitle                 PIC X(60).
           01 TickPos1                 PIC 99.
           01 TickPos2                 PIC 99.
           01 ScanIdx                  PIC 99.
           01 ExtLen                   PIC 99.
           01 CharCount                PIC 99.
           01 StrgSize                 PIC 99.

           01 UpWant                   PIC X(60).
           01 UpName                   PIC X(30).
           01 UpEntryName              PIC X(30).
           01 PrevIdx                  PIC 999.
           01 PrevHit                  PIC 999.
           01 NameHit                  PIC X.
               88 NameKnown            VALUE "Y".

           LINKAGE SECTION.
           COPY COLLORDER.

           PROCEDURE DIVISION USING CollArea.
           IF CollLoad OR CollBuilt = "N"
               PERFORM LoadCollections
               PERFORM WalkAllHistory
               MOVE "Y" TO CollBuilt
           END-IF
           EVALUATE TRUE
           WHEN CollCheck
               PERFORM CheckPredecessor
           WHEN CollNext
               PERFORM FindNextUnseen
           END-EVALUATE
           GOBACK.

           LoadCollections.
           MOVE 0 TO CollCount
           MOVE "N" TO CollEof
           OPEN INPUT CollFile
           READ CollFile
               AT END MOVE "Y" TO CollEof
           END-READ
           PERFORM UNTIL CollEof = "Y" OR CollCount >= 300
               IF CfName NOT = SPACES AND CfTitle NOT = SPACES
                   ADD 1 TO CollCount
                   MOVE CfName TO CeName(CollCount)
                   MOVE SPACES TO AliasText
                   MOVE CfTitle TO AliasText
                   CALL "TitleAlias" USING AliasArea
                   END-CALL
                   MOVE AliasCanon TO CeTitle(CollCount)
                   MOVE FUNCTION UPPER-CASE(AliasCanon)
                       TO CeUpTitle(CollCount)
                   MOVE "N" TO CeSeen(CollCount)
                   MOVE SPACES TO CeLast(CollCount)
               END-IF
               READ CollFile
                   AT END MOVE "Y" TO CollEof
               END-READ
           END-PERFORM
           CLOSE CollFile.

      *    Archives first (earliest year HistoryRollover would have
      *    cut), then the live file - same walk as TallyRebuild
           WalkAllHistory.
           MOVE FUNCTION CURRENT-DATE TO NowStamp
           MOVE NowStamp(1 : 4) TO CurYear
           IF CollCount > 0
               PERFORM VARYING WalkYear FROM 2015 BY 1
                       UNTIL WalkYear NOT < CurYear
                   MOVE SPACES TO HistPath
                   STRING "PlayHistory-", WalkYear, ".txt"
                       INTO HistPath
                   PERFORM WalkOneHistoryFile
               END-PERFORM
               MOVE "PlayHistory.txt" TO HistPath
               PERFORM WalkOneHistoryFile
           END-IF.

           WalkOneHistoryFile.
           MOVE "N" TO HistEof
           OPEN INPUT HistFile
           READ HistFile
               AT END MOVE "Y" TO HistEof
           END-READ
           PERFORM UNTIL HistEof = "Y"
               IF HistMark NOT = "ABN"
                   PERFORM ExtractTitle
                   PERFORM MarkSeen
               END-IF
               READ HistFile
                   AT END MOVE "Y" TO HistEof
               END-READ
           END-PERFORM
           CLOSE HistFile.

      *    The playable text sits between the backticks of the
      *    "Now Playing:" message - same walk as MonthlyDigest
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
           MOVE SPACES TO ExtTitle
           IF TickPos1 > 0 AND TickPos2 > TickPos1 + 1
               COMPUTE ExtLen = TickPos2 - TickPos1 - 1
               IF ExtLen > 60
                   MOVE 60 TO ExtLen
               END-IF
               MOVE FUNCTION UPPER-CASE
                       (HistTitleText(TickPos1 + 1 : ExtLen))
                   TO ExtTitle
           END-IF
           MOVE 0 TO CharCount
           INSPECT FUNCTION REVERSE(ExtTitle) TALLYING CharCount
                               FOR LEADING SPACES
           COMPUTE StrgSize = (60 - CharCount)
           IF StrgSize > 4
               IF ExtTitle(StrgSize - 3 : 1) = "."
                   MOVE SPACES TO ExtTitle(StrgSize - 3 : 4)
               END-IF
           END-IF.

      *    A film in two collections is marked in both
           MarkSeen.
           IF ExtTitle NOT = SPACES
               PERFORM VARYING Coidx FROM 1 BY 1
                       UNTIL Coidx > CollCount
                   IF CeUpTitle(Coidx) = ExtTitle
                       MOVE "Y" TO CeSeen(Coidx)
                       IF HistStampDate > CeLast(Coidx)
                           MOVE HistStampDate TO CeLast(Coidx)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *    Blocked when the film just ahead of it in any collection
      *    it belongs to is unplayed - the first film of a
      *    collection, or one whose predecessor has been seen, is
      *    clear even if something further back was skipped
           CheckPredecessor.
           SET CollClear TO TRUE
           MOVE SPACES TO CollPrior CollName
           MOVE FUNCTION UPPER-CASE(CollTitle) TO UpWant
           PERFORM VARYING Coidx FROM 1 BY 1
                   UNTIL Coidx > CollCount OR CollBlocked
               IF CeUpTitle(Coidx) = UpWant
                   PERFORM FindPrevInCollection
                   IF PrevHit > 0
                       IF NOT CeWasSeen(PrevHit)
                           SET CollBlocked TO TRUE
                           MOVE CeTitle(PrevHit) TO CollPrior
                           MOVE CeName(PrevHit) TO CollName
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    Nearest earlier row of the same collection, so the master
      *    doesn't have to keep a collection's rows together
           FindPrevInCollection.
           MOVE 0 TO PrevHit
           SET PrevIdx TO Coidx
           SUBTRACT 1 FROM PrevIdx
           PERFORM UNTIL PrevIdx < 1 OR PrevHit > 0
               IF CeName(PrevIdx) = CeName(Coidx)
                   MOVE PrevIdx TO PrevHit
               END-IF
               SUBTRACT 1 FROM PrevIdx
           END-PERFORM.

      *    Collection names match without regard to case; the reply
      *    carries the master's own spelling
           FindNextUnseen.
           SET CollUnknown TO TRUE
           MOVE "N" TO NameHit
           MOVE SPACES TO CollTitle
           MOVE FUNCTION UPPER-CASE(CollName) TO UpName
           PERFORM VARYING Coidx FROM 1 BY 1
                   UNTIL Coidx > CollCount OR CollFound
               MOVE FUNCTION UPPER-CASE(CeName(Coidx)) TO UpEntryName
               IF UpEntryName = UpName
                   SET NameKnown TO TRUE
                   MOVE CeName(Coidx) TO CollName
                   IF NOT CeWasSeen(Coidx)
                       SET CollFound TO TRUE
                       MOVE CeTitle(Coidx) TO CollTitle
                   END-IF
               END-IF
           END-PERFORM
           IF NameKnown AND NOT CollFound
               SET CollAllSeen TO TRUE
           END-IF.

           END PROGRAM CollectionOrder.
