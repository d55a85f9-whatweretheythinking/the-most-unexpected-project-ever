           01 IDX                  PIC  99.
           01 MovieMod             PIC 999 VALUE MOVIE-LIBRARY-SIZE.
           01 MinNum               PIC 9 VALUE 1.
      *    Library indexes still in the draw once unwatched sequels
      *    are out
           01 OrderMatches.
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
           MOVE LibCount TO MovieMod
           MOVE FUNCTION CURRENT-DATE TO RandomGen
           Add 1 TO seed
           MOVE 0 TO MatchCount
           PERFORM VARYING Ridx FROM 1 BY 1 UNTIL Ridx > MovieMod
               ADD 1 TO MatchCount
               MOVE Ridx TO MatchIdx(MatchCount)
           END-PERFORM
           PERFORM DropBlockedSequels
           MOVE MatchCount TO MovieMod
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL idx > 5
           COMPUTE PickIdx = FUNCTION RANDOM * (MovieMod -
                               MinNum + 1) + MinNum
           add 1 to seed
           MOVE MatchIdx(PickIdx) TO MovieRand
           DISPLAY RandomMovie(MovieRand)
           MOVE RandomMovie(MovieRand) TO SmovieName(idx)
           MOVE Comment(MovieRand) TO  SComment(idx)
           END-PERFORM.
           GOBACK.

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

           END PROGRAM SuggestMovie.
