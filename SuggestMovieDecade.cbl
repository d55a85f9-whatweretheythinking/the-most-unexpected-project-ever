                                           INDEXED BY Midx.
           01 MatchCount           PIC 999 VALUE 0.
           01 PickIdx               PIC 999.
           01 OrderKept             PIC 999.
           COPY COLLORDER.
           LINKAGE SECTION.
           01 MovieRand            PIC 9(3).
           01 SuggDecade            PIC X(3).
      *    The export now carries the intake additions past the
      *    compiled size, so walk what it returned, not the constant
           MOVE LibCount TO MovieMod
           MOVE 0 TO MatchCount
      *    Find every title in the decade-filtered library whose
      *    trailing 4-digit year falls in the requested decade
           PERFORM VARYING Ridx FROM 1 BY 1 UNTIL Ridx > MovieMod
               END-IF
           END-PERFORM.

           PERFORM DropBlockedSequels

           IF MatchCount = 0
               MOVE "No movies found for that decade" TO
                                               SMovieName(1)
                   MOVE RandomMovie(MatchIdx(Midx)) TO SmovieName(idx)
                   MOVE Comment(MatchIdx(Midx)) TO  SComment(idx)
               END-PERFORM
           END-IF
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

           END PROGRAM SuggestMovieDecade.
