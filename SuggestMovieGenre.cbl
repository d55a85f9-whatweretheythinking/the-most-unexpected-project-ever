                                           INDEXED BY Midx.
           01 MatchCount           PIC 999 VALUE 0.
           01 PickIdx               PIC 999.
           01 OrderKept             PIC 999.
           COPY COLLORDER.
           LINKAGE SECTION.
           01 MovieRand            PIC 9(3).
           01 SuggGenre             PIC X(20).

           PERFORM LoadGenreMatches

           PERFORM DropBlockedSequels

           IF MatchCount = 0
               MOVE "No movies found for that genre/runtime" TO
                                               SMovieName(1)
      *    test is drift for GenreReconcile to report, not a pick
           LoadGenreMatches.
           MOVE 0 TO MatchCount
           MOVE "N" TO GenEof
           OPEN INPUT GenFile
           READ GenFile
               AT END MOVE "Y" TO GenEof
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

           END PROGRAM SuggestMovieGenre.
