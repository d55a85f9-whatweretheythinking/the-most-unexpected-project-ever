      *    everywhere
                   02 FILLER               PIC X.
                   02 HistMark             PIC X(3).
      *    Room and rota-pick columns, not used here
                   02 FILLER               PIC X(16).
           FD RateFile.
               01 RateRec.
                   02 RatTitle             PIC X(60).

      *    Per-title vote count and score sum, seeded from the
      *    RatingsCompact summary and topped up from the detail
      *    lines still waiting on the next compaction, all keyed on
      *    the TitleAlias canonical spelling
           COPY TITLEALIAS.
           01 RateSumEof               PIC X VALUE "N".
           01 AggTable.
               02 AggEntry             OCCURS MOVIE-LIBRARY-MAX TIMES
                                           INDEXED BY Midx.
           01 MatchCount           PIC 999 VALUE 0.
           01 PickIdx               PIC 999.
           01 OrderKept             PIC 999.
           COPY COLLORDER.

           LINKAGE SECTION.
           01 MovieRand            PIC 9(3).
           PERFORM LoadRatingRollup
           PERFORM LoadFreshMatches

           PERFORM DropBlockedSequels

           IF MatchCount = 0
               MOVE "No movies found - nothing fresh in the library"
                   TO SMovieName(1)
           PERFORM UNTIL RateSumEof = "Y"
                   OR AggLoaded >= MOVIE-LIBRARY-MAX
               IF RsTitle NOT = SPACES
                   PERFORM RollupOneSummary
               END-IF
               READ RateSumFile
                   AT END MOVE "Y" TO RateSumEof
           END-PERFORM
           CLOSE RateFile.

           RollupOneSummary.
           MOVE SPACES TO AliasText
           MOVE RsTitle TO AliasText
           CALL "TitleAlias" USING AliasArea
           END-CALL
           SET AggFound TO "N"
           PERFORM VARYING Agidx FROM 1 BY 1 UNTIL Agidx > AggLoaded
               IF AggTitle(Agidx) = AliasCanon
                   SET WasAggFound TO TRUE
                   ADD RsVotes TO AggVotes(Agidx)
                   ADD RsScore TO AggSum(Agidx)
               END-IF
           END-PERFORM
           IF NOT WasAggFound
               ADD 1 TO AggLoaded
               MOVE AliasCanon TO AggTitle(AggLoaded)
               MOVE RsVotes TO AggVotes(AggLoaded)
               MOVE RsScore TO AggSum(AggLoaded)
           END-IF.

           RollupOneRating.
           MOVE SPACES TO AliasText
           MOVE RatTitle TO AliasText
           CALL "TitleAlias" USING AliasArea
           END-CALL
           MOVE AliasCanon TO RatTitle
           SET AggFound TO "N"
           PERFORM VARYING Agidx FROM 1 BY 1 UNTIL Agidx > AggLoaded
               IF AggTitle(Agidx) = RatTitle
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

           END PROGRAM SuggestMovieFresh.
