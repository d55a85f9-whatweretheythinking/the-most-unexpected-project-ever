      *    EXTEND, so nothing is ever lost), and empties the detail
      *    file - the readers start from the summary and sweep only
      *    whatever detail has arrived since the last compaction.
      *    Every title is resolved through TitleAlias on the way in,
      *    so a film rated under two spellings rolls up to one
      *    summary row under its canonical title.
      *    Safe to rerun on an empty detail file; a crash between
      *    the summary swap and the truncate would double-count the
      *    in-flight lines on the next run, so after a crash here

           WORKING-STORAGE SECTION.
           COPY MOVIELIB.
           COPY TITLEALIAS.
           01 RateEof                  PIC X VALUE "N".
           01 SumEof                   PIC X VALUE "N".
           01 SumPath                  PIC X(40).
           PROCEDURE DIVISION.
           PERFORM AcquireCommandLock
           IF LockHeld = "N"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadSummaryTable

                       " title summaries"
           END-IF
           PERFORM ReleaseCommandLock
      *    GOBACK rather than STOP RUN so the JobStream driver can
      *    run this as one step of the stream - standalone it ends
      *    the run just the same
           GOBACK.

      *    Keep in step with AcquireCommandLock in Cobbot.cbl - up
      *    to thirty one-second naps, then assume the holder crashed
           PERFORM UNTIL SumEof = "Y"
                   OR SumLoaded >= MOVIE-LIBRARY-MAX
               IF SumTitle NOT = SPACES
                   PERFORM LoadOneSummary
               END-IF
               READ SumFile
                   AT END MOVE "Y" TO SumEof
           END-PERFORM
           CLOSE SumFile.

      *    An older summary row under another spelling folds into
      *    the canonical one
           LoadOneSummary.
           MOVE SPACES TO AliasText
           MOVE SumTitle TO AliasText
           CALL "TitleAlias" USING AliasArea
           END-CALL
           SET Found TO "N"
           PERFORM VARYING Sidx FROM 1 BY 1 UNTIL Sidx > SumLoaded
               IF StTitle(Sidx) = AliasCanon
                   SET WasFound TO TRUE
                   ADD SumVotes TO StVotes(Sidx)
                   ADD SumScore TO StScore(Sidx)
               END-IF
           END-PERFORM
           IF NOT WasFound
               ADD 1 TO SumLoaded
               MOVE AliasCanon TO StTitle(SumLoaded)
               MOVE SumVotes TO StVotes(SumLoaded)
               MOVE SumScore TO StScore(SumLoaded)
           END-IF.

           RollupOneRating.
           MOVE SPACES TO AliasText
           MOVE RatTitle TO AliasText
           CALL "TitleAlias" USING AliasArea
           END-CALL
           MOVE AliasCanon TO RatTitle
           SET Found TO "N"
           PERFORM VARYING Sidx FROM 1 BY 1 UNTIL Sidx > SumLoaded
               IF StTitle(Sidx) = RatTitle
