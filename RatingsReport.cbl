      *    periodically moves MovieRatings.txt lines into the
      *    archive, so both files together are the full detail -
      *    this report needs the raw scores for the min/max spread,
      *    which the compacted summary doesn't carry.  Titles are
      *    rolled up under their TitleAlias canonical spelling.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

           WORKING-STORAGE SECTION.
           COPY MOVIELIB.
           COPY TITLEALIAS.
           01 RateEof                  PIC X VALUE "N".
           01 RatePath                 PIC X(40).
           01 Found                    PIC X VALUE "N".
           CLOSE RateFile.

           RollupOneRating.
           MOVE SPACES TO AliasText
           MOVE RatTitle TO AliasText
           CALL "TitleAlias" USING AliasArea
           END-CALL
           MOVE AliasCanon TO RatTitle
           SET Found TO "N"
           PERFORM VARYING Agidx FROM 1 BY 1 UNTIL Agidx > AggLoaded
               IF AggTitle(Agidx) = RatTitle
