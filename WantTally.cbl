           IDENTIFICATION DIVISION.
           PROGRAM-ID. WantTally.
      *    Groups MovieRequests.txt by uppercased title the same way
      *    MovieTally.cbl groups play counts - each title resolved
      *    through TitleAlias first, so "CHUD" and "C.H.U.D" count
      *    as one want - then ranks the results
      *    so the most-requested, not-yet-added titles sort to the
      *    top instead of just listing every WANT raw.
           ENVIRONMENT DIVISION.
               01 ReportLine                PIC X(90).

           WORKING-STORAGE SECTION.
           COPY TITLEALIAS.
           01 ReqEof                   PIC X VALUE "N".
           01 CharCount                PIC 99.
           01 StrgSize                 PIC 99.
           GOBACK.

           AddOrIncrementWant.
           MOVE SPACES TO AliasText
           MOVE ReqTitle TO AliasText
           CALL "TitleAlias" USING AliasArea
           END-CALL
           IF NOT AliasNotKnown
               MOVE AliasCanon TO ReqTitle
           END-IF
           MOVE 0 TO CharCount
           INSPECT FUNCTION REVERSE(ReqTitle) TALLYING CharCount
                               FOR LEADING SPACES
