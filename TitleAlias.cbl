           IDENTIFICATION DIVISION.
           PROGRAM-ID. TitleAlias.
      *    One answer to "which library title does this mean".
      *    WANT, RATE, LIST, QUE and FILM each used to match on
      *    their own, so "CHUD" and "C.H.U.D", or "Alien" and
      *    "Alien 1979", landed as different titles - ratings and
      *    watchlist rows split across spellings and
      *    RequestAutoFulfill never saw the film arrive.  Every
      *    trigger and every batch that keys on a title passes it
      *    through here first.  A title that is already a library
      *    title (any case) comes back in the library's spelling;
      *    otherwise TitleAliases.txt, the maintained alias master,
      *    is looked up - alias(60) canonical(60), one alternate
      *    spelling per row, matched without regard to case.  A
      *    canonical title need not be in the library yet, so a
      *    WANT can be filed under the spelling the file will
      *    arrive as.  Text that ends in a short extension is tried
      *    whole first and then without it, so "C.H.U.D" keeps its
      *    last dot and "Alien.mkv" still finds "Alien 1979".  The
      *    alias file is read once per load.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL AliasFile ASSIGN TO "TitleAliases.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.

           FILE SECTION.
           FD AliasFile.
               01 AliasRec.
                   02 AfAlias              PIC X(60).
                   02 AfCanon              PIC X(60).

           WORKING-STORAGE SECTION.
           COPY MOVIELIB.
           01 LibTitles.
               02 LibTitle              PIC X(60)
                                        OCCURS MOVIE-LIBRARY-MAX TIMES
                                                   INDEXED BY Lidx.
           01 LibCount                 PIC 999.

           01 AliasTable.
               02 AliasEntry           OCCURS 300 TIMES
                                       INDEXED BY Aidx.
                   03 AtUpAlias            PIC X(60).
                   03 AtCanon              PIC X(60).
           01 AliasLoaded              PIC 999 VALUE 0.
           01 AliasBuilt               PIC X VALUE "N".
           01 AliasEof                 PIC X VALUE "N".

           01 CharCount                PIC 999.
           01 TextLen                  PIC 999.
           01 ScanIdx                  PIC 999.
           01 DotPos                   PIC 999.
           01 UpWant                   PIC X(70).
           01 UpLib                    PIC X(60).
           01 UpCanon                  PIC X(60).

           LINKAGE SECTION.
           COPY TITLEALIAS.

           PROCEDURE DIVISION USING AliasArea.
           IF AliasBuilt = "N"
               PERFORM LoadAliasTable
           END-IF
           CALL "SuggestMovieTitles" USING LibTitles, LibCount
           END-CALL
           MOVE SPACES TO AliasCanon AliasExt
           SET AliasNotKnown TO TRUE
           MOVE "N" TO AliasLib
           MOVE 0 TO CharCount
           INSPECT FUNCTION REVERSE(AliasText) TALLYING CharCount
                               FOR LEADING SPACES
           COMPUTE TextLen = (70 - CharCount)
           IF TextLen = 0
               GOBACK
           END-IF

           MOVE SPACES TO UpWant
           MOVE FUNCTION UPPER-CASE(AliasText(1 : TextLen)) TO UpWant
           PERFORM ResolveUpWant

      *    Only a short tail after the last dot is an extension -
      *    "Dr. Strangelove" keeps its dot
           IF AliasNotKnown
               MOVE 0 TO DotPos
               PERFORM VARYING ScanIdx FROM 1 BY 1
                       UNTIL ScanIdx > TextLen
                   IF AliasText(ScanIdx : 1) = "."
                       MOVE ScanIdx TO DotPos
                   END-IF
               END-PERFORM
               IF DotPos > 1 AND DotPos < TextLen
                       AND TextLen - DotPos < 5
                   MOVE AliasText(DotPos : TextLen - DotPos + 1)
                       TO AliasExt
                   MOVE SPACES TO UpWant
                   MOVE FUNCTION UPPER-CASE(AliasText(1 : DotPos - 1))
                       TO UpWant
                   PERFORM ResolveUpWant
                   IF AliasNotKnown
                       MOVE SPACES TO AliasExt
                   END-IF
               END-IF
           END-IF

           IF AliasNotKnown
               MOVE AliasText TO AliasCanon
           END-IF
           GOBACK.

      *    Library first, so a real title can never be shadowed by a
      *    stray alias row; an alias's canonical is then put in the
      *    library's own case when the film is on disk
           ResolveUpWant.
           IF UpWant(61 : 10) = SPACES
               PERFORM VARYING Lidx FROM 1 BY 1
                       UNTIL Lidx > LibCount OR NOT AliasNotKnown
                   MOVE FUNCTION UPPER-CASE(LibTitle(Lidx)) TO UpLib
                   IF UpLib = UpWant(1 : 60)
                       SET AliasFromLibrary TO TRUE
                       MOVE "Y" TO AliasLib
                       MOVE LibTitle(Lidx) TO AliasCanon
                   END-IF
               END-PERFORM
               PERFORM VARYING Aidx FROM 1 BY 1
                       UNTIL Aidx > AliasLoaded OR NOT AliasNotKnown
                   IF AtUpAlias(Aidx) = UpWant(1 : 60)
                       SET AliasFromFile TO TRUE
                       MOVE AtCanon(Aidx) TO AliasCanon
                   END-IF
               END-PERFORM
               IF AliasFromFile
                   MOVE FUNCTION UPPER-CASE(AliasCanon) TO UpCanon
                   PERFORM VARYING Lidx FROM 1 BY 1
                           UNTIL Lidx > LibCount OR AliasInLibrary
                       MOVE FUNCTION UPPER-CASE(LibTitle(Lidx))
                           TO UpLib
                       IF UpLib = UpCanon
                           MOVE "Y" TO AliasLib
                           MOVE LibTitle(Lidx) TO AliasCanon
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

           LoadAliasTable.
           MOVE 0 TO AliasLoaded
           MOVE "N" TO AliasEof
           OPEN INPUT AliasFile
           READ AliasFile
               AT END MOVE "Y" TO AliasEof
           END-READ
           PERFORM UNTIL AliasEof = "Y" OR AliasLoaded >= 300
               IF AfAlias NOT = SPACES AND AfCanon NOT = SPACES
                   ADD 1 TO AliasLoaded
                   MOVE FUNCTION UPPER-CASE(AfAlias)
                       TO AtUpAlias(AliasLoaded)
                   MOVE AfCanon TO AtCanon(AliasLoaded)
               END-IF
               READ AliasFile
                   AT END MOVE "Y" TO AliasEof
               END-READ
           END-PERFORM
           CLOSE AliasFile
           MOVE "Y" TO AliasBuilt.

           END PROGRAM TitleAlias.
