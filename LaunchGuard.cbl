           IDENTIFICATION DIVISION.
           PROGRAM-ID. LaunchGuard.
      *    Every launch path pastes a title or series name into the
      *    mpc-be line handed to CALL "SYSTEM", inside one pair of
      *    double quotes - so whatever a Discord user typed into
      *    FILM, SHOW or QUE (or a hand edit put in a schedule slot
      *    or the queue) reached a shell on the host PC.  This says
      *    whether a piece of text is safe to go there: no quote or
      *    backtick to break out of the quoting, no shell operators
      *    or expansion characters (| < > ; ^ % $ &), no slashes,
      *    no ".." and no drive letter to walk off the media roots.
      *    The one allowance is an ampersand in a title that is
      *    exactly a library title ("Bill & Ted's Excellent
      *    Adventure 1989") - the library is ours, and inside the
      *    quotes the shell never sees it as an operator.  Apostrophes
      *    are left alone for the same reason: half the library has
      *    one and the double quotes make them inert.
           ENVIRONMENT DIVISION.
           DATA DIVISION.
           WORKING-STORAGE SECTION.
           COPY MOVIELIB.
           01 LibTitles.
               02 LibTitle              PIC X(60)
                                        OCCURS MOVIE-LIBRARY-MAX TIMES
                                                   INDEXED BY Lidx.
           01 LibCount                 PIC 999.
           01 CharCount                PIC 999.
           01 TextLen                  PIC 999.
           01 ScanIdx                  PIC 999.
           01 DotPos                   PIC 999.
           01 OneChar                  PIC X.
           01 AmpSeen                  PIC X.
           01 DriveAlone               PIC X.
           01 UpText                   PIC X(60).
           01 UpLib                    PIC X(60).
           01 LibHit                   PIC X.
               88 TextIsLibTitle       VALUE "Y".
           LINKAGE SECTION.
           01 GuardText                PIC X(100).
      *    "Y" safe to launch, "N" refused with the reason filled in
           01 GuardVerdict             PIC X.
           01 GuardReason              PIC X(40).

           PROCEDURE DIVISION USING GuardText, GuardVerdict,
                                     GuardReason.
           MOVE "Y" TO GuardVerdict
           MOVE SPACES TO GuardReason
           MOVE "N" TO AmpSeen
           MOVE 0 TO CharCount
           INSPECT FUNCTION REVERSE(GuardText) TALLYING CharCount
                               FOR LEADING SPACES
           COMPUTE TextLen = (100 - CharCount)
           PERFORM VARYING ScanIdx FROM 1 BY 1
                   UNTIL ScanIdx > TextLen OR GuardVerdict = "N"
               MOVE GuardText(ScanIdx : 1) TO OneChar
               EVALUATE OneChar
               WHEN '"'
               WHEN "`"
                   MOVE "N" TO GuardVerdict
                   MOVE "quote character" TO GuardReason
               WHEN "|"
               WHEN "<"
               WHEN ">"
               WHEN ";"
               WHEN "^"
                   MOVE "shell operator" TO GuardReason
                   MOVE "N" TO GuardVerdict
               WHEN "%"
               WHEN "$"
                   MOVE "N" TO GuardVerdict
                   MOVE "variable expansion" TO GuardReason
               WHEN "\"
               WHEN "/"
                   MOVE "N" TO GuardVerdict
                   MOVE "path separator" TO GuardReason
               WHEN "&"
                   MOVE "Y" TO AmpSeen
               WHEN ":"
                   PERFORM CheckDriveColon
               WHEN "."
                   IF ScanIdx < TextLen
                       IF GuardText(ScanIdx + 1 : 1) = "."
                           MOVE "N" TO GuardVerdict
                           MOVE "path traversal (..)" TO GuardReason
                       END-IF
                   END-IF
               END-EVALUATE
           END-PERFORM
           IF GuardVerdict = "Y" AND AmpSeen = "Y"
               PERFORM CheckLibraryTitle
               IF NOT TextIsLibTitle
                   MOVE "N" TO GuardVerdict
                   MOVE "shell operator" TO GuardReason
               END-IF
           END-IF
           GOBACK.

      *    A drive is a letter standing alone - first in the text or
      *    after a space - with a slash or nothing after its colon.
      *    "Alien: Covenant" and "Mission: Impossible" are titles
           CheckDriveColon.
           IF ScanIdx > 1
               MOVE GuardText(ScanIdx - 1 : 1) TO OneChar
               IF OneChar ALPHABETIC AND OneChar NOT = SPACE
                   MOVE "N" TO DriveAlone
                   IF ScanIdx = 2
                       MOVE "Y" TO DriveAlone
                   ELSE
                       IF GuardText(ScanIdx - 2 : 1) = SPACE
                           MOVE "Y" TO DriveAlone
                       END-IF
                   END-IF
                   IF DriveAlone = "Y"
                       IF ScanIdx = TextLen
                           MOVE "N" TO GuardVerdict
                       ELSE
                           IF GuardText(ScanIdx + 1 : 1) = "\" OR
                                   GuardText(ScanIdx + 1 : 1) = "/"
                               MOVE "N" TO GuardVerdict
                           END-IF
                       END-IF
                   END-IF
                   IF GuardVerdict = "N"
                       MOVE "drive letter" TO GuardReason
                   END-IF
               END-IF
           END-IF.

      *    Exact library spelling, either bare or with its file
      *    extension on, the way FILM and the queue carry titles
           CheckLibraryTitle.
           MOVE "N" TO LibHit
           MOVE 0 TO DotPos
           PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > TextLen
               IF GuardText(ScanIdx : 1) = "."
                   MOVE ScanIdx TO DotPos
               END-IF
           END-PERFORM
      *    Only a short tail after the last dot is an extension -
      *    "Dr. Strangelove" keeps its dot
           IF DotPos > 1 AND TextLen - DotPos < 5
               COMPUTE TextLen = DotPos - 1
           END-IF
           IF TextLen > 60
               MOVE 60 TO TextLen
           END-IF
           MOVE SPACES TO UpText
           MOVE FUNCTION UPPER-CASE(GuardText(1 : TextLen)) TO UpText
           CALL "SuggestMovieTitles" USING LibTitles, LibCount
           END-CALL
           PERFORM VARYING Lidx FROM 1 BY 1
                   UNTIL Lidx > LibCount OR TextIsLibTitle
               MOVE FUNCTION UPPER-CASE(LibTitle(Lidx)) TO UpLib
               IF UpLib = UpText
                   SET TextIsLibTitle TO TRUE
               END-IF
           END-PERFORM.

           END PROGRAM LaunchGuard.
