      *    The bot's load-and-rewrite state files - the set
      *    StateSnapshot.cbl copies into each dated generation and
      *    StateRestore.cbl puts back from one.  A new rewriter's
      *    file goes on this list so it is covered by both.  Each
      *    room past the first in Rooms.txt has its own queue and
      *    now-playing file besides PlayQueue.txt and
      *    WhatsPlaying.txt; both programs add those at run time.
           01 StateFileLits.
               02 FILLER               PIC X(20) VALUE "PlayQueue.txt".
               02 FILLER               PIC X(20)
                                       VALUE "ShowBookmarks.txt".
               02 FILLER               PIC X(20) VALUE "Watchlists.txt".
               02 FILLER               PIC X(20) VALUE "PollVotes.txt".
               02 FILLER               PIC X(20) VALUE "MovieTally.dat".
               02 FILLER               PIC X(20)
                                       VALUE "MovieRequests.txt".
               02 FILLER               PIC X(20)
                                       VALUE "RatingsSummary.txt".
               02 FILLER               PIC X(20) VALUE "PickRota.txt".
               02 FILLER               PIC X(20)
                                       VALUE "WhatsPlaying.txt".
               02 FILLER               PIC X(20)
                                       VALUE "PlayHistory.txt".
               02 FILLER               PIC X(20)
                                       VALUE "MovieRatings.txt".
               02 FILLER               PIC X(20)
                                       VALUE "Attendance.txt".
           01 StateFileTable REDEFINES StateFileLits.
               02 StateFileName        PIC X(20) OCCURS 12 TIMES
                                       INDEXED BY SFidx.
           01 StateFileCount           PIC 99 VALUE 12.
      *    The list a run works from: the files above, then each
      *    extra room's pair
           01 SnapFileTable.
               02 SnapFileName         PIC X(30) OCCURS 40 TIMES
                                       INDEXED BY SNidx.
           01 SnapFileCount            PIC 99 VALUE 0.
