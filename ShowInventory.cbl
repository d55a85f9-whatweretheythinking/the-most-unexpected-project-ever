           CLOSE InvFile
           DISPLAY "ShowInventory: " SeriesTotal " series, "
                   EpisodeTotal " episodes on disk"
      *    GOBACK rather than STOP RUN so the JobStream driver can
      *    run this as one step of the stream - standalone it ends
      *    the run just the same
           GOBACK.

           ScanOneShowRoot.
           MOVE 0 TO RootCharCount
