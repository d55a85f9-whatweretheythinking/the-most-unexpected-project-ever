           DISPLAY "LibraryIntake: " AddedCount " added, "
                   RetiredCount " retired, " RestoredCount
                   " restored, " StubCount " catalog stubs"
      *    GOBACK rather than STOP RUN so the JobStream driver can
      *    run this as one step of the stream - standalone it ends
      *    the run just the same
           GOBACK.

           RouteReconLine.
           IF ReconLine(1 : 25) = "ON DISK, NOT IN LIBRARY: "
