                   02 HistUser             PIC X(20).
                   02 FILLER               PIC X.
                   02 HistMark             PIC X(3).
      *    Room and rota-pick columns, not used here
                   02 FILLER               PIC X(16).
           FD ReportFile.
               01 ReportLine            PIC X(110).


           DISPLAY "TallyRebuild: " PlaysCounted " plays counted, "
                   DiffCount " titles differ from the old file"
      *    GOBACK rather than STOP RUN so the JobStream driver can
      *    run this as one step of the stream - standalone it ends
      *    the run just the same
           GOBACK.

      *    Every served library title starts at zero, the same full
      *    coverage the old flat file carried - NeverPlayed depends
