                   02 AudInstring          PIC X(70).
                   02 FILLER               PIC X.
                   02 AudUser              PIC X(20).
                   02 FILLER               PIC X(11).
           FD HistoryFile.
               01 HistoryRec.
                   02 HistStampDate        PIC X(8).
                   02 HistTitleText        PIC X(83).
                   02 FILLER               PIC X.
                   02 HistUser             PIC X(20).
                   02 FILLER               PIC X(20).
           FD RequestFile.
               01 Request.
                   02 ReqTitle             PIC X(70).
