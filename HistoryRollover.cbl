
           FILE SECTION.
           FD InFile.
               01 InRec                    PIC X(140).
           FD ArcFile.
               01 ArcRec                   PIC X(140).
           FD OutFile.
               01 OutRec                   PIC X(140).

           WORKING-STORAGE SECTION.
           01 NowStamp                 PIC X(21).
           MOVE "CobbotAudit" TO BaseName
           MOVE 7 TO DatePos
           PERFORM RolloverOneFile
      *    GOBACK rather than STOP RUN so the JobStream driver can
      *    run this as one step of the stream - standalone it ends
      *    the run just the same
           GOBACK.

           RolloverOneFile.
           MOVE 0 TO CharCount
