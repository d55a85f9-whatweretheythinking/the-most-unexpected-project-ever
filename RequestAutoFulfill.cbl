      *    Companion batch to RequestMaint - instead of waiting for
      *    someone to hand-type the exact title into
      *    RequestMaintCmd.txt, this cross-checks every PENDING
      *    request against the library through TitleAlias (so a
      *    WANT for "CHUD" is met by "C.H.U.D. 1984"), moves the
      *    ones that have landed in the library over to
      *    MovieRequestsDone.txt under the library's spelling with
      *    today's date, and drops a now-available announcement into
      *    NowAvailable.txt - backticked lines in the same shape as
      *    CobbotReturn.txt so the channel side can post it as-is.
               01 NewsLine                  PIC X(130).

           WORKING-STORAGE SECTION.
           COPY TITLEALIAS.
           01 ReqEof                   PIC X VALUE "N".
           01 ReqStamp                  PIC X(21).
           01 TodayDate                 PIC X(8).
           01 Found                    PIC X VALUE "N".
           01 RemainingCount            PIC 999 VALUE 0.
           01 RenameStatus              PIC S9(9) COMP-5.

           01 NewsDetail.
               02 NewsWho              PIC X(20).
               02 FILLER               PIC X(17) VALUE
           MOVE FUNCTION CURRENT-DATE TO ReqStamp
           MOVE ReqStamp(1 : 8) TO TodayDate

           OPEN INPUT RequestFile
           OPEN OUTPUT OutFile
           OPEN EXTEND DoneFile

           DISPLAY "RequestAutoFulfill: " FulfilledCount
                   " now available, " RemainingCount " still pending"
      *    GOBACK rather than STOP RUN so the JobStream driver can
      *    run this as one step of the stream - standalone it ends
      *    the run just the same
           GOBACK.

           ProcessRequestRecord.
           SET Found TO "N"
               PERFORM MatchAgainstLibrary
           END-IF
           IF WasFound
               MOVE AliasCanon TO DoneReqTitle
               MOVE "DONE" TO DoneReqStatus
               MOVE ReqDate TO DoneReqDate
               MOVE TodayDate TO DoneReqFulfilled
               WRITE DoneRequest
               ADD 1 TO FulfilledCount
               MOVE ReqWho TO NewsWho
               MOVE AliasCanon TO NewsTitle
               WRITE NewsLine FROM NewsDetail
           ELSE
               MOVE ReqTitle TO OutReqTitle
           END-IF.

           MatchAgainstLibrary.
           MOVE SPACES TO AliasText
           MOVE ReqTitle TO AliasText
           CALL "TitleAlias" USING AliasArea
           END-CALL
           IF AliasInLibrary
               SET WasFound TO TRUE
           END-IF.

           END PROGRAM RequestAutoFulfill.
