           PROGRAM-ID. RequestMaint.
      *    Batch maintenance for MovieRequests.txt - flips a PENDING
      *    request to DONE (with today's date) and drops fulfilled
      *    requests out of the active file into an archive.  The
      *    typed title and each request are both resolved through
      *    TitleAlias, so any spelling of the film fulfils it.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   02 DoneReqWho           PIC X(20).

           WORKING-STORAGE SECTION.
           COPY TITLEALIAS.
           01 CmdEof                   PIC X VALUE "N".
           01 ReqEof                   PIC X VALUE "N".
           01 FulfillTitle              PIC X(70) VALUE SPACES.
           01 UpFulfillTitle            PIC X(70).
           01 UpReqTitle                PIC X(70).
           01 UpCanon                   PIC X(70).
           01 ReqStamp                  PIC X(21).
           01 TodayDate                 PIC X(8).
           01 FulfilledCount            PIC 999 VALUE 0.
           OPEN EXTEND DoneFile

           IF FulfillTitle NOT = SPACES
               MOVE FulfillTitle TO AliasText
               PERFORM CanonUpperTitle
               MOVE UpCanon TO UpFulfillTitle
           END-IF

           READ RequestFile
           CLOSE CmdFile.

           ProcessRequestRecord.
           MOVE ReqTitle TO AliasText
           PERFORM CanonUpperTitle
           MOVE UpCanon TO UpReqTitle
           IF FulfillTitle NOT = SPACES
                   AND ReqStatus = "PENDING"
                   AND UpReqTitle = UpFulfillTitle
               ADD 1 TO RemainingCount
           END-IF.

      *    Uppercased canonical spelling of AliasText, or of the text
      *    itself when neither the library nor the alias master
      *    knows it
           CanonUpperTitle.
           CALL "TitleAlias" USING AliasArea
           END-CALL
           MOVE SPACES TO UpCanon
           IF AliasNotKnown
               MOVE FUNCTION UPPER-CASE(AliasText) TO UpCanon
           ELSE
               MOVE FUNCTION UPPER-CASE(AliasCanon) TO UpCanon
           END-IF.

           END PROGRAM RequestMaint.
