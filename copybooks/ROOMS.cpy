      *    Call area for RoomRegistry.  Rooms.txt lists each screen
      *    the bot can start a title on - room name(10) then the
      *    player launch command(60) for that screen, one room per
      *    row, the first row being the default room a command with
      *    no room lands in.  No Rooms.txt means the one room MAIN
      *    on ./mpc-be.exe, which is how it always was.
      *    RoomAction says what the call is for:
      *      L - look up RoomName (blank for the default room)
      *      S - split a trailing "@room" word off RoomText first
      *          ("Alien 1979.mkv @back" leaves "Alien 1979.mkv"
      *          and looks up BACK), then look it up as for L
      *    Either way a known room comes back RoomKnown with its
      *    name in upper case, its player command, and the
      *    now-playing and queue files kept for it - the default
      *    room keeps the original WhatsPlaying.txt/PlayQueue.txt,
      *    any other room gets WhatsPlaying-<room>.txt and
      *    PlayQueue-<room>.txt.  RoomEntry holds the whole list.
           01 RoomArea.
               02 RoomAction           PIC X.
                   88 RoomLookup       VALUE "L".
                   88 RoomSplit        VALUE "S".
               02 RoomText             PIC X(70).
               02 RoomName             PIC X(10).
               02 RoomPlayer           PIC X(60).
               02 RoomNowPath          PIC X(40).
               02 RoomQueuePath        PIC X(40).
               02 RoomResult           PIC X.
                   88 RoomKnown        VALUE "K".
                   88 RoomUnknown      VALUE "U".
               02 RoomIsDefault        PIC X.
                   88 RoomDefault      VALUE "Y".
               02 RoomCount            PIC 99.
               02 RoomEntry            OCCURS 10 TIMES
                                       INDEXED BY Rmidx.
                   03 RmName               PIC X(10).
                   03 RmPlayer             PIC X(60).
