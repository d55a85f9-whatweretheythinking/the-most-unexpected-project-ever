      *    Call area for CollectionOrder.  Collections.txt lists each
      *    franchise's films in viewing order - collection name(30)
      *    title(60), one film per row - and CollEntry comes back
      *    holding those rows with the title in its canonical
      *    spelling and whether the play history shows it played.
      *    CollAction says what the call is for:
      *      L - (re)read the master and the history; do this once
      *          before a run of C or N calls so tonight's plays count
      *      C - is CollTitle a sequel whose predecessor hasn't been
      *          played?  CollBlocked, with the predecessor in
      *          CollPrior and its collection in CollName
      *      N - next unplayed film in collection CollName, returned
      *          in CollTitle (CollFound), or CollAllSeen/CollUnknown
           01 CollArea.
               02 CollAction           PIC X.
                   88 CollLoad         VALUE "L".
                   88 CollCheck        VALUE "C".
                   88 CollNext         VALUE "N".
               02 CollTitle            PIC X(60).
               02 CollName             PIC X(30).
               02 CollPrior            PIC X(60).
               02 CollResult           PIC X.
                   88 CollClear        VALUE "C".
                   88 CollBlocked      VALUE "B".
                   88 CollFound        VALUE "F".
                   88 CollAllSeen      VALUE "A".
                   88 CollUnknown      VALUE "U".
               02 CollCount            PIC 999.
               02 CollEntry            OCCURS 300 TIMES
                                       INDEXED BY Coidx.
                   03 CeName               PIC X(30).
                   03 CeTitle              PIC X(60).
                   03 CeUpTitle            PIC X(60).
                   03 CeSeen               PIC X.
                       88 CeWasSeen        VALUE "Y".
      *            Date of the latest play, blank if never
                   03 CeLast               PIC X(8).
