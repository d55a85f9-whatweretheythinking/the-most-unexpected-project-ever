      *    Call area for PickRotation.  PickRota.txt is the movie-night
      *    pick rota - night X(3) (MON..SUN), member X(20), turns
      *    skipped 9(3), date of their last turn X(8) - with the rows
      *    for a night in the order the turn goes round, the first
      *    one being whose pick it is.  RotaAction says what the call
      *    is for:
      *      L - look up RotaNight: whose turn, the line behind them,
      *          and whether tonight's turn (RotaToday) is taken
      *      P - the picker picked: their row goes to the back of
      *          the night's line with RotaToday as its turn date
      *      S - the picker's turn went by: the same, with one more
      *          skip against them
      *    P and S only move the line when the turn is still open,
      *    and rewrite PickRota.txt through PickRotaNew.txt.  Either
      *    way RotaPicker is whose turn it was, RotaResult is the
      *    night's state before the call, and RotaLine holds the
      *    line as it stands after it.
           01 RotaArea.
               02 RotaAction           PIC X.
                   88 RotaLook         VALUE "L".
                   88 RotaPicked       VALUE "P".
                   88 RotaSkipped      VALUE "S".
               02 RotaNight            PIC X(3).
               02 RotaToday            PIC X(8).
               02 RotaResult           PIC X.
                   88 RotaNone         VALUE "N".
                   88 RotaOpen         VALUE "O".
                   88 RotaTaken        VALUE "T".
               02 RotaPicker           PIC X(20).
               02 RotaCount            PIC 99.
               02 RotaLine             OCCURS 20 TIMES
                                       INDEXED BY Rlidx.
                   03 RlUser               PIC X(20).
                   03 RlSkips              PIC 9(3).
