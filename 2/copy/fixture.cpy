    *> season fixture file written by rpsfixtr and read back by the
    *> head-to-head reconciliation rpsfxrec: one record per scheduled
    *> pairing, numbered through the season, dated to the night it is
    *> due to be played. player 1 is always the lower id. byes of an
    *> odd-sized division are printed on the fixture list but never
    *> written here.
    fd fixture-file.
    01 fixture-record.
        05 fx-fixture-nbr pic 9(5).
        05 filler pic x(1).
        05 fx-night-date pic 9(8).
        05 filler pic x(1).
        05 fx-player-1 pic 9(4).
        05 filler pic x(1).
        05 fx-player-2 pic 9(4).
        05 filler pic x(1).
        05 fx-division pic x(2).
        05 filler pic x(1).
        05 fx-night-nbr pic 9(3).
