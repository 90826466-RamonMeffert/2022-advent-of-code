    *> fixed-format payments file rpssettl writes for the treasurer's
    *> system: one record per player settled, carrying the entry fee
    *> owed, the prize won and the net due. a positive net due is
    *> paid out to the player, a negative one is collected from the
    *> player. amounts carry two implied decimals; the net due
    *> carries a leading separate sign. players held back on the
    *> settlement exceptions section are never written here.
    fd payments-file.
    01 payment-record.
        05 py-run-id pic 9(16).
        05 filler pic x(1).
        05 py-player-id pic 9(4).
        05 filler pic x(1).
        05 py-name pic x(20).
        05 filler pic x(1).
        05 py-division pic x(2).
        05 filler pic x(1).
        05 py-position pic 9(3).
        05 filler pic x(1).
        05 py-fee-owed pic 9(5)v99.
        05 filler pic x(1).
        05 py-prize-won pic 9(7)v99.
        05 filler pic x(1).
        05 py-net-due pic s9(7)v99 sign is leading separate.
