    *> prize schedule read by rpssettl: one fee record per division,
    *> naming the entry fee every player on that division's final
    *> table owes, and one payout record per paid finishing position,
    *> naming the share of the division's fees that position wins.
    *> whatever the payout percentages leave over is house
    *> retention. positions that finish tied on points share the
    *> percentages of every position they cover, split evenly.
    *> record layouts (one per line, amounts with two implied
    *> decimals):
    *>   F <division> <entry fee 9(5)v99>
    *>   P <division> <position 9(3)> <percent 9(3)v99>
    fd prize-schedule.
    01 prize-fee-record.
        05 ps-record-type pic x(1).
        05 filler pic x(1).
        05 ps-division pic x(2).
        05 filler pic x(1).
        05 ps-entry-fee pic 9(5)v99.
    01 prize-payout-record.
        05 pp-record-type pic x(1).
        05 filler pic x(1).
        05 pp-division pic x(2).
        05 filler pic x(1).
        05 pp-position pic 9(3).
        05 filler pic x(1).
        05 pp-percent pic 9(3)v99.
