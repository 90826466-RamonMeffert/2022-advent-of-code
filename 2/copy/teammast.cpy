    *> team master, an indexed file keyed on the team id, kept by
    *> rpstmnt from the 'teamtx' transactions and read by rpsteam
    *> when it rolls the archived rounds up by team. a disbanded
    *> team stays on the master, inactive, with the date it was
    *> disbanded, so a table over an earlier date range still shows
    *> the team and what it scored while it played.
    fd team-master.
    01 team-master-record.
        05 tm-team-id pic x(4).
        05 tm-name pic x(20).
        05 tm-active pic a(1).
        05 tm-formed-date pic 9(8).
        05 tm-disbanded-date pic 9(8).
