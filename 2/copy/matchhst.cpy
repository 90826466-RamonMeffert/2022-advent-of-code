    *> match-history round detail, one record per scored round,
    *> written by the scorers and read by the downstream reporting
    *> programs - kept in a shared copybook so the writers and the
    *> readers cannot drift apart. the handicap bonus is kept apart
    *> from the raw shape and outcome points: only rpshead in
    *> handicap mode fills it, every other writer leaves it blank,
    *> and a reader treats a blank bonus as zero.
    fd match-history.
    01 match-history-line.
        05 mh-player-id pic 9(4).
        05 mh-points pic 9(3).
        05 filler pic x(1).
        05 mh-total-score pic 9(7).
        05 filler pic x(1).
        05 mh-bonus-points pic 9(3).
