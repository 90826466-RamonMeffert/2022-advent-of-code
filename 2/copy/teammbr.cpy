    *> team membership, one line per spell a player spends with a
    *> team: the player id, the team id and the dates the spell is
    *> effective from and to (99999999 while it is open). a transfer
    *> closes the old spell the day before the new one opens, so a
    *> night is credited to the team the player belonged to on the
    *> run date and never to a team joined later. spells for one
    *> player must not overlap; rpsteam rejects an overlapping line.
    fd team-membership.
    01 team-membership-record.
        05 mb-player-id pic 9(4).
        05 filler pic x(1).
        05 mb-team-id pic x(4).
        05 filler pic x(1).
        05 mb-eff-from-date pic 9(8).
        05 filler pic x(1).
        05 mb-eff-to-date pic 9(8).
