    *> tournament sheet control records, copied in under the FD of
    *> every program that reads the 10-byte round sheet. each sheet
    *> the venue sends opens with one header record and closes with
    *> one trailer record, carried in the same file as the rounds and
    *> told apart by the record type in the first three bytes - 'HDR'
    *> or 'TRL', where a round record starts with a numeric player id.
    *> the header names the sheet, the venue, the match date and the
    *> scoring scheme; when the match date or the scheme code is
    *> present it takes over from the 'schemesel' selection. the
    *> trailer carries the venue's own count of the round records and
    *> a hash total over them, so a scorer can prove it read the whole
    *> sheet before anything is settled. every round record adds
    *>     player-id * 100 + oppo-code * 10 + play-code
    *> to the hash total, with the shape codes counted A/X = 1,
    *> B/Y = 2, C/Z = 3 and anything else - a non-numeric player id
    *> included - as 0, so a round the scorers will go on to reject
    *> still proves it arrived.
    01 sheet-header-record.
        05 hd-record-type pic x(3).
        05 filler pic x(1).
        05 hd-sheet-id pic x(10).
        05 filler pic x(1).
        05 hd-venue pic x(20).
        05 filler pic x(1).
        05 hd-match-date pic 9(8).
        05 filler pic x(1).
        05 hd-scheme-code pic x(4).
    01 sheet-trailer-record.
        05 tl-record-type pic x(3).
        05 filler pic x(1).
        05 tl-round-count pic 9(7).
        05 filler pic x(1).
        05 tl-hash-total pic 9(15).
