    *> points-adjustment register, an indexed file keyed on run id
    *> plus player id plus a sequence number, posted by rpsadjst from
    *> the committee's 'adjtx' transactions and read by rpsstand and
    *> rpsclose when they rank. a run id of zeros marks a season
    *> adjustment (it belongs to no one night, so only the season
    *> close applies it); any other run id ties the adjustment to
    *> that archived run. the points carry a leading separate sign -
    *> a deduction is negative, an awarded result positive. reason
    *> codes: MISC misconduct, FORF forfeit awarded or conceded, LATE
    *> late entry, CORR committee correction. the posting run's start
    *> stamp is kept so every entry can be traced to the run that
    *> put it there.
    fd adjustment-register.
    01 adjustment-record.
        05 ar-key.
            10 ar-run-id pic 9(16).
            10 ar-player-id pic 9(4).
            10 ar-seq-nbr pic 9(3).
        05 ar-points pic s9(5) sign is leading separate.
        05 ar-reason pic x(4).
        05 ar-official pic x(20).
        05 ar-posted-stamp pic 9(16).
