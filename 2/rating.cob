*> one third of its outcome points. the rating-movement report on
*> 'raterpt' shows every player's index change for the night and
*> the biggest risers and fallers.
*>
*> the optional 'rankbase' control (see rankbase.cpy) chooses the
*> basis of the actual points: RAW, the default, counts the shape
*> and outcome points alone; HCAP adds the handicap bonus rpshead
*> wrote on a handicap night. expectation is the same either way.
*> the movement report heading names the basis used.

environment division.
    input-output section.
        organization is line sequential
        file status is ws-scheme-sel-status.

        select rank-basis assign to 'rankbase'
        organization is line sequential
        file status is ws-rank-basis-status.

        select rating-report assign to 'raterpt'
        organization is line sequential.

        05 filler pic x(1).
        05 ss-as-of-date pic 9(8).

    copy "rankbase.cpy".

    fd rating-report.
    01 rating-report-line pic x(100).

    01 ws-scheme-sel-status pic x(2).
    01 ws-score-parm-status pic x(2).

    *> ranking basis from rankbase, and one round's points on it
    01 ws-rank-basis pic x(4).
    01 ws-rank-basis-status pic x(2).
    01 ws-ranked-points pic 9(4).

    *> run-control log working storage
    01 ws-run-log-status pic x(2).
    01 ws-run-id pic 9(16).
procedure division.
    perform take-start-stamp.
    perform read-archive-control.
    perform read-rank-basis.
    perform load-score-parm.
    perform price-expected-round.
    perform open-mh-master.
    if ws-found-sub > 0
        add 1 to ws-records-scored
        add 1 to ws-nt-rounds(ws-found-sub)
        move mm-points to ws-ranked-points
        if ws-rank-basis = 'HCAP'
            add mm-bonus-points to ws-ranked-points
        end-if
        add ws-ranked-points to ws-nt-points(ws-found-sub)
    end-if
.

    string 'rating movement for run ' ws-ac-run-id
        ' date ' ws-ac-run-date
        ' expected-per-round=' ws-expected-disp
        ' basis=' ws-rank-basis
        delimited by size into rating-report-line
    write rating-report-line
    perform write-one-movement
    write rating-report-line
.

*> the ranking basis comes from the optional one-line 'rankbase'
*> file shared with the other ranking programs: RAW (the default)
*> ranks on the shape and outcome points alone, HCAP adds the
*> handicap bonus rpshead wrote alongside them
read-rank-basis.
    move 'RAW ' to ws-rank-basis
    move spaces to ws-rank-basis-status
    open input rank-basis
    if ws-rank-basis-status = '00'
        read rank-basis
            at end continue
            not at end
                evaluate rb-basis
                    when 'HCAP'
                        move 'HCAP' to ws-rank-basis
                    when 'RAW '
                    when spaces
                        continue
                    when other
                        display 'rankbase basis [' rb-basis
                            '] is not RAW or HCAP - ranking on RAW'
                        move 04 to ws-new-return-code
                        perform raise-return-code
                end-evaluate
        end-read
        close rank-basis
    end-if
.

take-start-stamp.
    accept ws-stamp-date from date yyyymmdd
    accept ws-stamp-time from time
