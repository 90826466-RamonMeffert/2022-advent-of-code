*> line rejects both sides and lands on the exception report; the
*> suspense file stays with the one-player scorers, whose repair
*> programs expect the one-player record shape.
*>
*> handicap mode: naming a handicap scheme on the optional one-line
*> 'hcapsel' file loads that scheme's bands from 'hcaptbl' (see
*> hcaptbl.cpy) and looks both players up on the rating master.
*> the weaker player of the pair - the lower ra-perf-index, an
*> unrated player counting as 100 - earns the band's bonus for each
*> round won or drawn, the band chosen by the gap between the two
*> indexes. the bonus goes on the matchhist record apart from the
*> raw points, which stay exactly as priced above, so the ranking
*> programs can rank on either basis; the running total and the
*> run log stay on raw points. the round report shows each side's
*> raw points and its handicapped points (raw plus bonus).

environment division.
    input-output section.
        record key is pr-player-id
        file status is ws-roster-status.

        select handicap-select assign to 'hcapsel'
        organization is line sequential
        file status is ws-hcap-sel-status.

        select handicap-table assign to 'hcaptbl'
        organization is line sequential
        file status is ws-hcap-table-status.

        select rating-master assign to 'ratemast'
        organization is indexed
        access is random
        record key is ra-player-id
        file status is ws-rating-status.

        select run-log assign to 'runlog'
        organization is line sequential
        file status is ws-run-log-status.

    copy "roster.cpy".

    fd handicap-select.
    01 handicap-select-line.
        05 hs-scheme-code pic x(4).

    copy "hcaptbl.cpy".

    copy "ratemast.cpy".

    copy "runlog.cpy".

    working-storage section.
    01 ws-side-oppo pic a(1).
    01 ws-side-points pic 9(3).

    *> handicap mode: the scheme chosen on hcapsel, its bands from
    *> hcaptbl, and each pair's indexes, gap and bonus
    01 ws-hcap-code pic x(4).
    01 ws-hcap-active pic a(1) value 'N'.
    01 ws-hcap-eof pic a(1).
    01 ws-hcap-valid pic a(1).
    01 ws-band-count pic 9(2) value 0.
    01 ws-band-max pic 9(2) value 20.
    01 ws-band-table.
        05 ws-band occurs 20 times.
            10 ws-band-gap-from pic 9(3).
            10 ws-band-win-bonus pic 9(2).
            10 ws-band-draw-bonus pic 9(2).
    01 ws-band-sub pic 9(2).
    01 ws-band-chk pic 9(2).
    01 ws-band-found pic 9(2).
    01 ws-rating-open pic a(1) value 'N'.
    01 ws-side-index pic 9(3)v9(2).
    01 ws-index-1 pic 9(3)v9(2).
    01 ws-index-2 pic 9(3)v9(2).
    01 ws-index-gap pic 9(3)v9(2).
    01 ws-side-bonus pic 9(3).
    01 ws-bonus-1 pic 9(3).
    01 ws-bonus-2 pic 9(3).
    01 ws-hcap-points-1 pic 9(4).
    01 ws-hcap-points-2 pic 9(4).
    01 ws-bonus-total pic 9(7) value 0.
    01 ws-hcap-sel-status pic x(2).
    01 ws-hcap-table-status pic x(2).
    01 ws-rating-status pic x(2).

    01 ws-h2h-input-status pic x(2).
    01 ws-round-report-status pic x(2).
    01 ws-exception-report-status pic x(2).
procedure division.
    perform take-start-stamp.
    perform load-score-parm.
    perform load-handicap.
    perform open-roster.
    move spaces to ws-h2h-input-status.
    open input h2h-tournament.
        display 'h2hinput could not be opened, file status='
            ws-h2h-input-status
        close player-roster
        perform close-rating-master
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
    end-perform.
    close h2h-tournament.
    close player-roster.
    perform close-rating-master.
    close round-report.
    close exception-report.
    close match-history.
    close standings-extract.
    display ws-total-score.
    if ws-hcap-active = 'Y'
        display 'handicap bonus paid=' ws-bonus-total
    end-if.
    perform write-run-log.
goback.

    perform price-one-side
    move ws-side-points to ws-points-2

    perform award-handicap
    compute ws-hcap-points-1 = ws-points-1 + ws-bonus-1
    compute ws-hcap-points-2 = ws-points-2 + ws-bonus-2

    compute ws-round-nbr = ws-line-nbr * 2 - 1
    add ws-points-1 to ws-total-score
    perform write-participant-1
    end-if
.

*> the weaker side of the pair earns the bonus of the band its
*> index gap falls in, for a round won or drawn; the stronger side
*> and an evenly rated pair earn nothing
award-handicap.
    move 0 to ws-bonus-1
    move 0 to ws-bonus-2
    if ws-hcap-active = 'Y'
        move ws-player-1 to ws-check-id
        perform look-up-index
        move ws-side-index to ws-index-1
        move ws-player-2 to ws-check-id
        perform look-up-index
        move ws-side-index to ws-index-2
        if ws-index-1 < ws-index-2
            compute ws-index-gap = ws-index-2 - ws-index-1
            move ws-shape-1 to ws-side-play
            move ws-shape-2 to ws-side-oppo
            perform price-side-bonus
            move ws-side-bonus to ws-bonus-1
        end-if
        if ws-index-2 < ws-index-1
            compute ws-index-gap = ws-index-1 - ws-index-2
            move ws-shape-2 to ws-side-play
            move ws-shape-1 to ws-side-oppo
            perform price-side-bonus
            move ws-side-bonus to ws-bonus-2
        end-if
        add ws-bonus-1 to ws-bonus-total
        add ws-bonus-2 to ws-bonus-total
    end-if
.

*> a player with no rating record yet - or every player, when the
*> rating master could not be opened - is taken as scoring exactly
*> to expectation
look-up-index.
    move 100 to ws-side-index
    if ws-rating-open = 'Y'
        move ws-check-id to ra-player-id
        read rating-master
            invalid key continue
            not invalid key move ra-perf-index to ws-side-index
        end-read
    end-if
.

price-side-bonus.
    move 0 to ws-side-bonus
    perform select-band
    if ws-band-found > 0
        if ws-side-play = ws-side-oppo
            move ws-band-draw-bonus(ws-band-found) to ws-side-bonus
        else
            evaluate ws-side-play also ws-side-oppo
                when = 'B' also = 'A'
                when = 'C' also = 'B'
                when = 'A' also = 'C'
                    move ws-band-win-bonus(ws-band-found)
                        to ws-side-bonus
            end-evaluate
        end-if
    end-if
.

*> the sliding scale: of the bands the gap reaches, the one with
*> the largest gap-from applies
select-band.
    move 0 to ws-band-found
    perform match-band
        varying ws-band-sub from 1 by 1
        until ws-band-sub > ws-band-count
.

match-band.
    if ws-band-gap-from(ws-band-sub) <= ws-index-gap
        if ws-band-found = 0
            move ws-band-sub to ws-band-found
        else
            if ws-band-gap-from(ws-band-sub)
                    > ws-band-gap-from(ws-band-found)
                move ws-band-sub to ws-band-found
            end-if
        end-if
    end-if
.

write-participant-1.
    move spaces to match-history-line
    move ws-player-1 to mh-player-id
    move ws-shape-1 to mh-play
    move ws-points-1 to mh-points
    move ws-total-score to mh-total-score
    move ws-bonus-1 to mh-bonus-points
    write match-history-line
    perform write-extract-detail
.
    move ws-shape-2 to mh-play
    move ws-points-2 to mh-points
    move ws-total-score to mh-total-score
    move ws-bonus-2 to mh-bonus-points
    write match-history-line
    perform write-extract-detail
.
    string 'line ' ws-line-nbr
        ' player ' ws-player-1 '=' ws-shape-1
        ' points=' ws-points-1
        ' hcp=' ws-hcap-points-1
        ' vs player ' ws-player-2 '=' ws-shape-2
        ' points=' ws-points-2
        ' hcp=' ws-hcap-points-2
        ' total=' ws-total-score
        delimited by size into round-report-line
    write round-report-line
    if ws-roster-status not = '00'
        display 'roster file could not be opened, file status='
            ws-roster-status
        perform close-rating-master
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
    move 'PLAYER-ID,ROUND,OPPO-PLAY,SELF-PLAY,POINTS,TOTAL-SCORE'
        to standings-extract-line
    write standings-extract-line
    if ws-hcap-active = 'Y'
        move spaces to round-report-line
        string 'handicap scheme ' ws-hcap-code
            ' in force - points= raw, hcp= raw plus bonus'
            delimited by size into round-report-line
        write round-report-line
    end-if
    perform check-report-statuses
.

    end-if
.

*> the handicap is chosen on the optional one-line 'hcapsel' file;
*> no file or a blank code scores the night without one. a chosen
*> scheme with no usable bands on hcaptbl cannot be honored, which
*> the scheduler must see, and the night then scores raw
load-handicap.
    perform read-handicap-selection
    if ws-hcap-code not = spaces
        perform load-handicap-table
        if ws-band-count = 0
            display 'no hcaptbl bands for handicap scheme ['
                ws-hcap-code '] - night scored without a handicap'
            move 12 to ws-new-return-code
            perform raise-return-code
        else
            move 'Y' to ws-hcap-active
            perform open-rating-master
        end-if
    end-if
.

read-handicap-selection.
    move spaces to ws-hcap-code
    move spaces to ws-hcap-sel-status
    open input handicap-select
    if ws-hcap-sel-status = '00'
        read handicap-select
            at end continue
            not at end move hs-scheme-code to ws-hcap-code
        end-read
        close handicap-select
    end-if
.

load-handicap-table.
    move spaces to ws-hcap-table-status
    move 'N' to ws-hcap-eof
    open input handicap-table
    if ws-hcap-table-status = '00'
        perform load-one-band until ws-hcap-eof = 'Y'
        close handicap-table
    else
        display 'hcaptbl could not be opened, file status='
            ws-hcap-table-status
    end-if
.

load-one-band.
    read handicap-table
        at end move 'Y' to ws-hcap-eof
        not at end
            if hc-scheme-code = ws-hcap-code
                perform store-one-band
            end-if
    end-read
.

*> a band with a bad value or a gap-from already banded for the
*> scheme would make the scale ambiguous - drop it, loudly
store-one-band.
    perform validate-band-record
    if ws-hcap-valid = 'Y'
        if ws-band-count >= ws-band-max
            display 'hcaptbl band table full, gap-from ['
                hc-gap-from '] dropped'
            move 12 to ws-new-return-code
            perform raise-return-code
        else
            add 1 to ws-band-count
            move hc-gap-from to ws-band-gap-from(ws-band-count)
            move hc-win-bonus to ws-band-win-bonus(ws-band-count)
            move hc-draw-bonus to ws-band-draw-bonus(ws-band-count)
        end-if
    end-if
.

validate-band-record.
    move 'Y' to ws-hcap-valid
    if hc-gap-from is not numeric
        or hc-win-bonus is not numeric
        or hc-draw-bonus is not numeric
        move 'N' to ws-hcap-valid
        display 'hcaptbl band [' handicap-table-record
            '] rejected: value is not numeric'
        move 12 to ws-new-return-code
        perform raise-return-code
    end-if

    if ws-hcap-valid = 'Y'
        and (hc-win-bonus > 10 or hc-draw-bonus > 10)
        move 'N' to ws-hcap-valid
        display 'hcaptbl band [' handicap-table-record
            '] rejected: bonus out of range 00-10'
        move 12 to ws-new-return-code
        perform raise-return-code
    end-if

    if ws-hcap-valid = 'Y'
        perform check-band-duplicate
            varying ws-band-chk from 1 by 1
            until ws-band-chk > ws-band-count
    end-if
.

check-band-duplicate.
    if ws-band-gap-from(ws-band-chk) = hc-gap-from
        and ws-hcap-valid = 'Y'
        move 'N' to ws-hcap-valid
        display 'hcaptbl band [' handicap-table-record
            '] rejected: gap-from already banded'
        move 12 to ws-new-return-code
        perform raise-return-code
    end-if
.

*> without the rating master every player rates 100, so no pair
*> has a gap and no bonus is paid - worth a warning, not a stop
open-rating-master.
    move spaces to ws-rating-status
    open input rating-master
    if ws-rating-status = '00'
        move 'Y' to ws-rating-open
    else
        display 'ratemast could not be opened, file status='
            ws-rating-status ' - no handicap bonus paid'
        move 04 to ws-new-return-code
        perform raise-return-code
    end-if
.

close-rating-master.
    if ws-rating-open = 'Y'
        close rating-master
        move 'N' to ws-rating-open
    end-if
.

end program rpshead.
