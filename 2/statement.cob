identification division.
program-id. rpsstmt.

*> monthly player statements: for the date range on the one-line
*> 'stmtctl' control file (from yyyymmdd, then to yyyymmdd) the run
*> walks the player-keyed companion master 'mhplayer' for every
*> active player on the roster and prints one page per player on
*> 'stmtrpt' - the runs played in the period with their rounds and
*> points, the shape mix, the change in the performance index over
*> the period, and the player's current division and position. an
*> active player with no rounds in the period gets no page and is
*> counted as skipped.
*>
*> the rating master only carries the index as it stands today, so
*> the index at each end of the period is worked back from it: the
*> player's archived rounds after that date are taken out of the
*> career actual and expected points, expectation priced per run
*> the way rpsrate prices it (the scheme on 'scoreparm' effective on
*> the run date). a career with nothing left to take out stands at
*> the opening index of 100, as rpsrate starts it.
*>
*> the current position is the player's place among the active
*> players of the same division on every archived point to date,
*> plus any committee adjustments on the optional 'adjreg' register
*> (see adjreg.cpy), ties going to the lower player id.
*>
*> the run closes with a control page: statements produced, players
*> skipped for no activity and the points printed, proved against
*> the mh-master rounds for the same dates - master points must
*> equal the points printed plus the points of players who get no
*> statement (inactive or off the roster). a proof that fails is out
*> of balance and ends the run with return code 08.

environment division.
    input-output section.
        file-control.
        select statement-control assign to 'stmtctl'
        organization is line sequential
        file status is ws-statement-control-status.

        select player-roster assign to 'roster'
        organization is indexed
        access is dynamic
        record key is pr-player-id
        file status is ws-roster-status.

        select mh-player assign to 'mhplayer'
        organization is indexed
        access is dynamic
        record key is mp-key
        file status is ws-mh-player-status.

        select mh-master assign to 'mhmaster'
        organization is indexed
        access is dynamic
        record key is mm-key
        file status is ws-mh-master-status.

        select rating-master assign to 'ratemast'
        organization is indexed
        access is random
        record key is ra-player-id
        file status is ws-rating-master-status.

        select adjustment-register assign to 'adjreg'
        organization is indexed
        access is dynamic
        record key is ar-key
        file status is ws-adjustment-reg-status.

        select score-parm assign to 'scoreparm'
        organization is line sequential
        file status is ws-score-parm-status.

        select statement-report assign to 'stmtrpt'
        organization is line sequential.

        select run-log assign to 'runlog'
        organization is line sequential
        file status is ws-run-log-status.

data division.
    file section.
    fd statement-control.
    01 statement-control-line.
        05 sc-from-date pic 9(8).
        05 filler pic x(1).
        05 sc-to-date pic 9(8).

    copy "roster.cpy".

    copy "mhplayr.cpy".

    copy "mhmastr.cpy".

    copy "ratemast.cpy".

    copy "adjreg.cpy".

    copy "scoreprm.cpy".

    fd statement-report.
    01 statement-report-line pic x(100).

    copy "runlog.cpy".

    working-storage section.
    01 ws-eof pic a(1) value 'N'.
    01 ws-ctl-found pic a(1) value 'N'.
    01 ws-statement-control-status pic x(2).
    01 ws-roster-status pic x(2).
    01 ws-mh-player-status pic x(2).
    01 ws-mh-master-status pic x(2).
    01 ws-rating-master-status pic x(2).
    01 ws-adjustment-reg-status pic x(2).

    01 ws-from-date pic 9(8).
    01 ws-to-date pic 9(8).

    *> one slot per active roster player, in roster id order
    01 ws-player-count pic 9(3) value 0.
    01 ws-player-max pic 9(3) value 500.
    01 ws-statement-table.
        05 ws-statement occurs 500 times.
            10 ws-sp-player-id pic 9(4).
            10 ws-sp-name pic x(20).
            10 ws-sp-division pic x(2).
            10 ws-sp-season-points pic s9(7).
            10 ws-sp-period-rounds pic 9(7).
            10 ws-sp-period-points pic 9(7).
            10 ws-sp-position pic 9(3).
            10 ws-sp-division-size pic 9(3).
    01 ws-sub pic 9(3).
    01 ws-rank-sub pic 9(3).
    01 ws-found-sub pic 9(3).
    01 ws-walk-eof pic a(1).
    01 ws-adj-eof pic a(1).

    *> one statement page: the period's runs, shape mix and totals
    01 ws-prior-run-id pic 9(16).
    01 ws-prior-run-date pic 9(8).
    01 ws-run-rounds pic 9(7).
    01 ws-run-points pic 9(7).
    01 ws-pg-runs pic 9(5).
    01 ws-pg-rounds pic 9(7).
    01 ws-pg-points pic 9(7).
    01 ws-pg-count-rock pic 9(7).
    01 ws-pg-count-paper pic 9(7).
    01 ws-pg-count-scissors pic 9(7).

    *> the index worked back from the rating master: the points and
    *> expectation of the rounds on or after the period start, and
    *> of the rounds after the period end
    01 ws-rated pic a(1).
    01 ws-run-expected pic 9(7)v9(2).
    01 ws-from-on-points pic 9(9).
    01 ws-from-on-expected pic 9(7)v9(2).
    01 ws-after-points pic 9(9).
    01 ws-after-expected pic 9(7)v9(2).
    01 ws-index-start pic 9(3)v9(2).
    01 ws-index-end pic 9(3)v9(2).
    01 ws-index-change pic s9(3)v9(2).
    01 ws-back-points pic 9(9).
    01 ws-back-expected pic 9(7)v9(2).
    01 ws-back-index pic 9(3)v9(2).
    01 ws-index-start-disp pic zz9.99.
    01 ws-index-end-disp pic zz9.99.
    01 ws-change-disp pic +zz9.99.
    01 ws-season-disp pic +9(7).

    *> expected points for one round under the scheme effective on
    *> a run date, and the shape and outcome scores it is built from
    01 ws-expected-round pic 9(3)v9(2).
    01 ws-score-rock pic 9(02).
    01 ws-score-paper pic 9(02).
    01 ws-score-scissors pic 9(02).
    01 ws-score-loss pic 9(02).
    01 ws-score-draw pic 9(02).
    01 ws-score-win pic 9(02).
    01 ws-select-date pic 9(8).

    *> scoring-scheme table loaded from scoreparm
    01 ws-scheme-count pic 9(2) value 0.
    01 ws-scheme-max pic 9(2) value 20.
    01 ws-scheme-table.
        05 ws-scheme occurs 20 times.
            10 ws-sch-code pic x(4).
            10 ws-sch-from-date pic 9(8).
            10 ws-sch-to-date pic 9(8).
            10 ws-sch-rock pic 9(2).
            10 ws-sch-paper pic 9(2).
            10 ws-sch-scissors pic 9(2).
            10 ws-sch-loss pic 9(2).
            10 ws-sch-draw pic 9(2).
            10 ws-sch-win pic 9(2).
    01 ws-scheme-sub pic 9(2).
    01 ws-scheme-chk pic 9(2).
    01 ws-scheme-found pic 9(2).
    01 ws-parm-eof pic a(1).
    01 ws-parm-valid pic a(1).
    01 ws-score-parm-status pic x(2).

    *> control page figures
    01 ws-statements-produced pic 9(5) value 0.
    01 ws-players-skipped pic 9(5) value 0.
    01 ws-points-printed pic 9(9) value 0.
    01 ws-rounds-printed pic 9(7) value 0.
    01 ws-master-rounds pic 9(7) value 0.
    01 ws-master-points pic 9(9) value 0.
    01 ws-unprinted-rounds pic 9(7) value 0.
    01 ws-unprinted-points pic 9(9) value 0.
    01 ws-proof-points pic 9(9).

    *> run-control log working storage
    01 ws-run-log-status pic x(2).
    01 ws-run-id pic 9(16).
    01 ws-stamp.
        05 ws-stamp-date pic 9(8).
        05 ws-stamp-time pic 9(8).
    01 ws-start-stamp pic 9(16).
    01 ws-records-read pic 9(7) value 0.
    01 ws-records-scored pic 9(7) value 0.
    01 ws-records-rejected pic 9(7) value 0.
    01 ws-final-total pic 9(7) value 0.
    01 ws-return-code pic 9(2) value 0.
    01 ws-new-return-code pic 9(2).
    01 ws-balance-check pic 9(7).

procedure division.
    perform take-start-stamp.
    perform read-statement-control.
    perform load-scheme-table.
    perform open-masters.
    perform start-roster-scan.
    perform collect-one-player until ws-eof = 'Y'.
    perform total-one-player
        varying ws-sub from 1 by 1
        until ws-sub > ws-player-count.
    perform apply-adjustments.
    perform place-one-player
        varying ws-sub from 1 by 1
        until ws-sub > ws-player-count.
    open output statement-report.
    perform print-one-statement
        varying ws-sub from 1 by 1
        until ws-sub > ws-player-count.
    perform prove-against-master.
    perform write-control-page.
    close statement-report.
    close player-roster.
    close mh-player.
    close mh-master.
    close rating-master.
    display 'statements produced: ' ws-statements-produced.
    display 'players skipped for no activity: ' ws-players-skipped.
    display 'points printed: ' ws-points-printed.
    perform write-run-log.
goback.

*> the statement period; both dates are required and must run
*> forwards
read-statement-control.
    move spaces to ws-statement-control-status
    open input statement-control
    if ws-statement-control-status not = '00'
        display 'stmtctl could not be opened, file status='
            ws-statement-control-status
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    read statement-control
        at end continue
        not at end move 'Y' to ws-ctl-found
    end-read
    close statement-control
    if ws-ctl-found not = 'Y'
        or sc-from-date is not numeric
        or sc-to-date is not numeric
        display 'stmtctl does not carry a numeric from and to date'
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    if sc-from-date > sc-to-date
        display 'stmtctl from date ' sc-from-date
            ' is after the to date ' sc-to-date
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    move sc-from-date to ws-from-date
    move sc-to-date to ws-to-date
.

open-masters.
    move spaces to ws-roster-status
    open input player-roster
    if ws-roster-status not = '00'
        display 'roster file could not be opened, file status='
            ws-roster-status
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    move spaces to ws-mh-player-status
    open input mh-player
    if ws-mh-player-status not = '00'
        display 'mhplayer could not be opened, file status='
            ws-mh-player-status
        close player-roster
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    move spaces to ws-mh-master-status
    open input mh-master
    if ws-mh-master-status not = '00'
        display 'mhmaster could not be opened, file status='
            ws-mh-master-status
        close player-roster
        close mh-player
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    move spaces to ws-rating-master-status
    open input rating-master
    if ws-rating-master-status not = '00'
        display 'ratemast could not be opened, file status='
            ws-rating-master-status
        close player-roster
        close mh-player
        close mh-master
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
.

start-roster-scan.
    move zeros to pr-player-id
    start player-roster key is not less than pr-player-id
        invalid key move 'Y' to ws-eof
    end-start
.

*> only active players are sent a statement
collect-one-player.
    read player-roster next
        at end move 'Y' to ws-eof
        not at end
            if pr-active = 'Y'
                perform add-statement-entry
            end-if
    end-read
.

add-statement-entry.
    if ws-player-count >= ws-player-max
        display 'statement table full, player-id ' pr-player-id
            ' gets no statement'
        move 08 to ws-new-return-code
        perform raise-return-code
    else
        add 1 to ws-player-count
        move pr-player-id to ws-sp-player-id(ws-player-count)
        move pr-name to ws-sp-name(ws-player-count)
        move pr-division to ws-sp-division(ws-player-count)
        move zero to ws-sp-season-points(ws-player-count)
        move zero to ws-sp-period-rounds(ws-player-count)
        move zero to ws-sp-period-points(ws-player-count)
        move zero to ws-sp-position(ws-player-count)
        move zero to ws-sp-division-size(ws-player-count)
    end-if
.

*> first walk of the player's archived rounds: every point to date
*> for the position, the period's rounds and points for the
*> activity test
total-one-player.
    move 'N' to ws-walk-eof
    move ws-sp-player-id(ws-sub) to mp-player-id
    move zeros to mp-run-id
    move zeros to mp-round-nbr
    start mh-player key is not less than mp-key
        invalid key move 'Y' to ws-walk-eof
    end-start
    perform total-one-round until ws-walk-eof = 'Y'
.

total-one-round.
    read mh-player next
        at end move 'Y' to ws-walk-eof
        not at end
            if mp-player-id not = ws-sp-player-id(ws-sub)
                move 'Y' to ws-walk-eof
            else
                add mp-points to ws-sp-season-points(ws-sub)
                if mp-run-date >= ws-from-date
                    and mp-run-date <= ws-to-date
                    add 1 to ws-sp-period-rounds(ws-sub)
                    add mp-points to ws-sp-period-points(ws-sub)
                end-if
            end-if
    end-read
.

*> committee adjustments count toward the position the same way
*> they count on the final table; the register is optional
apply-adjustments.
    move spaces to ws-adjustment-reg-status
    open input adjustment-register
    if ws-adjustment-reg-status = '00'
        move 'N' to ws-adj-eof
        move low-values to ar-key
        start adjustment-register key is not less than ar-key
            invalid key move 'Y' to ws-adj-eof
        end-start
        perform apply-one-adjustment until ws-adj-eof = 'Y'
        close adjustment-register
    else
        if ws-adjustment-reg-status not = '35'
            display 'adjreg could not be opened, file status='
                ws-adjustment-reg-status
            move 12 to ws-new-return-code
            perform raise-return-code
        end-if
    end-if
.

apply-one-adjustment.
    read adjustment-register next
        at end move 'Y' to ws-adj-eof
        not at end
            move 0 to ws-found-sub
            perform find-adjusted-player
                varying ws-rank-sub from 1 by 1
                until ws-rank-sub > ws-player-count
                    or ws-found-sub > 0
            if ws-found-sub > 0
                add ar-points to ws-sp-season-points(ws-found-sub)
            end-if
    end-read
.

find-adjusted-player.
    if ws-sp-player-id(ws-rank-sub) = ar-player-id
        move ws-rank-sub to ws-found-sub
    end-if
.

*> the player's place in the division: one plus every active player
*> of the division ahead of them, ties going to the lower id
place-one-player.
    move 1 to ws-sp-position(ws-sub)
    move 0 to ws-sp-division-size(ws-sub)
    perform compare-one-rival
        varying ws-rank-sub from 1 by 1
        until ws-rank-sub > ws-player-count
.

compare-one-rival.
    if ws-sp-division(ws-rank-sub) = ws-sp-division(ws-sub)
        add 1 to ws-sp-division-size(ws-sub)
        if ws-sp-season-points(ws-rank-sub)
                > ws-sp-season-points(ws-sub)
            or (ws-sp-season-points(ws-rank-sub)
                    = ws-sp-season-points(ws-sub)
                and ws-sp-player-id(ws-rank-sub)
                    < ws-sp-player-id(ws-sub))
            add 1 to ws-sp-position(ws-sub)
        end-if
    end-if
.

print-one-statement.
    if ws-sp-period-rounds(ws-sub) = 0
        add 1 to ws-players-skipped
    else
        add 1 to ws-statements-produced
        perform write-statement-heading
        perform walk-statement-rounds
        perform write-statement-totals
        perform write-statement-rating
    end-if
.

write-statement-heading.
    move spaces to statement-report-line
    string 'statement for player ' ws-sp-player-id(ws-sub)
        ' ' ws-sp-name(ws-sub)
        delimited by size into statement-report-line
    write statement-report-line after advancing page
    move spaces to statement-report-line
    string '  period ' ws-from-date ' through ' ws-to-date
        delimited by size into statement-report-line
    write statement-report-line
    move ws-sp-season-points(ws-sub) to ws-season-disp
    move spaces to statement-report-line
    string '  division ' ws-sp-division(ws-sub)
        ' position ' ws-sp-position(ws-sub)
        ' of ' ws-sp-division-size(ws-sub)
        ' season points=' ws-season-disp
        delimited by size into statement-report-line
    write statement-report-line
    move spaces to statement-report-line
    string '  runs played in the period:'
        delimited by size into statement-report-line
    write statement-report-line
.

*> second walk: the run lines for the period, and every run's
*> points and expectation so the index can be worked back to each
*> end of the period. the companion is keyed on player then run
*> then round, so a change of run id is a control break.
walk-statement-rounds.
    move zero to ws-pg-runs
    move zero to ws-pg-rounds
    move zero to ws-pg-points
    move zero to ws-pg-count-rock
    move zero to ws-pg-count-paper
    move zero to ws-pg-count-scissors
    move zero to ws-from-on-points
    move zero to ws-from-on-expected
    move zero to ws-after-points
    move zero to ws-after-expected
    move zero to ws-run-rounds
    move zero to ws-run-points
    move zeros to ws-prior-run-id
    move 'N' to ws-walk-eof
    move ws-sp-player-id(ws-sub) to mp-player-id
    move zeros to mp-run-id
    move zeros to mp-round-nbr
    start mh-player key is not less than mp-key
        invalid key move 'Y' to ws-walk-eof
    end-start
    perform walk-one-round until ws-walk-eof = 'Y'
    if ws-run-rounds > 0
        perform close-one-run
    end-if
.

walk-one-round.
    read mh-player next
        at end move 'Y' to ws-walk-eof
        not at end
            if mp-player-id not = ws-sp-player-id(ws-sub)
                move 'Y' to ws-walk-eof
            else
                if mp-run-id not = ws-prior-run-id
                    if ws-run-rounds > 0
                        perform close-one-run
                    end-if
                    move mp-run-id to ws-prior-run-id
                    move mp-run-date to ws-prior-run-date
                    move 0 to ws-run-rounds
                    move 0 to ws-run-points
                end-if
                add 1 to ws-run-rounds
                add mp-points to ws-run-points
                if mp-run-date >= ws-from-date
                    and mp-run-date <= ws-to-date
                    evaluate mp-play
                        when 'A'
                            add 1 to ws-pg-count-rock
                        when 'B'
                            add 1 to ws-pg-count-paper
                        when 'C'
                            add 1 to ws-pg-count-scissors
                    end-evaluate
                end-if
            end-if
    end-read
.

*> a run is priced under the scheme effective on its date, rounded
*> per run exactly as rpsrate rolls a night into the master
close-one-run.
    move ws-prior-run-date to ws-select-date
    perform price-expected-round
    compute ws-run-expected rounded =
        ws-expected-round * ws-run-rounds
    if ws-prior-run-date >= ws-from-date
        add ws-run-points to ws-from-on-points
        add ws-run-expected to ws-from-on-expected
    end-if
    if ws-prior-run-date > ws-to-date
        add ws-run-points to ws-after-points
        add ws-run-expected to ws-after-expected
    end-if
    if ws-prior-run-date >= ws-from-date
        and ws-prior-run-date <= ws-to-date
        add 1 to ws-pg-runs
        add ws-run-rounds to ws-pg-rounds
        add ws-run-points to ws-pg-points
        move spaces to statement-report-line
        string '    run ' ws-prior-run-id
            ' date ' ws-prior-run-date
            ' rounds=' ws-run-rounds
            ' points=' ws-run-points
            delimited by size into statement-report-line
        write statement-report-line
    end-if
.

write-statement-totals.
    add ws-pg-rounds to ws-rounds-printed
    add ws-pg-points to ws-points-printed
    move spaces to statement-report-line
    string '  period totals: runs=' ws-pg-runs
        ' rounds=' ws-pg-rounds
        ' points=' ws-pg-points
        delimited by size into statement-report-line
    write statement-report-line
    move spaces to statement-report-line
    string '  shape mix: rock=' ws-pg-count-rock
        ' paper=' ws-pg-count-paper
        ' scissors=' ws-pg-count-scissors
        delimited by size into statement-report-line
    write statement-report-line
.

write-statement-rating.
    move 'Y' to ws-rated
    move ws-sp-player-id(ws-sub) to ra-player-id
    read rating-master
        invalid key move 'N' to ws-rated
    end-read
    move spaces to statement-report-line
    if ws-rated = 'N'
        string '  performance index: not yet rated'
            delimited by size into statement-report-line
    else
        move ws-from-on-points to ws-back-points
        move ws-from-on-expected to ws-back-expected
        perform work-back-index
        move ws-back-index to ws-index-start
        move ws-after-points to ws-back-points
        move ws-after-expected to ws-back-expected
        perform work-back-index
        move ws-back-index to ws-index-end
        compute ws-index-change = ws-index-end - ws-index-start
        move ws-index-start to ws-index-start-disp
        move ws-index-end to ws-index-end-disp
        move ws-index-change to ws-change-disp
        string '  performance index: ' ws-index-start-disp
            ' at the start, ' ws-index-end-disp
            ' at the end, change=' ws-change-disp
            delimited by size into statement-report-line
    end-if
    write statement-report-line
.

*> the index as it stood before the rounds being taken out; nothing
*> left to rate is the opening index of 100
work-back-index.
    if ra-expected-points > ws-back-expected
        and ra-actual-points >= ws-back-points
        compute ws-back-index rounded =
            (ra-actual-points - ws-back-points) * 100
            / (ra-expected-points - ws-back-expected)
            on size error move 999.99 to ws-back-index
        end-compute
    else
        move 100 to ws-back-index
    end-if
.

*> every mh-master round in the period: those of a player with a
*> statement must all have been printed, the rest belong to players
*> who get none
prove-against-master.
    move 'N' to ws-walk-eof
    move zeros to mm-key
    start mh-master key is not less than mm-key
        invalid key move 'Y' to ws-walk-eof
    end-start
    perform prove-one-round until ws-walk-eof = 'Y'
.

prove-one-round.
    read mh-master next
        at end move 'Y' to ws-walk-eof
        not at end
            if mm-run-date >= ws-from-date
                and mm-run-date <= ws-to-date
                add 1 to ws-master-rounds
                add mm-points to ws-master-points
                move 0 to ws-found-sub
                perform find-master-player
                    varying ws-rank-sub from 1 by 1
                    until ws-rank-sub > ws-player-count
                        or ws-found-sub > 0
                if ws-found-sub = 0
                    add 1 to ws-unprinted-rounds
                    add mm-points to ws-unprinted-points
                end-if
            end-if
    end-read
.

find-master-player.
    if ws-sp-player-id(ws-rank-sub) = mm-player-id
        move ws-rank-sub to ws-found-sub
    end-if
.

write-control-page.
    move spaces to statement-report-line
    string 'statement run control, period ' ws-from-date
        ' through ' ws-to-date
        delimited by size into statement-report-line
    write statement-report-line after advancing page
    move spaces to statement-report-line
    string '  active players=' ws-player-count
        ' statements produced=' ws-statements-produced
        ' skipped for no activity=' ws-players-skipped
        delimited by size into statement-report-line
    write statement-report-line
    move spaces to statement-report-line
    string '  printed:        rounds=' ws-rounds-printed
        ' points=' ws-points-printed
        delimited by size into statement-report-line
    write statement-report-line
    move spaces to statement-report-line
    string '  no statement:   rounds=' ws-unprinted-rounds
        ' points=' ws-unprinted-points
        delimited by size into statement-report-line
    write statement-report-line
    move spaces to statement-report-line
    string '  mh-master:      rounds=' ws-master-rounds
        ' points=' ws-master-points
        delimited by size into statement-report-line
    write statement-report-line
    compute ws-proof-points = ws-points-printed + ws-unprinted-points
    move spaces to statement-report-line
    if ws-proof-points = ws-master-points
        string '  points printed agree with mh-master'
            delimited by size into statement-report-line
    else
        string '  OUT OF BALANCE - points printed do not agree'
            ' with mh-master'
            delimited by size into statement-report-line
        move 08 to ws-new-return-code
        perform raise-return-code
    end-if
    write statement-report-line
    move ws-master-rounds to ws-records-read
    move ws-rounds-printed to ws-records-scored
    move ws-unprinted-rounds to ws-records-rejected
    move ws-points-printed to ws-final-total
.

take-start-stamp.
    accept ws-stamp-date from date yyyymmdd
    accept ws-stamp-time from time
    move ws-stamp to ws-start-stamp
    move ws-stamp to ws-run-id
.

*> return codes only ever go up - a later, milder condition must not
*> mask an earlier, worse one
raise-return-code.
    if ws-new-return-code > ws-return-code
        move ws-new-return-code to ws-return-code
    end-if
.

*> end-of-run balance check and the run-control log record the
*> scheduler reads instead of scraping DISPLAY output. read is the
*> mh-master rounds of the period, scored the rounds printed and
*> rejected the rounds of players with no statement; the total
*> logged is the points printed.
write-run-log.
    compute ws-balance-check =
        ws-records-scored + ws-records-rejected
    if ws-records-read not = ws-balance-check
        display 'run out of balance: read=' ws-records-read
            ' printed=' ws-records-scored
            ' no statement=' ws-records-rejected
        move 08 to ws-new-return-code
        perform raise-return-code
    end-if
    if ws-records-rejected > 0
        move 04 to ws-new-return-code
        perform raise-return-code
    end-if

    accept ws-stamp-date from date yyyymmdd
    accept ws-stamp-time from time
    move spaces to ws-run-log-status
    open extend run-log
    if ws-run-log-status = '35'
        open output run-log
    end-if
    if ws-run-log-status = '00'
        move spaces to run-log-record
        move ws-run-id to rl-run-id
        move 'rpsstmt' to rl-program-name
        move ws-start-stamp to rl-start-stamp
        move ws-stamp to rl-end-stamp
        move ws-records-read to rl-records-read
        move ws-records-scored to rl-records-scored
        move ws-records-rejected to rl-records-rejected
        move ws-final-total to rl-final-total
        move ws-return-code to rl-return-code
        write run-log-record
        close run-log
    else
        display 'runlog could not be opened, file status='
            ws-run-log-status
        move 12 to ws-new-return-code
        perform raise-return-code
    end-if
    move ws-return-code to return-code
.

*> every scoring scheme on scoreparm, so each run can be priced
*> under the scheme effective on its own date
load-scheme-table.
    move spaces to ws-score-parm-status
    move 'N' to ws-parm-eof
    open input score-parm
    if ws-score-parm-status = '00'
        perform load-one-scheme until ws-parm-eof = 'Y'
        close score-parm
    end-if
.

load-one-scheme.
    read score-parm
        at end move 'Y' to ws-parm-eof
        not at end perform store-one-scheme
    end-read
.

*> reject bad records at load time - a scheme with out-of-range
*> point values or overlapping effective dates must not price a run
store-one-scheme.
    perform validate-scheme-record
    if ws-parm-valid = 'Y'
        if ws-scheme-count >= ws-scheme-max
            display 'scoreparm scheme table full, scheme ['
                sp-scheme-code '] dropped'
            move 12 to ws-new-return-code
            perform raise-return-code
        else
            add 1 to ws-scheme-count
            move sp-scheme-code to ws-sch-code(ws-scheme-count)
            move sp-eff-from-date to ws-sch-from-date(ws-scheme-count)
            move sp-eff-to-date to ws-sch-to-date(ws-scheme-count)
            move sp-rock-score to ws-sch-rock(ws-scheme-count)
            move sp-paper-score to ws-sch-paper(ws-scheme-count)
            move sp-scissors-score
                to ws-sch-scissors(ws-scheme-count)
            move sp-loss-score to ws-sch-loss(ws-scheme-count)
            move sp-draw-score to ws-sch-draw(ws-scheme-count)
            move sp-win-score to ws-sch-win(ws-scheme-count)
        end-if
    end-if
.

validate-scheme-record.
    move 'Y' to ws-parm-valid

    if sp-eff-from-date is not numeric
        or sp-eff-to-date is not numeric
        move 'N' to ws-parm-valid
        display 'scoreparm scheme [' sp-scheme-code
            '] rejected: effective dates are not numeric'
        move 12 to ws-new-return-code
        perform raise-return-code
    end-if

    if ws-parm-valid = 'Y'
        and sp-eff-from-date > sp-eff-to-date
        move 'N' to ws-parm-valid
        display 'scoreparm scheme [' sp-scheme-code
            '] rejected: effective-from is after effective-to'
        move 12 to ws-new-return-code
        perform raise-return-code
    end-if

    if ws-parm-valid = 'Y'
        if sp-rock-score is not numeric
            or sp-paper-score is not numeric
            or sp-scissors-score is not numeric
            or sp-loss-score is not numeric
            or sp-draw-score is not numeric
            or sp-win-score is not numeric
            move 'N' to ws-parm-valid
            display 'scoreparm scheme [' sp-scheme-code
                '] rejected: point value is not numeric'
            move 12 to ws-new-return-code
            perform raise-return-code
        end-if
    end-if

    if ws-parm-valid = 'Y'
        if sp-rock-score > 10
            or sp-paper-score > 10
            or sp-scissors-score > 10
            or sp-loss-score > 10
            or sp-draw-score > 10
            or sp-win-score > 10
            move 'N' to ws-parm-valid
            display 'scoreparm scheme [' sp-scheme-code
                '] rejected: point value out of range 00-10'
            move 12 to ws-new-return-code
            perform raise-return-code
        end-if
    end-if

    if ws-parm-valid = 'Y'
        perform check-scheme-overlap
            varying ws-scheme-chk from 1 by 1
            until ws-scheme-chk > ws-scheme-count
    end-if
.

check-scheme-overlap.
    if ws-sch-code(ws-scheme-chk) = sp-scheme-code
        and sp-eff-from-date <= ws-sch-to-date(ws-scheme-chk)
        and sp-eff-to-date >= ws-sch-from-date(ws-scheme-chk)
        move 'N' to ws-parm-valid
        display 'scoreparm scheme [' sp-scheme-code
            '] rejected: effective dates overlap an earlier record'
        move 12 to ws-new-return-code
        perform raise-return-code
    end-if
.

*> the scheme effective on the run date, the original point scheme
*> when none is; against any opponent shape exactly one reply wins,
*> one draws and one loses, so a round's expected points are a
*> third of the shape points plus a third of the outcome points
price-expected-round.
    move 0 to ws-scheme-found
    perform match-scheme
        varying ws-scheme-sub from 1 by 1
        until ws-scheme-sub > ws-scheme-count
            or ws-scheme-found > 0
    if ws-scheme-found > 0
        move ws-sch-rock(ws-scheme-found) to ws-score-rock
        move ws-sch-paper(ws-scheme-found) to ws-score-paper
        move ws-sch-scissors(ws-scheme-found) to ws-score-scissors
        move ws-sch-loss(ws-scheme-found) to ws-score-loss
        move ws-sch-draw(ws-scheme-found) to ws-score-draw
        move ws-sch-win(ws-scheme-found) to ws-score-win
    else
        move 01 to ws-score-rock
        move 02 to ws-score-paper
        move 03 to ws-score-scissors
        move 00 to ws-score-loss
        move 03 to ws-score-draw
        move 06 to ws-score-win
    end-if
    compute ws-expected-round rounded =
        (ws-score-rock + ws-score-paper + ws-score-scissors
            + ws-score-win + ws-score-draw + ws-score-loss)
        / 3
.

match-scheme.
    if ws-select-date >= ws-sch-from-date(ws-scheme-sub)
        and ws-select-date <= ws-sch-to-date(ws-scheme-sub)
        move ws-scheme-sub to ws-scheme-found
    end-if
.

end program rpsstmt.
