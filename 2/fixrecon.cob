identification division.
program-id. rpsfxrec.

*> head-to-head reconciliation: compares the pairs rpshead wrote to
*> 'matchhist' for one night against that night's fixtures on the
*> 'fixtures' file rpsfixtr generated, so the committee can award
*> forfeits from a listing instead of a highlighter. the night to
*> reconcile comes from the one-line 'fxrecctl' control file
*> (yyyymmdd). rpshead writes every scored sheet line as two
*> matchhist rounds - 2n-1 for the first player, 2n for the second
*> - so each such pair of rounds is one round played between two
*> players. a fixture is one match: the run of consecutive scored
*> lines between the same two players. the report on 'fxrecrpt'
*> lists
*>   - no-shows: fixtures of the night that were never played
*>   - unscheduled pairs: pairs that played with no fixture that
*>     night
*>   - pairs that played twice: a pair that came back for a second
*>     match after other pairs had played in between
*> matchhist only carries the lines rpshead scored, so a match whose
*> every line was rejected shows here as a no-show. any discrepancy
*> ends the run with return code 04; a matchhist round with no
*> partner round means the file is not a head-to-head night and
*> ends the run with return code 08.

environment division.
    input-output section.
        file-control.
        select recon-control assign to 'fxrecctl'
        organization is line sequential
        file status is ws-recon-control-status.

        select fixture-file assign to 'fixtures'
        organization is line sequential
        file status is ws-fixture-file-status.

        select match-history assign to 'matchhist'
        organization is line sequential
        file status is ws-match-history-status.

        select fixture-recon-report assign to 'fxrecrpt'
        organization is line sequential.

        select run-log assign to 'runlog'
        organization is line sequential
        file status is ws-run-log-status.

data division.
    file section.
    fd recon-control.
    01 recon-control-line.
        05 rc-night-date pic 9(8).

    copy "fixture.cpy".

    copy "matchhst.cpy".

    fd fixture-recon-report.
    01 fixture-recon-line pic x(100).

    copy "runlog.cpy".

    working-storage section.
    01 ws-eof pic a(1) value 'N'.
    01 ws-ctl-found pic a(1) value 'N'.
    01 ws-recon-control-status pic x(2).
    01 ws-fixture-file-status pic x(2).
    01 ws-match-history-status pic x(2).
    01 ws-night-date pic 9(8).

    *> the night's fixtures and how often each was played
    01 ws-fixture-count pic 9(3) value 0.
    01 ws-fixture-max pic 9(3) value 300.
    01 ws-fixture-table.
        05 ws-fixture-entry occurs 300 times.
            10 ws-fe-fixture-nbr pic 9(5).
            10 ws-fe-player-1 pic 9(4).
            10 ws-fe-player-2 pic 9(4).
            10 ws-fe-division pic x(2).
            10 ws-fe-matches pic 9(3).
            10 ws-fe-rounds pic 9(5).
            10 ws-fe-first-round pic 9(7).

    *> pairs that played with no fixture that night
    01 ws-unsched-count pic 9(3) value 0.
    01 ws-unsched-max pic 9(3) value 300.
    01 ws-unsched-table.
        05 ws-unsched-entry occurs 300 times.
            10 ws-ue-player-1 pic 9(4).
            10 ws-ue-player-2 pic 9(4).
            10 ws-ue-matches pic 9(3).
            10 ws-ue-rounds pic 9(5).
            10 ws-ue-first-round pic 9(7).

    *> the round being paired up and the pair it completes, lower id
    *> first, plus the pair of the line before it
    01 ws-pending-found pic a(1) value 'N'.
    01 ws-pending-player pic 9(4).
    01 ws-pending-round pic 9(7).
    01 ws-round-quot pic 9(7).
    01 ws-round-rem pic 9(1).
    01 ws-pair-low pic 9(4).
    01 ws-pair-high pic 9(4).
    01 ws-prior-low pic 9(4) value 0.
    01 ws-prior-high pic 9(4) value 0.
    01 ws-new-match pic a(1).
    01 ws-sub pic 9(3).
    01 ws-found-sub pic 9(3).

    *> report counters
    01 ws-count-played pic 9(3) value 0.
    01 ws-count-no-show pic 9(3) value 0.
    01 ws-count-twice pic 9(3) value 0.
    01 ws-count-orphan pic 9(7) value 0.

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
    01 ws-return-code pic 9(2) value 0.
    01 ws-new-return-code pic 9(2).
    01 ws-balance-check pic 9(7).

procedure division.
    perform take-start-stamp.
    perform read-recon-control.
    perform load-night-fixtures.
    move spaces to ws-match-history-status.
    open input match-history.
    if ws-match-history-status not = '00'
        display 'matchhist could not be opened, file status='
            ws-match-history-status
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if.
    move 'N' to ws-eof.
    perform read-one-round until ws-eof = 'Y'.
    close match-history.
    if ws-pending-found = 'Y'
        perform reject-orphan-round
    end-if.
    open output fixture-recon-report.
    perform write-recon-report.
    close fixture-recon-report.
    display 'fixtures=' ws-fixture-count
        ' played=' ws-count-played
        ' no-shows=' ws-count-no-show
        ' unscheduled=' ws-unsched-count
        ' played twice=' ws-count-twice.
    perform write-run-log.
goback.

read-recon-control.
    move spaces to ws-recon-control-status
    open input recon-control
    if ws-recon-control-status not = '00'
        display 'fxrecctl could not be opened, file status='
            ws-recon-control-status
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    read recon-control
        at end continue
        not at end move 'Y' to ws-ctl-found
    end-read
    close recon-control
    if ws-ctl-found not = 'Y' or rc-night-date is not numeric
        display 'fxrecctl does not carry a numeric night date'
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    move rc-night-date to ws-night-date
.

*> a night with no fixtures at all is a wrong date, not a night of
*> unscheduled pairs - refuse it rather than flag every round
load-night-fixtures.
    move spaces to ws-fixture-file-status
    open input fixture-file
    if ws-fixture-file-status not = '00'
        display 'fixtures could not be opened, file status='
            ws-fixture-file-status
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    perform load-one-fixture until ws-eof = 'Y'
    close fixture-file
    if ws-fixture-count = 0
        display 'fixtures carries no fixture for night '
            ws-night-date
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
.

load-one-fixture.
    read fixture-file
        at end move 'Y' to ws-eof
        not at end
            if fx-night-date = ws-night-date
                perform store-fixture
            end-if
    end-read
.

store-fixture.
    if ws-fixture-count >= ws-fixture-max
        display 'fixture table full, fixture ' fx-fixture-nbr
            ' left out of the reconciliation'
        move 08 to ws-new-return-code
        perform raise-return-code
    else
        add 1 to ws-fixture-count
        move ws-fixture-count to ws-sub
        move fx-fixture-nbr to ws-fe-fixture-nbr(ws-sub)
        move fx-division to ws-fe-division(ws-sub)
        move zero to ws-fe-matches(ws-sub)
        move zero to ws-fe-rounds(ws-sub)
        move zero to ws-fe-first-round(ws-sub)
        if fx-player-1 > fx-player-2
            move fx-player-2 to ws-fe-player-1(ws-sub)
            move fx-player-1 to ws-fe-player-2(ws-sub)
        else
            move fx-player-1 to ws-fe-player-1(ws-sub)
            move fx-player-2 to ws-fe-player-2(ws-sub)
        end-if
    end-if
.

*> rounds pair up odd-then-even; an even round that does not follow
*> its odd partner, or an odd round left without one, is an orphan
read-one-round.
    read match-history
        at end move 'Y' to ws-eof
        not at end
            add 1 to ws-records-read
            perform pair-one-round
    end-read
.

pair-one-round.
    divide mh-round-nbr by 2
        giving ws-round-quot remainder ws-round-rem
    if ws-round-rem = 1
        if ws-pending-found = 'Y'
            perform reject-orphan-round
        end-if
        move 'Y' to ws-pending-found
        move mh-player-id to ws-pending-player
        move mh-round-nbr to ws-pending-round
    else
        if ws-pending-found = 'Y'
            and mh-round-nbr = ws-pending-round + 1
            move 'N' to ws-pending-found
            if mh-player-id > ws-pending-player
                move ws-pending-player to ws-pair-low
                move mh-player-id to ws-pair-high
            else
                move mh-player-id to ws-pair-low
                move ws-pending-player to ws-pair-high
            end-if
            perform reconcile-one-line
        else
            if ws-pending-found = 'Y'
                perform reject-orphan-round
            end-if
            move mh-player-id to ws-pending-player
            move mh-round-nbr to ws-pending-round
            perform reject-orphan-round
        end-if
    end-if
.

reject-orphan-round.
    move 'N' to ws-pending-found
    add 1 to ws-count-orphan
    add 1 to ws-records-rejected
    display 'matchhist round ' ws-pending-round ' player '
        ws-pending-player ' has no partner round'
    move 08 to ws-new-return-code
    perform raise-return-code
.

*> a line played by the same pair as the line before it continues
*> the same match; anything else starts a new one
reconcile-one-line.
    if ws-pair-low = ws-prior-low and ws-pair-high = ws-prior-high
        move 'N' to ws-new-match
    else
        move 'Y' to ws-new-match
    end-if
    move ws-pair-low to ws-prior-low
    move ws-pair-high to ws-prior-high
    move 0 to ws-found-sub
    perform find-fixture
        varying ws-sub from 1 by 1
        until ws-sub > ws-fixture-count or ws-found-sub > 0
    if ws-found-sub > 0
        add 2 to ws-records-scored
        add 1 to ws-fe-rounds(ws-found-sub)
        if ws-new-match = 'Y'
            add 1 to ws-fe-matches(ws-found-sub)
            if ws-fe-matches(ws-found-sub) = 1
                move ws-pending-round
                    to ws-fe-first-round(ws-found-sub)
            end-if
        end-if
    else
        add 2 to ws-records-rejected
        perform note-unscheduled-pair
    end-if
.

find-fixture.
    if ws-fe-player-1(ws-sub) = ws-pair-low
        and ws-fe-player-2(ws-sub) = ws-pair-high
        move ws-sub to ws-found-sub
    end-if
.

note-unscheduled-pair.
    move 0 to ws-found-sub
    perform find-unscheduled-pair
        varying ws-sub from 1 by 1
        until ws-sub > ws-unsched-count or ws-found-sub > 0
    if ws-found-sub = 0
        if ws-unsched-count >= ws-unsched-max
            display 'unscheduled pair table full, pair '
                ws-pair-low '/' ws-pair-high ' not listed'
            move 08 to ws-new-return-code
            perform raise-return-code
        else
            add 1 to ws-unsched-count
            move ws-unsched-count to ws-found-sub
            move ws-pair-low to ws-ue-player-1(ws-found-sub)
            move ws-pair-high to ws-ue-player-2(ws-found-sub)
            move zero to ws-ue-matches(ws-found-sub)
            move zero to ws-ue-rounds(ws-found-sub)
            move ws-pending-round to ws-ue-first-round(ws-found-sub)
        end-if
    end-if
    if ws-found-sub > 0
        add 1 to ws-ue-rounds(ws-found-sub)
        if ws-new-match = 'Y'
            add 1 to ws-ue-matches(ws-found-sub)
        end-if
    end-if
.

find-unscheduled-pair.
    if ws-ue-player-1(ws-sub) = ws-pair-low
        and ws-ue-player-2(ws-sub) = ws-pair-high
        move ws-sub to ws-found-sub
    end-if
.

write-recon-report.
    move spaces to fixture-recon-line
    string 'head-to-head reconciliation for night ' ws-night-date
        delimited by size into fixture-recon-line
    write fixture-recon-line

    move spaces to fixture-recon-line
    write fixture-recon-line
    move 'no-shows - scheduled but not played'
        to fixture-recon-line
    write fixture-recon-line
    perform write-one-no-show
        varying ws-sub from 1 by 1
        until ws-sub > ws-fixture-count
    if ws-count-no-show = 0
        move '  none' to fixture-recon-line
        write fixture-recon-line
    end-if

    move spaces to fixture-recon-line
    write fixture-recon-line
    move 'played but not scheduled' to fixture-recon-line
    write fixture-recon-line
    perform write-one-unscheduled
        varying ws-sub from 1 by 1
        until ws-sub > ws-unsched-count
    if ws-unsched-count = 0
        move '  none' to fixture-recon-line
        write fixture-recon-line
    end-if

    move spaces to fixture-recon-line
    write fixture-recon-line
    move 'pairs that played twice' to fixture-recon-line
    write fixture-recon-line
    perform write-one-fixture-twice
        varying ws-sub from 1 by 1
        until ws-sub > ws-fixture-count
    perform write-one-unscheduled-twice
        varying ws-sub from 1 by 1
        until ws-sub > ws-unsched-count
    if ws-count-twice = 0
        move '  none' to fixture-recon-line
        write fixture-recon-line
    end-if

    move spaces to fixture-recon-line
    write fixture-recon-line
    move spaces to fixture-recon-line
    string 'fixtures=' ws-fixture-count
        ' played=' ws-count-played
        ' no-shows=' ws-count-no-show
        ' unscheduled pairs=' ws-unsched-count
        ' played twice=' ws-count-twice
        ' orphan rounds=' ws-count-orphan
        delimited by size into fixture-recon-line
    write fixture-recon-line
.

write-one-no-show.
    if ws-fe-matches(ws-sub) = 0
        add 1 to ws-count-no-show
        move 04 to ws-new-return-code
        perform raise-return-code
        move spaces to fixture-recon-line
        string '  fixture ' ws-fe-fixture-nbr(ws-sub)
            ' division ' ws-fe-division(ws-sub)
            ' player ' ws-fe-player-1(ws-sub)
            ' v player ' ws-fe-player-2(ws-sub)
            delimited by size into fixture-recon-line
        write fixture-recon-line
    else
        add 1 to ws-count-played
    end-if
.

write-one-unscheduled.
    move spaces to fixture-recon-line
    string '  player ' ws-ue-player-1(ws-sub)
        ' v player ' ws-ue-player-2(ws-sub)
        ' rounds=' ws-ue-rounds(ws-sub)
        ' from round ' ws-ue-first-round(ws-sub)
        delimited by size into fixture-recon-line
    write fixture-recon-line
.

write-one-fixture-twice.
    if ws-fe-matches(ws-sub) > 1
        add 1 to ws-count-twice
        move 04 to ws-new-return-code
        perform raise-return-code
        move spaces to fixture-recon-line
        string '  fixture ' ws-fe-fixture-nbr(ws-sub)
            ' player ' ws-fe-player-1(ws-sub)
            ' v player ' ws-fe-player-2(ws-sub)
            ' matches=' ws-fe-matches(ws-sub)
            ' rounds=' ws-fe-rounds(ws-sub)
            ' from round ' ws-fe-first-round(ws-sub)
            delimited by size into fixture-recon-line
        write fixture-recon-line
    end-if
.

write-one-unscheduled-twice.
    if ws-ue-matches(ws-sub) > 1
        add 1 to ws-count-twice
        move spaces to fixture-recon-line
        string '  unscheduled player ' ws-ue-player-1(ws-sub)
            ' v player ' ws-ue-player-2(ws-sub)
            ' matches=' ws-ue-matches(ws-sub)
            ' rounds=' ws-ue-rounds(ws-sub)
            ' from round ' ws-ue-first-round(ws-sub)
            delimited by size into fixture-recon-line
        write fixture-recon-line
    end-if
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
*> scheduler reads instead of scraping DISPLAY output. read counts
*> matchhist rounds, scored the rounds that belong to a fixture of
*> the night and rejected the rounds that do not; the total logged
*> is the count of fixtures played.
write-run-log.
    compute ws-balance-check =
        ws-records-scored + ws-records-rejected
    if ws-records-read not = ws-balance-check
        display 'run out of balance: read=' ws-records-read
            ' reconciled=' ws-records-scored
            ' rejected=' ws-records-rejected
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
        move 'rpsfxrec' to rl-program-name
        move ws-start-stamp to rl-start-stamp
        move ws-stamp to rl-end-stamp
        move ws-records-read to rl-records-read
        move ws-records-scored to rl-records-scored
        move ws-records-rejected to rl-records-rejected
        move ws-count-played to rl-final-total
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

end program rpsfxrec.
