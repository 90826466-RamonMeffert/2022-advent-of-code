identification division.
program-id. rpsscrn.

*> result-integrity screening: reads the archived rounds on the
*> match-history master for a date range and flags what the
*> committee asked to see when looking for fixed matches:
*>   PAIR-DRAW  a pair of players drawing each other unusually often
*>   PAIR-WINS  a pair whose win split is lopsided against what
*>              their performance indexes predict - the weaker
*>              player's expected share of the decisive rounds is
*>              their index over the sum of both indexes
*>   NIGHT      a player whose points on a night sit far from what
*>              their ra-perf-index predicts (the run's expected
*>              points for the rounds played, scaled by the index)
*>   PLAYS      a player throwing the same shape round after round
*>              in one run, long enough to suggest a pre-arranged
*>              sheet
*> head-to-head rounds are recognized the way rpsfxrec recognizes
*> them: rpshead writes each sheet line as rounds 2n-1 and 2n of
*> the same run for two different players, each round's opponent
*> shape being the other's play. rounds from one-player sheets
*> never pair and only count toward the NIGHT and PLAYS checks.
*>
*> every flag carries the run id and the round range, so an
*> official can pull the rounds with an rpsinqry R request; a pair
*> flag is followed by one line per run the pair met in. the
*> thresholds and the date range come from the optional one-line
*> 'scrnctl' control file:
*>   <from yyyymmdd> <to yyyymmdd> <min pair rounds> <draw pct>
*>   <win gap pct> <min night rounds> <night gap pct> <same plays>
*> (all on one line, each figure three digits). a missing file or
*> a field that is not numeric leaves that figure at its default.
*> the performance indexes come from the rating master; a player
*> with no rating is taken at 100, as rpsrate starts a career.
*> a run with any flag ends with the warning return code.

environment division.
    input-output section.
        file-control.
        select screen-control assign to 'scrnctl'
        organization is line sequential
        file status is ws-screen-control-status.

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

        select score-parm assign to 'scoreparm'
        organization is line sequential
        file status is ws-score-parm-status.

        select screen-report assign to 'scrnrpt'
        organization is line sequential.

        select run-log assign to 'runlog'
        organization is line sequential
        file status is ws-run-log-status.

data division.
    file section.
    fd screen-control.
    01 screen-control-line.
        05 sc-from-date pic 9(8).
        05 filler pic x(1).
        05 sc-to-date pic 9(8).
        05 filler pic x(1).
        05 sc-min-pair-rounds pic 9(3).
        05 filler pic x(1).
        05 sc-draw-pct pic 9(3).
        05 filler pic x(1).
        05 sc-win-gap-pct pic 9(3).
        05 filler pic x(1).
        05 sc-min-night-rounds pic 9(3).
        05 filler pic x(1).
        05 sc-night-gap-pct pic 9(3).
        05 filler pic x(1).
        05 sc-same-plays pic 9(3).

    copy "mhmastr.cpy".

    copy "ratemast.cpy".

    copy "scoreprm.cpy".

    fd screen-report.
    01 screen-report-line pic x(120).

    copy "runlog.cpy".

    working-storage section.
    01 ws-eof pic a(1) value 'N'.
    01 ws-ctl-found pic a(1) value 'N'.
    01 ws-screen-control-status pic x(2).
    01 ws-mh-master-status pic x(2).
    01 ws-rating-master-status pic x(2).
    01 ws-rating-open pic a(1) value 'N'.
    01 ws-scan-pass pic 9(1).

    *> the screening thresholds, defaulted until scrnctl says
    *> otherwise
    01 ws-from-date pic 9(8) value 0.
    01 ws-to-date pic 9(8) value 99999999.
    01 ws-min-pair-rounds pic 9(3) value 10.
    01 ws-draw-pct pic 9(3) value 60.
    01 ws-win-gap-pct pic 9(3) value 30.
    01 ws-min-night-rounds pic 9(3) value 10.
    01 ws-night-gap-pct pic 9(3) value 50.
    01 ws-same-plays pic 9(3) value 8.

    *> the odd round of a head-to-head line, waiting for its partner
    01 ws-pending-found pic a(1) value 'N'.
    01 ws-pending-run-id pic 9(16).
    01 ws-pending-round pic 9(7).
    01 ws-pending-player pic 9(4).
    01 ws-pending-play pic a(1).
    01 ws-pending-oppo pic a(1).
    01 ws-pair-low pic 9(4).
    01 ws-pair-high pic 9(4).
    01 ws-low-play pic a(1).
    01 ws-round-quot pic 9(7).
    01 ws-round-rem pic 9(1).
    01 ws-high-play pic a(1).

    *> one slot per pair of players who met in the range
    01 ws-pair-count pic 9(4) value 0.
    01 ws-pair-max pic 9(4) value 1000.
    01 ws-pair-table.
        05 ws-pair occurs 1000 times.
            10 ws-pr-low pic 9(4).
            10 ws-pr-high pic 9(4).
            10 ws-pr-rounds pic 9(7).
            10 ws-pr-draws pic 9(7).
            10 ws-pr-low-wins pic 9(7).
            10 ws-pr-high-wins pic 9(7).
            10 ws-pr-flag-draw pic a(1).
            10 ws-pr-flag-wins pic a(1).
            10 ws-pr-draw-rate pic 9(3).
            10 ws-pr-low-share pic 9(3).
            10 ws-pr-low-expect pic 9(3).
            10 ws-pr-low-index pic 9(3)v9(2).
            10 ws-pr-high-index pic 9(3)v9(2).
            10 ws-pr-cur-run-id pic 9(16).
            10 ws-pr-cur-first pic 9(7).
            10 ws-pr-cur-last pic 9(7).
    01 ws-pair-sub pic 9(4).
    01 ws-pair-found pic 9(4).

    *> the runs each flagged pair met in, gathered on the second
    *> pass so every pair flag can list its runs and rounds
    01 ws-meet-count pic 9(4) value 0.
    01 ws-meet-max pic 9(4) value 2000.
    01 ws-meet-table.
        05 ws-meet occurs 2000 times.
            10 ws-mt-pair-sub pic 9(4).
            10 ws-mt-run-id pic 9(16).
            10 ws-mt-first pic 9(7).
            10 ws-mt-last pic 9(7).
    01 ws-meet-sub pic 9(4).

    *> one slot per player in the run being scanned: the night's
    *> rounds and points and the current streak of one shape
    01 ws-night-run-id pic 9(16).
    01 ws-night-count pic 9(3) value 0.
    01 ws-night-max pic 9(3) value 500.
    01 ws-night-table.
        05 ws-night occurs 500 times.
            10 ws-nt-player-id pic 9(4).
            10 ws-nt-rounds pic 9(7).
            10 ws-nt-points pic 9(7).
            10 ws-nt-first pic 9(7).
            10 ws-nt-last pic 9(7).
            10 ws-nt-streak-shape pic a(1).
            10 ws-nt-streak-length pic 9(7).
            10 ws-nt-streak-first pic 9(7).
            10 ws-nt-streak-last pic 9(7).
    01 ws-sub pic 9(3).
    01 ws-found-sub pic 9(3).
    01 ws-night-expected-round pic 9(3)v9(2).

    *> working figures for one judgment
    01 ws-check-id pic 9(4).
    01 ws-check-index pic 9(3)v9(2).
    01 ws-decisive pic 9(7).
    01 ws-share-gap pic 9(3).
    01 ws-predicted pic 9(7)v9(2).
    01 ws-night-gap pic 9(7)v9(2).
    01 ws-night-gap-rate pic 9(5).
    01 ws-index-disp pic zz9.99.
    01 ws-index-2-disp pic zz9.99.
    01 ws-predicted-disp pic zzzzzz9.99.

    *> flags raised, by kind
    01 ws-flags-draw pic 9(5) value 0.
    01 ws-flags-wins pic 9(5) value 0.
    01 ws-flags-night pic 9(5) value 0.
    01 ws-flags-plays pic 9(5) value 0.
    01 ws-flags-total pic 9(5) value 0.
    01 ws-pairs-screened pic 9(5) value 0.

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
    perform read-screen-control.
    perform load-scheme-table.
    move spaces to ws-mh-master-status.
    open input mh-master.
    if ws-mh-master-status not = '00'
        display 'mhmaster could not be opened, file status='
            ws-mh-master-status
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if.
    perform open-rating-master.
    open output screen-report.
    perform write-screen-heading.

    move 1 to ws-scan-pass.
    perform scan-master.
    perform judge-one-pair
        varying ws-pair-sub from 1 by 1
        until ws-pair-sub > ws-pair-count.
    if ws-flags-draw > 0 or ws-flags-wins > 0
        move 2 to ws-scan-pass
        perform scan-master
        perform write-pair-flags
            varying ws-pair-sub from 1 by 1
            until ws-pair-sub > ws-pair-count
    end-if.

    perform write-screen-summary.
    close mh-master.
    if ws-rating-open = 'Y'
        close rating-master
    end-if.
    close screen-report.
    display 'rounds screened: ' ws-records-scored
        ' flags raised: ' ws-flags-total.
    if ws-flags-total > 0
        move 04 to ws-new-return-code
        perform raise-return-code
    end-if.
    perform write-run-log.
goback.

*> every threshold is tunable without recompiling; a field that is
*> not numeric keeps its default and says so
read-screen-control.
    move spaces to ws-screen-control-status
    open input screen-control
    if ws-screen-control-status = '00'
        read screen-control
            at end continue
            not at end move 'Y' to ws-ctl-found
        end-read
        close screen-control
    end-if
    if ws-ctl-found = 'Y'
        if sc-from-date is numeric
            move sc-from-date to ws-from-date
        else
            display 'scrnctl from date is not numeric, using '
                ws-from-date
        end-if
        if sc-to-date is numeric
            move sc-to-date to ws-to-date
        else
            display 'scrnctl to date is not numeric, using '
                ws-to-date
        end-if
        if sc-min-pair-rounds is numeric
            move sc-min-pair-rounds to ws-min-pair-rounds
        else
            display 'scrnctl minimum pair rounds is not numeric,'
                ' using ' ws-min-pair-rounds
        end-if
        if sc-draw-pct is numeric
            move sc-draw-pct to ws-draw-pct
        else
            display 'scrnctl draw percentage is not numeric,'
                ' using ' ws-draw-pct
        end-if
        if sc-win-gap-pct is numeric
            move sc-win-gap-pct to ws-win-gap-pct
        else
            display 'scrnctl win gap percentage is not numeric,'
                ' using ' ws-win-gap-pct
        end-if
        if sc-min-night-rounds is numeric
            move sc-min-night-rounds to ws-min-night-rounds
        else
            display 'scrnctl minimum night rounds is not numeric,'
                ' using ' ws-min-night-rounds
        end-if
        if sc-night-gap-pct is numeric
            move sc-night-gap-pct to ws-night-gap-pct
        else
            display 'scrnctl night gap percentage is not numeric,'
                ' using ' ws-night-gap-pct
        end-if
        if sc-same-plays is numeric
            move sc-same-plays to ws-same-plays
        else
            display 'scrnctl same plays count is not numeric,'
                ' using ' ws-same-plays
        end-if
    end-if
.

*> without the rating master every player is taken at 100, which
*> still screens draws, streaks and even splits - worth a warning,
*> not a stop
open-rating-master.
    move spaces to ws-rating-master-status
    open input rating-master
    if ws-rating-master-status = '00'
        move 'Y' to ws-rating-open
    else
        display 'ratemast could not be opened, file status='
            ws-rating-master-status ' - every player taken at 100'
        move 04 to ws-new-return-code
        perform raise-return-code
    end-if
.

write-screen-heading.
    move spaces to screen-report-line
    string 'result-integrity screening ' ws-from-date
        ' to ' ws-to-date
        ' run ' ws-run-id
        delimited by size into screen-report-line
    write screen-report-line
    move spaces to screen-report-line
    string 'thresholds: pair rounds>=' ws-min-pair-rounds
        ' draw%>=' ws-draw-pct
        ' win gap%>=' ws-win-gap-pct
        ' night rounds>=' ws-min-night-rounds
        ' night gap%>=' ws-night-gap-pct
        ' same plays>=' ws-same-plays
        delimited by size into screen-report-line
    write screen-report-line
.

*> both passes walk the master in key order - run id, then round -
*> so each run's rounds arrive together and a head-to-head line's
*> two rounds arrive one after the other. the first pass tallies
*> pairs and judges nights and streaks; the second only gathers the
*> runs the flagged pairs met in
scan-master.
    move 'N' to ws-eof
    move 'N' to ws-pending-found
    move zeros to ws-night-run-id
    move 0 to ws-night-count
    move zeros to mm-key
    start mh-master key is not less than mm-key
        invalid key move 'Y' to ws-eof
    end-start
    perform scan-one-round until ws-eof = 'Y'
    if ws-scan-pass = 1
        perform close-night
    else
        perform close-pair-meetings
            varying ws-pair-sub from 1 by 1
            until ws-pair-sub > ws-pair-count
    end-if
.

scan-one-round.
    read mh-master next
        at end move 'Y' to ws-eof
        not at end
            if mm-run-date >= ws-from-date
                and mm-run-date <= ws-to-date
                perform screen-one-round
            end-if
    end-read
.

screen-one-round.
    if mm-run-id not = ws-night-run-id
        if ws-scan-pass = 1
            perform close-night
        end-if
        move mm-run-id to ws-night-run-id
        move 'N' to ws-pending-found
        move mm-run-date to ws-select-date
        perform price-expected-round
        move ws-expected-round to ws-night-expected-round
    end-if
    if ws-scan-pass = 1
        add 1 to ws-records-read
        add 1 to ws-records-scored
        add mm-points to ws-final-total
        perform tally-night-round
    end-if
    perform pair-one-round
.

*> rounds pair up odd-then-even within a run; the even round must
*> be a different player whose opponent shape is the odd round's
*> play and the other way round, or the two are not a head-to-head
*> line
pair-one-round.
    if ws-pending-found = 'Y'
        and mm-round-nbr = ws-pending-round + 1
        and mm-player-id not = ws-pending-player
        and mm-oppo-play = ws-pending-play
        and mm-play = ws-pending-oppo
        move 'N' to ws-pending-found
        if mm-player-id > ws-pending-player
            move ws-pending-player to ws-pair-low
            move ws-pending-play to ws-low-play
            move mm-player-id to ws-pair-high
            move mm-play to ws-high-play
        else
            move mm-player-id to ws-pair-low
            move mm-play to ws-low-play
            move ws-pending-player to ws-pair-high
            move ws-pending-play to ws-high-play
        end-if
        perform find-pair
        if ws-scan-pass = 1
            perform tally-pair-round
        else
            perform note-pair-meeting
        end-if
    else
        move 'N' to ws-pending-found
        divide mm-round-nbr by 2
            giving ws-round-quot remainder ws-round-rem
        if ws-round-rem = 1
            move 'Y' to ws-pending-found
            move mm-round-nbr to ws-pending-round
            move mm-player-id to ws-pending-player
            move mm-play to ws-pending-play
            move mm-oppo-play to ws-pending-oppo
        end-if
    end-if
.

find-pair.
    move 0 to ws-pair-found
    perform match-pair
        varying ws-pair-sub from 1 by 1
        until ws-pair-sub > ws-pair-count or ws-pair-found > 0
.

match-pair.
    if ws-pr-low(ws-pair-sub) = ws-pair-low
        and ws-pr-high(ws-pair-sub) = ws-pair-high
        move ws-pair-sub to ws-pair-found
    end-if
.

tally-pair-round.
    if ws-pair-found = 0
        if ws-pair-count >= ws-pair-max
            display 'pair table full, pair ' ws-pair-low '/'
                ws-pair-high ' not screened'
            move 08 to ws-new-return-code
            perform raise-return-code
        else
            add 1 to ws-pair-count
            move ws-pair-count to ws-pair-found
            move ws-pair-low to ws-pr-low(ws-pair-found)
            move ws-pair-high to ws-pr-high(ws-pair-found)
            move zero to ws-pr-rounds(ws-pair-found)
            move zero to ws-pr-draws(ws-pair-found)
            move zero to ws-pr-low-wins(ws-pair-found)
            move zero to ws-pr-high-wins(ws-pair-found)
            move 'N' to ws-pr-flag-draw(ws-pair-found)
            move 'N' to ws-pr-flag-wins(ws-pair-found)
            move zeros to ws-pr-cur-run-id(ws-pair-found)
        end-if
    end-if
    if ws-pair-found > 0
        add 1 to ws-pr-rounds(ws-pair-found)
        if ws-low-play = ws-high-play
            add 1 to ws-pr-draws(ws-pair-found)
        else
            evaluate ws-low-play also ws-high-play
                when = 'B' also = 'A'
                when = 'C' also = 'B'
                when = 'A' also = 'C'
                    add 1 to ws-pr-low-wins(ws-pair-found)
                when other
                    add 1 to ws-pr-high-wins(ws-pair-found)
            end-evaluate
        end-if
    end-if
.

*> a pair with too few rounds together proves nothing either way.
*> the draw rate is judged on its own; the win split is judged on
*> the decisive rounds against the split the two indexes predict
judge-one-pair.
    if ws-pr-rounds(ws-pair-sub) >= ws-min-pair-rounds
        add 1 to ws-pairs-screened
        compute ws-pr-draw-rate(ws-pair-sub) rounded =
            ws-pr-draws(ws-pair-sub) * 100
                / ws-pr-rounds(ws-pair-sub)
        if ws-pr-draw-rate(ws-pair-sub) >= ws-draw-pct
            move 'Y' to ws-pr-flag-draw(ws-pair-sub)
            add 1 to ws-flags-draw
            add 1 to ws-flags-total
        end-if
        move ws-pr-low(ws-pair-sub) to ws-check-id
        perform look-up-index
        move ws-check-index to ws-pr-low-index(ws-pair-sub)
        move ws-pr-high(ws-pair-sub) to ws-check-id
        perform look-up-index
        move ws-check-index to ws-pr-high-index(ws-pair-sub)
        compute ws-decisive = ws-pr-low-wins(ws-pair-sub)
            + ws-pr-high-wins(ws-pair-sub)
        if ws-decisive > 0
            perform judge-pair-wins
        end-if
    end-if
.

judge-pair-wins.
    compute ws-pr-low-share(ws-pair-sub) rounded =
        ws-pr-low-wins(ws-pair-sub) * 100 / ws-decisive
    if ws-pr-low-index(ws-pair-sub)
            + ws-pr-high-index(ws-pair-sub) > 0
        compute ws-pr-low-expect(ws-pair-sub) rounded =
            ws-pr-low-index(ws-pair-sub) * 100
                / (ws-pr-low-index(ws-pair-sub)
                    + ws-pr-high-index(ws-pair-sub))
    else
        move 50 to ws-pr-low-expect(ws-pair-sub)
    end-if
    if ws-pr-low-share(ws-pair-sub) > ws-pr-low-expect(ws-pair-sub)
        compute ws-share-gap = ws-pr-low-share(ws-pair-sub)
            - ws-pr-low-expect(ws-pair-sub)
    else
        compute ws-share-gap = ws-pr-low-expect(ws-pair-sub)
            - ws-pr-low-share(ws-pair-sub)
    end-if
    if ws-share-gap >= ws-win-gap-pct
        move 'Y' to ws-pr-flag-wins(ws-pair-sub)
        add 1 to ws-flags-wins
        add 1 to ws-flags-total
    end-if
.

*> a player with no rating record yet - or every player, when the
*> rating master could not be opened - is taken at the opening
*> index
look-up-index.
    move 100 to ws-check-index
    if ws-rating-open = 'Y'
        move ws-check-id to ra-player-id
        read rating-master
            invalid key continue
            not invalid key move ra-perf-index to ws-check-index
        end-read
    end-if
.

*> second pass: for a flagged pair, each run it met in becomes one
*> meeting with the first and last round numbers of its lines
note-pair-meeting.
    if ws-pair-found > 0
        if ws-pr-flag-draw(ws-pair-found) = 'Y'
            or ws-pr-flag-wins(ws-pair-found) = 'Y'
            if ws-pr-cur-run-id(ws-pair-found) not = mm-run-id
                move ws-pair-found to ws-pair-sub
                perform close-pair-meetings
                move mm-run-id to ws-pr-cur-run-id(ws-pair-found)
                move ws-pending-round
                    to ws-pr-cur-first(ws-pair-found)
            end-if
            move mm-round-nbr to ws-pr-cur-last(ws-pair-found)
        end-if
    end-if
.

close-pair-meetings.
    if ws-pr-cur-run-id(ws-pair-sub) not = zeros
        if ws-meet-count >= ws-meet-max
            display 'meeting table full, run '
                ws-pr-cur-run-id(ws-pair-sub) ' of pair '
                ws-pr-low(ws-pair-sub) '/' ws-pr-high(ws-pair-sub)
                ' not listed'
            move 08 to ws-new-return-code
            perform raise-return-code
        else
            add 1 to ws-meet-count
            move ws-pair-sub to ws-mt-pair-sub(ws-meet-count)
            move ws-pr-cur-run-id(ws-pair-sub)
                to ws-mt-run-id(ws-meet-count)
            move ws-pr-cur-first(ws-pair-sub)
                to ws-mt-first(ws-meet-count)
            move ws-pr-cur-last(ws-pair-sub)
                to ws-mt-last(ws-meet-count)
        end-if
        move zeros to ws-pr-cur-run-id(ws-pair-sub)
    end-if
.

*> first pass: each player's rounds and points in the run, and the
*> streak of one shape they are on
tally-night-round.
    move 0 to ws-found-sub
    perform find-night-entry
        varying ws-sub from 1 by 1
        until ws-sub > ws-night-count or ws-found-sub > 0
    if ws-found-sub = 0
        if ws-night-count >= ws-night-max
            display 'night table full, player-id '
                mm-player-id ' of run ' mm-run-id ' not screened'
            move 08 to ws-new-return-code
            perform raise-return-code
        else
            add 1 to ws-night-count
            move ws-night-count to ws-found-sub
            move mm-player-id to ws-nt-player-id(ws-found-sub)
            move zero to ws-nt-rounds(ws-found-sub)
            move zero to ws-nt-points(ws-found-sub)
            move mm-round-nbr to ws-nt-first(ws-found-sub)
            move mm-play to ws-nt-streak-shape(ws-found-sub)
            move zero to ws-nt-streak-length(ws-found-sub)
            move mm-round-nbr to ws-nt-streak-first(ws-found-sub)
        end-if
    end-if
    if ws-found-sub > 0
        add 1 to ws-nt-rounds(ws-found-sub)
        add mm-points to ws-nt-points(ws-found-sub)
        move mm-round-nbr to ws-nt-last(ws-found-sub)
        if mm-play not = ws-nt-streak-shape(ws-found-sub)
            move ws-found-sub to ws-sub
            perform judge-streak
            move mm-play to ws-nt-streak-shape(ws-found-sub)
            move zero to ws-nt-streak-length(ws-found-sub)
            move mm-round-nbr to ws-nt-streak-first(ws-found-sub)
        end-if
        add 1 to ws-nt-streak-length(ws-found-sub)
        move mm-round-nbr to ws-nt-streak-last(ws-found-sub)
    end-if
.

find-night-entry.
    if ws-nt-player-id(ws-sub) = mm-player-id
        move ws-sub to ws-found-sub
    end-if
.

*> the end of a run: every player's night is judged against the
*> index and any streak still open is judged
close-night.
    perform judge-one-night
        varying ws-sub from 1 by 1
        until ws-sub > ws-night-count
    move 0 to ws-night-count
.

judge-one-night.
    perform judge-streak
    if ws-nt-rounds(ws-sub) >= ws-min-night-rounds
        move ws-nt-player-id(ws-sub) to ws-check-id
        perform look-up-index
        compute ws-predicted rounded =
            ws-night-expected-round * ws-nt-rounds(ws-sub)
                * ws-check-index / 100
        if ws-predicted > 0
            if ws-nt-points(ws-sub) > ws-predicted
                compute ws-night-gap =
                    ws-nt-points(ws-sub) - ws-predicted
            else
                compute ws-night-gap =
                    ws-predicted - ws-nt-points(ws-sub)
            end-if
            compute ws-night-gap-rate rounded =
                ws-night-gap * 100 / ws-predicted
                on size error move 99999 to ws-night-gap-rate
            end-compute
            if ws-night-gap-rate >= ws-night-gap-pct
                perform write-night-flag
            end-if
        end-if
    end-if
.

judge-streak.
    if ws-nt-streak-length(ws-sub) >= ws-same-plays
        add 1 to ws-flags-plays
        add 1 to ws-flags-total
        move spaces to screen-report-line
        string 'PLAYS      player ' ws-nt-player-id(ws-sub)
            ' run ' ws-night-run-id
            ' rounds ' ws-nt-streak-first(ws-sub)
            '-' ws-nt-streak-last(ws-sub)
            ' shape=' ws-nt-streak-shape(ws-sub)
            ' played ' ws-nt-streak-length(ws-sub)
            ' times running'
            delimited by size into screen-report-line
        write screen-report-line
    end-if
.

write-night-flag.
    add 1 to ws-flags-night
    add 1 to ws-flags-total
    move ws-check-index to ws-index-disp
    move ws-predicted to ws-predicted-disp
    move spaces to screen-report-line
    string 'NIGHT      player ' ws-nt-player-id(ws-sub)
        ' run ' ws-night-run-id
        ' rounds ' ws-nt-first(ws-sub) '-' ws-nt-last(ws-sub)
        ' pts=' ws-nt-points(ws-sub)
        ' pred=' ws-predicted-disp
        ' gap%=' ws-night-gap-rate
        ' idx=' ws-index-disp
        delimited by size into screen-report-line
    write screen-report-line
.

*> a flagged pair's figures, then the runs and rounds it met in
write-pair-flags.
    if ws-pr-flag-draw(ws-pair-sub) = 'Y'
        move spaces to screen-report-line
        string 'PAIR-DRAW  players ' ws-pr-low(ws-pair-sub)
            '/' ws-pr-high(ws-pair-sub)
            ' rounds=' ws-pr-rounds(ws-pair-sub)
            ' draws=' ws-pr-draws(ws-pair-sub)
            ' draw%=' ws-pr-draw-rate(ws-pair-sub)
            delimited by size into screen-report-line
        write screen-report-line
    end-if
    if ws-pr-flag-wins(ws-pair-sub) = 'Y'
        move ws-pr-low-index(ws-pair-sub) to ws-index-disp
        move ws-pr-high-index(ws-pair-sub) to ws-index-2-disp
        move spaces to screen-report-line
        string 'PAIR-WINS  players ' ws-pr-low(ws-pair-sub)
            '/' ws-pr-high(ws-pair-sub)
            ' rounds=' ws-pr-rounds(ws-pair-sub)
            ' wins=' ws-pr-low-wins(ws-pair-sub)
            '/' ws-pr-high-wins(ws-pair-sub)
            ' share%=' ws-pr-low-share(ws-pair-sub)
            ' expected%=' ws-pr-low-expect(ws-pair-sub)
            ' index=' ws-index-disp '/' ws-index-2-disp
            delimited by size into screen-report-line
        write screen-report-line
    end-if
    if ws-pr-flag-draw(ws-pair-sub) = 'Y'
        or ws-pr-flag-wins(ws-pair-sub) = 'Y'
        perform write-one-meeting
            varying ws-meet-sub from 1 by 1
            until ws-meet-sub > ws-meet-count
    end-if
.

write-one-meeting.
    if ws-mt-pair-sub(ws-meet-sub) = ws-pair-sub
        move spaces to screen-report-line
        string '           met in run ' ws-mt-run-id(ws-meet-sub)
            ' rounds ' ws-mt-first(ws-meet-sub)
            '-' ws-mt-last(ws-meet-sub)
            delimited by size into screen-report-line
        write screen-report-line
    end-if
.

write-screen-summary.
    move spaces to screen-report-line
    string 'rounds screened=' ws-records-scored
        ' pairs screened=' ws-pairs-screened
        ' of ' ws-pair-count
        delimited by size into screen-report-line
    write screen-report-line
    move spaces to screen-report-line
    string 'flags: pair-draw=' ws-flags-draw
        ' pair-wins=' ws-flags-wins
        ' night=' ws-flags-night
        ' plays=' ws-flags-plays
        ' total=' ws-flags-total
        delimited by size into screen-report-line
    write screen-report-line
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
*> scheduler reads instead of scraping DISPLAY output. read and
*> scored are the mh-master rounds in the date range - screening
*> rejects nothing - and the total logged is their points.
write-run-log.
    compute ws-balance-check =
        ws-records-scored + ws-records-rejected
    if ws-records-read not = ws-balance-check
        display 'run out of balance: read=' ws-records-read
            ' screened=' ws-records-scored
            ' rejected=' ws-records-rejected
        move 08 to ws-new-return-code
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
        move 'rpsscrn' to rl-program-name
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

end program rpsscrn.
