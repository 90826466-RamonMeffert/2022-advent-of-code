identification division.
program-id. rpsverfy.

*> master consistency verify and rebuild: rpsaudit proves one
*> night's matchhist against its own run on the match-history
*> master, but nothing proves the masters still agree with each
*> other as a whole. this run scans the whole of mh-master and of
*> its player-keyed companion mhplayer and reports, on 'verifrpt':
*>   - every round on one master and not on the other, and every
*>     round carried on both with different points, shapes or run
*>     date;
*>   - every player whose games played, actual points or expected
*>     points recomputed from mh-master differ from the rating
*>     master - expectation priced per run under the scoreparm
*>     scheme effective on the run date, and actual points on the
*>     ranking basis of the optional 'rankbase' control, exactly as
*>     rpsrate rolls them in;
*>   - every player with rounds on mh-master who is not on the
*>     roster.
*> the mode comes from the optional one-line 'verifctl' control:
*> VERIFY (the default) only reports; REBUILD then regenerates
*> mhplayer and the rating-master counters from mh-master as the
*> system of record and prints the before and after counts of
*> both. that is the recovery path after a housekeeping purge or
*> an archive run that abended halfway. a rebuild takes the rating
*> counters back to the history mh-master still holds, so after a
*> retention purge a rebuilt career covers the retained runs only.
*> a rating record with no rounds left on mh-master is rebuilt to
*> an empty career at the opening index of 100.
*>
*> the run log counts the mh-master rounds: read is every round,
*> scored the rounds the companion agrees with, rejected the rounds
*> it is missing or carries differently. any other disagreement
*> found also ends the run with the warning return code.

environment division.
    input-output section.
        file-control.
        select verify-control assign to 'verifctl'
        organization is line sequential
        file status is ws-verify-control-status.

        select mh-master assign to 'mhmaster'
        organization is indexed
        access is dynamic
        record key is mm-key
        file status is ws-mh-master-status.

        select mh-player assign to 'mhplayer'
        organization is indexed
        access is dynamic
        record key is mp-key
        file status is ws-mh-player-status.

        select rating-master assign to 'ratemast'
        organization is indexed
        access is dynamic
        record key is ra-player-id
        file status is ws-rating-master-status.

        select player-roster assign to 'roster'
        organization is indexed
        access is random
        record key is pr-player-id
        file status is ws-roster-status.

        select score-parm assign to 'scoreparm'
        organization is line sequential
        file status is ws-score-parm-status.

        select rank-basis assign to 'rankbase'
        organization is line sequential
        file status is ws-rank-basis-status.

        select verify-report assign to 'verifrpt'
        organization is line sequential.

        select run-log assign to 'runlog'
        organization is line sequential
        file status is ws-run-log-status.

data division.
    file section.
    fd verify-control.
    01 verify-control-line.
        05 vc-mode pic x(7).

    copy "mhmastr.cpy".

    copy "mhplayr.cpy".

    copy "ratemast.cpy".

    copy "roster.cpy".

    copy "scoreprm.cpy".

    copy "rankbase.cpy".

    fd verify-report.
    01 verify-report-line pic x(120).

    copy "runlog.cpy".

    working-storage section.
    01 ws-eof pic a(1) value 'N'.
    01 ws-verify-control-status pic x(2).
    01 ws-mh-master-status pic x(2).
    01 ws-mh-player-status pic x(2).
    01 ws-rating-master-status pic x(2).
    01 ws-roster-status pic x(2).
    01 ws-rank-basis-status pic x(2).
    01 ws-mode pic x(7).
    01 ws-player-open pic a(1) value 'N'.
    01 ws-rating-open pic a(1) value 'N'.
    01 ws-round-found pic a(1).

    *> ranking basis from rankbase, and one round's points on it
    01 ws-rank-basis pic x(4).
    01 ws-ranked-points pic 9(4).

    *> one slot per player with rounds on mh-master: the career
    *> counters recomputed from the master, and the last run the
    *> player appeared in
    01 ws-player-count pic 9(3) value 0.
    01 ws-player-max pic 9(3) value 500.
    01 ws-career-table.
        05 ws-career occurs 500 times.
            10 ws-cr-player-id pic 9(4).
            10 ws-cr-games pic 9(7).
            10 ws-cr-actual pic 9(9).
            10 ws-cr-expected pic 9(7)v9(2).
            10 ws-cr-last-date pic 9(8).
            10 ws-cr-last-run-id pic 9(16).
    01 ws-sub pic 9(3).
    01 ws-found-sub pic 9(3).
    01 ws-prior-run-id pic 9(16).

    *> discrepancies found, by kind
    01 ws-companion-missing pic 9(7) value 0.
    01 ws-companion-differs pic 9(7) value 0.
    01 ws-companion-orphans pic 9(7) value 0.
    01 ws-rating-differs pic 9(5) value 0.
    01 ws-rating-missing pic 9(5) value 0.
    01 ws-rating-ahead pic 9(5) value 0.
    01 ws-roster-missing pic 9(5) value 0.
    01 ws-discrepancies pic 9(7) value 0.

    *> before and after counts of the two derived masters
    01 ws-count-label pic x(7).
    01 ws-cnt-companion pic 9(7).
    01 ws-cnt-ratings pic 9(5).
    01 ws-cnt-games pic 9(9).
    01 ws-cnt-actual pic 9(11).
    01 ws-cnt-expected pic 9(9)v9(2).
    01 ws-master-rounds pic 9(7) value 0.
    01 ws-rebuilt-companion pic 9(7) value 0.
    01 ws-rebuilt-ratings pic 9(5) value 0.
    01 ws-emptied-ratings pic 9(5) value 0.
    01 ws-expected-disp pic zzzzzz9.99.
    01 ws-rated-expected-disp pic zzzzzz9.99.
    01 ws-count-expected-disp pic zzzzzzzz9.99.

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
    perform read-verify-control.
    perform read-rank-basis.
    perform load-scheme-table.
    perform open-masters.
    open output verify-report.
    move spaces to verify-report-line.
    string 'master consistency ' ws-mode
        ' run ' ws-run-id
        ' ranking basis=' ws-rank-basis
        delimited by size into verify-report-line.
    write verify-report-line.
    move spaces to verify-report-line.
    string 'paired figures read mhmaster/ratemast;'
        ' companion figures read shapes, points, run date'
        delimited by size into verify-report-line.
    write verify-report-line.

    perform check-master-rounds.
    perform check-companion-rounds.
    perform check-ratings.
    perform check-roster.
    move 'before' to ws-count-label.
    perform count-derived-masters.

    if ws-mode = 'REBUILD'
        perform rebuild-companion
        perform rebuild-ratings
        move 'after' to ws-count-label
        perform count-derived-masters
    end-if.

    perform write-verify-summary.
    close mh-master.
    close player-roster.
    if ws-player-open = 'Y'
        close mh-player
    end-if.
    if ws-rating-open = 'Y'
        close rating-master
    end-if.
    close verify-report.
    display 'mhmaster rounds: ' ws-master-rounds
        ' discrepancies: ' ws-discrepancies.
    if ws-discrepancies > 0
        move 04 to ws-new-return-code
        perform raise-return-code
    end-if.
    perform write-run-log.
goback.

*> VERIFY reports and changes nothing; only an explicit REBUILD
*> touches the derived masters. anything else on the control is
*> taken as VERIFY, the safe reading of a mistyped mode
read-verify-control.
    move 'VERIFY' to ws-mode
    move spaces to ws-verify-control-status
    open input verify-control
    if ws-verify-control-status = '00'
        read verify-control
            at end continue
            not at end
                evaluate vc-mode
                    when 'REBUILD'
                        move 'REBUILD' to ws-mode
                    when 'VERIFY'
                    when spaces
                        continue
                    when other
                        display 'verifctl mode [' vc-mode
                            '] is not VERIFY or REBUILD -'
                            ' verifying only'
                        move 04 to ws-new-return-code
                        perform raise-return-code
                end-evaluate
        end-read
        close verify-control
    end-if
.

*> mh-master is the system of record and the roster answers the
*> roster check, so neither may be missing. a companion or rating
*> master that does not exist yet is verified as empty - every
*> master round then shows as missing from it, which is what a
*> rebuild is for. in rebuild mode the rating master is opened for
*> update, created empty first when it does not exist.
open-masters.
    move spaces to ws-mh-master-status
    open input mh-master
    if ws-mh-master-status not = '00'
        display 'mhmaster could not be opened, file status='
            ws-mh-master-status
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    move spaces to ws-roster-status
    open input player-roster
    if ws-roster-status not = '00'
        display 'roster file could not be opened, file status='
            ws-roster-status
        close mh-master
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    move spaces to ws-mh-player-status
    open input mh-player
    if ws-mh-player-status = '00'
        move 'Y' to ws-player-open
    else
        if ws-mh-player-status not = '35'
            display 'mhplayer could not be opened, file status='
                ws-mh-player-status
            close mh-master
            close player-roster
            move 12 to ws-new-return-code
            perform raise-return-code
            perform write-run-log
            goback
        end-if
    end-if
    perform open-rating-master
.

open-rating-master.
    move spaces to ws-rating-master-status
    if ws-mode = 'REBUILD'
        open i-o rating-master
        if ws-rating-master-status = '35'
            open output rating-master
            if ws-rating-master-status = '00'
                close rating-master
                open i-o rating-master
            end-if
        end-if
    else
        open input rating-master
    end-if
    if ws-rating-master-status = '00'
        move 'Y' to ws-rating-open
    else
        if ws-rating-master-status not = '35'
            display 'ratemast could not be opened, file status='
                ws-rating-master-status
            close mh-master
            close player-roster
            if ws-player-open = 'Y'
                close mh-player
            end-if
            move 12 to ws-new-return-code
            perform raise-return-code
            perform write-run-log
            goback
        end-if
    end-if
.

*> pass one: every mh-master round, looked up on the companion
*> under its player key, and rolled into the player's recomputed
*> career. the master is keyed on run id plus round, so each run's
*> rounds arrive together and the run is priced once
check-master-rounds.
    move zeros to ws-prior-run-id
    move 'N' to ws-eof
    move zeros to mm-key
    start mh-master key is not less than mm-key
        invalid key move 'Y' to ws-eof
    end-start
    perform check-one-master-round until ws-eof = 'Y'
.

check-one-master-round.
    read mh-master next
        at end move 'Y' to ws-eof
        not at end
            add 1 to ws-records-read
            add 1 to ws-master-rounds
            add mm-points to ws-final-total
            if mm-run-id not = ws-prior-run-id
                move mm-run-id to ws-prior-run-id
                move mm-run-date to ws-select-date
                perform price-expected-round
            end-if
            perform match-companion-round
            perform roll-career-round
    end-read
.

match-companion-round.
    move 'N' to ws-round-found
    if ws-player-open = 'Y'
        move mm-player-id to mp-player-id
        move mm-run-id to mp-run-id
        move mm-round-nbr to mp-round-nbr
        read mh-player
            invalid key continue
            not invalid key move 'Y' to ws-round-found
        end-read
    end-if
    if ws-round-found = 'N'
        add 1 to ws-records-rejected
        add 1 to ws-companion-missing
        add 1 to ws-discrepancies
        move spaces to verify-report-line
        string 'companion missing  run ' mm-run-id
            ' round ' mm-round-nbr
            ' player ' mm-player-id
            ' points=' mm-points
            ' date=' mm-run-date
            delimited by size into verify-report-line
        write verify-report-line
    else
        if mp-points = mm-points
            and mp-run-date = mm-run-date
            and mp-play = mm-play
            and mp-oppo-play = mm-oppo-play
            add 1 to ws-records-scored
        else
            add 1 to ws-records-rejected
            add 1 to ws-companion-differs
            add 1 to ws-discrepancies
            move spaces to verify-report-line
            string 'companion differs  run ' mm-run-id
                ' round ' mm-round-nbr
                ' player ' mm-player-id
                ' master=' mm-oppo-play mm-play
                ' ' mm-points ' ' mm-run-date
                ' companion=' mp-oppo-play mp-play
                ' ' mp-points ' ' mp-run-date
                delimited by size into verify-report-line
            write verify-report-line
        end-if
    end-if
.

roll-career-round.
    move 0 to ws-found-sub
    perform find-career-entry
        varying ws-sub from 1 by 1
        until ws-sub > ws-player-count or ws-found-sub > 0
    if ws-found-sub = 0
        if ws-player-count >= ws-player-max
            display 'career table full, player-id '
                mm-player-id ' left out of the rating check'
            move 08 to ws-new-return-code
            perform raise-return-code
        else
            add 1 to ws-player-count
            move ws-player-count to ws-found-sub
            move mm-player-id to ws-cr-player-id(ws-found-sub)
            move zero to ws-cr-games(ws-found-sub)
            move zero to ws-cr-actual(ws-found-sub)
            move zero to ws-cr-expected(ws-found-sub)
        end-if
    end-if
    if ws-found-sub > 0
        move mm-points to ws-ranked-points
        if ws-rank-basis = 'HCAP'
            add mm-bonus-points to ws-ranked-points
        end-if
        add 1 to ws-cr-games(ws-found-sub)
        add ws-ranked-points to ws-cr-actual(ws-found-sub)
        add ws-expected-round to ws-cr-expected(ws-found-sub)
        move mm-run-date to ws-cr-last-date(ws-found-sub)
        move mm-run-id to ws-cr-last-run-id(ws-found-sub)
    end-if
.

find-career-entry.
    if ws-cr-player-id(ws-sub) = mm-player-id
        move ws-sub to ws-found-sub
    end-if
.

*> pass two: every companion round must have its twin on the
*> master, under the same player
check-companion-rounds.
    if ws-player-open = 'Y'
        move 'N' to ws-eof
        move low-values to mp-key
        start mh-player key is not less than mp-key
            invalid key move 'Y' to ws-eof
        end-start
        perform check-one-companion-round until ws-eof = 'Y'
    end-if
.

check-one-companion-round.
    read mh-player next
        at end move 'Y' to ws-eof
        not at end
            move mp-run-id to mm-run-id
            move mp-round-nbr to mm-round-nbr
            read mh-master
                invalid key
                    move 'N' to ws-round-found
                not invalid key
                    move 'Y' to ws-round-found
            end-read
            if ws-round-found = 'N'
                or mm-player-id not = mp-player-id
                perform report-companion-orphan
            end-if
    end-read
.

report-companion-orphan.
    add 1 to ws-companion-orphans
    add 1 to ws-discrepancies
    move spaces to verify-report-line
    if ws-round-found = 'N'
        string 'companion orphan   run ' mp-run-id
            ' round ' mp-round-nbr
            ' player ' mp-player-id
            ' points=' mp-points
            ' - not on mhmaster'
            delimited by size into verify-report-line
    else
        string 'companion orphan   run ' mp-run-id
            ' round ' mp-round-nbr
            ' player ' mp-player-id
            ' points=' mp-points
            ' - mhmaster has the round for player '
            mm-player-id
            delimited by size into verify-report-line
    end-if
    write verify-report-line
.

*> pass three: the recomputed careers against the rating master,
*> then any rating record that has no rounds left on the master
check-ratings.
    perform check-one-rating
        varying ws-sub from 1 by 1
        until ws-sub > ws-player-count
    if ws-rating-open = 'Y'
        move 'N' to ws-eof
        move low-values to ra-player-id
        start rating-master key is not less than ra-player-id
            invalid key move 'Y' to ws-eof
        end-start
        perform check-rating-ahead until ws-eof = 'Y'
    end-if
.

check-one-rating.
    move 'N' to ws-round-found
    if ws-rating-open = 'Y'
        move ws-cr-player-id(ws-sub) to ra-player-id
        read rating-master
            invalid key continue
            not invalid key move 'Y' to ws-round-found
        end-read
    end-if
    move ws-cr-expected(ws-sub) to ws-expected-disp
    if ws-round-found = 'N'
        add 1 to ws-rating-missing
        add 1 to ws-discrepancies
        move spaces to verify-report-line
        string 'rating missing     player ' ws-cr-player-id(ws-sub)
            ' games=' ws-cr-games(ws-sub)
            ' actual=' ws-cr-actual(ws-sub)
            ' expected=' ws-expected-disp
            ' - no ratemast record'
            delimited by size into verify-report-line
        write verify-report-line
    else
        if ra-games-played not = ws-cr-games(ws-sub)
            or ra-actual-points not = ws-cr-actual(ws-sub)
            or ra-expected-points not = ws-cr-expected(ws-sub)
            add 1 to ws-rating-differs
            add 1 to ws-discrepancies
            move ra-expected-points to ws-rated-expected-disp
            move spaces to verify-report-line
            string 'rating differs     player '
                ws-cr-player-id(ws-sub)
                ' games=' ws-cr-games(ws-sub)
                '/' ra-games-played
                ' actual=' ws-cr-actual(ws-sub)
                '/' ra-actual-points
                ' expected=' ws-expected-disp
                '/' ws-rated-expected-disp
                delimited by size into verify-report-line
            write verify-report-line
        end-if
    end-if
.

check-rating-ahead.
    read rating-master next
        at end move 'Y' to ws-eof
        not at end
            if ra-games-played > 0
                move 0 to ws-found-sub
                perform find-rated-career
                    varying ws-sub from 1 by 1
                    until ws-sub > ws-player-count
                        or ws-found-sub > 0
                if ws-found-sub = 0
                    add 1 to ws-rating-ahead
                    add 1 to ws-discrepancies
                    move spaces to verify-report-line
                    string 'rating ahead       player '
                        ra-player-id
                        ' games=' ra-games-played
                        ' actual=' ra-actual-points
                        ' - no rounds on mhmaster'
                        delimited by size into verify-report-line
                    write verify-report-line
                end-if
            end-if
    end-read
.

find-rated-career.
    if ws-cr-player-id(ws-sub) = ra-player-id
        move ws-sub to ws-found-sub
    end-if
.

*> pass four: every player with rounds on the master must still be
*> on the roster
check-roster.
    perform check-one-roster-player
        varying ws-sub from 1 by 1
        until ws-sub > ws-player-count
.

check-one-roster-player.
    move ws-cr-player-id(ws-sub) to pr-player-id
    read player-roster
        invalid key
            add 1 to ws-roster-missing
            add 1 to ws-discrepancies
            move spaces to verify-report-line
            string 'roster missing     player '
                ws-cr-player-id(ws-sub)
                ' games=' ws-cr-games(ws-sub)
                ' last run ' ws-cr-last-run-id(ws-sub)
                ' date=' ws-cr-last-date(ws-sub)
                delimited by size into verify-report-line
            write verify-report-line
    end-read
.

*> the record counts of the two derived masters and the career
*> totals on the rating master, printed before a rebuild and again
*> after it
count-derived-masters.
    move 0 to ws-cnt-companion
    move 0 to ws-cnt-ratings
    move 0 to ws-cnt-games
    move 0 to ws-cnt-actual
    move 0 to ws-cnt-expected
    if ws-player-open = 'Y'
        move 'N' to ws-eof
        move low-values to mp-key
        start mh-player key is not less than mp-key
            invalid key move 'Y' to ws-eof
        end-start
        perform count-one-companion until ws-eof = 'Y'
    end-if
    if ws-rating-open = 'Y'
        move 'N' to ws-eof
        move low-values to ra-player-id
        start rating-master key is not less than ra-player-id
            invalid key move 'Y' to ws-eof
        end-start
        perform count-one-rating until ws-eof = 'Y'
    end-if
    move ws-cnt-expected to ws-count-expected-disp
    move spaces to verify-report-line
    string ws-count-label
        ' mhmaster rounds=' ws-master-rounds
        ' mhplayer rounds=' ws-cnt-companion
        delimited by size into verify-report-line
    write verify-report-line
    move spaces to verify-report-line
    string ws-count-label
        ' ratemast players=' ws-cnt-ratings
        ' games=' ws-cnt-games
        ' actual=' ws-cnt-actual
        ' expected=' ws-count-expected-disp
        delimited by size into verify-report-line
    write verify-report-line
.

count-one-companion.
    read mh-player next
        at end move 'Y' to ws-eof
        not at end add 1 to ws-cnt-companion
    end-read
.

count-one-rating.
    read rating-master next
        at end move 'Y' to ws-eof
        not at end
            add 1 to ws-cnt-ratings
            add ra-games-played to ws-cnt-games
            add ra-actual-points to ws-cnt-actual
            add ra-expected-points to ws-cnt-expected
    end-read
.

*> the companion is thrown away and written again round for round
*> from the master, so orphans go with it. a rebuild that cannot
*> create the companion leaves it as it stands and fails the run
rebuild-companion.
    if ws-player-open = 'Y'
        close mh-player
        move 'N' to ws-player-open
    end-if
    move spaces to ws-mh-player-status
    open output mh-player
    if ws-mh-player-status not = '00'
        display 'mhplayer could not be created, file status='
            ws-mh-player-status
        move 12 to ws-new-return-code
        perform raise-return-code
    else
        move 'N' to ws-eof
        move zeros to mm-key
        start mh-master key is not less than mm-key
            invalid key move 'Y' to ws-eof
        end-start
        perform rebuild-one-companion-round until ws-eof = 'Y'
        close mh-player
        open input mh-player
        if ws-mh-player-status = '00'
            move 'Y' to ws-player-open
        end-if
    end-if
.

rebuild-one-companion-round.
    read mh-master next
        at end move 'Y' to ws-eof
        not at end
            move mm-player-id to mp-player-id
            move mm-run-id to mp-run-id
            move mm-round-nbr to mp-round-nbr
            move mm-run-date to mp-run-date
            move mm-oppo-play to mp-oppo-play
            move mm-play to mp-play
            move mm-points to mp-points
            write mh-player-record
            if ws-mh-player-status = '00'
                add 1 to ws-rebuilt-companion
            else
                display 'round ' mm-round-nbr ' of run ' mm-run-id
                    ' could not be rebuilt on mhplayer,'
                    ' file status=' ws-mh-player-status
                move 12 to ws-new-return-code
                perform raise-return-code
            end-if
    end-read
.

*> every recomputed career replaces the counters on the rating
*> master, the index worked out again the way rpsrate works it; a
*> rating record with no rounds left on the master becomes an
*> empty career at the opening index. the last run id goes with
*> the counters, so rpsrate still recognizes a night already rolled
*> in
rebuild-ratings.
    if ws-rating-open = 'Y'
        perform rebuild-one-rating
            varying ws-sub from 1 by 1
            until ws-sub > ws-player-count
        move 'N' to ws-eof
        move low-values to ra-player-id
        start rating-master key is not less than ra-player-id
            invalid key move 'Y' to ws-eof
        end-start
        perform empty-one-rating until ws-eof = 'Y'
    else
        display 'ratemast could not be created - rating counters'
            ' not rebuilt'
        move 12 to ws-new-return-code
        perform raise-return-code
    end-if
.

rebuild-one-rating.
    move 'Y' to ws-round-found
    move ws-cr-player-id(ws-sub) to ra-player-id
    read rating-master
        invalid key move 'N' to ws-round-found
    end-read
    move ws-cr-player-id(ws-sub) to ra-player-id
    move ws-cr-games(ws-sub) to ra-games-played
    move ws-cr-actual(ws-sub) to ra-actual-points
    move ws-cr-expected(ws-sub) to ra-expected-points
    if ra-expected-points > 0
        compute ra-perf-index rounded =
            ra-actual-points * 100 / ra-expected-points
            on size error move 999.99 to ra-perf-index
        end-compute
    else
        move 100 to ra-perf-index
    end-if
    move ws-cr-last-date(ws-sub) to ra-last-active
    move ws-cr-last-run-id(ws-sub) to ra-last-run-id
    if ws-round-found = 'Y'
        rewrite rating-master-record
    else
        write rating-master-record
    end-if
    if ws-rating-master-status = '00'
        add 1 to ws-rebuilt-ratings
    else
        display 'player ' ws-cr-player-id(ws-sub)
            ' could not be rebuilt on ratemast, file status='
            ws-rating-master-status
        move 12 to ws-new-return-code
        perform raise-return-code
    end-if
.

empty-one-rating.
    read rating-master next
        at end move 'Y' to ws-eof
        not at end
            if ra-games-played > 0
                move 0 to ws-found-sub
                perform find-rated-career
                    varying ws-sub from 1 by 1
                    until ws-sub > ws-player-count
                        or ws-found-sub > 0
                if ws-found-sub = 0
                    move zero to ra-games-played
                    move zero to ra-actual-points
                    move zero to ra-expected-points
                    move 100 to ra-perf-index
                    rewrite rating-master-record
                    add 1 to ws-emptied-ratings
                end-if
            end-if
    end-read
.

write-verify-summary.
    move spaces to verify-report-line
    string 'companion missing=' ws-companion-missing
        ' differs=' ws-companion-differs
        ' orphans=' ws-companion-orphans
        delimited by size into verify-report-line
    write verify-report-line
    move spaces to verify-report-line
    string 'rating missing=' ws-rating-missing
        ' differs=' ws-rating-differs
        ' ahead=' ws-rating-ahead
        ' roster missing=' ws-roster-missing
        delimited by size into verify-report-line
    write verify-report-line
    if ws-mode = 'REBUILD'
        move spaces to verify-report-line
        string 'rebuilt mhplayer rounds=' ws-rebuilt-companion
            ' ratemast players=' ws-rebuilt-ratings
            ' emptied=' ws-emptied-ratings
            delimited by size into verify-report-line
        write verify-report-line
    end-if
.

*> the ranking basis comes from the optional one-line 'rankbase'
*> file shared with the ranking programs, so the actual points are
*> recomputed on the basis rpsrate rolled them in on
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
*> mh-master rounds, scored the rounds the companion agrees with
*> and rejected the rounds it is missing or carries differently;
*> the total logged is the master's points.
write-run-log.
    compute ws-balance-check =
        ws-records-scored + ws-records-rejected
    if ws-records-read not = ws-balance-check
        display 'run out of balance: read=' ws-records-read
            ' agreed=' ws-records-scored
            ' disagreed=' ws-records-rejected
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
        move 'rpsverfy' to rl-program-name
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

end program rpsverfy.
