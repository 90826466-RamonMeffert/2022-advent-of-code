identification division.
program-id. rpsteam.

*> team league table: rolls the archived rounds on the match-history
*> master up by team for the date range on the one-line 'teamctl'
*> control file (from yyyymmdd, to yyyymmdd, then the number of
*> players who count per team per night, defaulting to 3). each
*> round goes to the team the player belonged to on the run date,
*> from the effective-dated membership file 'teammbr' (see
*> teammbr.cpy), so a transfer never carries a player's earlier
*> nights to the new team; a team counts only from the date it was
*> formed until the date it was disbanded on the team master that
*> rpstmnt keeps. on each night only the team's best N players by
*> points for that run count toward the team - the rest of the
*> team's players that night are shown as dropped. the league
*> table on 'teamrpt' ranks every team in being during the range
*> on points, ties to the lower team id, and the same table goes
*> to the CSV team extract 'teamext' for the systems that take the
*> individual extract. points are on the ranking basis of the
*> optional 'rankbase' control (see rankbase.cpy), like the
*> individual tables. a round whose player had no team that night
*> is not credited and is counted as unattached. a membership line
*> that is malformed, names a team not on the master, or overlaps
*> an earlier spell for the same player is rejected with the
*> warning return code.

environment division.
    input-output section.
        file-control.
        select team-control assign to 'teamctl'
        organization is line sequential
        file status is ws-team-control-status.

        select team-master assign to 'teammast'
        organization is indexed
        access is dynamic
        record key is tm-team-id
        file status is ws-team-master-status.

        select team-membership assign to 'teammbr'
        organization is line sequential
        file status is ws-team-membership-status.

        select mh-master assign to 'mhmaster'
        organization is indexed
        access is dynamic
        record key is mm-key
        file status is ws-mh-master-status.

        select rank-basis assign to 'rankbase'
        organization is line sequential
        file status is ws-rank-basis-status.

        select team-report assign to 'teamrpt'
        organization is line sequential.

        select team-extract assign to 'teamext'
        organization is line sequential
        file status is ws-team-extract-status.

        select run-log assign to 'runlog'
        organization is line sequential
        file status is ws-run-log-status.

data division.
    file section.
    fd team-control.
    01 team-control-line.
        05 tc-from-date pic 9(8).
        05 filler pic x(1).
        05 tc-to-date pic 9(8).
        05 filler pic x(1).
        05 tc-best-count pic 9(2).

    copy "teammast.cpy".

    copy "teammbr.cpy".

    copy "mhmastr.cpy".

    copy "rankbase.cpy".

    fd team-report.
    01 team-report-line pic x(120).

    fd team-extract.
    01 team-extract-line pic x(80).

    copy "runlog.cpy".

    working-storage section.
    01 ws-eof pic a(1) value 'N'.
    01 ws-ctl-found pic a(1) value 'N'.
    01 ws-team-control-status pic x(2).
    01 ws-team-master-status pic x(2).
    01 ws-team-membership-status pic x(2).
    01 ws-mh-master-status pic x(2).
    01 ws-rank-basis-status pic x(2).
    01 ws-team-extract-status pic x(2).

    01 ws-from-date pic 9(8).
    01 ws-to-date pic 9(8).
    01 ws-best-count pic 9(2) value 3.

    *> ranking basis from rankbase, and one round's points on it
    01 ws-rank-basis pic x(4).
    01 ws-ranked-points pic 9(4).

    *> one slot per team on the master, with its figures for the
    *> range
    01 ws-team-count pic 9(3) value 0.
    01 ws-team-max pic 9(3) value 100.
    01 ws-team-table.
        05 ws-team occurs 100 times.
            10 ws-tt-team-id pic x(4).
            10 ws-tt-name pic x(20).
            10 ws-tt-active pic a(1).
            10 ws-tt-formed-date pic 9(8).
            10 ws-tt-disbanded-date pic 9(8).
            10 ws-tt-nights pic 9(5).
            10 ws-tt-counted pic 9(7).
            10 ws-tt-dropped pic 9(7).
            10 ws-tt-points pic 9(9).
            10 ws-tt-night-credited pic a(1).
    01 ws-swap-team.
        05 ws-sw-team-id pic x(4).
        05 ws-sw-name pic x(20).
        05 ws-sw-active pic a(1).
        05 ws-sw-formed-date pic 9(8).
        05 ws-sw-disbanded-date pic 9(8).
        05 ws-sw-nights pic 9(5).
        05 ws-sw-counted pic 9(7).
        05 ws-sw-dropped pic 9(7).
        05 ws-sw-points pic 9(9).
        05 ws-sw-night-credited pic a(1).
    01 ws-team-sub pic 9(3).
    01 ws-team-found pic 9(3).

    *> one slot per membership spell
    01 ws-spell-count pic 9(4) value 0.
    01 ws-spell-max pic 9(4) value 1000.
    01 ws-spell-table.
        05 ws-spell occurs 1000 times.
            10 ws-ms-player-id pic 9(4).
            10 ws-ms-team-sub pic 9(3).
            10 ws-ms-from-date pic 9(8).
            10 ws-ms-to-date pic 9(8).
    01 ws-spell-sub pic 9(4).
    01 ws-spell-found pic 9(4).
    01 ws-spell-valid pic a(1).
    01 ws-spell-reason pic x(40).
    01 ws-spells-rejected pic 9(5) value 0.

    *> one slot per player in the run being rolled up: the team the
    *> player belonged to that night (zero for none) and the points
    01 ws-night-run-id pic 9(16).
    01 ws-night-count pic 9(3) value 0.
    01 ws-night-max pic 9(3) value 500.
    01 ws-night-table.
        05 ws-night occurs 500 times.
            10 ws-np-player-id pic 9(4).
            10 ws-np-team-sub pic 9(3).
            10 ws-np-points pic 9(7).
            10 ws-np-counted pic a(1).
    01 ws-sub pic 9(3).
    01 ws-found-sub pic 9(3).
    01 ws-best-sub pic 9(3).
    01 ws-pick pic 9(2).

    01 ws-sort-i pic 9(3).
    01 ws-sort-j pic 9(3).
    01 ws-sort-j-start pic 9(3).
    01 ws-rank pic 9(3) value 0.
    01 ws-disbanded-disp pic x(14).

    *> rounds in the range that had no team to go to
    01 ws-unattached-rounds pic 9(7) value 0.

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
    perform read-team-control.
    perform read-rank-basis.
    perform load-team-master.
    open output team-report.
    perform load-team-membership.
    move spaces to ws-mh-master-status.
    open input mh-master.
    if ws-mh-master-status not = '00'
        display 'mhmaster could not be opened, file status='
            ws-mh-master-status
        close team-report
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if.
    perform scan-master.
    close mh-master.
    perform sort-team-table.
    perform open-team-extract.
    perform write-team-table.
    close team-report.
    close team-extract.
    display 'teams in table: ' ws-rank
        ' unattached rounds: ' ws-unattached-rounds.
    perform write-run-log.
goback.

*> no control, no range - a table over a guessed range would be
*> worse than none
read-team-control.
    move spaces to ws-team-control-status
    open input team-control
    if ws-team-control-status = '00'
        read team-control
            at end continue
            not at end move 'Y' to ws-ctl-found
        end-read
        close team-control
    end-if
    if ws-ctl-found not = 'Y'
        or tc-from-date is not numeric
        or tc-to-date is not numeric
        or tc-from-date > tc-to-date
        display 'teamctl does not carry a from and to date'
            ' in order - no table produced'
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    move tc-from-date to ws-from-date
    move tc-to-date to ws-to-date
    if tc-best-count is numeric and tc-best-count > 0
        move tc-best-count to ws-best-count
    else
        display 'teamctl best-player count is not numeric,'
            ' using ' ws-best-count
    end-if
.

load-team-master.
    move spaces to ws-team-master-status
    open input team-master
    if ws-team-master-status not = '00'
        display 'teammast could not be opened, file status='
            ws-team-master-status
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    move 'N' to ws-eof
    move low-values to tm-team-id
    start team-master key is not less than tm-team-id
        invalid key move 'Y' to ws-eof
    end-start
    perform load-one-team until ws-eof = 'Y'
    close team-master
.

load-one-team.
    read team-master next
        at end move 'Y' to ws-eof
        not at end
            if ws-team-count >= ws-team-max
                display 'team table full, team ' tm-team-id
                    ' left out of the table'
                move 08 to ws-new-return-code
                perform raise-return-code
            else
                add 1 to ws-team-count
                move tm-team-id to ws-tt-team-id(ws-team-count)
                move tm-name to ws-tt-name(ws-team-count)
                move tm-active to ws-tt-active(ws-team-count)
                move tm-formed-date
                    to ws-tt-formed-date(ws-team-count)
                move tm-disbanded-date
                    to ws-tt-disbanded-date(ws-team-count)
                move zero to ws-tt-nights(ws-team-count)
                move zero to ws-tt-counted(ws-team-count)
                move zero to ws-tt-dropped(ws-team-count)
                move zero to ws-tt-points(ws-team-count)
            end-if
    end-read
.

*> without memberships no round has a team to go to, which is a
*> failed run rather than an empty table
load-team-membership.
    move spaces to ws-team-membership-status
    open input team-membership
    if ws-team-membership-status not = '00'
        display 'teammbr could not be opened, file status='
            ws-team-membership-status
        close team-report
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    move 'N' to ws-eof
    perform load-one-spell until ws-eof = 'Y'
    close team-membership
.

load-one-spell.
    read team-membership
        at end move 'Y' to ws-eof
        not at end perform store-one-spell
    end-read
.

store-one-spell.
    perform validate-spell
    if ws-spell-valid = 'Y'
        if ws-spell-count >= ws-spell-max
            move 'N' to ws-spell-valid
            move 'membership table full' to ws-spell-reason
        else
            add 1 to ws-spell-count
            move mb-player-id to ws-ms-player-id(ws-spell-count)
            move ws-team-found to ws-ms-team-sub(ws-spell-count)
            move mb-eff-from-date
                to ws-ms-from-date(ws-spell-count)
            move mb-eff-to-date to ws-ms-to-date(ws-spell-count)
        end-if
    end-if
    if ws-spell-valid = 'N'
        add 1 to ws-spells-rejected
        move spaces to team-report-line
        string 'membership rejected: [' team-membership-record
            '] ' ws-spell-reason
            delimited by size into team-report-line
        write team-report-line
        move 04 to ws-new-return-code
        perform raise-return-code
    end-if
.

validate-spell.
    move 'Y' to ws-spell-valid
    move spaces to ws-spell-reason
    if mb-player-id is not numeric
        or mb-eff-from-date is not numeric
        or mb-eff-to-date is not numeric
        move 'N' to ws-spell-valid
        move 'player-id or date is not numeric'
            to ws-spell-reason
    end-if
    if ws-spell-valid = 'Y'
        and mb-eff-from-date > mb-eff-to-date
        move 'N' to ws-spell-valid
        move 'effective-from is after effective-to'
            to ws-spell-reason
    end-if
    if ws-spell-valid = 'Y'
        move 0 to ws-team-found
        perform find-team
            varying ws-team-sub from 1 by 1
            until ws-team-sub > ws-team-count or ws-team-found > 0
        if ws-team-found = 0
            move 'N' to ws-spell-valid
            move 'team-id not on team master' to ws-spell-reason
        end-if
    end-if
    if ws-spell-valid = 'Y'
        perform check-spell-overlap
            varying ws-spell-sub from 1 by 1
            until ws-spell-sub > ws-spell-count
    end-if
.

find-team.
    if ws-tt-team-id(ws-team-sub) = mb-team-id
        move ws-team-sub to ws-team-found
    end-if
.

check-spell-overlap.
    if ws-ms-player-id(ws-spell-sub) = mb-player-id
        and mb-eff-from-date <= ws-ms-to-date(ws-spell-sub)
        and mb-eff-to-date >= ws-ms-from-date(ws-spell-sub)
        and ws-spell-valid = 'Y'
        move 'N' to ws-spell-valid
        move 'overlaps an earlier spell for the player'
            to ws-spell-reason
    end-if
.

*> the master is keyed on run id plus round, so each run's rounds
*> arrive together and the night closes on the change of run
scan-master.
    move 'N' to ws-eof
    move zeros to ws-night-run-id
    move zeros to mm-key
    start mh-master key is not less than mm-key
        invalid key move 'Y' to ws-eof
    end-start
    perform roll-one-round until ws-eof = 'Y'
    perform close-team-night
.

roll-one-round.
    read mh-master next
        at end move 'Y' to ws-eof
        not at end
            if mm-run-date >= ws-from-date
                and mm-run-date <= ws-to-date
                perform roll-team-round
            end-if
    end-read
.

roll-team-round.
    if mm-run-id not = ws-night-run-id
        perform close-team-night
        move mm-run-id to ws-night-run-id
    end-if
    add 1 to ws-records-read
    move 0 to ws-found-sub
    perform find-night-entry
        varying ws-sub from 1 by 1
        until ws-sub > ws-night-count or ws-found-sub > 0
    if ws-found-sub = 0
        perform add-night-entry
    end-if
    if ws-found-sub > 0
        if ws-np-team-sub(ws-found-sub) > 0
            add 1 to ws-records-scored
            move mm-points to ws-ranked-points
            if ws-rank-basis = 'HCAP'
                add mm-bonus-points to ws-ranked-points
            end-if
            add ws-ranked-points to ws-np-points(ws-found-sub)
        else
            add 1 to ws-unattached-rounds
        end-if
    else
        add 1 to ws-records-rejected
    end-if
.

find-night-entry.
    if ws-np-player-id(ws-sub) = mm-player-id
        move ws-sub to ws-found-sub
    end-if
.

*> the player's team is the one whose spell covers the run date,
*> provided the team was in being that day
add-night-entry.
    if ws-night-count >= ws-night-max
        display 'night table full, player-id ' mm-player-id
            ' of run ' mm-run-id ' not credited'
        move 08 to ws-new-return-code
        perform raise-return-code
    else
        add 1 to ws-night-count
        move ws-night-count to ws-found-sub
        move mm-player-id to ws-np-player-id(ws-found-sub)
        move zero to ws-np-points(ws-found-sub)
        move 'N' to ws-np-counted(ws-found-sub)
        move 0 to ws-spell-found
        perform find-spell
            varying ws-spell-sub from 1 by 1
            until ws-spell-sub > ws-spell-count
                or ws-spell-found > 0
        move 0 to ws-np-team-sub(ws-found-sub)
        if ws-spell-found > 0
            move ws-ms-team-sub(ws-spell-found) to ws-team-sub
            if mm-run-date >= ws-tt-formed-date(ws-team-sub)
                and (ws-tt-active(ws-team-sub) = 'Y'
                    or mm-run-date
                        < ws-tt-disbanded-date(ws-team-sub))
                move ws-team-sub to ws-np-team-sub(ws-found-sub)
            end-if
        end-if
    end-if
.

find-spell.
    if ws-ms-player-id(ws-spell-sub) = mm-player-id
        and mm-run-date >= ws-ms-from-date(ws-spell-sub)
        and mm-run-date <= ws-ms-to-date(ws-spell-sub)
        move ws-spell-sub to ws-spell-found
    end-if
.

*> the end of a run: each team banks its best N players' points
*> for the night and the rest of its players that night are
*> dropped
close-team-night.
    perform credit-team-night
        varying ws-team-sub from 1 by 1
        until ws-team-sub > ws-team-count
    move 0 to ws-night-count
.

credit-team-night.
    move 'N' to ws-tt-night-credited(ws-team-sub)
    perform pick-best-player
        varying ws-pick from 1 by 1
        until ws-pick > ws-best-count
    perform count-dropped-player
        varying ws-sub from 1 by 1
        until ws-sub > ws-night-count
    if ws-tt-night-credited(ws-team-sub) = 'Y'
        add 1 to ws-tt-nights(ws-team-sub)
    end-if
.

pick-best-player.
    move 0 to ws-best-sub
    perform find-best-player
        varying ws-sub from 1 by 1
        until ws-sub > ws-night-count
    if ws-best-sub > 0
        move 'Y' to ws-np-counted(ws-best-sub)
        move 'Y' to ws-tt-night-credited(ws-team-sub)
        add 1 to ws-tt-counted(ws-team-sub)
        add ws-np-points(ws-best-sub) to ws-tt-points(ws-team-sub)
        add ws-np-points(ws-best-sub) to ws-final-total
    end-if
.

find-best-player.
    if ws-np-team-sub(ws-sub) = ws-team-sub
        and ws-np-counted(ws-sub) = 'N'
        if ws-best-sub = 0
            move ws-sub to ws-best-sub
        else
            if ws-np-points(ws-sub) > ws-np-points(ws-best-sub)
                move ws-sub to ws-best-sub
            end-if
        end-if
    end-if
.

count-dropped-player.
    if ws-np-team-sub(ws-sub) = ws-team-sub
        and ws-np-counted(ws-sub) = 'N'
        add 1 to ws-tt-dropped(ws-team-sub)
    end-if
.

*> most points first, ties to the lower team id so the order is the
*> same on every rerun
sort-team-table.
    perform sort-one-pass
        varying ws-sort-i from 1 by 1
        until ws-sort-i >= ws-team-count
.

sort-one-pass.
    compute ws-sort-j-start = ws-sort-i + 1
    perform sort-compare
        varying ws-sort-j from ws-sort-j-start by 1
        until ws-sort-j > ws-team-count
.

sort-compare.
    if ws-tt-points(ws-sort-j) > ws-tt-points(ws-sort-i)
        or (ws-tt-points(ws-sort-j) = ws-tt-points(ws-sort-i)
            and ws-tt-team-id(ws-sort-j) < ws-tt-team-id(ws-sort-i))
        move ws-team(ws-sort-i) to ws-swap-team
        move ws-team(ws-sort-j) to ws-team(ws-sort-i)
        move ws-swap-team to ws-team(ws-sort-j)
    end-if
.

open-team-extract.
    move spaces to ws-team-extract-status
    open output team-extract
    if ws-team-extract-status not = '00'
        display 'teamext could not be opened, file status='
            ws-team-extract-status
        move 12 to ws-new-return-code
        perform raise-return-code
    else
        move 'TEAM-ID,RANK,NIGHTS,COUNTED,DROPPED,POINTS'
            to team-extract-line
        write team-extract-line
    end-if
.

write-team-table.
    move spaces to team-report-line
    string 'team league table ' ws-from-date ' to ' ws-to-date
        ' best ' ws-best-count ' players per night'
        ' basis=' ws-rank-basis
        delimited by size into team-report-line
    write team-report-line
    perform write-one-team
        varying ws-team-sub from 1 by 1
        until ws-team-sub > ws-team-count
    move spaces to team-report-line
    string 'rounds in range=' ws-records-read
        ' credited to teams=' ws-records-scored
        ' unattached=' ws-unattached-rounds
        ' membership lines rejected=' ws-spells-rejected
        delimited by size into team-report-line
    write team-report-line
.

*> a team formed after the range or disbanded before it was never
*> in being for the range and is left off the table
write-one-team.
    if ws-tt-formed-date(ws-team-sub) <= ws-to-date
        and (ws-tt-active(ws-team-sub) = 'Y'
            or ws-tt-disbanded-date(ws-team-sub) >= ws-from-date)
        add 1 to ws-rank
        move spaces to ws-disbanded-disp
        if ws-tt-active(ws-team-sub) not = 'Y'
            string ' disb=' ws-tt-disbanded-date(ws-team-sub)
                delimited by size into ws-disbanded-disp
        end-if
        move spaces to team-report-line
        string '  rank ' ws-rank
            ' team ' ws-tt-team-id(ws-team-sub)
            ' ' ws-tt-name(ws-team-sub)
            ' nights=' ws-tt-nights(ws-team-sub)
            ' counted=' ws-tt-counted(ws-team-sub)
            ' dropped=' ws-tt-dropped(ws-team-sub)
            ' points=' ws-tt-points(ws-team-sub)
            ws-disbanded-disp
            delimited by size into team-report-line
        write team-report-line
        if ws-team-extract-status = '00'
            move spaces to team-extract-line
            string ws-tt-team-id(ws-team-sub) ',' ws-rank
                ',' ws-tt-nights(ws-team-sub)
                ',' ws-tt-counted(ws-team-sub)
                ',' ws-tt-dropped(ws-team-sub)
                ',' ws-tt-points(ws-team-sub)
                delimited by size into team-extract-line
            write team-extract-line
        end-if
    end-if
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
*> mh-master rounds in the range, scored the rounds that went to a
*> team, and the unattached rounds balance the rest without being
*> rejects - an individual player with no team is no error. the
*> total logged is the team points credited.
write-run-log.
    compute ws-balance-check =
        ws-records-scored + ws-unattached-rounds
            + ws-records-rejected
    if ws-records-read not = ws-balance-check
        display 'run out of balance: read=' ws-records-read
            ' credited=' ws-records-scored
            ' unattached=' ws-unattached-rounds
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
        move 'rpsteam' to rl-program-name
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

end program rpsteam.
