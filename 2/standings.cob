*>             step in the expected-steps file that never logged.
*>             the standings keep no score of their own, so the
*>             final total is logged as zero.
*> 2026-10-15  committee points adjustments posted by rpsadjst to
*>             the 'adjreg' register are applied to the night the
*>             'archctl' control file names: the table ranks on
*>             points plus adjustment and shows the adjustment and
*>             the adjusted total as their own columns. a player
*>             with an adjustment but no rounds tonight still gets
*>             a line. season adjustments are left to rpsclose.
*>             both files are optional - without them the table is
*>             the rounds alone, as before.
*> 2026-10-15  the optional 'rankbase' control (see rankbase.cpy)
*>             chooses the ranking basis: RAW, the default, ranks on
*>             the shape and outcome points as before; HCAP ranks on
*>             them plus the handicap bonus rpshead writes on a
*>             handicap night, and the report says so on its first
*>             line. the points column is on the basis chosen.

environment division.
    input-output section.
        record key is pr-player-id
        file status is ws-roster-status.

        select archive-control assign to 'archctl'
        organization is line sequential
        file status is ws-archive-control-status.

        select adjustment-register assign to 'adjreg'
        organization is indexed
        access is dynamic
        record key is ar-key
        file status is ws-adjustment-reg-status.

        select rank-basis assign to 'rankbase'
        organization is line sequential
        file status is ws-rank-basis-status.

        select standings-report assign to 'standings'
        organization is line sequential.


    copy "roster.cpy".

    fd archive-control.
    01 archive-control-line.
        05 ac-run-id pic 9(16).
        05 filler pic x(1).
        05 ac-run-date pic 9(8).

    copy "adjreg.cpy".

    copy "rankbase.cpy".

    fd standings-report.
    01 standings-report-line pic x(120).

    copy "runlog.cpy".

    01 ws-eof pic a(1) value 'N'.
    01 ws-match-history-status pic x(2).
    01 ws-roster-status pic x(2).
    01 ws-archive-control-status pic x(2).
    01 ws-adjustment-reg-status pic x(2).

    01 ws-player-count pic 9(3) value 0.
    01 ws-player-max pic 9(3) value 500.
            10 ws-st-division pic x(2).
            10 ws-st-rounds pic 9(7).
            10 ws-st-points pic 9(7).
            10 ws-st-adjust pic s9(7).
            10 ws-st-total pic s9(7).
    01 ws-swap-standing.
        05 ws-sw-player-id pic 9(4).
        05 ws-sw-name pic x(20).
        05 ws-sw-division pic x(2).
        05 ws-sw-rounds pic 9(7).
        05 ws-sw-points pic 9(7).
        05 ws-sw-adjust pic s9(7).
        05 ws-sw-total pic s9(7).

    01 ws-sub pic 9(3).
    01 ws-found-sub pic 9(3).
    01 ws-entry-player-id pic 9(4).
    01 ws-sort-i pic 9(3).
    01 ws-sort-j pic 9(3).
    01 ws-sort-j-start pic 9(3).
    01 ws-rank pic 9(3).
    01 ws-prior-division pic x(2).

    *> the night's run id from archctl, and the adjustments the
    *> register carries for it
    01 ws-night-run-id pic 9(16) value 0.
    01 ws-adj-eof pic a(1).
    01 ws-adjustments-applied pic 9(5) value 0.
    01 ws-adjust-disp pic +9(7).
    01 ws-total-disp pic +9(7).

    *> ranking basis from rankbase, and one round's points on it
    01 ws-rank-basis pic x(4).
    01 ws-rank-basis-status pic x(2).
    01 ws-ranked-points pic 9(4).

    *> run-control log working storage
    01 ws-run-log-status pic x(2).
    01 ws-run-id pic 9(16).

procedure division.
    perform take-start-stamp.
    perform read-rank-basis.
    move spaces to ws-match-history-status
    open input match-history.
    if ws-match-history-status not = '00'
        end-read
    end-perform.
    close match-history.
    perform apply-night-adjustments.
    close player-roster.
    perform total-standings
        varying ws-sub from 1 by 1
        until ws-sub > ws-player-count.
    perform sort-standings.
    perform write-standings-report.
    close standings-report.
    display 'players in standings: ' ws-player-count.
    display 'adjustments applied: ' ws-adjustments-applied.
    perform write-run-log.
goback.

*> appears on the match history
accumulate-round.
    add 1 to ws-records-read
    move mh-player-id to ws-entry-player-id
    move 0 to ws-found-sub
    perform find-player-entry
        varying ws-sub from 1 by 1
    if ws-found-sub > 0
        add 1 to ws-records-scored
        add 1 to ws-st-rounds(ws-found-sub)
        move mh-points to ws-ranked-points
        if ws-rank-basis = 'HCAP'
            and mh-bonus-points is numeric
            add mh-bonus-points to ws-ranked-points
        end-if
        add ws-ranked-points to ws-st-points(ws-found-sub)
    else
        add 1 to ws-records-rejected
    end-if
.

find-player-entry.
    if ws-st-player-id(ws-sub) = ws-entry-player-id
        move ws-sub to ws-found-sub
    end-if
.

add-player-entry.
    if ws-player-count >= ws-player-max
        display 'standings table full, player-id '
            ws-entry-player-id ' dropped'
    else
        add 1 to ws-player-count
        move ws-player-count to ws-found-sub
        move ws-entry-player-id to ws-st-player-id(ws-found-sub)
        move zero to ws-st-rounds(ws-found-sub)
        move zero to ws-st-points(ws-found-sub)
        move zero to ws-st-adjust(ws-found-sub)
        move ws-entry-player-id to pr-player-id
        read player-roster
            invalid key
                move 'not on roster' to ws-st-name(ws-found-sub)
    end-if
.

*> the adjustments posted against tonight's run: the run id comes
*> from the same archctl the archive step reads. without archctl or
*> a register there is nothing to apply and the table is the rounds
*> alone.
apply-night-adjustments.
    move spaces to ws-archive-control-status
    open input archive-control
    if ws-archive-control-status = '00'
        read archive-control
            at end continue
            not at end
                if ac-run-id is numeric
                    move ac-run-id to ws-night-run-id
                end-if
        end-read
        close archive-control
    end-if
    if ws-night-run-id = zero
        display 'archctl names no run - no adjustments applied'
    else
        move spaces to ws-adjustment-reg-status
        open input adjustment-register
        if ws-adjustment-reg-status = '00'
            perform read-night-adjustments
            close adjustment-register
        else
            if ws-adjustment-reg-status not = '35'
                display 'adjreg could not be opened, file status='
                    ws-adjustment-reg-status
                move 12 to ws-new-return-code
                perform raise-return-code
            end-if
        end-if
    end-if
.

read-night-adjustments.
    move 'N' to ws-adj-eof
    move ws-night-run-id to ar-run-id
    move zeros to ar-player-id
    move zeros to ar-seq-nbr
    start adjustment-register key is not less than ar-key
        invalid key move 'Y' to ws-adj-eof
    end-start
    perform apply-one-adjustment until ws-adj-eof = 'Y'
.

apply-one-adjustment.
    read adjustment-register next
        at end move 'Y' to ws-adj-eof
        not at end
            if ar-run-id not = ws-night-run-id
                move 'Y' to ws-adj-eof
            else
                move ar-player-id to ws-entry-player-id
                move 0 to ws-found-sub
                perform find-player-entry
                    varying ws-sub from 1 by 1
                    until ws-sub > ws-player-count
                        or ws-found-sub > 0
                if ws-found-sub = 0
                    perform add-player-entry
                end-if
                if ws-found-sub > 0
                    add ar-points to ws-st-adjust(ws-found-sub)
                    add 1 to ws-adjustments-applied
                else
                    move 04 to ws-new-return-code
                    perform raise-return-code
                end-if
            end-if
    end-read
.

total-standings.
    compute ws-st-total(ws-sub) =
        ws-st-points(ws-sub) + ws-st-adjust(ws-sub)
.

*> order the table by division, highest adjusted total first within
*> each division, so the report paragraph can print it straight
*> through
sort-standings.
    perform sort-one-pass
        varying ws-sort-i from 1 by 1
sort-compare.
    if ws-st-division(ws-sort-j) < ws-st-division(ws-sort-i)
        or (ws-st-division(ws-sort-j) = ws-st-division(ws-sort-i)
            and ws-st-total(ws-sort-j) > ws-st-total(ws-sort-i))
        perform swap-standings
    end-if
.
write-standings-report.
    move spaces to ws-prior-division
    move 0 to ws-rank
    if ws-rank-basis = 'HCAP'
        move spaces to standings-report-line
        string 'standings on handicapped points -'
            ' points include the handicap bonus'
            delimited by size into standings-report-line
        write standings-report-line
    end-if
    perform write-one-standing
        varying ws-sub from 1 by 1
        until ws-sub > ws-player-count
        write standings-report-line
    end-if
    add 1 to ws-rank
    move ws-st-adjust(ws-sub) to ws-adjust-disp
    move ws-st-total(ws-sub) to ws-total-disp
    move spaces to standings-report-line
    string '  rank ' ws-rank
        ' player ' ws-st-player-id(ws-sub)
        ' ' ws-st-name(ws-sub)
        ' rounds=' ws-st-rounds(ws-sub)
        ' points=' ws-st-points(ws-sub)
        ' adj=' ws-adjust-disp
        ' total=' ws-total-disp
        delimited by size into standings-report-line
    write standings-report-line
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
