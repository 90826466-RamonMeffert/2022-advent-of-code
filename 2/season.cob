*> relegates nobody). N-up and N-down come from the optional one-line
*> 'closectl' control file and default to 1 and 1. a division too
*> small to move N players each way is reported and left alone.
*>
*> committee points adjustments posted by rpsadjst to the 'adjreg'
*> register (see adjreg.cpy) are applied before the table is
*> ranked: every season adjustment, and every run adjustment whose
*> run is on the master. the ladder's first step is then points
*> plus adjustment, and the final table shows the adjustment and the
*> adjusted total as their own columns; the rpsadjst audit listing
*> explains each figure. an adjustment for a run no longer on the
*> master is reported and left out with the warning return code. a
*> player with adjustments but no archived rounds is still ranked.
*> the register is optional - without one the table is the rounds
*> alone.
*>
*> the optional 'rankbase' control (see rankbase.cpy) chooses the
*> ranking basis: RAW, the default, ranks on the shape and outcome
*> points alone; HCAP adds the handicap bonus rpshead wrote on a
*> handicap night, throughout - the points column, the ladder's
*> first step and the head-to-head points - and the final table
*> says so on its first line.

environment division.
    input-output section.
        record key is pr-player-id
        file status is ws-roster-status.

        select adjustment-register assign to 'adjreg'
        organization is indexed
        access is dynamic
        record key is ar-key
        file status is ws-adjustment-reg-status.

        select rank-basis assign to 'rankbase'
        organization is line sequential
        file status is ws-rank-basis-status.

        select final-table assign to 'finaltbl'
        organization is line sequential.


    copy "roster.cpy".

    copy "adjreg.cpy".

    copy "rankbase.cpy".

    fd final-table.
    01 final-table-line pic x(120).

    *> same layout as the rostertx transactions rpsrmnt reads: a
    *> change with a blank name keeps the name and moves the division
    01 ws-close-control-status pic x(2).
    01 ws-mh-master-status pic x(2).
    01 ws-roster-status pic x(2).
    01 ws-adjustment-reg-status pic x(2).

    01 ws-promote-count pic 9(2) value 1.
    01 ws-relegate-count pic 9(2) value 1.
            10 ws-fn-rounds pic 9(7).
            10 ws-fn-points pic 9(7).
            10 ws-fn-wins pic 9(7).
            10 ws-fn-adjust pic s9(7).
            10 ws-fn-total pic s9(7).
            10 ws-fn-run-detail occurs 50 times.
                15 ws-fn-run-rounds pic 9(5).
                15 ws-fn-run-points pic 9(7).
        05 ws-sw-rounds pic 9(7).
        05 ws-sw-points pic 9(7).
        05 ws-sw-wins pic 9(7).
        05 ws-sw-adjust pic s9(7).
        05 ws-sw-total pic s9(7).
        05 ws-sw-run-detail occurs 50 times.
            15 ws-sw-run-rounds pic 9(5).
            15 ws-sw-run-points pic 9(7).

    01 ws-sub pic 9(3).
    01 ws-found-sub pic 9(3).
    01 ws-entry-player-id pic 9(4).
    01 ws-sort-i pic 9(3).
    01 ws-sort-j pic 9(3).
    01 ws-sort-j-start pic 9(3).
    01 ws-rank pic 9(3).
    01 ws-prior-division pic x(2).

    *> adjustments taken from the register
    01 ws-adj-eof pic a(1).
    01 ws-adj-run-found pic a(1).
    01 ws-adjustments-applied pic 9(5) value 0.
    01 ws-adjustments-skipped pic 9(5) value 0.
    01 ws-adjust-disp pic +9(7).
    01 ws-total-disp pic +9(7).

    *> the divisions in table order, so promotion targets the
    *> division above and relegation the division below
    01 ws-division-count pic 9(2) value 0.
    01 ws-movement-verb pic x(9).
    01 ws-transactions-written pic 9(7) value 0.

    *> ranking basis from rankbase, and one round's points on it
    01 ws-rank-basis pic x(4).
    01 ws-rank-basis-status pic x(2).
    01 ws-ranked-points pic 9(4).

    *> run-control log working storage
    01 ws-run-log-status pic x(2).
    01 ws-run-id pic 9(16).
procedure division.
    perform take-start-stamp.
    perform read-close-control.
    perform read-rank-basis.
    move spaces to ws-mh-master-status.
    open input mh-master.
    if ws-mh-master-status not = '00'
    perform start-master-scan.
    perform accumulate-one-round until ws-eof = 'Y'.
    close mh-master.
    perform apply-adjustments.
    close player-roster.
    if ws-player-count = 0
        display 'mhmaster carries no archived rounds -'
        perform write-run-log
        goback
    end-if.
    perform total-final-table
        varying ws-sub from 1 by 1
        until ws-sub > ws-player-count.
    perform sort-final-table.
    perform map-divisions.
    open output final-table.
    display 'players in final table: ' ws-player-count.
    display 'movement transactions written: '
        ws-transactions-written.
    display 'adjustments applied: ' ws-adjustments-applied
        ' left out: ' ws-adjustments-skipped.
    perform write-run-log.
goback.

.

accumulate-player-round.
    move mm-player-id to ws-entry-player-id
    move 0 to ws-found-sub
    perform find-player-entry
        varying ws-sub from 1 by 1
    if ws-found-sub > 0
        add 1 to ws-records-scored
        add 1 to ws-fn-rounds(ws-found-sub)
        move mm-points to ws-ranked-points
        if ws-rank-basis = 'HCAP'
            add mm-bonus-points to ws-ranked-points
        end-if
        add ws-ranked-points to ws-fn-points(ws-found-sub)
        if mm-play not = mm-oppo-play
            evaluate mm-play also mm-oppo-play
                when = 'B' also = 'A'
        if ws-cur-run-slot > 0
            add 1 to
                ws-fn-run-rounds(ws-found-sub, ws-cur-run-slot)
            add ws-ranked-points to
                ws-fn-run-points(ws-found-sub, ws-cur-run-slot)
        end-if
    else
.

find-player-entry.
    if ws-fn-player-id(ws-sub) = ws-entry-player-id
        move ws-sub to ws-found-sub
    end-if
.

add-player-entry.
    if ws-player-count >= ws-player-max
        display 'final table full, player-id '
            ws-entry-player-id ' dropped'
        move 08 to ws-new-return-code
        perform raise-return-code
    else
        add 1 to ws-player-count
        move ws-player-count to ws-found-sub
        move ws-entry-player-id to ws-fn-player-id(ws-found-sub)
        move zero to ws-fn-rounds(ws-found-sub)
        move zero to ws-fn-points(ws-found-sub)
        move zero to ws-fn-wins(ws-found-sub)
        move zero to ws-fn-adjust(ws-found-sub)
        perform clear-run-detail
            varying ws-run-sub from 1 by 1
            until ws-run-sub > ws-run-max
        move ws-entry-player-id to pr-player-id
        read player-roster
            invalid key
                move 'not on roster' to ws-fn-name(ws-found-sub)
    move zero to ws-fn-run-points(ws-found-sub, ws-run-sub)
.

*> every season adjustment on the register, and every run
*> adjustment for a run the scan found on the master. the register
*> is optional; one that exists but cannot be read stops nothing
*> but is reported with the file-failure return code.
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
        not at end perform apply-adjustment-entry
    end-read
.

apply-adjustment-entry.
    move 'N' to ws-adj-run-found
    if ar-run-id = zero
        move 'Y' to ws-adj-run-found
    else
        perform find-adjustment-run
            varying ws-run-sub from 1 by 1
            until ws-run-sub > ws-run-count
                or ws-adj-run-found = 'Y'
    end-if
    if ws-adj-run-found = 'N'
        display 'adjustment for player ' ar-player-id ' run '
            ar-run-id ' left out - run not on mhmaster'
        add 1 to ws-adjustments-skipped
        move 04 to ws-new-return-code
        perform raise-return-code
    else
        move ar-player-id to ws-entry-player-id
        move 0 to ws-found-sub
        perform find-player-entry
            varying ws-sub from 1 by 1
            until ws-sub > ws-player-count or ws-found-sub > 0
        if ws-found-sub = 0
            perform add-player-entry
        end-if
        if ws-found-sub > 0
            add ar-points to ws-fn-adjust(ws-found-sub)
            add 1 to ws-adjustments-applied
        else
            add 1 to ws-adjustments-skipped
        end-if
    end-if
.

find-adjustment-run.
    if ws-rn-run-id(ws-run-sub) = ar-run-id
        move 'Y' to ws-adj-run-found
    end-if
.

total-final-table.
    compute ws-fn-total(ws-sub) =
        ws-fn-points(ws-sub) + ws-fn-adjust(ws-sub)
.

*> order the table by division, best first within each division
*> under the declared tie-break ladder, so the report paragraph can
*> print it straight through and the movement cut-offs are rows
    end-if
.

*> the declared tie-break ladder: points plus any committee
*> adjustment, then wins, then fewest rounds, then head-to-head
*> points across the archived runs both players appeared in, then
*> the lower player id so the order is the same on every rerun
judge-order.
    move 'N' to ws-swap-needed
    evaluate true
            move 'Y' to ws-swap-needed
        when ws-fn-division(ws-sort-j) > ws-fn-division(ws-sort-i)
            continue
        when ws-fn-total(ws-sort-j) > ws-fn-total(ws-sort-i)
            move 'Y' to ws-swap-needed
        when ws-fn-total(ws-sort-j) < ws-fn-total(ws-sort-i)
            continue
        when ws-fn-wins(ws-sort-j) > ws-fn-wins(ws-sort-i)
            move 'Y' to ws-swap-needed
write-final-table.
    move spaces to ws-prior-division
    move 0 to ws-rank
    if ws-rank-basis = 'HCAP'
        move spaces to final-table-line
        string 'final table on handicapped points -'
            ' points include the handicap bonus'
            delimited by size into final-table-line
        write final-table-line
    end-if
    perform write-one-final-line
        varying ws-sub from 1 by 1
        until ws-sub > ws-player-count
        write final-table-line
    end-if
    add 1 to ws-rank
    move ws-fn-adjust(ws-sub) to ws-adjust-disp
    move ws-fn-total(ws-sub) to ws-total-disp
    move spaces to final-table-line
    string '  rank ' ws-rank
        ' player ' ws-fn-player-id(ws-sub)
        ' rounds=' ws-fn-rounds(ws-sub)
        ' points=' ws-fn-points(ws-sub)
        ' wins=' ws-fn-wins(ws-sub)
        ' adj=' ws-adjust-disp
        ' total=' ws-total-disp
        delimited by size into final-table-line
    write final-table-line
.
    write final-table-line
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
