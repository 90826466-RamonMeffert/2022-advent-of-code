*> to the night being reported: only runs whose start stamp
*> carries the newest run's date count - a night where rpsarchv
*> simply never ran must not pass on last night's records.
*>
*> when the night is run by the driver rpsdrive, its step summary
*> 'drivsum' (see drivsum.cpy) is read as well, provided the driver
*> started on the night being reported. a step the driver passed
*> over because it had already finished clean under the same
*> archive run id on an earlier driver run is reported as such
*> instead of missing, and a step that failed and was then rerun
*> clean later the same night is satisfied by the rerun. the
*> driver's closing line is copied onto the report.

environment division.
    input-output section.
        organization is line sequential
        file status is ws-night-control-status.

        select step-summary assign to 'drivsum'
        organization is line sequential
        file status is ws-step-summary-status.

        select night-report assign to 'nightrpt'
        organization is line sequential.

        05 filler pic x(1).
        05 nc-rc-limit pic 9(2).

    copy "drivsum.cpy".

    fd night-report.
    01 night-report-line pic x(120).

    01 ws-ctl-eof pic a(1) value 'N'.
    01 ws-run-log-status pic x(2).
    01 ws-night-control-status pic x(2).
    01 ws-step-summary-status pic x(2).

    *> the night's runs, in the order they were logged - append
    *> order is the order the scheduler ran the steps in
    01 ws-claimed-found pic 9(3).
    01 ws-next-unclaimed pic 9(3).
    01 ws-steps-flagged pic 9(3) value 0.
    01 ws-rerun-sub pic 9(3).
    01 ws-rerun-found pic 9(3).

    *> the driver's step summary: the actions it took by nightctl
    *> step number, honored only when the driver started on the
    *> night being reported
    01 ws-sum-eof pic a(1) value 'N'.
    01 ws-sum-found pic a(1) value 'N'.
    01 ws-sum-driver-date pic 9(8) value 0.
    01 ws-sum-run-id pic 9(16) value 0.
    01 ws-sum-trailer pic x(80) value spaces.
    01 ws-sum-table.
        05 ws-sum-step occurs 20 times.
            10 ws-ds-program pic x(8).
            10 ws-ds-action pic x(7).

    *> the night being reported is the newest run's start date -
    *> the cumulative log holds every earlier night too, and those
    end-perform.
    close run-log.
    perform load-night-control.
    perform load-step-summary.
    open output night-report.
    if ws-run-count = 0
        move 'runlog carries no runs - nothing happened tonight'
    end-if
.

*> the driver's summary is optional - a night run by hand has none
load-step-summary.
    move spaces to ws-sum-table
    move spaces to ws-step-summary-status
    open input step-summary
    if ws-step-summary-status = '00'
        perform load-one-summary-line until ws-sum-eof = 'Y'
        close step-summary
    end-if
.

load-one-summary-line.
    read step-summary
        at end move 'Y' to ws-sum-eof
        not at end
            evaluate true
                when dh-record-type = 'H'
                        and dh-driver-stamp is numeric
                    move 'Y' to ws-sum-found
                    move dh-run-id to ws-sum-run-id
                    move dh-driver-stamp to ws-stamp-parts
                    move ws-sp-date to ws-sum-driver-date
                when ds-record-type = 'S'
                        and ds-step-nbr is numeric
                    if ds-step-nbr > 0 and ds-step-nbr <= ws-step-max
                        move ds-program-name
                            to ws-ds-program(ds-step-nbr)
                        move ds-step-action
                            to ws-ds-action(ds-step-nbr)
                    end-if
                when ds-record-type = 'T'
                    move step-summary-line to ws-sum-trailer
                when other
                    continue
            end-evaluate
    end-read
.

*> walk the expected steps in their required order, claiming
*> tonight's runlog records left to right - only records whose
*> start stamp carries the newest run's date are candidates, so
                to ws-stamp-parts
            move ws-sp-date to ws-night-date
        end-if
        if ws-sum-found = 'Y' and ws-sum-driver-date = ws-night-date
            move spaces to night-report-line
            string 'night-run driver, run ' ws-sum-run-id ': '
                ws-sum-trailer(3:70)
                delimited by size into night-report-line
            write night-report-line
        else
            move 'N' to ws-sum-found
        end-if
        move 1 to ws-next-unclaimed
        perform check-one-step
            varying ws-step-sub from 1 by 1
    end-if
.

*> a step the driver passed over as already clean claims no run -
*> its clean run belongs to an earlier driver run, possibly on an
*> earlier night
check-one-step.
    if ws-sum-found = 'Y'
        and ws-ds-program(ws-step-sub) = ws-sp-program(ws-step-sub)
        and ws-ds-action(ws-step-sub) = 'SKIPPED'
        perform note-step-clean-earlier
    else
        perform claim-step-run
    end-if
.

claim-step-run.
    move 0 to ws-found-sub
    perform claim-matching-run
        varying ws-scan-sub from ws-next-unclaimed by 1
        compute ws-next-unclaimed = ws-found-sub + 1
        if ws-rn-return-code(ws-found-sub)
            >= ws-sp-rc-limit(ws-step-sub)
            perform find-clean-rerun
        end-if
    else
        perform flag-step-absent
    end-if
.

*> a step that reached its limit and was then rerun clean later the
*> same night - by the driver resuming, or by hand - is satisfied by
*> the rerun; without one the step is over its limit
find-clean-rerun.
    move 0 to ws-rerun-found
    perform match-clean-rerun
        varying ws-rerun-sub from ws-next-unclaimed by 1
        until ws-rerun-sub > ws-run-count
            or ws-rerun-found > 0
    if ws-rerun-found > 0
        move 'Y' to ws-rn-claimed(ws-rerun-found)
        compute ws-next-unclaimed = ws-rerun-found + 1
        move spaces to night-report-line
        string 'step ' ws-sp-program(ws-step-sub)
            ' ended rc=' ws-rn-return-code(ws-found-sub)
            ' and was rerun clean, rc='
            ws-rn-return-code(ws-rerun-found)
            delimited by size into night-report-line
        write night-report-line
    else
        perform flag-step-over-limit
    end-if
.

match-clean-rerun.
    move ws-rn-start-stamp(ws-rerun-sub) to ws-stamp-parts
    if ws-rn-program(ws-rerun-sub) = ws-sp-program(ws-step-sub)
        and ws-sp-date = ws-night-date
        and ws-rn-return-code(ws-rerun-sub)
            < ws-sp-rc-limit(ws-step-sub)
        move ws-rerun-sub to ws-rerun-found
    end-if
.

note-step-clean-earlier.
    move spaces to night-report-line
    string 'step ' ws-sp-program(ws-step-sub)
        ' finished clean on an earlier driver run for run '
        ws-sum-run-id ' - not rerun'
        delimited by size into night-report-line
    write night-report-line
.

claim-matching-run.
    move ws-rn-start-stamp(ws-scan-sub) to ws-stamp-parts
    if ws-rn-program(ws-scan-sub) = ws-sp-program(ws-step-sub)
