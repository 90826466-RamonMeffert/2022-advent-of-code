identification division.
program-id. rpsdrive.

*> night-run driver: runs the night from the same expected-steps
*> file 'nightctl' rpsnight checks the next morning. each line names
*> a program and its first unacceptable return code ('rpsarchv 08'
*> means the step must end under 08, a missing or non-numeric limit
*> counts as 08, the same reading rpsnight gives it). the steps are
*> CALLed in order and each step's return code is checked against
*> its limit as soon as it comes back; the first step to reach its
*> limit stops the night.
*>
*> every step's outcome is appended to the step-status file
*> 'stepstat' under the run id of the archive night on 'archctl'.
*> a rerun for the same run id, after the operator has fixed the
*> problem, skips every step already recorded clean for it and
*> resumes at the failed step - so rpsarchv and rpsrate are never
*> run twice against the same archive night. a new archctl run id
*> starts the night from the top.
*>
*> the driver writes its own run-control log record - read is the
*> steps on nightctl, scored the steps that are clean (tonight or
*> earlier), rejected the failed and unreached steps, and the total
*> the steps called tonight - and a one-page step summary on
*> 'drivsum' (see drivsum.cpy) that rpsnight reads so a step the
*> driver resumed past is not reported missing. a stopped night
*> ends with return code 08, or the failed step's own code if that
*> is worse; a step program that cannot be loaded counts as 12.

environment division.
    input-output section.
        file-control.
        select archive-control assign to 'archctl'
        organization is line sequential
        file status is ws-archive-control-status.

        select night-control assign to 'nightctl'
        organization is line sequential
        file status is ws-night-control-status.

        select step-status assign to 'stepstat'
        organization is line sequential
        file status is ws-step-status-status.

        select step-summary assign to 'drivsum'
        organization is line sequential
        file status is ws-step-summary-status.

        select run-log assign to 'runlog'
        organization is line sequential
        file status is ws-run-log-status.

data division.
    file section.
    fd archive-control.
    01 archive-control-line.
        05 ac-run-id pic 9(16).
        05 filler pic x(1).
        05 ac-run-date pic 9(8).

    fd night-control.
    01 night-control-line.
        05 nc-program-name pic x(8).
        05 filler pic x(1).
        05 nc-rc-limit pic 9(2).

    *> one line per step the driver called: the archive night's run
    *> id, the step's place on nightctl, the program, the return code
    *> it ended with and CLEAN or FAILED. appended to, never rewritten.
    fd step-status.
    01 step-status-record.
        05 ss-run-id pic 9(16).
        05 filler pic x(1).
        05 ss-step-nbr pic 9(2).
        05 filler pic x(1).
        05 ss-program-name pic x(8).
        05 filler pic x(1).
        05 ss-return-code pic 9(2).
        05 filler pic x(1).
        05 ss-step-result pic x(6).
        05 filler pic x(1).
        05 ss-end-stamp pic 9(16).

    copy "drivsum.cpy".

    copy "runlog.cpy".

    working-storage section.
    01 ws-eof pic a(1) value 'N'.
    01 ws-ctl-found pic a(1) value 'N'.
    01 ws-archive-control-status pic x(2).
    01 ws-night-control-status pic x(2).
    01 ws-step-status-status pic x(2).
    01 ws-step-summary-status pic x(2).

    01 ws-night-run-id pic 9(16).

    *> the night's steps from nightctl, in the order they must run
    01 ws-step-count pic 9(2) value 0.
    01 ws-step-max pic 9(2) value 20.
    01 ws-step-table.
        05 ws-step occurs 20 times.
            10 ws-st-program pic x(8).
            10 ws-st-rc-limit pic 9(2).
            10 ws-st-clean-earlier pic a(1).
            10 ws-st-action pic x(7).
            10 ws-st-return-code pic 9(2).
    01 ws-step-sub pic 9(2).
    01 ws-step-rc pic 9(2).
    01 ws-step-nbr-disp pic z9.
    01 ws-night-stopped pic a(1) value 'N'.
    01 ws-stopped-step pic 9(2) value 0.
    01 ws-steps-called pic 9(7) value 0.
    01 ws-steps-skipped pic 9(2) value 0.

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
    perform read-archive-control.
    perform load-night-control.
    perform load-step-status.
    move spaces to ws-step-summary-status.
    open output step-summary.
    if ws-step-summary-status not = '00'
        display 'drivsum could not be opened, file status='
            ws-step-summary-status
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if.
    perform write-summary-heading.
    perform run-one-step
        varying ws-step-sub from 1 by 1
        until ws-step-sub > ws-step-count.
    perform write-summary-trailer.
    close step-summary.
    display 'steps called: ' ws-steps-called
        ' skipped as already clean: ' ws-steps-skipped.
    if ws-night-stopped = 'Y'
        display 'night stopped at step ' ws-stopped-step ' '
            ws-st-program(ws-stopped-step)
            ' - a rerun for run ' ws-night-run-id
            ' resumes there'
    end-if.
    perform write-run-log.
goback.

*> the step-status file is kept per archive night, so the run id
*> comes from the same archctl the archive and rating steps read
read-archive-control.
    move spaces to ws-archive-control-status
    open input archive-control
    if ws-archive-control-status not = '00'
        display 'archctl could not be opened, file status='
            ws-archive-control-status
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    read archive-control
        at end continue
        not at end move 'Y' to ws-ctl-found
    end-read
    close archive-control
    if ws-ctl-found not = 'Y' or ac-run-id is not numeric
        display 'archctl does not carry a numeric run id'
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    move ac-run-id to ws-night-run-id
.

load-night-control.
    move spaces to ws-night-control-status
    open input night-control
    if ws-night-control-status not = '00'
        display 'nightctl could not be opened, file status='
            ws-night-control-status
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    move 'N' to ws-eof
    perform load-one-step until ws-eof = 'Y'
    close night-control
    if ws-step-count = 0
        display 'nightctl carries no steps - nothing to run'
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
.

load-one-step.
    read night-control
        at end move 'Y' to ws-eof
        not at end
            if nc-program-name = spaces
                continue
            else
                if ws-step-count >= ws-step-max
                    display 'step table full, nightctl entry '
                        nc-program-name ' dropped'
                    move 08 to ws-new-return-code
                    perform raise-return-code
                else
                    add 1 to ws-step-count
                    add 1 to ws-records-read
                    move nc-program-name
                        to ws-st-program(ws-step-count)
                    if nc-rc-limit is numeric
                        move nc-rc-limit
                            to ws-st-rc-limit(ws-step-count)
                    else
                        move 08 to ws-st-rc-limit(ws-step-count)
                    end-if
                    move 'N' to ws-st-clean-earlier(ws-step-count)
                    move 'NOT RUN' to ws-st-action(ws-step-count)
                    move zero to ws-st-return-code(ws-step-count)
                end-if
            end-if
    end-read
.

*> the steps already clean for this archive night; the file is
*> created by the first driver run ever, so its absence just means
*> nothing has run yet
load-step-status.
    move spaces to ws-step-status-status
    open input step-status
    if ws-step-status-status = '00'
        move 'N' to ws-eof
        perform note-one-step-status until ws-eof = 'Y'
        close step-status
    else
        if ws-step-status-status not = '35'
            display 'stepstat could not be opened, file status='
                ws-step-status-status
            move 12 to ws-new-return-code
            perform raise-return-code
            perform write-run-log
            goback
        end-if
    end-if
.

*> a step is only passed over when the same program finished clean
*> at the same place on nightctl under the same run id
note-one-step-status.
    read step-status
        at end move 'Y' to ws-eof
        not at end
            if ss-run-id = ws-night-run-id
                and ss-step-result = 'CLEAN'
                and ss-step-nbr is numeric
                and ss-step-nbr > 0
                and ss-step-nbr <= ws-step-count
                if ss-program-name = ws-st-program(ss-step-nbr)
                    move 'Y' to ws-st-clean-earlier(ss-step-nbr)
                end-if
            end-if
    end-read
.

run-one-step.
    evaluate true
        when ws-night-stopped = 'Y'
            add 1 to ws-records-rejected
        when ws-st-clean-earlier(ws-step-sub) = 'Y'
            move 'SKIPPED' to ws-st-action(ws-step-sub)
            add 1 to ws-steps-skipped
            add 1 to ws-records-scored
        when other
            perform call-one-step
    end-evaluate
    perform write-summary-step
.

*> the step is CANCELled after it returns so a program that appears
*> twice on nightctl starts the second time from its initial state
call-one-step.
    move ws-step-sub to ws-step-nbr-disp
    display 'step ' ws-step-nbr-disp ' ' ws-st-program(ws-step-sub)
        ' starting'
    add 1 to ws-steps-called
    move zero to return-code
    call ws-st-program(ws-step-sub)
        on exception
            display 'step ' ws-st-program(ws-step-sub)
                ' could not be loaded'
            move 12 to ws-step-rc
        not on exception
            move return-code to ws-step-rc
            cancel ws-st-program(ws-step-sub)
    end-call
    move zero to return-code
    move ws-step-rc to ws-st-return-code(ws-step-sub)
    if ws-step-rc < ws-st-rc-limit(ws-step-sub)
        move 'RAN' to ws-st-action(ws-step-sub)
        add 1 to ws-records-scored
        perform record-step-status
    else
        move 'FAILED' to ws-st-action(ws-step-sub)
        add 1 to ws-records-rejected
        move 'Y' to ws-night-stopped
        move ws-step-sub to ws-stopped-step
        perform record-step-status
        display 'step ' ws-st-program(ws-step-sub)
            ' ended rc=' ws-step-rc
            ' - limit is under ' ws-st-rc-limit(ws-step-sub)
        move 08 to ws-new-return-code
        perform raise-return-code
        move ws-step-rc to ws-new-return-code
        perform raise-return-code
    end-if
.

*> appended as soon as the step comes back, so a driver that dies
*> part way through still leaves the clean steps on record
record-step-status.
    accept ws-stamp-date from date yyyymmdd
    accept ws-stamp-time from time
    move spaces to ws-step-status-status
    open extend step-status
    if ws-step-status-status = '35'
        open output step-status
    end-if
    if ws-step-status-status = '00'
        move spaces to step-status-record
        move ws-night-run-id to ss-run-id
        move ws-step-sub to ss-step-nbr
        move ws-st-program(ws-step-sub) to ss-program-name
        move ws-step-rc to ss-return-code
        if ws-st-action(ws-step-sub) = 'RAN'
            move 'CLEAN' to ss-step-result
        else
            move 'FAILED' to ss-step-result
        end-if
        move ws-stamp to ss-end-stamp
        write step-status-record
        close step-status
    else
        display 'stepstat could not be opened, file status='
            ws-step-status-status
        move 12 to ws-new-return-code
        perform raise-return-code
    end-if
.

write-summary-heading.
    move spaces to step-summary-line
    string 'H ' ws-night-run-id ' ' ws-start-stamp
        ' night-run step summary'
        delimited by size into step-summary-line
    write step-summary-line
.

write-summary-step.
    move spaces to step-summary-line
    string 'S ' ws-night-run-id
        ' ' ws-step-sub
        ' ' ws-st-program(ws-step-sub)
        ' ' ws-st-action(ws-step-sub)
        ' rc=' ws-st-return-code(ws-step-sub)
        ' limit=' ws-st-rc-limit(ws-step-sub)
        delimited by size into step-summary-line
    write step-summary-line
.

write-summary-trailer.
    move spaces to step-summary-line
    if ws-night-stopped = 'Y'
        string 'T night stopped at step ' ws-stopped-step
            ' ' ws-st-program(ws-stopped-step)
            ' - rerun resumes there'
            delimited by size into step-summary-line
    else
        string 'T night complete: ' ws-step-count
            ' steps clean, ' ws-steps-skipped
            ' of them from an earlier run'
            delimited by size into step-summary-line
    end-if
    write step-summary-line
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
*> scheduler reads instead of scraping DISPLAY output. the total
*> logged is the number of steps called tonight.
write-run-log.
    compute ws-balance-check =
        ws-records-scored + ws-records-rejected
    if ws-records-read not = ws-balance-check
        display 'run out of balance: read=' ws-records-read
            ' clean=' ws-records-scored
            ' failed or not run=' ws-records-rejected
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
        move 'rpsdrive' to rl-program-name
        move ws-start-stamp to rl-start-stamp
        move ws-stamp to rl-end-stamp
        move ws-records-read to rl-records-read
        move ws-records-scored to rl-records-scored
        move ws-records-rejected to rl-records-rejected
        move ws-steps-called to rl-final-total
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

end program rpsdrive.
