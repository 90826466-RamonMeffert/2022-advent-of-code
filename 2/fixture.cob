identification division.
program-id. rpsfixtr.

*> round-robin fixture generator for the head-to-head season: takes
*> the active players of every division from the indexed roster
*> master and schedules each division as a full round robin - every
*> active player meets every other active player of the division
*> exactly once. the divisions play side by side: night n carries
*> round n of every division that still has rounds to play. the
*> first night and the days between nights come from the one-line
*> 'fixtctl' control file (first night yyyymmdd, then the interval
*> in days, default 7). the fixtures go to the 'fixtures' file (see
*> fixture.cpy), which rpsfxrec reconciles the played nights
*> against, and a printed fixture list per night to 'fixtlist'. a
*> division with an odd number of players gives one player a bye
*> each night; byes are printed but not written as fixtures.
*>
*> pairings use the circle method: with the division's players in
*> slots 0 to m (a bye slot added when the count is odd), round r
*> pairs slot m with slot r and, for i = 1 onwards, slot (r + i)
*> with slot (r - i), both taken modulo m.

environment division.
    input-output section.
        file-control.
        select fixture-control assign to 'fixtctl'
        organization is line sequential
        file status is ws-fixture-control-status.

        select player-roster assign to 'roster'
        organization is indexed
        access is dynamic
        record key is pr-player-id
        file status is ws-roster-status.

        select fixture-file assign to 'fixtures'
        organization is line sequential
        file status is ws-fixture-file-status.

        select fixture-list assign to 'fixtlist'
        organization is line sequential.

        select run-log assign to 'runlog'
        organization is line sequential
        file status is ws-run-log-status.

data division.
    file section.
    fd fixture-control.
    01 fixture-control-line.
        05 fc-first-night pic 9(8).
        05 filler pic x(1).
        05 fc-interval-days pic 9(2).

    copy "roster.cpy".

    copy "fixture.cpy".

    fd fixture-list.
    01 fixture-list-line pic x(100).

    copy "runlog.cpy".

    working-storage section.
    01 ws-eof pic a(1) value 'N'.
    01 ws-ctl-found pic a(1) value 'N'.
    01 ws-fixture-control-status pic x(2).
    01 ws-roster-status pic x(2).
    01 ws-fixture-file-status pic x(2).
    01 ws-first-night pic 9(8).
    01 ws-interval-days pic 9(2) value 7.

    *> the active players of every division, in roster id order
    01 ws-division-count pic 9(2) value 0.
    01 ws-division-max pic 9(2) value 20.
    01 ws-slot-max pic 9(3) value 60.
    01 ws-division-table.
        05 ws-division-entry occurs 20 times.
            10 ws-dv-code pic x(2).
            10 ws-dv-count pic 9(3).
            10 ws-dv-slots pic 9(3).
            10 ws-dv-rounds pic 9(3).
            10 ws-dv-player occurs 60 times.
                15 ws-dv-player-id pic 9(4).
                15 ws-dv-player-name pic x(20).
    01 ws-div-sub pic 9(2).
    01 ws-found-div pic 9(2).

    *> circle-method work fields, all slot numbers counted from 0
    01 ws-night-count pic 9(3) value 0.
    01 ws-night-nbr pic 9(3).
    01 ws-round-idx pic 9(3).
    01 ws-circle-size pic 9(3).
    01 ws-pair-idx pic 9(3).
    01 ws-pair-count pic 9(3).
    01 ws-slot-a pic 9(3).
    01 ws-slot-b pic 9(3).
    01 ws-slot-work pic 9(5).
    01 ws-slot-quot pic 9(5).
    01 ws-sub-a pic 9(3).
    01 ws-sub-b pic 9(3).
    01 ws-day-sub pic 9(2).
    01 ws-fixture-nbr pic 9(5) value 0.

    *> forward calendar work fields
    01 ws-cal-date.
        05 ws-cal-yyyy pic 9(4).
        05 ws-cal-mm pic 9(2).
        05 ws-cal-dd pic 9(2).
    01 ws-cal-date-n redefines ws-cal-date pic 9(8).
    01 ws-month-lengths.
        05 filler pic x(24)
            value '312831303130313130313031'.
    01 ws-month-table redefines ws-month-lengths.
        05 ws-month-length occurs 12 times pic 9(2).
    01 ws-days-in-month pic 9(2).
    01 ws-leap-rem-4 pic 9(4).
    01 ws-leap-rem-100 pic 9(4).
    01 ws-leap-rem-400 pic 9(4).
    01 ws-leap-quot pic 9(4).

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
    perform read-fixture-control.
    move spaces to ws-roster-status.
    open input player-roster.
    if ws-roster-status not = '00'
        display 'roster file could not be opened, file status='
            ws-roster-status
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if.
    perform start-roster-scan.
    perform collect-one-player until ws-eof = 'Y'.
    close player-roster.
    perform size-one-division
        varying ws-div-sub from 1 by 1
        until ws-div-sub > ws-division-count.
    if ws-night-count = 0
        display 'no division holds two active players -'
            ' nothing to schedule'
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if.
    move spaces to ws-fixture-file-status.
    open output fixture-file.
    if ws-fixture-file-status not = '00'
        display 'fixtures could not be opened, file status='
            ws-fixture-file-status
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if.
    open output fixture-list.
    move ws-first-night to ws-cal-date-n.
    perform schedule-one-night
        varying ws-night-nbr from 1 by 1
        until ws-night-nbr > ws-night-count.
    close fixture-file.
    close fixture-list.
    display 'fixtures written: ' ws-fixture-nbr
        ' over ' ws-night-count ' nights'.
    perform write-run-log.
goback.

*> the first night is required - a season cannot be dated without
*> it; the interval is optional and defaults to a week
read-fixture-control.
    move spaces to ws-fixture-control-status
    open input fixture-control
    if ws-fixture-control-status not = '00'
        display 'fixtctl could not be opened, file status='
            ws-fixture-control-status
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    read fixture-control
        at end continue
        not at end move 'Y' to ws-ctl-found
    end-read
    close fixture-control
    if ws-ctl-found not = 'Y' or fc-first-night is not numeric
        display 'fixtctl does not carry a numeric first night'
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    move fc-first-night to ws-cal-date-n
    move 00 to ws-days-in-month
    if ws-cal-mm >= 01 and ws-cal-mm <= 12
        move ws-month-length(ws-cal-mm) to ws-days-in-month
    end-if
    if ws-cal-mm = 02
        perform set-february-length
    end-if
    if ws-cal-dd < 01 or ws-cal-dd > ws-days-in-month
        display 'fixtctl first night ' fc-first-night
            ' is not a calendar date'
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    move fc-first-night to ws-first-night
    if fc-interval-days is numeric and fc-interval-days > 0
        move fc-interval-days to ws-interval-days
    else
        display 'fixtctl interval is missing or not numeric,'
            ' using ' ws-interval-days ' days'
    end-if
.

start-roster-scan.
    move zeros to pr-player-id
    start player-roster key is not less than pr-player-id
        invalid key move 'Y' to ws-eof
    end-start
.

*> only active players with a real division are scheduled
collect-one-player.
    read player-roster next
        at end move 'Y' to ws-eof
        not at end
            if pr-active = 'Y'
                and pr-division not = spaces
                and pr-division not = '??'
                add 1 to ws-records-read
                perform place-player
            end-if
    end-read
.

place-player.
    move 0 to ws-found-div
    perform find-division
        varying ws-div-sub from 1 by 1
        until ws-div-sub > ws-division-count
            or ws-found-div > 0
    if ws-found-div = 0
        if ws-division-count >= ws-division-max
            display 'division table full, player ' pr-player-id
                ' of division ' pr-division ' left unscheduled'
            add 1 to ws-records-rejected
            move 08 to ws-new-return-code
            perform raise-return-code
        else
            add 1 to ws-division-count
            move ws-division-count to ws-found-div
            move pr-division to ws-dv-code(ws-found-div)
            move 0 to ws-dv-count(ws-found-div)
        end-if
    end-if
    if ws-found-div > 0
        if ws-dv-count(ws-found-div) >= ws-slot-max - 1
            display 'division ' pr-division ' is full, player '
                pr-player-id ' left unscheduled'
            add 1 to ws-records-rejected
            move 08 to ws-new-return-code
            perform raise-return-code
        else
            add 1 to ws-dv-count(ws-found-div)
            move ws-dv-count(ws-found-div) to ws-sub-a
            move pr-player-id to ws-dv-player-id(ws-found-div, ws-sub-a)
            move pr-name to ws-dv-player-name(ws-found-div, ws-sub-a)
            add 1 to ws-records-scored
        end-if
    end-if
.

find-division.
    if ws-dv-code(ws-div-sub) = pr-division
        move ws-div-sub to ws-found-div
    end-if
.

*> an odd division gets a bye slot so the circle turns evenly; the
*> season lasts as many nights as the biggest division has rounds
size-one-division.
    move ws-dv-count(ws-div-sub) to ws-dv-slots(ws-div-sub)
    divide ws-dv-count(ws-div-sub) by 2
        giving ws-slot-quot remainder ws-slot-work
    if ws-slot-work > 0
        add 1 to ws-dv-slots(ws-div-sub)
        move ws-dv-slots(ws-div-sub) to ws-sub-a
        move zero to ws-dv-player-id(ws-div-sub, ws-sub-a)
        move 'bye' to ws-dv-player-name(ws-div-sub, ws-sub-a)
    end-if
    if ws-dv-count(ws-div-sub) < 2
        move 0 to ws-dv-rounds(ws-div-sub)
        display 'division ' ws-dv-code(ws-div-sub)
            ' holds fewer than two active players - not scheduled'
        move 04 to ws-new-return-code
        perform raise-return-code
    else
        compute ws-dv-rounds(ws-div-sub) = ws-dv-slots(ws-div-sub) - 1
    end-if
    if ws-dv-rounds(ws-div-sub) > ws-night-count
        move ws-dv-rounds(ws-div-sub) to ws-night-count
    end-if
.

schedule-one-night.
    if ws-night-nbr > 1
        perform advance-one-day
            varying ws-day-sub from 1 by 1
            until ws-day-sub > ws-interval-days
    end-if
    move spaces to fixture-list-line
    write fixture-list-line
    move spaces to fixture-list-line
    string 'night ' ws-night-nbr ' date ' ws-cal-date-n
        delimited by size into fixture-list-line
    write fixture-list-line
    compute ws-round-idx = ws-night-nbr - 1
    perform schedule-one-division
        varying ws-div-sub from 1 by 1
        until ws-div-sub > ws-division-count
.

schedule-one-division.
    if ws-night-nbr <= ws-dv-rounds(ws-div-sub)
        move spaces to fixture-list-line
        string '  division ' ws-dv-code(ws-div-sub)
            delimited by size into fixture-list-line
        write fixture-list-line
        compute ws-circle-size = ws-dv-slots(ws-div-sub) - 1
        compute ws-pair-count = ws-dv-slots(ws-div-sub) / 2
        perform schedule-one-pair
            varying ws-pair-idx from 0 by 1
            until ws-pair-idx >= ws-pair-count
    end-if
.

*> the fixed slot meets slot r; every other pairing mirrors around r
schedule-one-pair.
    if ws-pair-idx = 0
        move ws-circle-size to ws-slot-a
        move ws-round-idx to ws-slot-b
    else
        compute ws-slot-work = ws-round-idx + ws-pair-idx
        divide ws-slot-work by ws-circle-size
            giving ws-slot-quot remainder ws-slot-a
        compute ws-slot-work =
            ws-round-idx + ws-circle-size - ws-pair-idx
        divide ws-slot-work by ws-circle-size
            giving ws-slot-quot remainder ws-slot-b
    end-if
    compute ws-sub-a = ws-slot-a + 1
    compute ws-sub-b = ws-slot-b + 1
    if ws-dv-player-id(ws-div-sub, ws-sub-a) = zero
        or ws-dv-player-id(ws-div-sub, ws-sub-b) = zero
        perform write-bye-line
    else
        if ws-dv-player-id(ws-div-sub, ws-sub-a)
                > ws-dv-player-id(ws-div-sub, ws-sub-b)
            move ws-sub-a to ws-slot-work
            move ws-sub-b to ws-sub-a
            move ws-slot-work to ws-sub-b
        end-if
        perform write-fixture
    end-if
.

write-fixture.
    add 1 to ws-fixture-nbr
    move spaces to fixture-record
    move ws-fixture-nbr to fx-fixture-nbr
    move ws-cal-date-n to fx-night-date
    move ws-dv-player-id(ws-div-sub, ws-sub-a) to fx-player-1
    move ws-dv-player-id(ws-div-sub, ws-sub-b) to fx-player-2
    move ws-dv-code(ws-div-sub) to fx-division
    move ws-night-nbr to fx-night-nbr
    write fixture-record
    move spaces to fixture-list-line
    string '    fixture ' ws-fixture-nbr
        '  ' ws-dv-player-id(ws-div-sub, ws-sub-a)
        ' ' ws-dv-player-name(ws-div-sub, ws-sub-a)
        ' v ' ws-dv-player-id(ws-div-sub, ws-sub-b)
        ' ' ws-dv-player-name(ws-div-sub, ws-sub-b)
        delimited by size into fixture-list-line
    write fixture-list-line
.

write-bye-line.
    if ws-dv-player-id(ws-div-sub, ws-sub-a) = zero
        move ws-sub-b to ws-sub-a
    end-if
    move spaces to fixture-list-line
    string '    bye           '
        ws-dv-player-id(ws-div-sub, ws-sub-a)
        ' ' ws-dv-player-name(ws-div-sub, ws-sub-a)
        delimited by size into fixture-list-line
    write fixture-list-line
.

*> february gets its 29th when the year divides by 4 but not by
*> 100, or by 400 - otherwise it keeps the 28 of the month table
set-february-length.
    divide ws-cal-yyyy by 4
        giving ws-leap-quot remainder ws-leap-rem-4
    divide ws-cal-yyyy by 100
        giving ws-leap-quot remainder ws-leap-rem-100
    divide ws-cal-yyyy by 400
        giving ws-leap-quot remainder ws-leap-rem-400
    if ws-leap-rem-4 = 0
        and (ws-leap-rem-100 not = 0
            or ws-leap-rem-400 = 0)
        move 29 to ws-days-in-month
    end-if
.

*> plain calendar arithmetic, leap years included
advance-one-day.
    move ws-month-length(ws-cal-mm) to ws-days-in-month
    if ws-cal-mm = 02
        perform set-february-length
    end-if
    add 1 to ws-cal-dd
    if ws-cal-dd > ws-days-in-month
        move 01 to ws-cal-dd
        add 1 to ws-cal-mm
        if ws-cal-mm > 12
            move 01 to ws-cal-mm
            add 1 to ws-cal-yyyy
        end-if
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
*> the active players found, scored the players placed in a
*> division's round robin; the total logged is the fixture count.
write-run-log.
    compute ws-balance-check =
        ws-records-scored + ws-records-rejected
    if ws-records-read not = ws-balance-check
        display 'run out of balance: read=' ws-records-read
            ' placed=' ws-records-scored
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
        move 'rpsfixtr' to rl-program-name
        move ws-start-stamp to rl-start-stamp
        move ws-stamp to rl-end-stamp
        move ws-records-read to rl-records-read
        move ws-records-scored to rl-records-scored
        move ws-records-rejected to rl-records-rejected
        move ws-fixture-nbr to rl-final-total
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

end program rpsfixtr.
