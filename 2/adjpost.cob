identification division.
program-id. rpsadjst.

*> points-adjustment posting: the committee's penalties, forfeits
*> and awarded results reach the league table through the indexed
*> adjustment register (see adjreg.cpy) instead of faked rounds.
*> transactions come from 'adjtx', one per line:
*>   <player id> <run id or SEASON> <+/-points> <reason> <official>
*> e.g.  0007 2026091419301200 -00005 MISC J.HARGREAVES
*>       0012 SEASON           +00003 FORF J.HARGREAVES
*> every transaction is validated before it touches the register -
*> the player must be on the roster, a run id must be an archived
*> run on mh-master, the points must be numeric and not zero, the
*> reason one of MISC, FORF, LATE or CORR, and the authorising
*> official must be named. a transaction that repeats one an
*> earlier posting run already put on the register (same run,
*> player, points, reason and official) is rejected, so posting the
*> same file twice cannot double a penalty. posted and rejected
*> transactions are shown on the validation report 'adjvrpt'.
*>
*> the run then lists the whole register on 'adjlist' - every
*> adjustment ever posted, grouped season first and then by run,
*> with each player's net adjustment at the foot - so the adjustment
*> column on the standings and the final table can be explained
*> line by line. rejects set the warning return code.

environment division.
    input-output section.
        file-control.
        select adjustment-transactions assign to 'adjtx'
        organization is line sequential
        file status is ws-adjustment-tx-status.

        select player-roster assign to 'roster'
        organization is indexed
        access is random
        record key is pr-player-id
        file status is ws-roster-status.

        select mh-master assign to 'mhmaster'
        organization is indexed
        access is dynamic
        record key is mm-key
        file status is ws-mh-master-status.

        select adjustment-register assign to 'adjreg'
        organization is indexed
        access is dynamic
        record key is ar-key
        file status is ws-adjustment-reg-status.

        select validation-report assign to 'adjvrpt'
        organization is line sequential.

        select audit-listing assign to 'adjlist'
        organization is line sequential.

        select run-log assign to 'runlog'
        organization is line sequential
        file status is ws-run-log-status.

data division.
    file section.
    fd adjustment-transactions.
    01 adjustment-transaction-line pic x(60).

    copy "roster.cpy".

    copy "mhmastr.cpy".

    copy "adjreg.cpy".

    fd validation-report.
    01 validation-report-line pic x(120).

    fd audit-listing.
    01 audit-listing-line pic x(120).

    copy "runlog.cpy".

    working-storage section.
    01 ws-adjustment-tx.
        05 ws-tx-player-id pic 9(4).
        05 filler pic x(1).
        05 ws-tx-run-id pic x(16).
        05 ws-tx-run-id-n redefines ws-tx-run-id pic 9(16).
        05 filler pic x(1).
        05 ws-tx-points pic s9(5) sign is leading separate.
        05 filler pic x(1).
        05 ws-tx-reason pic x(4).
        05 filler pic x(1).
        05 ws-tx-official pic x(20).
        05 filler pic x(6).
    01 ws-eof pic a(1) value 'N'.
    01 ws-valid-tx pic a(1).
    01 ws-slot-found pic a(1).
    01 ws-reject-reason pic x(40).
    01 ws-adjustment-tx-status pic x(2).
    01 ws-roster-status pic x(2).
    01 ws-mh-master-status pic x(2).
    01 ws-adjustment-reg-status pic x(2).

    *> the register key the transaction will post under; season
    *> adjustments carry a run id of zeros
    01 ws-post-run-id pic 9(16).
    01 ws-seq-try pic 9(4).
    01 ws-seq-max pic 9(4) value 999.

    *> audit listing working storage
    01 ws-prior-run-id pic 9(16).
    01 ws-list-started pic a(1) value 'N'.
    01 ws-listed-count pic 9(7) value 0.
    01 ws-listed-net pic s9(7) value 0.
    01 ws-list-name pic x(20).
    01 ws-list-division pic x(2).
    01 ws-points-disp pic +9(5).
    01 ws-net-disp pic +9(7).

    *> each player's net adjustment, season and run adjustments kept
    *> apart the way rpsstand and rpsclose apply them
    01 ws-player-count pic 9(3) value 0.
    01 ws-player-max pic 9(3) value 500.
    01 ws-player-table.
        05 ws-player-entry occurs 500 times.
            10 ws-pl-player-id pic 9(4).
            10 ws-pl-season-points pic s9(7).
            10 ws-pl-run-points pic s9(7).
    01 ws-sub pic 9(3).
    01 ws-found-sub pic 9(3).
    01 ws-season-disp pic +9(7).
    01 ws-run-disp pic +9(7).
    01 ws-player-net pic s9(7).

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
    move spaces to ws-adjustment-tx-status.
    open input adjustment-transactions.
    if ws-adjustment-tx-status not = '00'
        display 'adjtx could not be opened, file status='
            ws-adjustment-tx-status
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if.
    move spaces to ws-roster-status.
    open input player-roster.
    if ws-roster-status not = '00'
        display 'roster file could not be opened, file status='
            ws-roster-status
        close adjustment-transactions
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if.
    move spaces to ws-mh-master-status.
    open input mh-master.
    if ws-mh-master-status not = '00'
        display 'mhmaster could not be opened, file status='
            ws-mh-master-status
        close adjustment-transactions
        close player-roster
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if.
    perform open-adjustment-register.
    open output validation-report.
    perform until ws-eof = 'Y'
        read adjustment-transactions into ws-adjustment-tx
            at end move 'Y' to ws-eof
            not at end perform post-one-adjustment
        end-read
    end-perform.
    close adjustment-transactions.
    close mh-master.
    close validation-report.
    perform write-audit-listing.
    close adjustment-register.
    close player-roster.
    display 'adjustments posted: ' ws-records-scored.
    display 'adjustments rejected: ' ws-records-rejected.
    display 'adjustments on the register: ' ws-listed-count.
    perform write-run-log.
goback.

*> the register is created on the first posting run
open-adjustment-register.
    move spaces to ws-adjustment-reg-status
    open i-o adjustment-register
    if ws-adjustment-reg-status = '35'
        open output adjustment-register
        if ws-adjustment-reg-status = '00'
            close adjustment-register
            open i-o adjustment-register
        end-if
    end-if
    if ws-adjustment-reg-status not = '00'
        display 'adjreg could not be opened, file status='
            ws-adjustment-reg-status
        close adjustment-transactions
        close player-roster
        close mh-master
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
.

post-one-adjustment.
    add 1 to ws-records-read
    move 'Y' to ws-valid-tx
    move spaces to ws-reject-reason

    if ws-tx-player-id is not numeric
        move 'N' to ws-valid-tx
        move 'player-id is not numeric' to ws-reject-reason
    end-if
    if ws-valid-tx = 'Y'
        move ws-tx-player-id to pr-player-id
        read player-roster
            invalid key
                move 'N' to ws-valid-tx
                move 'player-id not on roster' to ws-reject-reason
        end-read
    end-if
    if ws-valid-tx = 'Y'
        perform check-run-scope
    end-if
    if ws-valid-tx = 'Y'
        if ws-tx-points is not numeric
            move 'N' to ws-valid-tx
            move 'points are not a signed number'
                to ws-reject-reason
        else
            if ws-tx-points = zero
                move 'N' to ws-valid-tx
                move 'points adjustment is zero' to ws-reject-reason
            end-if
        end-if
    end-if
    if ws-valid-tx = 'Y'
        evaluate ws-tx-reason
            when 'MISC'
            when 'FORF'
            when 'LATE'
            when 'CORR'
                continue
            when other
                move 'N' to ws-valid-tx
                move 'reason not MISC, FORF, LATE or CORR'
                    to ws-reject-reason
        end-evaluate
    end-if
    if ws-valid-tx = 'Y' and ws-tx-official = spaces
        move 'N' to ws-valid-tx
        move 'authorising official is blank' to ws-reject-reason
    end-if
    if ws-valid-tx = 'Y'
        perform post-to-register
    end-if

    if ws-valid-tx = 'Y'
        add 1 to ws-records-scored
        perform write-posted-line
    else
        add 1 to ws-records-rejected
        perform write-reject-line
    end-if
.

*> SEASON posts under a run id of zeros; anything else must name a
*> run rpsarchv has already put on the match-history master
check-run-scope.
    if ws-tx-run-id = 'SEASON'
        move zeros to ws-post-run-id
    else
        if ws-tx-run-id-n is not numeric or ws-tx-run-id-n = zero
            move 'N' to ws-valid-tx
            move 'run id is neither numeric nor SEASON'
                to ws-reject-reason
        else
            move ws-tx-run-id-n to ws-post-run-id
            move ws-post-run-id to mm-run-id
            move zeros to mm-round-nbr
            start mh-master key is not less than mm-key
                invalid key
                    move 'N' to ws-valid-tx
            end-start
            if ws-valid-tx = 'Y'
                read mh-master next
                    at end move 'N' to ws-valid-tx
                end-read
            end-if
            if ws-valid-tx = 'Y' and mm-run-id not = ws-post-run-id
                move 'N' to ws-valid-tx
            end-if
            if ws-valid-tx = 'N'
                move 'run id not archived on mhmaster'
                    to ws-reject-reason
            end-if
        end-if
    end-if
.

*> several adjustments for one player in one run are numbered one
*> after another; an identical adjustment an earlier posting run
*> already made is a rerun of the same transactions, not a new one
post-to-register.
    move 0 to ws-seq-try
    move 'N' to ws-slot-found
    perform probe-register-slot
        until ws-slot-found = 'Y' or ws-valid-tx = 'N'
    if ws-valid-tx = 'Y'
        move ws-post-run-id to ar-run-id
        move ws-tx-player-id to ar-player-id
        move ws-seq-try to ar-seq-nbr
        move ws-tx-points to ar-points
        move ws-tx-reason to ar-reason
        move ws-tx-official to ar-official
        move ws-start-stamp to ar-posted-stamp
        write adjustment-record
            invalid key
                move 'N' to ws-valid-tx
                move 'register write failed' to ws-reject-reason
        end-write
    end-if
.

probe-register-slot.
    add 1 to ws-seq-try
    if ws-seq-try > ws-seq-max
        move 'N' to ws-valid-tx
        move 'register full for this player and run'
            to ws-reject-reason
    else
        move ws-post-run-id to ar-run-id
        move ws-tx-player-id to ar-player-id
        move ws-seq-try to ar-seq-nbr
        read adjustment-register
            invalid key
                move 'Y' to ws-slot-found
            not invalid key
                if ar-posted-stamp not = ws-start-stamp
                    and ar-points = ws-tx-points
                    and ar-reason = ws-tx-reason
                    and ar-official = ws-tx-official
                    move 'N' to ws-valid-tx
                    move 'already posted by an earlier run'
                        to ws-reject-reason
                end-if
        end-read
    end-if
.

write-posted-line.
    move ws-tx-points to ws-points-disp
    move spaces to validation-report-line
    string 'player ' ws-tx-player-id
        ' run ' ws-tx-run-id
        ' posted:   seq=' ar-seq-nbr
        ' points=' ws-points-disp
        ' reason=' ws-tx-reason
        ' official=' ws-tx-official
        delimited by size into validation-report-line
    write validation-report-line
.

write-reject-line.
    move spaces to validation-report-line
    string 'player ' ws-tx-player-id
        ' run ' ws-tx-run-id
        ' rejected: ' ws-reject-reason
        delimited by size into validation-report-line
    write validation-report-line
.

*> the whole register in key order - season adjustments first, then
*> run by run - followed by each player's net adjustment
write-audit-listing.
    open output audit-listing
    move spaces to audit-listing-line
    string 'points adjustment register as at ' ws-stamp-date
        delimited by size into audit-listing-line
    write audit-listing-line
    move 'N' to ws-eof
    move low-values to ar-key
    start adjustment-register key is not less than ar-key
        invalid key move 'Y' to ws-eof
    end-start
    perform list-one-adjustment until ws-eof = 'Y'
    if ws-listed-count = 0
        move spaces to audit-listing-line
        string '  the register carries no adjustments'
            delimited by size into audit-listing-line
        write audit-listing-line
    else
        perform write-player-net-lines
    end-if
    move ws-listed-net to ws-net-disp
    move spaces to audit-listing-line
    string 'adjustments listed=' ws-listed-count
        ' net points=' ws-net-disp
        delimited by size into audit-listing-line
    write audit-listing-line
    close audit-listing
.

list-one-adjustment.
    read adjustment-register next
        at end move 'Y' to ws-eof
        not at end perform write-adjustment-line
    end-read
.

write-adjustment-line.
    if ws-list-started = 'N' or ar-run-id not = ws-prior-run-id
        move 'Y' to ws-list-started
        move ar-run-id to ws-prior-run-id
        move spaces to audit-listing-line
        if ar-run-id = zero
            string 'season adjustments'
                delimited by size into audit-listing-line
        else
            string 'run ' ar-run-id
                delimited by size into audit-listing-line
        end-if
        write audit-listing-line
    end-if
    add 1 to ws-listed-count
    add ar-points to ws-listed-net
    perform look-up-list-player
    perform note-player-net
    move ar-points to ws-points-disp
    move spaces to audit-listing-line
    string '  player ' ar-player-id
        ' ' ws-list-name
        ' ' ws-list-division
        ' seq=' ar-seq-nbr
        ' points=' ws-points-disp
        ' reason=' ar-reason
        ' official=' ar-official
        ' posted=' ar-posted-stamp
        delimited by size into audit-listing-line
    write audit-listing-line
.

look-up-list-player.
    move ar-player-id to pr-player-id
    read player-roster
        invalid key
            move 'not on roster' to ws-list-name
            move '??' to ws-list-division
        not invalid key
            move pr-name to ws-list-name
            move pr-division to ws-list-division
    end-read
.

note-player-net.
    move 0 to ws-found-sub
    perform find-player-net
        varying ws-sub from 1 by 1
        until ws-sub > ws-player-count or ws-found-sub > 0
    if ws-found-sub = 0
        if ws-player-count >= ws-player-max
            display 'net table full, player-id ' ar-player-id
                ' left off the net lines'
            move 04 to ws-new-return-code
            perform raise-return-code
        else
            add 1 to ws-player-count
            move ws-player-count to ws-found-sub
            move ar-player-id to ws-pl-player-id(ws-found-sub)
            move zero to ws-pl-season-points(ws-found-sub)
            move zero to ws-pl-run-points(ws-found-sub)
        end-if
    end-if
    if ws-found-sub > 0
        if ar-run-id = zero
            add ar-points to ws-pl-season-points(ws-found-sub)
        else
            add ar-points to ws-pl-run-points(ws-found-sub)
        end-if
    end-if
.

find-player-net.
    if ws-pl-player-id(ws-sub) = ar-player-id
        move ws-sub to ws-found-sub
    end-if
.

write-player-net-lines.
    move spaces to audit-listing-line
    string 'net adjustment by player'
        delimited by size into audit-listing-line
    write audit-listing-line
    perform write-one-player-net
        varying ws-sub from 1 by 1
        until ws-sub > ws-player-count
.

write-one-player-net.
    move ws-pl-player-id(ws-sub) to ar-player-id
    perform look-up-list-player
    move ws-pl-season-points(ws-sub) to ws-season-disp
    move ws-pl-run-points(ws-sub) to ws-run-disp
    compute ws-player-net = ws-pl-season-points(ws-sub)
        + ws-pl-run-points(ws-sub)
    move ws-player-net to ws-net-disp
    move spaces to audit-listing-line
    string '  player ' ws-pl-player-id(ws-sub)
        ' ' ws-list-name
        ' ' ws-list-division
        ' season=' ws-season-disp
        ' runs=' ws-run-disp
        ' net=' ws-net-disp
        delimited by size into audit-listing-line
    write audit-listing-line
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
*> scheduler reads instead of scraping DISPLAY output. the program
*> keeps no score, so the final total is logged as zero.
write-run-log.
    compute ws-balance-check =
        ws-records-scored + ws-records-rejected
    if ws-records-read not = ws-balance-check
        display 'run out of balance: read=' ws-records-read
            ' posted=' ws-records-scored
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
        move 'rpsadjst' to rl-program-name
        move ws-start-stamp to rl-start-stamp
        move ws-stamp to rl-end-stamp
        move ws-records-read to rl-records-read
        move ws-records-scored to rl-records-scored
        move ws-records-rejected to rl-records-rejected
        move zeros to rl-final-total
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

end program rpsadjst.
