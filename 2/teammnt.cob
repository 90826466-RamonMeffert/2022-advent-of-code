identification division.
program-id. rpstmnt.

*> team master maintenance: applies add/change/disband transactions
*> from 'teamtx' against the indexed team master (see teammast.cpy),
*> the way rpsrmnt keeps the player roster. every transaction is
*> validated before it touches the master - an add for a team id
*> already there, a change or disband for a team that is not, and a
*> disband of a team already disbanded are all rejected with the
*> reason on the report - and every applied change is shown
*> before-and-after on 'teammrpt' so league administration can see
*> exactly what the run did. transaction layout (one per line):
*>   A <team> <name> <date>      add, formed on the date given
*>   C <team> <name>             change the team name
*>   D <team>        <date>      disband as of the date, name blank
*> a blank date on an add or a disband means the run date. the
*> first run creates the master. rejects set the warning return
*> code; the master is never taken down mid-run for a bad
*> transaction.

environment division.
    input-output section.
        file-control.
        select team-transactions assign to 'teamtx'
        organization is line sequential
        file status is ws-team-tx-status.

        select team-master assign to 'teammast'
        organization is indexed
        access is random
        record key is tm-team-id
        file status is ws-team-master-status.

        select maintenance-report assign to 'teammrpt'
        organization is line sequential.

        select run-log assign to 'runlog'
        organization is line sequential
        file status is ws-run-log-status.

data division.
    file section.
    fd team-transactions.
    01 team-transaction-line.
        05 tt-action pic x(1).
        05 filler pic x(1).
        05 tt-team-id pic x(4).
        05 filler pic x(1).
        05 tt-name pic x(20).
        05 filler pic x(1).
        05 tt-date pic x(8).

    copy "teammast.cpy".

    fd maintenance-report.
    01 maintenance-report-line pic x(100).

    copy "runlog.cpy".

    working-storage section.
    01 ws-team-tx.
        05 ws-tx-action pic x(1).
        05 filler pic x(1).
        05 ws-tx-team-id pic x(4).
        05 filler pic x(1).
        05 ws-tx-name pic x(20).
        05 filler pic x(1).
        05 ws-tx-date pic x(8).
        05 ws-tx-date-n redefines ws-tx-date pic 9(8).
    01 ws-eof pic a(1) value 'N'.
    01 ws-valid-tx pic a(1).
    01 ws-reject-reason pic x(40).
    01 ws-team-tx-status pic x(2).
    01 ws-team-master-status pic x(2).
    01 ws-tx-effective-date pic 9(8).

    *> the master record as it stood before the transaction, so the
    *> audit line can show both sides of every applied change
    01 ws-before-image.
        05 ws-bi-name pic x(20).
        05 ws-bi-active pic a(1).
        05 ws-bi-formed-date pic 9(8).
        05 ws-bi-disbanded-date pic 9(8).

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
    move spaces to ws-team-tx-status.
    open input team-transactions.
    if ws-team-tx-status not = '00'
        display 'teamtx could not be opened, file status='
            ws-team-tx-status
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if.
    perform open-team-master.
    open output maintenance-report.
    perform until ws-eof = 'Y'
        read team-transactions into ws-team-tx
            at end move 'Y' to ws-eof
            not at end perform apply-one-transaction
        end-read
    end-perform.
    close team-transactions.
    close team-master.
    close maintenance-report.
    display 'transactions applied: ' ws-records-scored.
    display 'transactions rejected: ' ws-records-rejected.
    perform write-run-log.
goback.

*> the first run creates the master empty, then reopens it in i-o
*> mode so the adds can go on
open-team-master.
    move spaces to ws-team-master-status
    open i-o team-master
    if ws-team-master-status = '35'
        open output team-master
        if ws-team-master-status = '00'
            close team-master
            open i-o team-master
        end-if
    end-if
    if ws-team-master-status not = '00'
        display 'teammast could not be opened, file status='
            ws-team-master-status
        close team-transactions
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
.

apply-one-transaction.
    add 1 to ws-records-read
    move 'Y' to ws-valid-tx
    move spaces to ws-reject-reason

    if ws-tx-team-id = spaces
        move 'N' to ws-valid-tx
        move 'team-id is blank' to ws-reject-reason
    end-if

    if ws-valid-tx = 'Y'
        perform take-effective-date
    end-if

    if ws-valid-tx = 'Y'
        evaluate ws-tx-action
            when 'A'
                perform apply-add
            when 'C'
                perform apply-change
            when 'D'
                perform apply-disband
            when other
                move 'N' to ws-valid-tx
                move 'action not A, C or D' to ws-reject-reason
        end-evaluate
    end-if

    if ws-valid-tx = 'Y'
        add 1 to ws-records-scored
    else
        add 1 to ws-records-rejected
        perform write-reject-line
    end-if
.

*> a blank date means today; anything else must be a date
take-effective-date.
    if ws-tx-date = spaces
        move ws-stamp-date to ws-tx-effective-date
    else
        if ws-tx-date-n is numeric and ws-tx-date-n > 0
            move ws-tx-date-n to ws-tx-effective-date
        else
            move 'N' to ws-valid-tx
            move 'date is not numeric' to ws-reject-reason
        end-if
    end-if
.

*> an add must not overwrite a team already on the master - a
*> duplicate id is a keying error, not a change
apply-add.
    if ws-tx-name = spaces
        move 'N' to ws-valid-tx
        move 'name is blank' to ws-reject-reason
    end-if
    if ws-valid-tx = 'Y'
        move ws-tx-team-id to tm-team-id
        move ws-tx-name to tm-name
        move 'Y' to tm-active
        move ws-tx-effective-date to tm-formed-date
        move zeros to tm-disbanded-date
        write team-master-record
            invalid key
                move 'N' to ws-valid-tx
                move 'team-id already on team master'
                    to ws-reject-reason
            not invalid key
                perform write-add-line
        end-write
    end-if
.

apply-change.
    if ws-tx-name = spaces
        move 'N' to ws-valid-tx
        move 'change carries no name' to ws-reject-reason
    end-if
    if ws-valid-tx = 'Y'
        move ws-tx-team-id to tm-team-id
        read team-master
            invalid key
                move 'N' to ws-valid-tx
                move 'team-id not on team master'
                    to ws-reject-reason
            not invalid key
                perform take-before-image
                move ws-tx-name to tm-name
                rewrite team-master-record
                perform write-audit-line
        end-read
    end-if
.

*> a disbanded team keeps its record, so its earlier nights still
*> count in a table over an earlier date range
apply-disband.
    move ws-tx-team-id to tm-team-id
    read team-master
        invalid key
            move 'N' to ws-valid-tx
            move 'team-id not on team master' to ws-reject-reason
        not invalid key
            if tm-active not = 'Y'
                move 'N' to ws-valid-tx
                move 'team is already disbanded'
                    to ws-reject-reason
            else
                if ws-tx-effective-date < tm-formed-date
                    move 'N' to ws-valid-tx
                    move 'disband date is before formed date'
                        to ws-reject-reason
                else
                    perform take-before-image
                    move 'N' to tm-active
                    move ws-tx-effective-date to tm-disbanded-date
                    rewrite team-master-record
                    perform write-audit-line
                end-if
            end-if
    end-read
.

take-before-image.
    move tm-name to ws-bi-name
    move tm-active to ws-bi-active
    move tm-formed-date to ws-bi-formed-date
    move tm-disbanded-date to ws-bi-disbanded-date
.

write-add-line.
    move spaces to maintenance-report-line
    string ws-tx-action ' team ' tm-team-id
        ' added: name=[' tm-name
        '] active=' tm-active
        ' formed=' tm-formed-date
        delimited by size into maintenance-report-line
    write maintenance-report-line
.

write-audit-line.
    move spaces to maintenance-report-line
    string ws-tx-action ' team ' tm-team-id
        ' before: name=[' ws-bi-name
        '] active=' ws-bi-active
        ' formed=' ws-bi-formed-date
        ' disbanded=' ws-bi-disbanded-date
        delimited by size into maintenance-report-line
    write maintenance-report-line
    move spaces to maintenance-report-line
    string ws-tx-action ' team ' tm-team-id
        ' after:  name=[' tm-name
        '] active=' tm-active
        ' formed=' tm-formed-date
        ' disbanded=' tm-disbanded-date
        delimited by size into maintenance-report-line
    write maintenance-report-line
.

write-reject-line.
    move spaces to maintenance-report-line
    string ws-tx-action ' team ' ws-tx-team-id
        ' rejected: ' ws-reject-reason
        delimited by size into maintenance-report-line
    write maintenance-report-line
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
            ' applied=' ws-records-scored
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
        move 'rpstmnt' to rl-program-name
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

end program rpstmnt.
