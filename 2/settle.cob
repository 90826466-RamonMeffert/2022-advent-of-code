identification division.
program-id. rpssettl.

*> prize-money settlement: reads the official final table rpsclose
*> writes on 'finaltbl', checks every player on it against the
*> roster master, and prices the season under the prize schedule on
*> 'prizesch' (see prizesch.cpy) - the entry fee each division's
*> players owe and the share of the division's fees each finishing
*> position wins. positions that finish tied on the adjusted total
*> (points plus any committee adjustment) split the percentages of
*> all the positions they cover evenly; a split that does not come
*> out to the cent leaves its odd cents with the house. the run
*> builds the player money ledger (fee owed, prize won, net due) on
*> 'settlrpt' and writes the fixed-format payments file 'payments'
*> (see payment.cpy) the treasurer's system loads.
*>
*> players that must not be paid are held back on the report's
*> exceptions section and never reach the payments file: inactive
*> players (their fee and prize still count in their division's
*> figures, held until the committee rules), ids no longer on the
*> roster under division '??', and divisions with no valid prize
*> schedule. the report closes with a control section proving, for
*> every division, that the fees collected equal the prizes won plus
*> the house retention; a division that does not prove is out of
*> balance and ends the run with return code 08.

environment division.
    input-output section.
        file-control.
        select prize-schedule assign to 'prizesch'
        organization is line sequential
        file status is ws-prize-schedule-status.

        select final-table assign to 'finaltbl'
        organization is line sequential
        file status is ws-final-table-status.

        select player-roster assign to 'roster'
        organization is indexed
        access is random
        record key is pr-player-id
        file status is ws-roster-status.

        select settlement-report assign to 'settlrpt'
        organization is line sequential.

        select payments-file assign to 'payments'
        organization is line sequential
        file status is ws-payments-status.

        select run-log assign to 'runlog'
        organization is line sequential
        file status is ws-run-log-status.

data division.
    file section.
    copy "prizesch.cpy".

    *> the final table is a printed report; its division headings and
    *> rank lines are read back through the layouts rpsclose writes
    fd final-table.
    01 final-table-line pic x(120).
    01 final-table-heading.
        05 ft-heading-tag pic x(9).
        05 ft-heading-division pic x(2).
        05 ft-heading-rest pic x(109).
    01 final-table-entry.
        05 ft-rank-tag pic x(7).
        05 ft-rank pic 9(3).
        05 filler pic x(8).
        05 ft-player-id pic 9(4).
        05 filler pic x(1).
        05 ft-name pic x(20).
        05 filler pic x(8).
        05 ft-rounds pic 9(7).
        05 filler pic x(8).
        05 ft-points pic 9(7).
        05 filler pic x(6).
        05 ft-wins pic 9(7).
        05 filler pic x(5).
        05 ft-adjust pic s9(7) sign is leading separate.
        05 filler pic x(7).
        05 ft-total pic s9(7) sign is leading separate.

    copy "roster.cpy".

    fd settlement-report.
    01 settlement-report-line pic x(120).

    copy "payment.cpy".

    copy "runlog.cpy".

    working-storage section.
    01 ws-eof pic a(1) value 'N'.
    01 ws-schedule-eof pic a(1) value 'N'.
    01 ws-prize-schedule-status pic x(2).
    01 ws-final-table-status pic x(2).
    01 ws-roster-status pic x(2).
    01 ws-payments-status pic x(2).
    01 ws-current-division pic x(2) value spaces.

    *> one slot per division named on the prize schedule, carrying
    *> its fee, its payout percentages by position and the figures
    *> the control section proves
    01 ws-schedule-count pic 9(2) value 0.
    01 ws-schedule-max pic 9(2) value 20.
    01 ws-position-max pic 9(3) value 20.
    01 ws-schedule-table.
        05 ws-schedule occurs 20 times.
            10 ws-sc-division pic x(2).
            10 ws-sc-valid pic a(1).
            10 ws-sc-fee-found pic a(1).
            10 ws-sc-entry-fee pic 9(5)v99.
            10 ws-sc-percent-total pic 9(5)v99.
            10 ws-sc-percent pic 9(3)v99 occurs 20 times.
            10 ws-sc-players pic 9(3).
            10 ws-sc-paid-count pic 9(3).
            10 ws-sc-held-count pic 9(3).
            10 ws-sc-fees-total pic 9(9)v99.
            10 ws-sc-prize-pool pic 9(9)v99.
            10 ws-sc-split-residue pic 9(9)v99.
            10 ws-sc-fees-ledger pic 9(9)v99.
            10 ws-sc-prizes-paid pic 9(9)v99.
            10 ws-sc-prizes-held pic 9(9)v99.
    01 ws-sched-sub pic 9(2).
    01 ws-sched-key pic x(2).
    01 ws-pos-sub pic 9(3).
    01 ws-schedule-reason pic x(40).

    *> one slot per player on the final table, in final-table order
    01 ws-entry-count pic 9(3) value 0.
    01 ws-entry-max pic 9(3) value 500.
    01 ws-ledger-table.
        05 ws-entry occurs 500 times.
            10 ws-en-player-id pic 9(4).
            10 ws-en-name pic x(20).
            10 ws-en-division pic x(2).
            10 ws-en-position pic 9(3).
            10 ws-en-total pic s9(7).
            10 ws-en-sched pic 9(2).
            10 ws-en-fee pic 9(5)v99.
            10 ws-en-prize pic 9(7)v99.
            10 ws-en-held pic a(1).
            10 ws-en-reason pic x(32).
    01 ws-sub pic 9(3).
    01 ws-award-sub pic 9(3).

    *> players the full ledger table could not take - never priced,
    *> never paid, and listed with the exceptions so the report shows
    *> them; past the list's own end they are only counted
    01 ws-overflow-count pic 9(5) value 0.
    01 ws-overflow-max pic 9(3) value 100.
    01 ws-overflow-table.
        05 ws-overflow occurs 100 times.
            10 ws-ov-player-id pic 9(4).
            10 ws-ov-name pic x(20).
            10 ws-ov-division pic x(2).
            10 ws-ov-position pic 9(3).
    01 ws-overflow-sub pic 9(3).
    01 ws-overflow-unlisted pic 9(5).

    *> lines on the exceptions section, whatever held them back
    01 ws-exception-count pic 9(7) value 0.
    01 ws-next-sub pic 9(3).

    *> one tie group - consecutive players of one division level on
    *> the adjusted total - and the money it shares
    01 ws-group-start pic 9(3).
    01 ws-group-end pic 9(3).
    01 ws-group-closed pic a(1).
    01 ws-group-count pic 9(3).
    01 ws-group-percent pic 9(5)v99.
    01 ws-group-pool pic 9(9)v99.
    01 ws-group-share pic 9(7)v99.
    01 ws-group-residue pic 9(9)v99.

    *> settlement figures and their printed forms
    01 ws-net-due pic s9(7)v99.
    01 ws-house-retention pic 9(9)v99.
    01 ws-prizes-total pic 9(9)v99.
    01 ws-proof-total pic 9(9)v99.
    01 ws-out-of-balance pic 9(2) value 0.
    01 ws-grand-fees pic 9(9)v99 value 0.
    01 ws-grand-prizes-paid pic 9(9)v99 value 0.
    01 ws-grand-prizes-held pic 9(9)v99 value 0.
    01 ws-grand-retention pic 9(9)v99 value 0.
    01 ws-unscheduled-count pic 9(3) value 0.
    01 ws-fee-disp pic zz,zz9.99.
    01 ws-prize-disp pic z,zzz,zz9.99.
    01 ws-net-disp pic -z,zzz,zz9.99.
    01 ws-money-disp pic zzz,zzz,zz9.99.
    01 ws-percent-disp pic zz9.99.
    01 ws-total-disp pic +9(7).

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
    perform load-prize-schedule.
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
    perform load-final-table.
    close player-roster.
    if ws-entry-count = 0
        display 'finaltbl carries no ranked players -'
            ' nothing to settle'
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if.
    perform total-division-fees
        varying ws-sched-sub from 1 by 1
        until ws-sched-sub > ws-schedule-count.
    move 1 to ws-sub.
    perform price-tie-group until ws-sub > ws-entry-count.
    open output settlement-report.
    move spaces to ws-payments-status.
    open output payments-file.
    if ws-payments-status not = '00'
        display 'payments could not be opened, file status='
            ws-payments-status
        close settlement-report
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if.
    perform write-money-ledger.
    perform write-exceptions.
    perform write-control-section.
    close settlement-report.
    close payments-file.
    display 'players settled: ' ws-records-scored
        ' held back: ' ws-records-rejected.
    if ws-out-of-balance > 0
        display 'divisions out of balance: ' ws-out-of-balance
    end-if.
    perform write-run-log.
goback.

*> the schedule prices real money - a bad record is refused, the
*> division it names is not paid, and the run ends on return code 12
load-prize-schedule.
    move spaces to ws-prize-schedule-status
    open input prize-schedule
    if ws-prize-schedule-status not = '00'
        display 'prizesch could not be opened, file status='
            ws-prize-schedule-status
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    perform load-one-schedule-record until ws-schedule-eof = 'Y'
    close prize-schedule
    perform check-one-schedule
        varying ws-sched-sub from 1 by 1
        until ws-sched-sub > ws-schedule-count
.

load-one-schedule-record.
    read prize-schedule
        at end move 'Y' to ws-schedule-eof
        not at end perform store-schedule-record
    end-read
.

store-schedule-record.
    evaluate ps-record-type
        when 'F'
            perform store-fee-record
        when 'P'
            perform store-payout-record
        when other
            display 'prizesch record type [' ps-record-type
                '] is not F or P - record ignored'
            move 12 to ws-new-return-code
            perform raise-return-code
    end-evaluate
.

store-fee-record.
    move ps-division to ws-sched-key
    perform find-schedule-slot
    if ws-sched-sub > 0
        evaluate true
            when ws-sc-fee-found(ws-sched-sub) = 'Y'
                move 'more than one entry fee record'
                    to ws-schedule-reason
                perform reject-schedule
            when ps-entry-fee is not numeric
                move 'entry fee is not numeric'
                    to ws-schedule-reason
                perform reject-schedule
            when other
                move 'Y' to ws-sc-fee-found(ws-sched-sub)
                move ps-entry-fee to ws-sc-entry-fee(ws-sched-sub)
        end-evaluate
    end-if
.

store-payout-record.
    move pp-division to ws-sched-key
    perform find-schedule-slot
    if ws-sched-sub > 0
        evaluate true
            when pp-position is not numeric
                move 'payout position is not numeric'
                    to ws-schedule-reason
                perform reject-schedule
            when pp-position = 0 or pp-position > ws-position-max
                move 'payout position is not 001-020'
                    to ws-schedule-reason
                perform reject-schedule
            when pp-percent is not numeric
                move 'payout percent is not numeric'
                    to ws-schedule-reason
                perform reject-schedule
            when ws-sc-percent(ws-sched-sub, pp-position) > 0
                move 'payout position named twice'
                    to ws-schedule-reason
                perform reject-schedule
            when other
                move pp-percent
                    to ws-sc-percent(ws-sched-sub, pp-position)
                add pp-percent to ws-sc-percent-total(ws-sched-sub)
        end-evaluate
    end-if
.

*> a division's payouts may not hand out more than its fees
check-one-schedule.
    move ws-sc-division(ws-sched-sub) to ws-sched-key
    if ws-sc-fee-found(ws-sched-sub) not = 'Y'
        move 'no entry fee record' to ws-schedule-reason
        perform reject-schedule
    end-if
    if ws-sc-percent-total(ws-sched-sub) > 100
        move 'payout percentages exceed 100' to ws-schedule-reason
        perform reject-schedule
    end-if
.

reject-schedule.
    move 'N' to ws-sc-valid(ws-sched-sub)
    display 'prizesch division [' ws-sched-key '] rejected: '
        ws-schedule-reason
    move 12 to ws-new-return-code
    perform raise-return-code
.

*> the slot for ws-sched-key, added on first sight; zero when the
*> key cannot name a division or the table is full
find-schedule-slot.
    move 0 to ws-sched-sub
    if ws-sched-key = spaces or ws-sched-key = '??'
        display 'prizesch record for division [' ws-sched-key
            '] ignored - not a division'
        move 12 to ws-new-return-code
        perform raise-return-code
    else
        perform match-schedule-slot
            varying ws-pos-sub from 1 by 1
            until ws-pos-sub > ws-schedule-count
                or ws-sched-sub > 0
        if ws-sched-sub = 0
            perform add-schedule-slot
        end-if
    end-if
.

match-schedule-slot.
    if ws-sc-division(ws-pos-sub) = ws-sched-key
        move ws-pos-sub to ws-sched-sub
    end-if
.

add-schedule-slot.
    if ws-schedule-count >= ws-schedule-max
        display 'prize schedule table full, division ['
            ws-sched-key '] dropped'
        move 12 to ws-new-return-code
        perform raise-return-code
    else
        add 1 to ws-schedule-count
        move ws-schedule-count to ws-sched-sub
        move ws-sched-key to ws-sc-division(ws-sched-sub)
        move 'Y' to ws-sc-valid(ws-sched-sub)
        move 'N' to ws-sc-fee-found(ws-sched-sub)
        move zero to ws-sc-entry-fee(ws-sched-sub)
        move zero to ws-sc-percent-total(ws-sched-sub)
        move zero to ws-sc-players(ws-sched-sub)
        move zero to ws-sc-paid-count(ws-sched-sub)
        move zero to ws-sc-held-count(ws-sched-sub)
        move zero to ws-sc-fees-total(ws-sched-sub)
        move zero to ws-sc-prize-pool(ws-sched-sub)
        move zero to ws-sc-split-residue(ws-sched-sub)
        move zero to ws-sc-fees-ledger(ws-sched-sub)
        move zero to ws-sc-prizes-paid(ws-sched-sub)
        move zero to ws-sc-prizes-held(ws-sched-sub)
        perform clear-schedule-percent
            varying ws-pos-sub from 1 by 1
            until ws-pos-sub > ws-position-max
    end-if
.

clear-schedule-percent.
    move zero to ws-sc-percent(ws-sched-sub, ws-pos-sub)
.

*> the final table is read back as printed: a division heading opens
*> each division and every rank line under it is one player. the
*> movement notes rpsclose prints after the table are skipped.
load-final-table.
    move spaces to ws-final-table-status
    open input final-table
    if ws-final-table-status not = '00'
        display 'finaltbl could not be opened, file status='
            ws-final-table-status
        close player-roster
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    perform read-final-table-line until ws-eof = 'Y'
    close final-table
.

read-final-table-line.
    read final-table
        at end move 'Y' to ws-eof
        not at end
            evaluate true
                when ft-heading-tag = 'division '
                        and ft-heading-rest = spaces
                    move ft-heading-division to ws-current-division
                when ft-rank-tag = '  rank '
                        and ft-player-id is numeric
                        and ft-total is numeric
                        and ft-rank is numeric
                    perform store-final-entry
                when other
                    continue
            end-evaluate
    end-read
.

store-final-entry.
    add 1 to ws-records-read
    if ws-entry-count >= ws-entry-max
        display 'ledger table full, player-id ' ft-player-id
            ' left unsettled'
        add 1 to ws-records-rejected
        add 1 to ws-overflow-count
        if ws-overflow-count <= ws-overflow-max
            move ws-overflow-count to ws-overflow-sub
            move ft-player-id to ws-ov-player-id(ws-overflow-sub)
            move ft-name to ws-ov-name(ws-overflow-sub)
            move ws-current-division
                to ws-ov-division(ws-overflow-sub)
            move ft-rank to ws-ov-position(ws-overflow-sub)
        end-if
        move 08 to ws-new-return-code
        perform raise-return-code
    else
        add 1 to ws-entry-count
        move ws-entry-count to ws-sub
        move ft-player-id to ws-en-player-id(ws-sub)
        move ft-name to ws-en-name(ws-sub)
        move ws-current-division to ws-en-division(ws-sub)
        move ft-rank to ws-en-position(ws-sub)
        move ft-total to ws-en-total(ws-sub)
        move zero to ws-en-fee(ws-sub)
        move zero to ws-en-prize(ws-sub)
        move 'N' to ws-en-held(ws-sub)
        move spaces to ws-en-reason(ws-sub)
        perform qualify-final-entry
    end-if
.

*> who owes a fee, who may be paid, and who is held back
qualify-final-entry.
    move 0 to ws-en-sched(ws-sub)
    if ws-en-division(ws-sub) = '??'
        move 'Y' to ws-en-held(ws-sub)
        move 'division ?? - not on the roster'
            to ws-en-reason(ws-sub)
    else
        move ws-en-division(ws-sub) to ws-sched-key
        move 0 to ws-sched-sub
        perform match-schedule-slot
            varying ws-pos-sub from 1 by 1
            until ws-pos-sub > ws-schedule-count
                or ws-sched-sub > 0
        if ws-sched-sub = 0
            move 'Y' to ws-en-held(ws-sub)
            move 'no prize schedule for division'
                to ws-en-reason(ws-sub)
            add 1 to ws-unscheduled-count
        else
            if ws-sc-valid(ws-sched-sub) not = 'Y'
                move 'Y' to ws-en-held(ws-sub)
                move 'division prize schedule rejected'
                    to ws-en-reason(ws-sub)
                add 1 to ws-unscheduled-count
            else
                move ws-sched-sub to ws-en-sched(ws-sub)
                move ws-sc-entry-fee(ws-sched-sub)
                    to ws-en-fee(ws-sub)
                add 1 to ws-sc-players(ws-sched-sub)
                perform check-roster-status
            end-if
        end-if
    end-if
.

*> an inactive player still owes the fee and still holds the place
*> finished, but the money is held for the committee, not paid
check-roster-status.
    move ws-en-player-id(ws-sub) to pr-player-id
    read player-roster
        invalid key
            move 'Y' to ws-en-held(ws-sub)
            move 'player-id not on roster'
                to ws-en-reason(ws-sub)
        not invalid key
            if pr-active not = 'Y'
                move 'Y' to ws-en-held(ws-sub)
                move 'player is not active'
                    to ws-en-reason(ws-sub)
            end-if
    end-read
.

total-division-fees.
    compute ws-sc-fees-total(ws-sched-sub) =
        ws-sc-entry-fee(ws-sched-sub) * ws-sc-players(ws-sched-sub)
.

*> a run of players level on the adjusted total within one division
*> shares the percentages of every position the run covers; each
*> gets an even share cut down to the cent and the odd cents stay
*> with the house
price-tie-group.
    move ws-sub to ws-group-start
    move ws-sub to ws-group-end
    move 'N' to ws-group-closed
    perform extend-tie-group until ws-group-closed = 'Y'
    move ws-en-sched(ws-group-start) to ws-sched-sub
    if ws-sched-sub > 0
        move zero to ws-group-percent
        perform add-position-percent
            varying ws-pos-sub from ws-en-position(ws-group-start)
                by 1
            until ws-pos-sub > ws-en-position(ws-group-end)
                or ws-pos-sub > ws-position-max
        compute ws-group-pool =
            ws-sc-fees-total(ws-sched-sub) * ws-group-percent / 100
        compute ws-group-count = ws-group-end - ws-group-start + 1
        compute ws-group-share = ws-group-pool / ws-group-count
        compute ws-group-residue =
            ws-group-pool - (ws-group-share * ws-group-count)
        add ws-group-pool to ws-sc-prize-pool(ws-sched-sub)
        add ws-group-residue to ws-sc-split-residue(ws-sched-sub)
        perform award-group-share
            varying ws-award-sub from ws-group-start by 1
            until ws-award-sub > ws-group-end
    end-if
    compute ws-sub = ws-group-end + 1
.

extend-tie-group.
    if ws-group-end >= ws-entry-count
        move 'Y' to ws-group-closed
    else
        compute ws-next-sub = ws-group-end + 1
        if ws-en-division(ws-next-sub)
                = ws-en-division(ws-group-start)
            and ws-en-total(ws-next-sub)
                = ws-en-total(ws-group-start)
            move ws-next-sub to ws-group-end
        else
            move 'Y' to ws-group-closed
        end-if
    end-if
.

add-position-percent.
    if ws-pos-sub > 0
        add ws-sc-percent(ws-sched-sub, ws-pos-sub)
            to ws-group-percent
    end-if
.

award-group-share.
    move ws-group-share to ws-en-prize(ws-award-sub)
.

*> the money ledger: every player who is paid, by division in
*> final-table order, each also written to the payments file
write-money-ledger.
    move spaces to settlement-report-line
    string 'prize settlement run ' ws-run-id
        delimited by size into settlement-report-line
    write settlement-report-line
    move spaces to settlement-report-line
    write settlement-report-line
    move 'money ledger' to settlement-report-line
    write settlement-report-line
    move spaces to ws-current-division
    perform write-one-ledger-line
        varying ws-sub from 1 by 1
        until ws-sub > ws-entry-count
.

write-one-ledger-line.
    if ws-en-held(ws-sub) not = 'Y'
        if ws-en-division(ws-sub) not = ws-current-division
            move ws-en-division(ws-sub) to ws-current-division
            move spaces to settlement-report-line
            string 'division ' ws-en-division(ws-sub)
                delimited by size into settlement-report-line
            write settlement-report-line
        end-if
        move ws-en-sched(ws-sub) to ws-sched-sub
        compute ws-net-due = ws-en-prize(ws-sub) - ws-en-fee(ws-sub)
        add 1 to ws-records-scored
        add 1 to ws-sc-paid-count(ws-sched-sub)
        add ws-en-fee(ws-sub) to ws-sc-fees-ledger(ws-sched-sub)
        add ws-en-prize(ws-sub) to ws-sc-prizes-paid(ws-sched-sub)
        perform format-entry-money
        move spaces to settlement-report-line
        string '  pos ' ws-en-position(ws-sub)
            ' player ' ws-en-player-id(ws-sub)
            ' ' ws-en-name(ws-sub)
            ' total=' ws-total-disp
            ' fee=' ws-fee-disp
            ' prize=' ws-prize-disp
            ' net=' ws-net-disp
            delimited by size into settlement-report-line
        write settlement-report-line
        perform write-payment-record
    end-if
.

write-payment-record.
    move spaces to payment-record
    move ws-run-id to py-run-id
    move ws-en-player-id(ws-sub) to py-player-id
    move ws-en-name(ws-sub) to py-name
    move ws-en-division(ws-sub) to py-division
    move ws-en-position(ws-sub) to py-position
    move ws-en-fee(ws-sub) to py-fee-owed
    move ws-en-prize(ws-sub) to py-prize-won
    move ws-net-due to py-net-due
    write payment-record
.

format-entry-money.
    move ws-en-fee(ws-sub) to ws-fee-disp
    move ws-en-prize(ws-sub) to ws-prize-disp
    move ws-net-due to ws-net-disp
    move ws-en-total(ws-sub) to ws-total-disp
.

*> held back, not paid: the money an inactive player would have
*> settled still counts in the division's figures, as held
write-exceptions.
    move spaces to settlement-report-line
    write settlement-report-line
    move 'exceptions - held back, not paid'
        to settlement-report-line
    write settlement-report-line
    perform write-one-exception
        varying ws-sub from 1 by 1
        until ws-sub > ws-entry-count
    perform write-one-overflow
        varying ws-overflow-sub from 1 by 1
        until ws-overflow-sub > ws-overflow-count
            or ws-overflow-sub > ws-overflow-max
    if ws-overflow-count > ws-overflow-max
        compute ws-overflow-unlisted =
            ws-overflow-count - ws-overflow-max
        add 1 to ws-exception-count
        move spaces to settlement-report-line
        string '  and ' ws-overflow-unlisted
            ' more players not settled - ledger table full'
            delimited by size into settlement-report-line
        write settlement-report-line
    end-if
    if ws-exception-count = 0
        move '  none' to settlement-report-line
        write settlement-report-line
    end-if
.

*> a player past the end of the ledger table was never priced, so
*> there is no fee or prize to show - only who was not settled
write-one-overflow.
    add 1 to ws-exception-count
    move spaces to settlement-report-line
    string '  division ' ws-ov-division(ws-overflow-sub)
        ' pos ' ws-ov-position(ws-overflow-sub)
        ' player ' ws-ov-player-id(ws-overflow-sub)
        ' ' ws-ov-name(ws-overflow-sub)
        ' reason=ledger table full - not settled'
        delimited by size into settlement-report-line
    write settlement-report-line
.

write-one-exception.
    if ws-en-held(ws-sub) = 'Y'
        add 1 to ws-records-rejected
        add 1 to ws-exception-count
        move ws-en-sched(ws-sub) to ws-sched-sub
        compute ws-net-due = ws-en-prize(ws-sub) - ws-en-fee(ws-sub)
        if ws-sched-sub > 0
            add 1 to ws-sc-held-count(ws-sched-sub)
            add ws-en-fee(ws-sub) to ws-sc-fees-ledger(ws-sched-sub)
            add ws-en-prize(ws-sub) to ws-sc-prizes-held(ws-sched-sub)
        end-if
        perform format-entry-money
        move spaces to settlement-report-line
        string '  division ' ws-en-division(ws-sub)
            ' pos ' ws-en-position(ws-sub)
            ' player ' ws-en-player-id(ws-sub)
            ' ' ws-en-name(ws-sub)
            ' fee=' ws-fee-disp
            ' prize=' ws-prize-disp
            ' reason=' ws-en-reason(ws-sub)
            delimited by size into settlement-report-line
        write settlement-report-line
    end-if
.

*> the proof for every division: the fees charged by the schedule
*> must equal the fees on the ledger, and must equal the prizes won
*> (paid and held) plus the house retention - the schedule's unpaid
*> percentage plus the odd cents of any tied split
write-control-section.
    move spaces to settlement-report-line
    write settlement-report-line
    move 'control by division' to settlement-report-line
    write settlement-report-line
    perform write-division-control
        varying ws-sched-sub from 1 by 1
        until ws-sched-sub > ws-schedule-count
    move spaces to settlement-report-line
    write settlement-report-line
    move ws-grand-fees to ws-money-disp
    move spaces to settlement-report-line
    string 'all divisions  fees collected=' ws-money-disp
        delimited by size into settlement-report-line
    write settlement-report-line
    move ws-grand-prizes-paid to ws-money-disp
    move spaces to settlement-report-line
    string '               prizes paid   =' ws-money-disp
        delimited by size into settlement-report-line
    write settlement-report-line
    move ws-grand-prizes-held to ws-money-disp
    move spaces to settlement-report-line
    string '               prizes held   =' ws-money-disp
        delimited by size into settlement-report-line
    write settlement-report-line
    move ws-grand-retention to ws-money-disp
    move spaces to settlement-report-line
    string '               house retained=' ws-money-disp
        delimited by size into settlement-report-line
    write settlement-report-line
    if ws-unscheduled-count > 0
        move spaces to settlement-report-line
        string 'players in unscheduled or rejected divisions: '
            ws-unscheduled-count
            delimited by size into settlement-report-line
        write settlement-report-line
    end-if
.

write-division-control.
    if ws-sc-valid(ws-sched-sub) = 'Y'
        and ws-sc-players(ws-sched-sub) > 0
        compute ws-house-retention =
            ws-sc-fees-total(ws-sched-sub)
                - ws-sc-prize-pool(ws-sched-sub)
                + ws-sc-split-residue(ws-sched-sub)
        compute ws-prizes-total =
            ws-sc-prizes-paid(ws-sched-sub)
                + ws-sc-prizes-held(ws-sched-sub)
        compute ws-proof-total = ws-prizes-total + ws-house-retention
        add ws-sc-fees-total(ws-sched-sub) to ws-grand-fees
        add ws-sc-prizes-paid(ws-sched-sub) to ws-grand-prizes-paid
        add ws-sc-prizes-held(ws-sched-sub) to ws-grand-prizes-held
        add ws-house-retention to ws-grand-retention

        move ws-sc-entry-fee(ws-sched-sub) to ws-fee-disp
        move ws-sc-percent-total(ws-sched-sub) to ws-percent-disp
        move spaces to settlement-report-line
        string 'division ' ws-sc-division(ws-sched-sub)
            ' players=' ws-sc-players(ws-sched-sub)
            ' paid=' ws-sc-paid-count(ws-sched-sub)
            ' held=' ws-sc-held-count(ws-sched-sub)
            ' entry fee=' ws-fee-disp
            ' payout %=' ws-percent-disp
            delimited by size into settlement-report-line
        write settlement-report-line
        move ws-sc-fees-total(ws-sched-sub) to ws-money-disp
        move spaces to settlement-report-line
        string '  fees collected       ' ws-money-disp
            delimited by size into settlement-report-line
        write settlement-report-line
        move ws-sc-prizes-paid(ws-sched-sub) to ws-money-disp
        move spaces to settlement-report-line
        string '  prizes paid          ' ws-money-disp
            delimited by size into settlement-report-line
        write settlement-report-line
        move ws-sc-prizes-held(ws-sched-sub) to ws-money-disp
        move spaces to settlement-report-line
        string '  prizes held back     ' ws-money-disp
            delimited by size into settlement-report-line
        write settlement-report-line
        move ws-house-retention to ws-money-disp
        move spaces to settlement-report-line
        string '  house retention      ' ws-money-disp
            delimited by size into settlement-report-line
        write settlement-report-line
        move ws-sc-split-residue(ws-sched-sub) to ws-money-disp
        move spaces to settlement-report-line
        string '    of which tie cents ' ws-money-disp
            delimited by size into settlement-report-line
        write settlement-report-line
        move ws-proof-total to ws-money-disp
        move spaces to settlement-report-line
        string '  prizes + retention   ' ws-money-disp
            delimited by size into settlement-report-line
        write settlement-report-line
        if ws-proof-total = ws-sc-fees-total(ws-sched-sub)
            and ws-sc-fees-ledger(ws-sched-sub)
                = ws-sc-fees-total(ws-sched-sub)
            move '  fees = prizes + house retention: in balance'
                to settlement-report-line
        else
            move '  fees = prizes + house retention: OUT OF BALANCE'
                to settlement-report-line
            add 1 to ws-out-of-balance
            move 08 to ws-new-return-code
            perform raise-return-code
        end-if
        write settlement-report-line
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
*> the players on the final table, scored the players settled and
*> rejected the players held back. the money figures live on the
*> control section, so the final total is logged as zero.
write-run-log.
    compute ws-balance-check =
        ws-records-scored + ws-records-rejected
    if ws-records-read not = ws-balance-check
        display 'run out of balance: read=' ws-records-read
            ' settled=' ws-records-scored
            ' held=' ws-records-rejected
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
        move 'rpssettl' to rl-program-name
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

end program rpssettl.
