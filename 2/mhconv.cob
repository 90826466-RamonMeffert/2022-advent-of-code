identification division.
program-id. rpsmhcnv.

*> one-off conversion of the match-history master to the record
*> that carries the handicap bonus: the master record grew from 47
*> to 50 bytes when mm-bonus-points was added at its end (see
*> mhmastr.cpy), and every program that opens the master with the
*> new layout needs the file converted first. mh-master cannot be
*> rebuilt from its source - each night's matchhist is overwritten
*> by the next night's run, and rpsverfy treats mh-master as the
*> system of record - so the rounds are carried across as they
*> stand, each with a bonus of zero: no round archived before the
*> handicap existed was scored with one.
*>
*> cut-over, once, before any other program runs on the new
*> layout:
*>   1. back up the live mhmaster;
*>   2. rename the live mhmaster to 'mhmold';
*>   3. run this program, which reads 'mhmold' under its own copy
*>      of the old 47-byte layout and creates the new 'mhmaster';
*>   4. check the return code and the 'mhcnvrpt' proof before the
*>      night's run is released.
*> the run refuses to start while a 'mhmaster' still exists, so it
*> can never overwrite a master already converted or still live.
*> mhplayer, the rating master and every other file are unchanged.
*> purge backups rpshouse wrote before the change are flat lines
*> without the bonus on the end; a line without it has no bonus.
*>
*> the proof on 'mhcnvrpt' counts the rounds and their points on
*> the old master as read and on the new master read back after
*> the conversion; the two must agree or the run ends with return
*> code 08. the run log counts the old master's rounds: read is
*> every round, scored the rounds written to the new master,
*> rejected the rounds the new master would not take.

environment division.
    input-output section.
        file-control.
        select old-master assign to 'mhmold'
        organization is indexed
        access is dynamic
        record key is om-key
        file status is ws-old-master-status.

        select mh-master assign to 'mhmaster'
        organization is indexed
        access is dynamic
        record key is mm-key
        file status is ws-mh-master-status.

        select conversion-report assign to 'mhcnvrpt'
        organization is line sequential.

        select run-log assign to 'runlog'
        organization is line sequential
        file status is ws-run-log-status.

data division.
    file section.
    *> the match-history master record as it stood before the
    *> handicap bonus was added - 47 bytes
    fd old-master.
    01 old-master-record.
        05 om-key.
            10 om-run-id pic 9(16).
            10 om-round-nbr pic 9(7).
        05 om-run-date pic 9(8).
        05 om-player-id pic 9(4).
        05 om-oppo-play pic a(1).
        05 om-play pic a(1).
        05 om-points pic 9(3).
        05 om-total-score pic 9(7).

    copy "mhmastr.cpy".

    fd conversion-report.
    01 conversion-report-line pic x(100).

    copy "runlog.cpy".

    working-storage section.
    01 ws-eof pic a(1) value 'N'.
    01 ws-old-master-status pic x(2).
    01 ws-mh-master-status pic x(2).

    *> the proof figures, before (old master as read) and after (new
    *> master as read back)
    01 ws-before-rounds pic 9(7) value 0.
    01 ws-before-points pic 9(9) value 0.
    01 ws-after-rounds pic 9(7) value 0.
    01 ws-after-points pic 9(9) value 0.
    01 ws-after-bonus pic 9(9) value 0.

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
    perform check-no-new-master.
    perform open-masters.
    perform convert-master.
    close old-master.
    close mh-master.
    perform count-new-master.
    perform write-conversion-proof.
    display 'rounds converted: ' ws-records-scored
        ' rejected: ' ws-records-rejected.
    perform write-run-log.
goback.

*> a mhmaster that opens at all is either already converted or
*> still the live master under the old layout - neither may be
*> written over
check-no-new-master.
    move spaces to ws-mh-master-status
    open input mh-master
    if ws-mh-master-status not = '35'
        if ws-mh-master-status = '00'
            close mh-master
        end-if
        display 'mhmaster already exists, file status='
            ws-mh-master-status
            ' - rename the old master to mhmold first'
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
.

open-masters.
    move spaces to ws-old-master-status
    open input old-master
    if ws-old-master-status not = '00'
        display 'mhmold could not be opened, file status='
            ws-old-master-status
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    move spaces to ws-mh-master-status
    open output mh-master
    if ws-mh-master-status not = '00'
        display 'mhmaster could not be created, file status='
            ws-mh-master-status
        close old-master
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
.

convert-master.
    move 'N' to ws-eof
    move zeros to om-key
    start old-master key is not less than om-key
        invalid key move 'Y' to ws-eof
    end-start
    perform convert-one-round until ws-eof = 'Y'
.

convert-one-round.
    read old-master next
        at end move 'Y' to ws-eof
        not at end
            add 1 to ws-records-read
            add 1 to ws-before-rounds
            add om-points to ws-before-points
            move om-run-id to mm-run-id
            move om-round-nbr to mm-round-nbr
            move om-run-date to mm-run-date
            move om-player-id to mm-player-id
            move om-oppo-play to mm-oppo-play
            move om-play to mm-play
            move om-points to mm-points
            move om-total-score to mm-total-score
            move 0 to mm-bonus-points
            write mh-master-record
                invalid key
                    display 'round not converted, run '
                        om-run-id ' round ' om-round-nbr
                        ' file status=' ws-mh-master-status
                    add 1 to ws-records-rejected
                not invalid key
                    add 1 to ws-records-scored
            end-write
    end-read
.

*> the proof reads the new master back rather than trusting the
*> write counts
count-new-master.
    move spaces to ws-mh-master-status
    open input mh-master
    if ws-mh-master-status not = '00'
        display 'mhmaster could not be reopened, file status='
            ws-mh-master-status
        move 12 to ws-new-return-code
        perform raise-return-code
    else
        move 'N' to ws-eof
        move zeros to mm-key
        start mh-master key is not less than mm-key
            invalid key move 'Y' to ws-eof
        end-start
        perform count-one-new-round until ws-eof = 'Y'
        close mh-master
    end-if
.

count-one-new-round.
    read mh-master next
        at end move 'Y' to ws-eof
        not at end
            add 1 to ws-after-rounds
            add mm-points to ws-after-points
            add mm-bonus-points to ws-after-bonus
    end-read
.

write-conversion-proof.
    open output conversion-report
    move spaces to conversion-report-line
    string 'mhmaster conversion to the handicap-bonus layout, run '
        ws-run-id
        delimited by size into conversion-report-line
    write conversion-report-line
    move spaces to conversion-report-line
    string '  before (mhmold)   rounds=' ws-before-rounds
        ' points=' ws-before-points
        delimited by size into conversion-report-line
    write conversion-report-line
    move spaces to conversion-report-line
    string '  after  (mhmaster) rounds=' ws-after-rounds
        ' points=' ws-after-points
        ' bonus=' ws-after-bonus
        delimited by size into conversion-report-line
    write conversion-report-line
    move spaces to conversion-report-line
    if ws-before-rounds = ws-after-rounds
        and ws-before-points = ws-after-points
        and ws-after-bonus = 0
        move '  conversion proves' to conversion-report-line
    else
        move '  conversion does not prove - keep the old master'
            to conversion-report-line
        display 'mhmaster conversion does not prove: before '
            ws-before-rounds ' after ' ws-after-rounds
        move 08 to ws-new-return-code
        perform raise-return-code
    end-if
    write conversion-report-line
    close conversion-report
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
*> logged is the rounds on the new master as read back.
write-run-log.
    compute ws-balance-check =
        ws-records-scored + ws-records-rejected
    if ws-records-read not = ws-balance-check
        display 'run out of balance: read=' ws-records-read
            ' converted=' ws-records-scored
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
        move 'rpsmhcnv' to rl-program-name
        move ws-start-stamp to rl-start-stamp
        move ws-stamp to rl-end-stamp
        move ws-records-read to rl-records-read
        move ws-records-scored to rl-records-scored
        move ws-records-rejected to rl-records-rejected
        move ws-after-rounds to rl-final-total
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

end program rpsmhcnv.
