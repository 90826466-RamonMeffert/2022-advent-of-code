*> by hand.

*> modification history
*> 2026-10-15  the sheet now carries a header record and a trailer
*>             record (see sheetctl.cpy) and is proven against the
*>             trailer's round count and hash total before either
*>             reading scores; a sheet that does not agree is
*>             refused with return code 16. the header's match date
*>             and scheme code take over from 'schemesel'.
*> 2026-08-22  validate the blank byte between the player id and
*>             the opponent column, so a mis-keyed five-digit id
*>             cannot score silently against the wrong player.
    input-output section.
        file-control.
        select tournament assign to 'input'
        organization is line sequential
        file status is ws-tournament-status.

        select recon-report assign to 'reconrpt'
        organization is line sequential.
        05 separator pic a(1).
        05 self-play pic a(1).

    copy "sheetctl.cpy".

    fd recon-report.
    01 recon-report-line pic x(100).

    01 ws-reject-reason pic x(40).
    01 ws-score-parm-status pic x(2).
    01 ws-roster-status pic x(2).
    01 ws-tournament-status pic x(2).

    *> sheet control working storage: what the header and trailer
    *> claim and what the control pass actually counted
    01 ws-sheet-eof pic a(1).
    01 ws-sheet-ok pic a(1) value 'Y'.
    01 ws-sheet-fault pic x(50).
    01 ws-sheet-reason pic x(50) value spaces.
    01 ws-header-found pic a(1) value 'N'.
    01 ws-trailer-found pic a(1) value 'N'.
    01 ws-sheet-id pic x(10) value spaces.
    01 ws-sheet-match-date pic 9(8) value zero.
    01 ws-sheet-scheme-code pic x(4) value spaces.
    01 ws-sheet-records pic 9(7) value 0.
    01 ws-sheet-rounds pic 9(7) value 0.
    01 ws-sheet-hash pic 9(15) value 0.
    01 ws-round-hash pic 9(7).
    01 ws-trailer-rounds pic 9(7) value 0.
    01 ws-trailer-hash pic 9(15) value 0.

    *> run-control log working storage
    01 ws-run-log-status pic x(2).

procedure division.
    perform take-start-stamp.
    perform check-sheet-control.
    perform load-score-parm.
    perform open-roster.
    open input tournament.
        perform until ws-eof = 'Y'
            read tournament into ws-tournament
                at end move 'Y' to ws-eof
                not at end perform process-sheet-record
            end-read
        end-perform.
    close tournament.
    perform write-run-log.
goback.

*> the header and trailer were proven by the control pass - only
*> the round records between them are scored
process-sheet-record.
    if hd-record-type not = 'HDR'
        and hd-record-type not = 'TRL'
        perform process-record
    end-if
.

process-record.
    add 1 to ws-round-nbr.
    add 1 to ws-records-read.
        end-read
        close scheme-select
    end-if
    perform apply-sheet-header
.

*> the sheet's own header outranks a selection file that may have
*> been left behind by another night - a match date or scheme code
*> it carries takes over
apply-sheet-header.
    if ws-sheet-scheme-code not = spaces
        move ws-sheet-scheme-code to ws-select-code
    end-if
    if ws-sheet-match-date > 0
        move ws-sheet-match-date to ws-select-date
    end-if
.

*> the sheet must prove it arrived whole before a single round is
*> priced under either reading: one header record first, one
*> trailer record last, and the trailer's round count and hash
*> total must agree with the rounds actually on the file. a sheet
*> that fails is refused outright - nothing is scored, no output is
*> opened, and the run ends with the sheet-control return code 16.
check-sheet-control.
    move spaces to ws-tournament-status
    open input tournament
    if ws-tournament-status not = '00'
        display 'input could not be opened, file status='
            ws-tournament-status
        move 12 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
    move 'N' to ws-sheet-eof
    perform tally-sheet-record until ws-sheet-eof = 'Y'
    close tournament
    perform judge-sheet-control
    if ws-sheet-ok not = 'Y'
        display 'sheet [' ws-sheet-id '] refused: ' ws-sheet-reason
        display 'sheet control: rounds read=' ws-sheet-rounds
            ' hash=' ws-sheet-hash
            ' trailer rounds=' ws-trailer-rounds
            ' hash=' ws-trailer-hash
        move ws-sheet-rounds to ws-records-read
        move ws-sheet-rounds to ws-records-rejected
        move 16 to ws-new-return-code
        perform raise-return-code
        perform write-run-log
        goback
    end-if
.

tally-sheet-record.
    read tournament
        at end move 'Y' to ws-sheet-eof
        not at end
            add 1 to ws-sheet-records
            evaluate hd-record-type
                when 'HDR'
                    perform note-sheet-header
                when 'TRL'
                    perform note-sheet-trailer
                when other
                    perform tally-sheet-round
            end-evaluate
    end-read
.

*> only the very first record may be the header
note-sheet-header.
    if ws-sheet-records not = 1
        move 'header record is not the first record'
            to ws-sheet-fault
        perform refuse-sheet
    else
        move 'Y' to ws-header-found
        move hd-sheet-id to ws-sheet-id
        move hd-scheme-code to ws-sheet-scheme-code
        if hd-match-date is numeric
            move hd-match-date to ws-sheet-match-date
        end-if
    end-if
.

note-sheet-trailer.
    if ws-trailer-found = 'Y'
        move 'more than one trailer record' to ws-sheet-fault
        perform refuse-sheet
    else
        move 'Y' to ws-trailer-found
        if tl-round-count is numeric and tl-hash-total is numeric
            move tl-round-count to ws-trailer-rounds
            move tl-hash-total to ws-trailer-hash
        else
            move 'trailer counts are not numeric' to ws-sheet-fault
            perform refuse-sheet
        end-if
    end-if
.

*> count the round and add it to the hash total the way the venue
*> built the trailer - see sheetctl.cpy
tally-sheet-round.
    if ws-trailer-found = 'Y'
        move 'round records follow the trailer' to ws-sheet-fault
        perform refuse-sheet
    end-if
    add 1 to ws-sheet-rounds
    move zero to ws-round-hash
    if player-id is numeric
        compute ws-round-hash = player-id * 100
    end-if
    evaluate oppo-play
        when 'A'
            add 10 to ws-round-hash
        when 'B'
            add 20 to ws-round-hash
        when 'C'
            add 30 to ws-round-hash
    end-evaluate
    evaluate self-play
        when 'X'
            add 1 to ws-round-hash
        when 'Y'
            add 2 to ws-round-hash
        when 'Z'
            add 3 to ws-round-hash
    end-evaluate
    add ws-round-hash to ws-sheet-hash
.

judge-sheet-control.
    if ws-header-found not = 'Y'
        move 'sheet carries no header record' to ws-sheet-fault
        perform refuse-sheet
    end-if
    if ws-trailer-found not = 'Y'
        move 'sheet carries no trailer record - truncated?'
            to ws-sheet-fault
        perform refuse-sheet
    else
        if ws-sheet-rounds not = ws-trailer-rounds
            move 'round count disagrees with the trailer'
                to ws-sheet-fault
            perform refuse-sheet
        end-if
        if ws-sheet-hash not = ws-trailer-hash
            move 'hash total disagrees with the trailer'
                to ws-sheet-fault
            perform refuse-sheet
        end-if
    end-if
.

*> the first fault found is the one the refusal reports
refuse-sheet.

take-start-stamp.
    accept ws-stamp-date from date yyyymmdd
    accept ws-stamp-time from time
