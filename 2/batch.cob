*> a per-file summary line plus a grand total across the batch.

*> modification history
*> 2026-10-15  every sheet must now open with a header record and
*>             close with a trailer record (see sheetctl.cpy). each
*>             file is proven against its trailer's round count and
*>             hash total before it scores; a sheet that does not
*>             agree is refused onto the exception report with
*>             return code 16 and the batch moves on. the header's
*>             scheme code and match date take over from the
*>             batch-control entry and the run date when present.
*> 2026-08-22  validate the blank byte between the player id and
*>             the opponent column, so a mis-keyed five-digit id
*>             cannot score silently against the wrong player.
        05 separator pic a(1).
        05 self-play pic a(1).

    copy "sheetctl.cpy".

    fd exception-report.
    01 exception-report-line pic x(120).

    01 ws-tournament-status pic x(2).
    01 ws-batch-control-status pic x(2).

    *> sheet control working storage: what the header and trailer
    *> claim and what the control pass actually counted, per file
    01 ws-sheet-eof pic a(1).
    01 ws-sheet-ok pic a(1).
    01 ws-sheet-fault pic x(50).
    01 ws-sheet-reason pic x(50).
    01 ws-header-found pic a(1).
    01 ws-trailer-found pic a(1).
    01 ws-sheet-id pic x(10).
    01 ws-sheet-match-date pic 9(8).
    01 ws-sheet-scheme-code pic x(4).
    01 ws-sheet-records pic 9(7).
    01 ws-sheet-rounds pic 9(7).
    01 ws-sheet-hash pic 9(15).
    01 ws-round-hash pic 9(7).
    01 ws-trailer-rounds pic 9(7).
    01 ws-trailer-hash pic 9(15).

    *> run-control log working storage
    01 ws-run-log-status pic x(2).
    01 ws-run-id pic 9(16).

*> one batch can settle sheets priced under different rules - each
*> control-file entry may name the scheme its sheet is priced under
*> a sheet that cannot prove itself against its own trailer is
*> refused before any of it scores, and the batch moves on
run-one-file.
    move spaces to ws-tournament-file-name
    move ws-bc-file-name to ws-tournament-file-name
    move 'N' to ws-file-eof
    move zero to ws-file-score
    move zero to ws-file-round-count
    move zero to ws-round-nbr
    perform check-sheet-control
    if ws-tournament-status not = '00'
        perform write-file-open-exception
    else
        if ws-sheet-ok not = 'Y'
            perform write-sheet-control-exception
        else
            perform score-one-file
        end-if
    end-if
.

score-one-file.
    move ws-bc-scheme-code to ws-select-code
    move ws-stamp-date to ws-select-date
    perform apply-sheet-header
    perform select-scheme
    move spaces to ws-tournament-status
    open input tournament
    perform until ws-file-eof = 'Y'
        read tournament into ws-tournament
            at end move 'Y' to ws-file-eof
            not at end perform process-sheet-record
        end-read
    end-perform
    close tournament
    add 1 to ws-batch-file-count
    add ws-file-score to ws-batch-total
    display ws-tournament-file-name ' rounds=' ws-file-round-count
        ' score=' ws-file-score
.

*> the sheet's own header outranks the batch-control entry - a
*> scheme code or match date it carries takes over
apply-sheet-header.
    if ws-sheet-scheme-code not = spaces
        move ws-sheet-scheme-code to ws-select-code
    end-if
    if ws-sheet-match-date > 0
        move ws-sheet-match-date to ws-select-date
    end-if
.

*> the control pass over one sheet: one header record first, one
*> trailer record last, and the trailer's round count and hash
*> total must agree with the rounds actually on the file
check-sheet-control.
    move 'Y' to ws-sheet-ok
    move spaces to ws-sheet-reason
    move 'N' to ws-header-found
    move 'N' to ws-trailer-found
    move spaces to ws-sheet-id
    move spaces to ws-sheet-scheme-code
    move zero to ws-sheet-match-date
    move zero to ws-sheet-records
    move zero to ws-sheet-rounds
    move zero to ws-sheet-hash
    move zero to ws-trailer-rounds
    move zero to ws-trailer-hash
    move spaces to ws-tournament-status
    open input tournament
    if ws-tournament-status = '00'
        move 'N' to ws-sheet-eof
        perform tally-sheet-record until ws-sheet-eof = 'Y'
        close tournament
        perform judge-sheet-control
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
    if ws-sheet-ok = 'Y'
        move 'N' to ws-sheet-ok
        move ws-sheet-fault to ws-sheet-reason
    end-if
.

*> a refused sheet's rounds were read but none of them settled, so
*> they count as read and rejected to keep the batch in balance
write-sheet-control-exception.
    add ws-sheet-rounds to ws-records-read
    add ws-sheet-rounds to ws-records-rejected
    move spaces to exception-report-line
    string ws-tournament-file-name delimited by space
        ' sheet [' ws-sheet-id '] refused: ' ws-sheet-reason
            delimited by size
        into exception-report-line
    write exception-report-line
    display ws-tournament-file-name ' refused: ' ws-sheet-reason
    display 'sheet control: rounds read=' ws-sheet-rounds
        ' hash=' ws-sheet-hash
        ' trailer rounds=' ws-trailer-rounds
        ' hash=' ws-trailer-hash
    move 16 to ws-new-return-code
    perform raise-return-code
.

*> the header and trailer were proven by the control pass - only
*> the round records between them are scored
process-sheet-record.
    if hd-record-type not = 'HDR'
        and hd-record-type not = 'TRL'
        perform process-one-round
    end-if
.

