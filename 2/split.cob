*> writing the segments to 'seg01in', 'seg02in', ... and a manifest
*> to 'segmanif' recording each segment's starting round number and
*> round count. the segments are then scored as independent rpsseg
*> job steps and recombined by rpsmerge. the round records are
*> copied verbatim - validation stays with the scorers. the sheet
*> must first prove itself against its own header and trailer (see
*> sheetctl.cpy); a sheet that does not is refused with return code
*> 16 and no segment is written. every segment carries the sheet's
*> header ahead of its rounds and a trailer of its own behind them,
*> so each rpsseg step can prove its segment the same way.

environment division.
    input-output section.
        05 separator pic a(1).
        05 self-play pic a(1).

    copy "sheetctl.cpy".

    fd segment-file.
    01 segment-file-record.
        05 sf-player-id pic 9(4).
        05 sf-oppo-play pic a(1).
        05 sf-separator pic a(1).
        05 sf-self-play pic a(1).
    01 segment-control-record pic x(49).

    copy "segmanif.cpy".

    01 ws-split-control-status pic x(2).
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
    01 ws-sheet-header-image pic x(49) value spaces.
    01 ws-sheet-records pic 9(7) value 0.
    01 ws-sheet-rounds pic 9(7) value 0.
    01 ws-sheet-hash pic 9(15) value 0.
    01 ws-round-hash pic 9(7).
    01 ws-trailer-rounds pic 9(7) value 0.
    01 ws-trailer-hash pic 9(15) value 0.
    01 ws-seg-hash pic 9(15).
    01 ws-seg-trailer.
        05 ws-seg-trl-type pic x(3) value 'TRL'.
        05 filler pic x(1) value space.
        05 ws-seg-trl-round-count pic 9(7).
        05 filler pic x(1) value space.
        05 ws-seg-trl-hash-total pic 9(15).

    *> run-control log working storage
    01 ws-run-log-status pic x(2).
    01 ws-run-id pic 9(16).
    move sc-segment-count to ws-segment-count
.

*> sizing pass - an even partition needs the round count up front.
*> it is also the sheet control pass: one header record first, one
*> trailer record last, and the trailer's round count and hash total
*> must agree with the rounds actually on the file. a sheet that
*> fails is refused before any segment or manifest is written.
count-tournament-rounds.
    move spaces to ws-tournament-status
    move 'N' to ws-sheet-eof
    open input tournament
    if ws-tournament-status not = '00'
        display 'input could not be opened, file status='
        perform write-run-log
        goback
    end-if
    perform tally-sheet-record until ws-sheet-eof = 'Y'
    close tournament
    perform judge-sheet-control
    if ws-sheet-ok not = 'Y'
        display 'sheet [' ws-sheet-id '] refused: ' ws-sheet-reason
        display 'sheet control: rounds read=' ws-sheet-rounds
            ' hash=' ws-sheet-hash
            ' trailer rounds=' ws-trailer-rounds
            ' hash=' ws-trailer-hash
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

*> only the very first record may be the header; its image is kept
*> to head every segment
note-sheet-header.
    if ws-sheet-records not = 1
        move 'header record is not the first record'
            to ws-sheet-fault
        perform refuse-sheet
    else
        move 'Y' to ws-header-found
        move hd-sheet-id to ws-sheet-id
        move sheet-header-record to ws-sheet-header-image
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

tally-sheet-round.
    if ws-trailer-found = 'Y'
        move 'round records follow the trailer' to ws-sheet-fault
        perform refuse-sheet
    end-if
    add 1 to ws-sheet-rounds
    add 1 to ws-total-rounds
    add 1 to ws-records-read
    perform compute-round-hash
    add ws-round-hash to ws-sheet-hash
.

*> the round's share of the hash total, built the way the venue
*> built the trailer - see sheetctl.cpy
compute-round-hash.
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

split-one-segment.
    move ws-next-start-round to ws-seg-start-round
    move 0 to ws-seg-rounds
    move spaces to ws-seg-file-name
    string 'seg' ws-seg-nbr 'in'
        delimited by size into ws-seg-file-name
    move 0 to ws-seg-hash
    open output segment-file
    move ws-sheet-header-image to segment-control-record
    write segment-control-record
    perform copy-one-round
        until ws-seg-rounds >= ws-rounds-per-seg
            or ws-eof = 'Y'
    move ws-seg-rounds to ws-seg-trl-round-count
    move ws-seg-hash to ws-seg-trl-hash-total
    move ws-seg-trailer to segment-control-record
    write segment-control-record
    close segment-file
    move spaces to segment-manifest-record
    move ws-seg-nbr to sm-seg-nbr
    read tournament into ws-tournament
        at end move 'Y' to ws-eof
        not at end
            if hd-record-type not = 'HDR'
                and hd-record-type not = 'TRL'
                perform copy-sheet-round
            end-if
    end-read
.

*> the sheet's header and trailer are not copied - each segment gets
*> the header image and a trailer of its own in split-one-segment
copy-sheet-round.
    move spaces to segment-file-record
    move ws-tournament to segment-file-record
    write segment-file-record
    add 1 to ws-seg-rounds
    add 1 to ws-records-scored
    perform compute-round-hash
    add ws-round-hash to ws-seg-hash
.

take-start-stamp.
    accept ws-stamp-date from date yyyymmdd
    accept ws-stamp-time from time
