*> scorers use. a round count mismatch between the cheat sheet and
*> the played sheet - or an opponent column that disagrees - is
*> flagged and ends with return code 08, never silently truncated.
*> the played sheet's header and trailer records (see sheetctl.cpy)
*> are stepped over - only its rounds are compared - and the
*> header's match date and scheme code take over from 'schemesel',
*> as they do for the scorers. proving the sheet against its
*> trailer stays with the scorers.

environment division.
    input-output section.
        05 separator pic a(1).
        05 self-play pic a(1).

    copy "sheetctl.cpy".

    copy "matchhst.cpy".

    copy "scoreprm.cpy".
    read cheat-sheet into ws-cheat-rec
        at end move 'Y' to ws-cheat-eof
    end-read
    perform read-sheet-round
    if ws-cheat-eof not = 'Y' and ws-sheet-eof not = 'Y'
        add 1 to ws-round-nbr
        add 1 to ws-count-compared
.

count-extra-sheet-round.
    perform read-sheet-round
    if ws-sheet-eof not = 'Y'
        add 1 to ws-round-nbr
    end-if
.

*> the next round off the played sheet, stepping over its header
*> and trailer records
read-sheet-round.
    perform read-sheet-record
    perform read-sheet-record
        until ws-sheet-eof = 'Y'
            or (hd-record-type not = 'HDR'
                and hd-record-type not = 'TRL')
.

read-sheet-record.
    read tournament into ws-tournament
        at end move 'Y' to ws-sheet-eof
    end-read
.

        end-read
        close scheme-select
    end-if
    perform apply-sheet-header
.

*> the played sheet's own header outranks 'schemesel' - a match
*> date or scheme code it carries takes over, as it did for the
*> scoring run. a sheet that cannot be opened here is reported when
*> the comparison opens it.
apply-sheet-header.
    move spaces to ws-tournament-status
    open input tournament
    if ws-tournament-status = '00'
        read tournament
            at end continue
            not at end
                if hd-record-type = 'HDR'
                    if hd-scheme-code not = spaces
                        move hd-scheme-code to ws-select-code
                    end-if
                    if hd-match-date is numeric and hd-match-date > 0
                        move hd-match-date to ws-select-date
                    end-if
                end-if
        end-read
        close tournament
    end-if
.

end program rpscmply.
