*> line by line. a missing or unusable retparm, or a backup file
*> that cannot be created, ends the run with return code 12 before
*> anything is deleted - losing archive history to a bad parameter
*> is exactly what this program exists to prevent. the backup
*> carries the whole master record, handicap bonus included, and
*> after a purge rpsverfy will show the rating counters running
*> ahead of the retained rounds - its rebuild mode is the way to
*> take them back to the retained history if the league wants it.

environment division.
    input-output section.
    copy "mhplayr.cpy".

    *> the backup record is the master record written out flat, so
    *> a purged run can be reloaded or inspected with ordinary tools.
    *> a backup written before the master carried the handicap bonus
    *> ends at the total score; a line without the bonus has none.
    fd purge-backup.
    01 purge-backup-line.
        05 pb-run-id pic 9(16).
        05 pb-points pic 9(3).
        05 filler pic x(1).
        05 pb-total-score pic 9(7).
        05 filler pic x(1).
        05 pb-bonus-points pic 9(3).

    fd purge-report.
    01 purge-report-line pic x(100).
    move mm-play to pb-play
    move mm-points to pb-points
    move mm-total-score to pb-total-score
    move mm-bonus-points to pb-bonus-points
    write purge-backup-line
    if ws-purge-backup-status not = '00'
        add 1 to ws-records-rejected
