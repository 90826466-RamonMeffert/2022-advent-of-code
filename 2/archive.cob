*>             history with keyed reads instead of scanning the
*>             whole master. the companion merge is idempotent the
*>             same way the main merge is.
*> 2026-10-15  the handicap bonus rpshead writes alongside the raw
*>             points is carried onto the master; a round from any
*>             other scorer has a blank bonus and is archived with
*>             a zero one.

environment division.
    input-output section.
    move mh-play to mm-play
    move mh-points to mm-points
    move mh-total-score to mm-total-score
    if mh-bonus-points is numeric
        move mh-bonus-points to mm-bonus-points
    else
        move 0 to mm-bonus-points
    end-if
    write mh-master-record
        invalid key
            perform rewrite-one-round
