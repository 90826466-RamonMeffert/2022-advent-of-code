    *> one-page step summary the night-run driver rpsdrive writes on
    *> 'drivsum' each time it runs, and rpsnight reads back for its
    *> completeness check. an 'H' heading line carries the archive
    *> night's run id and the driver's start stamp; one 'S' line per
    *> nightctl step carries the step number, the program, what the
    *> driver did with it and the return code against the step's
    *> limit; a closing 'T' line says how the night ended. actions:
    *>   RAN      called tonight and ended under its limit
    *>   SKIPPED  already finished clean under this run id on an
    *>            earlier driver run - not called again
    *>   FAILED   called tonight and reached its limit; the night
    *>            stops here and a rerun resumes at this step
    *>   NOT RUN  after the failed step - never reached
    fd step-summary.
    01 step-summary-line pic x(80).
    01 step-summary-heading.
        05 dh-record-type pic x(1).
        05 filler pic x(1).
        05 dh-run-id pic 9(16).
        05 filler pic x(1).
        05 dh-driver-stamp pic 9(16).
        05 filler pic x(45).
    01 step-summary-record.
        05 ds-record-type pic x(1).
        05 filler pic x(1).
        05 ds-run-id pic 9(16).
        05 filler pic x(1).
        05 ds-step-nbr pic 9(2).
        05 filler pic x(1).
        05 ds-program-name pic x(8).
        05 filler pic x(1).
        05 ds-step-action pic x(7).
        05 filler pic x(4).
        05 ds-return-code pic 9(2).
        05 filler pic x(7).
        05 ds-rc-limit pic 9(2).
        05 filler pic x(27).
