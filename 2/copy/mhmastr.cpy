    *> run id plus round number, built by rpsarchv from each run's
    *> matchhist file so the audit trail survives the next run's
    *> OPEN OUTPUT. the run date is carried on every record so the
    *> inquiry program can answer date-range questions. the
    *> handicap bonus from matchhist rides alongside the raw points
    *> (zero for a round scored without a handicap), so the ranking
    *> programs can work on either basis. a master written before
    *> the bonus was added has the shorter 47-byte record and is
    *> converted once by rpsmhcnv before any program opens it.
    fd mh-master.
    01 mh-master-record.
        05 mm-key.
        05 mm-play pic a(1).
        05 mm-points pic 9(3).
        05 mm-total-score pic 9(7).
        05 mm-bonus-points pic 9(3).
