    *> run id, program, start/end stamps (yyyymmddhhmmsscc), the
    *> balancing counters (read must equal scored plus rejected),
    *> the final total and the return code the run ended with
    *> (00 clean, 04 rejects, 08 out of balance, 12 file failure,
    *> 16 tournament sheet refused by its header/trailer control).
    fd run-log.
    01 run-log-record.
        05 rl-run-id pic 9(16).
