    *> optional one-line ranking-basis control shared by rpsstand,
    *> rpsclose and rpsrate. RAW ranks on the shape and outcome
    *> points alone; HCAP adds the handicap bonus rpshead wrote
    *> alongside them. no file, or a blank line, means RAW.
    fd rank-basis.
    01 rank-basis-line.
        05 rb-basis pic x(4).
