    *> handicap table read by rpshead when a handicap scheme is
    *> chosen on 'hcapsel'. one record per band of a scheme: the
    *> scheme code, the smallest performance-index gap (whole index
    *> points) the band applies from, and the bonus points the
    *> weaker player of the pair earns for each round won or drawn.
    *> a scheme's bands form a sliding scale - the band with the
    *> largest gap-from not above the pair's gap is the one used,
    *> and a gap below every band earns nothing.
    fd handicap-table.
    01 handicap-table-record.
        05 hc-scheme-code pic x(4).
        05 filler pic x(1).
        05 hc-gap-from pic 9(3).
        05 filler pic x(1).
        05 hc-win-bonus pic 9(02).
        05 filler pic x(1).
        05 hc-draw-bonus pic 9(02).
