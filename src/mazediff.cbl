
      *> DIRFILE record views, the solver's own layouts: the
      *> '*MAZE' key header, the '*RTE' rank header a MODE=ALT run
      *> writes per alternate, the '*STP' pick-station marks of a
      *> MODE=TOUR route, and the direction records (total step
      *> count + up to 75 of the steps per record)
       01 dir-helper.
           05 dir-rec pic x(80).
           05 dir-hdr redefines dir-rec.
              10 dhd-tag pic x(05).
              88 dir-is-maze value '*MAZE'.
              88 dir-is-rte value '*RTE '.
              88 dir-is-stp value '*STP '.
              10 filler pic x.
              10 dhd-maze-id pic x(08).
              10 filler pic x(65).
                       move drt-rank to cr-rank
                       move 0 to cr-len
                       move 0 to cr-got
                    when dir-is-stp
                       *> a tour's station marks follow from its
                       *> steps - a changed visiting order already
                       *> shows in the step checksum
                       continue
                    when dir-rec = spaces
                       continue
                    when other
                       move drt-rank to cr-rank
                       move 0 to cr-len
                       move 0 to cr-got
                    when dir-is-stp
                       *> a tour's station marks follow from its
                       *> steps - a changed visiting order already
                       *> shows in the step checksum
                       continue
                    when dir-rec = spaces
                       continue
                    when other
