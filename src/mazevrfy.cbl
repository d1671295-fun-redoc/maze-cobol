       01 WS-LIBSCAN-PREV PIC X(08).

      *> DIRFILE record views: the '*MAZE' key header, the '*RTE'
      *> rank header a MODE=ALT run writes per alternate, the '*STP'
      *> pick-station marks a MODE=TOUR run writes ahead of its
      *> route, and the direction records themselves (total step
      *> count + up to 75 of the L/R/U/D steps per record)
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
              10 filler pic x value space.
              10 drt-cost pic 9(08).
              10 filler pic x(57).
           05 dir-stp redefines dir-rec.
              10 filler pic x(06).
              10 dsp-seq pic 9(02).
              10 filler pic x.
              10 dsp-stop pic 9(02).
              10 filler pic x.
              10 dsp-step pic 9(05).
              10 filler pic x.
              10 dsp-row pic 9(05).
              10 filler pic x.
              10 dsp-col pic 9(05).
              10 filler pic x(51).
           05 dir-steps redefines dir-rec.
              10 dst-len pic x(05).
              10 dst-len-num redefines dst-len pic 9(05).
           05 route-got pic 9(8) comp value 0.
           05 route-str pic x(:route-max:).

      *> the '*STP' marks read ahead of the route being collected:
      *> the step each claims to land on a station at, and where.
      *> A tour passes only if every mark holds and every 'P' in
      *> the maze has one
       01 stop-marks.
           05 stm-count pic 9(2) comp value 0.
           05 stm-entry occurs 8.
              10 stm-step pic 9(8) comp.
              10 stm-row pic 9(4) comp.
              10 stm-col pic 9(4) comp.
              10 stm-hit pic x.

       01 WS-STM-IDX PIC 9(2) COMP.
       01 WS-STM-IDX2 PIC 9(2) COMP.
       01 WS-P-COUNT PIC 9(4) COMP.

       01 WS-ROUTE-RANK PIC 9(2) VALUE 0.
       01 WS-TAKE-CNT PIC 9(4) COMP.
       01 WS-STEP-IDX PIC 9(8) COMP.
                    move 0 to WS-ROUTE-RANK
                    move 0 to route-len
                    move 0 to route-got
                    move 0 to stm-count
                 when dir-is-rte
                    move drt-rank to WS-ROUTE-RANK
                    move 0 to route-len
                    move 0 to route-got
                    move 0 to stm-count
                 when dir-is-stp
                    perform a070-collect-stop-mark
                 when dir-rec = spaces
                    continue
                 when other
              perform b200-replay-route
              move 0 to route-len
              move 0 to route-got
              move 0 to stm-count
           end-if

           continue.

       a070-collect-stop-mark section.
           *> a tour never carries more than 8 stations; a mark
           *> beyond that has no station to be checked against and
           *> leaves the 'P' count short, which fails the route
           if stm-count < 8
              add 1 to stm-count
              move dsp-step to stm-step(stm-count)
              move dsp-row to stm-row(stm-count)
              move dsp-col to stm-col(stm-count)
              move 'N' to stm-hit(stm-count)
           end-if

           continue.
                    perform b230-write-discrepancy
                 end-if
              end-if
              if WS-ROUTE-OK and stm-count > 0
                 perform b250-check-tour-complete
              end-if
           end-if
           end-if

              end-evaluate
           end-if

           if WS-ROUTE-OK and stm-count > 0
              perform b215-check-stop-marks
           end-if

           continue.

       b215-check-stop-marks section.
           *> a '*STP' mark naming this step must find the replay
           *> standing on its cell, and that cell must be a 'P'
           perform varying WS-STM-IDX from 1 by 1
                   until WS-STM-IDX > stm-count
                   or not WS-ROUTE-OK
              if stm-step(WS-STM-IDX) = WS-STEP-IDX
                 if stm-row(WS-STM-IDX) = WS-CUR-ROW
                    and stm-col(WS-STM-IDX) = WS-CUR-COL
                    and cell(WS-CUR-ROW, WS-CUR-COL) = 'P'
                    move 'Y' to stm-hit(WS-STM-IDX)
                 else
                    perform b220-route-discrepancy-head
                    move 'stop marker not on its station'
                      to vrf-reason
                    perform b230-write-discrepancy
                 end-if
              end-if
           end-perform

           continue.

       b250-check-tour-complete section.
           *> the route reached 'B'; as a tour it must also have
           *> landed every mark it announced, and announced one for
           *> every 'P' station in the maze; a miss is reported
           *> against the route's last step
           move route-len to WS-STEP-IDX
           move 0 to WS-P-COUNT
           perform varying ridx from 1 by 1
                   until ridx >= maxrow
              perform varying cidx from 1 by 1
                      until cidx > :maze-cols:
                 if cell(ridx, cidx) = 'P'
                    add 1 to WS-P-COUNT
                 end-if
              end-perform
           end-perform
           if WS-P-COUNT not = stm-count
              perform b220-route-discrepancy-head
              move 'tour misses a pick station' to vrf-reason
              perform b230-write-discrepancy
           end-if
           *> two marks on one station (or on one step) make the
           *> count tie while a station goes unvisited
           perform varying WS-STM-IDX from 1 by 1
                   until WS-STM-IDX > stm-count
                   or not WS-ROUTE-OK
              perform varying WS-STM-IDX2 from 1 by 1
                      until WS-STM-IDX2 >= WS-STM-IDX
                      or not WS-ROUTE-OK
                 if (stm-row(WS-STM-IDX2) = stm-row(WS-STM-IDX)
                     and stm-col(WS-STM-IDX2) = stm-col(WS-STM-IDX))
                    or stm-step(WS-STM-IDX2) = stm-step(WS-STM-IDX)
                    perform b220-route-discrepancy-head
                    move 'tour misses a pick station' to vrf-reason
                    perform b230-write-discrepancy
                 end-if
              end-perform
           end-perform
           perform varying WS-STM-IDX from 1 by 1
                   until WS-STM-IDX > stm-count
                   or not WS-ROUTE-OK
              if stm-hit(WS-STM-IDX) not = 'Y'
                 perform b220-route-discrepancy-head
                 move 'tour misses a pick station' to vrf-reason
                 perform b230-write-discrepancy
              end-if
           end-perform

           continue.

       b220-route-discrepancy-head section.
