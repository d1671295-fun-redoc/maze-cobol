       DATA DIVISION.
      *
       FILE SECTION.
       FD RPTIN RECORD CONTAINS 180 CHARACTERS
                RECORDING MODE IS F.
       01 fd-RPTIN-REC PIC X(180).

       FD DIAGIN RECORD CONTAINS 132 CHARACTERS
                 RECORDING MODE IS F.
      *> incoming RPTFILE records, in the solver's own layouts:
      *> only the fields the review prints are picked out
       01 rpt-helper.
           05 rpt-rec pic x(180).
           05 rpt-detail redefines rpt-rec.
              10 rdt-maze-id pic x(08).
              10 filler pic x.
              10 rdt-cached pic x(01).
              10 filler pic x.
              10 rdt-route-cost pic 9(08).
              10 filler pic x(60).
              10 rdt-clos-count pic 9(02).
              10 filler pic x.
              10 rdt-clos-effect pic x(01).
              10 filler pic x(15).
           05 rpt-sum redefines rpt-rec.
              10 rsm-tag pic x(05).
              88 rsm-is-sum value '*SUM '.
              10 rsm-deferred pic 9(05).
              10 filler pic x.
              10 rsm-cached pic 9(05).
              10 filler pic x(106).

      *> incoming DIAGFILE records, the solver's layout
       01 diag-helper.
              10 rv-cached pic x.
              10 rv-path-len pic 9(8) comp.
              10 rv-cost pic 9(8) comp.
              10 rv-clos-count pic 9(2) comp.
              10 rv-clos-effect pic x.

       01 WS-RV-IDX PIC 9(4) COMP.

      *> how many mazes ran under CLOSFILE closures tonight, and
      *> how many of those had their route changed or cut off
       01 WS-CLOS-MAZES PIC 9(5) COMP VALUE 0.
       01 WS-CLOS-REROUTED PIC 9(5) COMP VALUE 0.
       01 WS-CLOS-CUT-OFF PIC 9(5) COMP VALUE 0.

      *> first diagnostic per maze id off tonight's DIAGFILE
       01 diag-tab.
           05 dg-count pic 9(4) comp value 0.
           05 filler pic x(07) value 'STEPS  '.
           05 filler pic x(10) value '    COST  '.
           05 filler pic x(11) value 'DIAGNOSTIC '.
           05 filler pic x(32) value 'VERIFY FAILURE                  '.
           05 filler pic x(16) value 'CLOSURES        '.
           05 filler pic x(34) value spaces.

       01 rvw-line.
           05 rl-id pic x(08).
           05 rl-diag pic x(09).
           05 filler pic x(02) value spaces.
           05 rl-vrf pic x(30).
           05 filler pic x(02) value spaces.
           05 rl-clos-count pic z9.
           05 filler pic x value space.
           05 rl-clos-effect pic x(13).
           05 filler pic x(34) value spaces.

       01 sum-line-1.
           05 filler pic x(17) value 'BATCH TOTALS --  '.
           05 sm-failed pic 9(05).
           05 filler pic x(74) value spaces.

       01 sum-line-3.
           05 filler pic x(17) value 'CLOSURES         '.
           05 filler pic x(07) value 'MAZES  '.
           05 sm-clos-mazes pic 9(05).
           05 filler pic x(17) value '  ROUTE CHANGED  '.
           05 sm-clos-rerouted pic 9(05).
           05 filler pic x(11) value '  CUT OFF  '.
           05 sm-clos-cut-off pic 9(05).
           05 filler pic x(65) value spaces.

       01 miss-line.
           05 filler pic x(41) value
              '** NO *SUM RECORD IN THIS INPUT - PARTIAL'.
              move rdt-cached to rv-cached(rv-count)
              move rdt-path-len to rv-path-len(rv-count)
              move rdt-route-cost to rv-cost(rv-count)
              *> records from before closures existed carry
              *> spaces here - no closure live
              if rdt-clos-count is numeric
                 move rdt-clos-count to rv-clos-count(rv-count)
              else
                 move 0 to rv-clos-count(rv-count)
              end-if
              move rdt-clos-effect to rv-clos-effect(rv-count)
              if rv-clos-count(rv-count) > 0
                 add 1 to WS-CLOS-MAZES
                 evaluate rdt-clos-effect
                    when 'R'
                       add 1 to WS-CLOS-REROUTED
                    when 'C'
                       add 1 to WS-CLOS-CUT-OFF
                    when other
                       continue
                 end-evaluate
              end-if
              perform a048-note-dept
           end-if

                 move 0 to sm-failed
              end-if
              write fd-REVWRPT-REC from sum-line-2
              move WS-CLOS-MAZES to sm-clos-mazes
              move WS-CLOS-REROUTED to sm-clos-rerouted
              move WS-CLOS-CUT-OFF to sm-clos-cut-off
              write fd-REVWRPT-REC from sum-line-3
           else
              write fd-REVWRPT-REC from miss-line
           end-if
              move spaces to rl-vrf
           end-if

           *> which mazes ran round tonight's closures, and what
           *> the closures did to them
           if rv-clos-count(WS-RV-IDX) > 0
              move rv-clos-count(WS-RV-IDX) to rl-clos-count
              evaluate rv-clos-effect(WS-RV-IDX)
                 when 'R'
                    move 'ROUTE CHANGED' to rl-clos-effect
                 when 'C'
                    move 'CUT OFF' to rl-clos-effect
                 when 'N'
                    move 'NO EFFECT' to rl-clos-effect
                 when other
                    move spaces to rl-clos-effect
              end-evaluate
           else
              move 0 to rl-clos-count
              move spaces to rl-clos-effect
           end-if

           write fd-REVWRPT-REC from rvw-line

           continue.
