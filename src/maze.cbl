               ==:max-nodes:== by ==640000==
               ==:route-max:== by ==32000==
               ==:cache-route-max:== by ==2000==
               ==:max-stops:== by ==8==
               ==:tour-masks:== by ==256==
               ==:tour-inf:== by ==99999999==
               .
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAZE.
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS lib-key
                          FILE STATUS IS PROG-STATUS.
           SELECT OPTIONAL CLOSFILE ASSIGN TO CLOSFILE
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS clo-key
                          FILE STATUS IS PROG-STATUS.
      *
       DATA DIVISION.
      *
                  RECORDING MODE IS F.
       01 fd-DIRFILE-REC PIC X(80).

       FD RPTFILE RECORD CONTAINS 180 CHARACTERS
                     RECORDING MODE IS F.
       01 fd-RPTFILE-REC PIC X(180).

       FD CHKFILE RECORD CONTAINS 80 CHARACTERS
                     RECORDING MODE IS F.
              10 lib-maze-id pic x(08).
              10 lib-row-seq pic 9(05).
           05 lib-data pic x(80).

      *> temporary corridor closures - cleaning, racking work, a
      *> spill - laid over a maze at solve time without touching
      *> MAZELIB: one record per closure, keyed by maze id plus a
      *> sequence, a single cell (to-row/to-col zero) or a
      *> rectangle, live from its from-date through its to-date
      *> (to-date zero: until further notice)
       FD CLOSFILE RECORD CONTAINS 80 CHARACTERS.
       01 fd-CLOSFILE-REC.
           05 clo-key.
              10 clo-maze-id pic x(08).
              10 clo-seq pic 9(04).
           05 filler pic x.
           05 clo-from-row pic 9(05).
           05 filler pic x.
           05 clo-from-col pic 9(05).
           05 filler pic x.
           05 clo-to-row pic 9(05).
           05 filler pic x.
           05 clo-to-col pic 9(05).
           05 filler pic x.
           05 clo-from-date pic 9(08).
           05 filler pic x.
           05 clo-to-date pic 9(08).
           05 filler pic x.
           05 clo-reason pic x(04).
           05 filler pic x(21).
      *
       WORKING-STORAGE SECTION.
       01 PROG-STATUS PIC 99 VALUE 0.

       01 WS-A-COUNT PIC 9(4) COMP.
       01 WS-B-COUNT PIC 9(4) COMP.
       01 WS-P-COUNT PIC 9(4) COMP.
       01 WS-BADCHAR-COUNT PIC 9(4) COMP.

      *> one structured record per MAZE000xE error: which maze in
       88 PARM-MODE-DFS VALUE 'DFS '.
       88 PARM-MODE-COST VALUE 'COST'.
       88 PARM-MODE-ALT VALUE 'ALT '.
       88 PARM-MODE-TOUR VALUE 'TOUR'.
       88 PARM-MODE-GUIDED VALUE 'GUID'.

      *> PARM ALTK=n caps how many materially distinct routes a
      *> MODE=ALT run hunts for per maze; the hunt also stops on its
       01 WS-SCAN-IDX  USAGE INDEX.
       01 WS-SWAP-NODE USAGE INDEX.

      *> MODE=GUIDED keeps its open list in queue-tab as a binary
      *> heap (slot 1 the root, slot n's children 2n and 2n+1),
      *> ordered on node-est - the cost so far plus the fewest
      *> steps still needed to the nearest 'B' - with the deeper
      *> node first on a tie. Picking the next node is then one
      *> walk down the heap instead of B310's pass over the queue
       01 WS-GUIDE-POS PIC 9(8) COMP.
       01 WS-GUIDE-UP PIC 9(8) COMP.
       01 WS-GUIDE-KID PIC 9(8) COMP.
       01 WS-GUIDE-LAST PIC 9(8) COMP.
       01 WS-GUIDE-NODE USAGE INDEX.
       01 WS-GUIDE-CMP-A USAGE INDEX.
       01 WS-GUIDE-CMP-B USAGE INDEX.
       01 WS-GUIDE-ROW PIC 9(8) COMP.
       01 WS-GUIDE-COL PIC 9(8) COMP.
       01 WS-GUIDE-DROW PIC 9(8) COMP.
       01 WS-GUIDE-DCOL PIC 9(8) COMP.
       01 WS-GUIDE-DIST PIC 9(8) COMP.
       01 WS-GUIDE-H PIC 9(8) COMP.
       01 WS-GUIDE-COST PIC 9(8) COMP.
       01 WS-GUIDE-BEFORE-STATE PIC X VALUE 'N'.
       88 WS-GUIDE-BEFORE VALUE 'Y'.
       01 WS-GUIDE-DONE-STATE PIC X VALUE 'N'.
       88 WS-GUIDE-DONE VALUE 'Y'.

       01 WS-PARM-MAXNODES PIC 9(8) COMP VALUE :max-nodes:.

      *> PARM CHKPTEVERY=n overrides how often (in dequeues) the
              88 blk-waiting value 'W'.
              88 blk-processed value 'P'.
              88 blk-deferred value 'D'.
              10 blk-part-flag pic x.
              88 blk-in-part value 'Y'.

      *> processing order: block numbers sorted priority 1 first
      *> through 9, unprioritised (0) blocks last, INFILE order

       01 WS-PROC-COUNT PIC 9(5) COMP VALUE 0.

      *> PARM PART=n/m splits the night across m copies of the
      *> program run side by side. Every copy loads and orders the
      *> whole batch - so each sees the same '*TRL' figures and the
      *> same priority order - then works only the n-th of m
      *> contiguous slices of that order. The copies' outputs laid
      *> end to end in partition order are therefore the one
      *> priority order again, which is what MAZEMRGE relies on.
      *> No PART is one partition covering the whole order
       01 WS-PART-STATE PIC X VALUE 'N'.
       88 WS-PART-RUN VALUE 'Y'.
       01 WS-PART-NO PIC 9(2) COMP VALUE 1.
       01 WS-PART-OF PIC 9(2) COMP VALUE 1.
       01 WS-PART-FROM PIC 9(4) COMP VALUE 1.
       01 WS-PART-TO PIC 9(4) COMP VALUE 0.
       01 WS-PART-BLOCKS PIC 9(5) COMP VALUE 0.
       01 WS-PART-NO-ED PIC 9(02).
       01 WS-PART-OF-ED PIC 9(02).
       01 WS-PART-FROM-ED PIC 9(05).
       01 WS-PART-TO-ED PIC 9(05).

      *> which copy writes a cache entry under PART: the one whose
      *> slice holds the maze, and partition 1 for an entry whose
      *> maze is not in tonight's batch at all - so the partitions'
      *> CACHOUT files concatenate into one cache with every entry
      *> in it exactly once
       01 WS-CHEOWN-STATE PIC X VALUE 'Y'.
       88 WS-CHE-OWNED VALUE 'Y'.
       01 WS-CACH-COUNT PIC 9(8) COMP VALUE 0.

      *> how far the most recently stored row is filled: a '*CON '
      *> continuation picks up appending from here, out to the
      *> :maze-cols: table width at most
           05 rte-cost pic 9(08).
           05 filler pic x(57) value spaces.

      *> '*STP' marker in DIRFILE between a MODE=TOUR route's '*MAZE'
      *> header and its direction records, one per pick station in
      *> visiting order: the station's number, the step of the move
      *> list that lands on it, and its cell
       01 stp-rec.
           05 stp-tag pic x(05) value '*STP '.
           05 filler pic x value space.
           05 stp-seq pic 9(02).
           05 filler pic x value space.
           05 stp-stop pic 9(02).
           05 filler pic x value space.
           05 stp-step pic 9(05).
           05 filler pic x value space.
           05 stp-row pic 9(05).
           05 filler pic x value space.
           05 stp-col pic 9(05).
           05 filler pic x(51) value spaces.

      *> MODE=TOUR leg costs out of every point the tour can stand
      *> on between legs - 'A' (entry 1) and each pick station
      *> (entries 2-9) - under each key plane it can stand there
      *> with: the cost to every station under every plane the leg
      *> can end in, and the cheapest 'B' the leg reaches. A leg is
      *> only searched once the ordering below actually needs it
       01 tour-legs.
           05 tlg-from occurs 9.
              10 tlg-from-plane occurs 16.
                 15 tlg-done pic x.
                 15 tlg-b-cost pic 9(8) comp.
                 15 tlg-b-row pic 9(4) comp.
                 15 tlg-b-col pic 9(4) comp.
                 15 tlg-b-plane pic 9(2) comp.
                 15 tlg-to occurs :max-stops:.
                    20 tlg-to-cost pic 9(8) comp occurs 16.

      *> cheapest known way to have visited exactly the stations of
      *> a subset (station n is bit n of the subset number), standing
      *> on one of them - or still on 'A' for the empty subset -
      *> under a key plane, and the state it was reached from so the
      *> winning order can be traced back
       01 tour-order.
           05 tdp-mask occurs :tour-masks:.
              10 tdp-at occurs 9.
                 15 tdp-plane occurs 16.
                    20 tdp-cost pic 9(8) comp.
                    20 tdp-prev-at pic 9(2) comp.
                    20 tdp-prev-plane pic 9(2) comp.

      *> the chosen tour: entry 1 is 'A', then the stations in
      *> visiting order, the last entry the 'B' it ends on - each
      *> with its cell, the key plane it is reached under and the
      *> step count of the leg that reaches it
       01 tour-seq.
           05 tsq-count pic 9(2) comp.
           05 tsq-entry occurs 10.
              10 tsq-poi pic 9(2) comp.
              10 tsq-row pic 9(4) comp.
              10 tsq-col pic 9(4) comp.
              10 tsq-plane pic 9(2) comp.
              10 tsq-len pic 9(8) comp.

      *> station n's bit in a subset number
       01 tour-bit-values.
           05 filler pic 9(03) value 1.
           05 filler pic 9(03) value 2.
           05 filler pic 9(03) value 4.
           05 filler pic 9(03) value 8.
           05 filler pic 9(03) value 16.
           05 filler pic 9(03) value 32.
           05 filler pic 9(03) value 64.
           05 filler pic 9(03) value 128.
           05 filler pic 9(03) value 256.
       01 tour-bit-tab redefines tour-bit-values.
           05 tour-bit pic 9(03) occurs 9.

       01 WS-TOUR-MASK PIC 9(4) COMP.
       01 WS-TOUR-FULL PIC 9(4) COMP.
       01 WS-TOUR-NMASK PIC 9(4) COMP.
       01 WS-TOUR-QUOT PIC 9(4) COMP.
       01 WS-TOUR-WORK PIC 9(4) COMP.
       01 WS-TOUR-BIT PIC 9(4) COMP.
       01 WS-TOUR-AT PIC 9(2) COMP.
       01 WS-TOUR-PLANE PIC 9(2) COMP.
       01 WS-TOUR-NEXT PIC 9(2) COMP.
       01 WS-TOUR-NPLANE PIC 9(2) COMP.
       01 WS-TOUR-PREV-AT PIC 9(2) COMP.
       01 WS-TOUR-PREV-PLANE PIC 9(2) COMP.
       01 WS-TOUR-LEG PIC 9(2) COMP.
       01 WS-TOUR-IDX PIC 9(2) COMP.
       01 WS-TOUR-TOTAL PIC 9(9) COMP.
       01 WS-TOUR-BEST PIC 9(9) COMP.
       01 WS-TOUR-BEST-AT PIC 9(2) COMP.
       01 WS-TOUR-BEST-PLANE PIC 9(2) COMP.
       01 WS-TOUR-NODES PIC 9(8) COMP VALUE 0.
       01 WS-TOUR-STEP PIC 9(8) COMP.
       01 WS-TOUR-ORDER PIC X(16) VALUE SPACES.
       01 WS-TOUR-ORD-ED PIC 9(02).

       01 WS-TOUR-TGT-STATE PIC X.
       88 WS-TOUR-TGT-FOUND VALUE 'Y'.

      *> a leg search starts from WS-LEG-ROW/COL carrying the keys
      *> in WS-LEG-KEYS and has no single goal: C110 lets it run the
      *> reachable state space dry
       01 WS-LEG-STATE PIC X VALUE 'N'.
       88 WS-LEG-SEARCH VALUE 'Y'.
       01 WS-LEG-ROW PIC 9(4) COMP.
       01 WS-LEG-COL PIC 9(4) COMP.
       01 WS-LEG-KEYS PIC X(04).

      *> '*SUM' batch summary closing each RPTFILE generation: the
      *> run's control totals and the reconciliation outcome, so a
      *> generation can be audited (and split from its neighbours in
           05 sum-deferred pic 9(05).
           05 filler pic x value space.
           05 sum-cached pic 9(05).
      *> a PART=n/m copy says which slice it worked, its return
      *> code and the physical records it put on each output, so
      *> MAZEMRGE can prove every partition is present, clean and
      *> whole before it builds the night's files. Spaces on an
      *> ordinary run; MAZEMRGE's own summary shows partition 00
           05 sum-part-area.
              10 filler pic x value space.
              10 sum-part-tag pic x(05) value 'PART '.
              10 sum-part-no pic 9(02).
              10 filler pic x value '/'.
              10 sum-part-of pic 9(02).
              10 filler pic x value space.
              10 sum-part-blocks pic 9(05).
              10 filler pic x value space.
              10 sum-part-rc pic 9(02).
              10 filler pic x value space.
              10 sum-out-recs pic 9(08).
              10 filler pic x value space.
              10 sum-dir-recs pic 9(08).
              10 filler pic x value space.
              10 sum-diag-recs pic 9(08).
              10 filler pic x value space.
              10 sum-cach-recs pic 9(08).
      *> the date the run started, so a night that runs past
      *> midnight still posts under the night it belongs to
           05 filler pic x value space.
           05 sum-run-date pic 9(08).
           05 filler pic x(41) value spaces.

      *> '*MAZE' block header echoed into OUTFILE and DIRFILE so
      *> every output block leads with the key of the maze it
              10 che-m pic 9(5) comp.
              10 che-s pic 9(5) comp.
              10 che-z pic 9(5) comp.
      *> what tonight's closures did to the route when it was
      *> solved (see WS-CLOS-EFFECT) - the fingerprint carries the
      *> closed cells, so a hit comes back under the same overlay
              10 che-clos-eff pic x.
              10 che-route pic x(:cache-route-max:).

      *> one 'H' record per cached maze followed by as many 'R'
              10 cch-z pic 9(05).
              10 filler pic x value space.
              10 cch-mode pic x(04).
              10 filler pic x value space.
              10 cch-clos-eff pic x.
           05 cch-route-view redefines cch-body.
              10 filler pic x value space.
              10 cch-route-chunk pic x(75).
           05 rst-cached pic 9(05).
           05 filler pic x value space.
           05 rst-final-rc pic 9(02).
           05 filler pic x value space.
           05 rst-part-no pic 9(02).
           05 filler pic x value space.
           05 rst-part-of pic 9(02).
           05 filler pic x(34) value spaces.

      *> physical records written per output file, carried in the
      *> run-position record so the morning review can see exactly
       01 WS-FPRINT PIC 9(8) COMP.
       01 WS-FP-CHAR-IDX PIC 9(4) COMP.

      *> CLOSFILE is optional: absent means no closures tonight.
      *> A closure is live when the run date falls inside its
      *> window; the run date is the job's own start date
       01 WS-CLOS-STATE PIC X VALUE 'N'.
       88 WS-CLOS-OPEN VALUE 'Y'.
       01 WS-CLOSCAN-STATE PIC X VALUE 'N'.
       88 WS-CLOSCAN-EOF VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.

      *> tonight's live closures on the maze in hand: how many,
      *> how many open cells they shut, and what they did to the
      *> route - space no closure live, 'N' none on the route the
      *> open floor would have taken, 'R' the route had to go round
      *> them, 'C' they cut the destination off altogether
       01 WS-CLOS-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-CLOS-CELLS PIC 9(8) COMP VALUE 0.
       01 WS-CLOS-EFFECT PIC X VALUE SPACE.
       88 WS-CLOS-NONE VALUE SPACE.
       88 WS-CLOS-NO-EFFECT VALUE 'N'.
       88 WS-CLOS-REROUTED VALUE 'R'.
       88 WS-CLOS-CUT-OFF VALUE 'C'.
       01 WS-CLOS-R1 PIC 9(4) COMP.
       01 WS-CLOS-R2 PIC 9(4) COMP.
       01 WS-CLOS-C1 PIC 9(4) COMP.
       01 WS-CLOS-C2 PIC 9(4) COMP.
       01 WS-CLOS-ROW PIC 9(4) COMP.
       01 WS-CLOS-COL PIC 9(4) COMP.
       01 WS-CLOS-LAST-ROW PIC 9(4) COMP.
       01 WS-CLOS-SEQ-ED PIC 9(04).
       01 WS-CLOS-CELLS-ED PIC 9(05).

      *> the open-floor search run ahead of the real one when
      *> closures shut any cell: did the floor solve without them,
      *> and did that route cross a closed cell
       01 WS-PROBE-STATE PIC X VALUE 'N'.
       88 WS-PROBE-SEARCH VALUE 'Y'.
       01 WS-PROBE-SOLVED-STATE PIC X VALUE 'N'.
       88 WS-PROBE-SOLVED VALUE 'Y'.
       01 WS-PROBE-HIT-STATE PIC X VALUE 'N'.
       88 WS-PROBE-HIT VALUE 'Y'.

      *> the closed cells of the maze in hand, laid over its rows
      *> only once the open-floor search is done with them
       01 clos-map.
           05 clos-map-row occurs :maze-rows:.
              10 clos-cell pic x occurs :maze-cols:.

       01 WS-CPL-ROW PIC 9(4) COMP.
       01 WS-CPL-COL PIC 9(4) COMP.
       01 WS-CPL-IDX PIC 9(8) COMP.
           05 rpt-reach-cells     pic 9(05).
           05 filler              pic x value space.
           05 rpt-open-cells      pic 9(05).
           05 filler              pic x value space.
      *> MODE=TOUR records only: how many 'P' pick stations the tour
      *> covers and the order it visits them in, two digits per
      *> station, stations numbered in reading order (row by row,
      *> left to right) - the numbers DIRFILE's '*STP' marks carry
           05 rpt-stop-count      pic 9(02).
           05 filler              pic x value space.
           05 rpt-stop-order      pic x(16).
           05 filler              pic x value space.
      *> live CLOSFILE closures laid over the maze tonight and what
      *> they did to the route (WS-CLOS-EFFECT's codes): space none
      *> live, 'N' no effect, 'R' route changed, 'C' destination
      *> cut off
           05 rpt-clos-count      pic 9(02).
           05 filler              pic x value space.
           05 rpt-clos-effect     pic x(01).
           05 filler              pic x value space.
      *> the PARM MODE the maze ran under (BFS, DFS, COST, ALT,
      *> TOUR or GUID), so the node and elapsed figures of two runs
      *> of the same maze under different modes can be set side by
      *> side
           05 rpt-mode            pic x(04).
           05 filler              pic x(10) value spaces.

      *> one CHKFILE record per snapshot slice: a single 'H' header
              10 dest-entry-row usage index.
              10 dest-entry-col usage index.

      *> every 'P' pick station found by A150, numbered in reading
      *> order - the numbers a MODE=TOUR run reports its visiting
      *> order in. Tours order at most :max-stops: of them
       01 stop-list.
           05 stop-count pic 9(2) comp value 0.
           05 stop-entry occurs :max-stops:.
              10 stop-row pic 9(4) comp.
              10 stop-col pic 9(4) comp.

      *> sized for the worst legal search state space: every cell
      *> of a full-format maze (250 x 160) can be reached once per
      *> key-combination plane, 16 planes in all - :max-nodes: is
      *> has crossed, one flag byte per pair - what decides whether
      *> the matching door cells '1'-'4' are passable from here
              10 node-keys pic x(04).
      *> MODE=GUIDED only: node-cost plus the fewest steps left to
      *> the nearest 'B', and the queue-tab slot the node holds in
      *> the heap while it is still open
              10 node-est pic 9(8) comp.
              10 node-heap-slot pic 9(8) comp.

      *> direct visited lookup keyed by cell position: one byte per
      *> cell answers "is this already a node" without scanning
              10 visited-map-row occurs :maze-rows:.
                 15 visited-cell pic x occurs :maze-cols:.

      *> MODE=GUIDED marks a state 'Q' in visited-map while it is
      *> still open and 'Y' only once it is taken off the heap: a
      *> guided search can reach an open state again more cheaply,
      *> and this names the node that state already has so the
      *> cheaper route replaces it in place instead of adding a
      *> second node for the same state
       01 guide-map.
           05 guide-plane occurs 16.
              10 guide-map-row occurs :maze-rows:.
                 15 guide-node usage index occurs :maze-cols:.

       01 WS-KEY-FLAGS PIC X(04).
       01 WS-PLANE-IDX PIC 9(4) COMP.
       01 WS-PASS-STATE PIC X.
                       perform a020-load-batch
                       if not WS-ABORT-RUN
                          perform a030-order-batch
                          perform a038-set-partition
                          perform a035-verify-restart
                          perform a037-open-closures
                       end-if
                       *> only this copy's slice of the order; the
                       *> rest belongs to the other partitions
                       perform varying WS-ORD-IDX from WS-PART-FROM
                               by 1
                               until WS-ORD-IDX > WS-PART-TO
                               or WS-ABORT-RUN
                          move ord-blk(WS-ORD-IDX) to WS-BLK-IDX
                          if WS-ORD-IDX <= WS-RESUME-DONE
                          *> pick up past the failing block
                          perform a355-clear-position
                       end-if
                       if WS-CLOS-OPEN
                          close CLOSFILE
                       end-if
                       perform a360-write-deferrals
                       perform a530-write-cache
                       if WS-ABORT-RUN and WS-POSITION-ON-FILE
                          move 'DFS ' to WS-PARM-MODE
                       when PARM-VALUE(1:3) = 'ALT'
                          move 'ALT ' to WS-PARM-MODE
                       when PARM-VALUE(1:4) = 'TOUR'
                          move 'TOUR' to WS-PARM-MODE
                       when PARM-VALUE(1:4) = 'GUID'
                          move 'GUID' to WS-PARM-MODE
                       when other
                          move 'BFS ' to WS-PARM-MODE
                    end-evaluate
                    if PARM-NUM-WORK > 0 and PARM-NUM-WORK < 100
                       move PARM-NUM-WORK to WS-PARM-ALTK
                    end-if
                 when 'PART'
                    perform a011-parse-part
                 when 'RESTART'
                    if PARM-VALUE(1:1) = 'Y'
                       set WS-RESTART-REQ to true

           continue.

       a011-parse-part section.
           *> PART=n/m, 1 <= n <= m <= 99. A malformed partition
           *> stops the run: quietly solving the whole batch in every
           *> copy would put each maze into the night m times
           move 0 to PARM-NUM-WORK
           perform varying PARM-DIGIT-IDX from 1 by 1
            until PARM-DIGIT-IDX > 16
            or PARM-VALUE(PARM-DIGIT-IDX:1) = space
            or PARM-VALUE(PARM-DIGIT-IDX:1) = '/'
              move PARM-VALUE(PARM-DIGIT-IDX:1)
                   to PARM-ONE-CHAR
              if PARM-ONE-CHAR is numeric
                 compute PARM-NUM-WORK =
                         PARM-NUM-WORK * 10 + PARM-ONE-DIGIT
              else
                 move 999 to PARM-NUM-WORK
              end-if
           end-perform
           if PARM-NUM-WORK > 99
              move 0 to PARM-NUM-WORK
           end-if
           move PARM-NUM-WORK to WS-PART-NO
           move 0 to PARM-NUM-WORK
           if PARM-DIGIT-IDX < 16
              and PARM-VALUE(PARM-DIGIT-IDX:1) = '/'
              add 1 to PARM-DIGIT-IDX
              perform until PARM-DIGIT-IDX > 16
                 or PARM-VALUE(PARM-DIGIT-IDX:1) = space
                 move PARM-VALUE(PARM-DIGIT-IDX:1)
                      to PARM-ONE-CHAR
                 if PARM-ONE-CHAR is numeric
                    compute PARM-NUM-WORK =
                            PARM-NUM-WORK * 10 + PARM-ONE-DIGIT
                 else
                    move 999 to PARM-NUM-WORK
                 end-if
                 add 1 to PARM-DIGIT-IDX
              end-perform
           end-if
           if PARM-NUM-WORK > 99
              move 0 to PARM-NUM-WORK
           end-if
           move PARM-NUM-WORK to WS-PART-OF
           if WS-PART-NO = 0 or WS-PART-OF = 0
              or WS-PART-NO > WS-PART-OF
              display "MAZE0035E PARM PART=" PARM-VALUE
                      " is not a partition n/m"
              move :err99: to WS-FINAL-RC
              set WS-ABORT-RUN to true
              move 1 to WS-PART-NO
              move 1 to WS-PART-OF
           else
              set WS-PART-RUN to true
           end-if

           continue.

       a015-load-cache section.
           *> last night's cache, loaded whole up front: lookups
           *> happen in priority order, not file order. An absent
              move cch-m to che-m(che-count)
              move cch-s to che-s(che-count)
              move cch-z to che-z(che-count)
              move cch-clos-eff to che-clos-eff(che-count)
              move spaces to che-route(che-count)
              move 0 to WS-CHE-GOT
           end-if
           if not WS-RESTART-ACTIVE
              continue
           else
              *> a position from another partition's copy (or from
              *> an ordinary run) resumes nothing of this slice
              if rst-part-no not = WS-PART-NO-ED
                 or rst-part-of not = WS-PART-OF-ED
                 display "MAZE0028E run position belongs to "
                         "partition " rst-part-no "/" rst-part-of
                         ", this run is " WS-PART-NO-ED "/"
                         WS-PART-OF-ED
                 move :err99: to WS-FINAL-RC
                 set WS-ABORT-RUN to true
              else
              if WS-RESUME-DONE > blk-count
                 display "MAZE0028E run position past end of "
                         "batch - library changed since cancel"
                    set WS-ABORT-RUN to true
                 end-if
              end-if
              end-if
           end-if

           continue.

       a038-set-partition section.
           *> this copy's slice of the priority order: positions
           *> ((n-1) * blocks / m) + 1 through (n * blocks / m),
           *> so the m slices meet end to end and cover the order
           *> exactly once. The flag on each block tells the cache
           *> write which entries are this copy's to carry
           compute WS-PART-FROM =
                   ((WS-PART-NO - 1) * blk-count) / WS-PART-OF + 1
           compute WS-PART-TO = (WS-PART-NO * blk-count) / WS-PART-OF
           move 0 to WS-PART-BLOCKS
           perform varying WS-ORD-IDX from 1 by 1
                   until WS-ORD-IDX > blk-count
              move ord-blk(WS-ORD-IDX) to WS-BLK-IDX
              if WS-ORD-IDX < WS-PART-FROM
                 or WS-ORD-IDX > WS-PART-TO
                 move 'N' to blk-part-flag(WS-BLK-IDX)
              else
                 set blk-in-part(WS-BLK-IDX) to true
                 add 1 to WS-PART-BLOCKS
              end-if
           end-perform
           move WS-PART-NO to WS-PART-NO-ED
           move WS-PART-OF to WS-PART-OF-ED
           if WS-PART-RUN
              move WS-PART-FROM to WS-PART-FROM-ED
              move WS-PART-TO to WS-PART-TO-ED
              display "MAZE0036I partition " WS-PART-NO-ED "/"
                      WS-PART-OF-ED " works order positions "
                      WS-PART-FROM-ED " to " WS-PART-TO-ED
                      " of " blk-count
           end-if

           continue.

       a037-open-closures section.
           *> tonight's closures are judged against the job's start
           *> date. CLOSFILE is optional - absent, the night runs on
           *> the library as it stands - but one that is there and
           *> will not open stops the run: solving round a spill
           *> nobody can see is worse than not solving at all
           move start-time(1:8) to WS-RUN-DATE
           move 'N' to WS-CLOS-STATE
           open input CLOSFILE
           evaluate PROG-STATUS
              when 0
                 set WS-CLOS-OPEN to true
              when 05
                 close CLOSFILE
              when other
                 display "MAZE0033E CLOSFILE open failed, "
                         "file status " PROG-STATUS
                 move :err99: to WS-FINAL-RC
                 set WS-ABORT-RUN to true
                 move 'MAZE0033E' to diag-msg-id
                 move 0 to diag-row
                 move 0 to diag-col
                 move 'CLOSFILE OPEN FAILED' to diag-image
                 perform a330-write-diagnostic
           end-evaluate

           continue.

       a350-write-position section.
           *> same habit as the search checkpoint: rewrite the one
           *> position record as each block completes
           move WS-ERROR-COUNT to rst-error
           move WS-CACHE-HITS to rst-cached
           move WS-FINAL-RC to rst-final-rc
           move WS-PART-NO to rst-part-no
           move WS-PART-OF to rst-part-of
           write fd-RSTFILE-REC from rst-rec
           close RSTFILE
           set WS-POSITION-ON-FILE to true
              compute blk-first-rec(blk-count) = bp-count + 1
              move 0 to blk-rec-count(blk-count)
              move 'N' to blk-hdr-flag(blk-count)
              move 'N' to blk-part-flag(blk-count)
              set blk-waiting(blk-count) to true
           end-if

           *> block's 'Y' into its error report - same staleness
           *> reasoning as the max-nidx zeroing on the abort path
           move 'N' to WS-CACHED-FLAG
           move 0 to WS-CLOS-COUNT
           move 0 to WS-CLOS-CELLS
           move space to WS-CLOS-EFFECT
           move 'N' to WS-PROBE-SOLVED-STATE
           move 'N' to WS-PROBE-HIT-STATE
           move WS-BLK-IDX to WS-MAZE-SEQ
           add 1 to WS-PROC-COUNT

           perform a100-read-maze
           perform a150-validate-maze
           *> closures are gathered against the body as validated -
           *> a closed 'A' or 'B' is a closure, not a malformed maze
           if WS-CLOS-OPEN and not WS-ABORT-RUN
              perform a700-gather-closures
           end-if
           if WS-ABORT-RUN
              *> malformed maze or a table filled up before A200
              *> ever ran - max-nidx still belongs to whichever
              set max-nidx to 0
           else
              *> the alternate-route hunt mutates the maze pass by
              *> pass, and a tour is stitched together from several
              *> leg searches, so neither goes through the cache
              move 'N' to WS-CHIT-STATE
              if not PARM-MODE-ALT and not PARM-MODE-TOUR
                 perform a500-compute-fingerprint
                 perform a510-cache-lookup
              end-if
              if WS-CACHE-HIT
                 if WS-CLOS-CELLS > 0
                    perform a720-lay-closures
                 end-if
                 perform a520-emit-cached
                 write fd-outfile-REC from WS-OUTFILE-SEPARATOR
                 add 1 to WS-OUT-COUNT
              else
                 if WS-CLOS-CELLS > 0
                    perform a710-probe-open-floor
                    perform a720-lay-closures
                 end-if
                 if WS-ABORT-RUN
                    set search-state-no-solution to true
                 else
                    perform a200-maze-search
                 end-if
                 if WS-CLOS-COUNT > 0 and not WS-ABORT-RUN
                    perform a730-judge-closures
                 end-if
                 if search-state-no-solution and not WS-ABORT-RUN
                    display "no solution found"
                    move :err-no-solution-found: to WS-FINAL-RC
                 end-if
                 if search-state-solution-found
                    display "solution exists"
                    evaluate true
                       when PARM-MODE-ALT
                          perform a280-alt-out-result
                       when PARM-MODE-TOUR
                          perform a680-tour-out-result
                       when other
                          perform a300-out-result
                          perform a540-refresh-cache
                    end-evaluate
                    write fd-outfile-REC from WS-OUTFILE-SEPARATOR
                    add 1 to WS-OUT-COUNT
                 end-if
       a150-validate-maze section.
           *> reject malformed mazes before A200 spends a search on
           *> garbage coordinates: exactly one 'A', exactly one 'B',
           *> only recognised wall/path characters, sane row count.
           *> 'P' pick stations are plain corridor to every mode but
           *> TOUR; they are numbered here in reading order
           move 0 to WS-A-COUNT
           move 0 to WS-B-COUNT
           move 0 to WS-P-COUNT
           move 0 to stop-count
           move 0 to WS-BADCHAR-COUNT
           perform varying WS-PAIR-IDX from 1 by 1
                   until WS-PAIR-IDX > 4
                       add 1 to WS-A-COUNT
                    when 'B'
                       add 1 to WS-B-COUNT
                    when 'P'
                       add 1 to WS-P-COUNT
                       if stop-count < :max-stops:
                          add 1 to stop-count
                          set stop-row(stop-count) to ridx
                          set stop-col(stop-count) to cidx
                       end-if
                    when '1'
                    when '2'
                    when '3'
                 perform a330-write-diagnostic
              end-if
           end-perform
           if WS-P-COUNT > :max-stops:
              *> a tour orders at most 8 stations; MAZEUPDT keeps
              *> bigger floors out of the library, a flat feed can
              *> still deliver one
              display "MAZE0031E more than 8 pick stations 'P' "
                      "in maze"
              move :err99: to WS-FINAL-RC
              set WS-ABORT-RUN to true
              move 'MAZE0031E' to diag-msg-id
              move 0 to diag-row
              move 0 to diag-col
              move spaces to diag-image
              perform a330-write-diagnostic
           end-if
           if maxrow < 2
              display "MAZE0006E maze has no rows to search"
              move :err99: to WS-FINAL-RC
              *> times over a maze it keeps mutating, so it neither
              *> takes nor leaves checkpoints
              perform a250-alt-route-search
           else
           if PARM-MODE-TOUR
              *> a tour is many leg searches, none of which a
              *> checkpoint could name - same rule as ALT
              perform a600-tour-search
           else
              perform b100-initialize-frontier
              perform a210-resume-checkpoint
                 perform a230-clear-checkpoint
              end-if
           end-if
           end-if

           CONTINUE.

           *> from it instead of starting C100 over from node 1.
           *> MODE has to match too - queue-tab's ordering invariant
           *> is FIFO under BFS, LIFO under DFS, cost-sorted under
           *> COST, a heap under GUIDED, and resuming under a
           *> different mode than the one that built the saved
           *> frontier would corrupt the search without raising any
           *> error
           set WS-CHKPT-STATUS to 'N'
           move 'N' to WS-CHKSCAN-STATE
           move 'N' to WS-CHKHDR-STATE
                 move 'Y' to visited-cell(WS-PLANE-IDX,
                                          maze-row(nidx),
                                          maze-col(nidx))
                 if PARM-MODE-GUIDED
                    set guide-node(WS-PLANE-IDX, maze-row(nidx),
                                   maze-col(nidx)) to nidx
                    perform c124-guide-estimate
                 end-if
              end-perform

              *> under GUIDED the saved queue slots are the heap as
              *> it stood: those nodes are the states still open,
              *> every other node was closed coming off the heap
              if PARM-MODE-GUIDED
                 perform varying qidx from left-idx by 1
                         until qidx = right-idx
                    set nidx to queue-node-idx(qidx)
                    set node-heap-slot(nidx) to qidx
                    move node-keys(nidx) to WS-KEY-FLAGS
                    perform c115-compute-plane
                    move 'Q' to visited-cell(WS-PLANE-IDX,
                                             maze-row(nidx),
                                             maze-col(nidx))
                 end-perform
              end-if

              set WS-CHKPT-STATUS to 'Y'
              display "MAZE0009I resumed search from checkpoint"
           end-if
           perform varying nidx from 1 by 1 until nidx > max-nidx
              set ridx to maze-row(nidx)
              set cidx to maze-col(nidx)
              evaluate true
                 when cell(ridx, cidx) = 'A'
                    continue
                 when PARM-MODE-TOUR
                      and (cell(ridx, cidx) = 'B'
                           or cell(ridx, cidx) = 'P')
                    *> a tour fails on whatever station or 'B' it
                    *> cannot get to - the ones it can stay marked
                    *> so the unreached one stands out
                    continue
                 when other
                    move '+' to cell(ridx, cidx)
              end-evaluate
           end-perform

           write fd-outfile-REC from out-hdr-rec
           move 0 to rpt-terr-z
           move 0 to rpt-reach-cells
           move 0 to rpt-open-cells
           move 0 to rpt-stop-count
           move spaces to rpt-stop-order
           if WS-CLOS-COUNT > 99
              move 99 to rpt-clos-count
           else
              move WS-CLOS-COUNT to rpt-clos-count
           end-if
           move WS-CLOS-EFFECT to rpt-clos-effect
           move WS-PARM-MODE to rpt-mode
           if PARM-MODE-TOUR and not WS-ABORT-RUN
              *> the tour's node figure is every leg search it ran,
              *> the same way ALT reports the work of all its passes
              move WS-TOUR-NODES to rpt-nodes-explored
              move stop-count to rpt-stop-count
              if search-state-solution-found
                 move WS-TOUR-ORDER to rpt-stop-order
              end-if
           end-if
           if WS-ABORT-RUN
              set rpt-status-error to true
              move 0 to rpt-dest-row
           *> rolling fingerprint over the block's body records
           *> exactly as INFILE delivered them (continuations and
           *> all, header excluded) - any edit to the body changes
           *> it and forces a fresh search. Tonight's closed cells
           *> roll in after the body, so a route cached under one
           *> overlay never replays under another
           move 0 to WS-FP-WORK
           compute WS-BATREC-END = blk-first-rec(WS-BLK-IDX)
                   + blk-rec-count(WS-BLK-IDX) - 1
                 end-perform
              end-if
           end-perform
           if WS-CLOS-CELLS > 0
              perform varying WS-CLOS-ROW from 1 by 1
                      until WS-CLOS-ROW > WS-CLOS-LAST-ROW
                 perform varying WS-CLOS-COL from 1 by 1
                         until WS-CLOS-COL > :maze-cols:
                    if clos-cell(WS-CLOS-ROW, WS-CLOS-COL) = 'Y'
                       compute WS-FP-WORK = function mod(
                               WS-FP-WORK * 31
                               + WS-CLOS-ROW * 1000 + WS-CLOS-COL,
                               99999989)
                    end-if
                 end-perform
              end-perform
           end-if
           move WS-FP-WORK to WS-FPRINT

           continue.
           move che-z(WS-CHE-IDX) to WS-TERR-Z
           set dest-row to che-dest-row(WS-CHE-IDX)
           set dest-col to che-dest-col(WS-CHE-IDX)
           *> same overlay as when it was cached, so the same effect;
           *> a closure over walls only leaves the fingerprint alone
           if WS-CLOS-COUNT > 0
              move che-clos-eff(WS-CHE-IDX) to WS-CLOS-EFFECT
              if WS-CLOS-NONE
                 set WS-CLOS-NO-EFFECT to true
              end-if
           end-if

           move start-row to WS-CPL-ROW
           move start-col to WS-CPL-COL
                 move WS-TERR-M to che-m(WS-CHE-IDX)
                 move WS-TERR-S to che-s(WS-CHE-IDX)
                 move WS-TERR-Z to che-z(WS-CHE-IDX)
                 move WS-CLOS-EFFECT to che-clos-eff(WS-CHE-IDX)
                 *> A300 collected the route destination-to-start;
                 *> the cache holds it the way it replays
                 move spaces to che-route(WS-CHE-IDX)
           if PROG-STATUS = 0
              perform varying WS-CHE-IDX from 1 by 1
                      until WS-CHE-IDX > che-count
                 move 'Y' to WS-CHEOWN-STATE
                 if WS-PART-RUN and che-len(WS-CHE-IDX) > 0
                    perform a535-check-cache-owner
                 end-if
                 if che-len(WS-CHE-IDX) > 0 and WS-CHE-OWNED
                    move spaces to cch-body
                    move 'H' to cch-type
                    move che-id(WS-CHE-IDX) to cch-maze-id
                    move che-m(WS-CHE-IDX) to cch-m
                    move che-s(WS-CHE-IDX) to cch-s
                    move che-z(WS-CHE-IDX) to cch-z
                    move che-clos-eff(WS-CHE-IDX) to cch-clos-eff
                    write fd-CACHOUT-REC from cach-rec
                    add 1 to WS-CACH-COUNT
                    move 0 to WS-CHE-GOT
                    perform until WS-CHE-GOT >= che-len(WS-CHE-IDX)
                       compute WS-CHE-TAKE =
                            (WS-CHE-GOT + 1:WS-CHE-TAKE)
                         to cch-route-chunk(1:WS-CHE-TAKE)
                       write fd-CACHOUT-REC from cach-rec
                       add 1 to WS-CACH-COUNT
                       add WS-CHE-TAKE to WS-CHE-GOT
                    end-perform
                 end-if

           continue.

       a535-check-cache-owner section.
           *> the first block carrying the entry's id decides - every
           *> copy loads the same batch, so every copy decides alike
           move 'N' to WS-CHEOWN-STATE
           move 0 to WS-CHE-HIT
           perform varying WS-BLK-IDX from 1 by 1
                   until WS-BLK-IDX > blk-count
                   or WS-CHE-HIT > 0
              if blk-id(WS-BLK-IDX) = che-id(WS-CHE-IDX)
                 move WS-BLK-IDX to WS-CHE-HIT
              end-if
           end-perform
           if WS-CHE-HIT > 0
              if blk-in-part(WS-CHE-HIT)
                 set WS-CHE-OWNED to true
              end-if
           else
              if WS-PART-NO = 1
                 set WS-CHE-OWNED to true
              end-if
           end-if

           continue.

       a600-tour-search section.
           *> MODE=TOUR: one route from 'A' through every 'P' pick
           *> station and on to a 'B', in whichever station order
           *> costs least under the M/S/Z weights. The order is
           *> settled subset by subset over leg costs: a leg is an
           *> ordinary cheapest-first search run dry from 'A' or a
           *> station under the key set the route carries there, so
           *> a key fetched on an early leg opens its door on a later
           *> one. The winning legs are then searched once more and
           *> walked back into dir-route, last leg first, so the
           *> route comes out destination-to-start like any other
           move 0 to WS-TOUR-NODES
           move spaces to WS-TOUR-ORDER
           compute WS-TOUR-FULL = tour-bit(stop-count + 1) - 1
           perform varying WS-TOUR-AT from 1 by 1
                   until WS-TOUR-AT > 9
              perform varying WS-TOUR-PLANE from 1 by 1
                      until WS-TOUR-PLANE > 16
                 move 'N' to tlg-done(WS-TOUR-AT, WS-TOUR-PLANE)
              end-perform
           end-perform
           perform varying WS-TOUR-MASK from 0 by 1
                   until WS-TOUR-MASK > WS-TOUR-FULL
              perform varying WS-TOUR-AT from 1 by 1
                      until WS-TOUR-AT > 9
                 perform varying WS-TOUR-PLANE from 1 by 1
                         until WS-TOUR-PLANE > 16
                    move :tour-inf: to tdp-cost(WS-TOUR-MASK + 1,
                                                WS-TOUR-AT,
                                                WS-TOUR-PLANE)
                 end-perform
              end-perform
           end-perform
           *> nothing visited yet, standing on 'A' with no keys
           move 0 to tdp-cost(1, 1, 1)

           *> a subset's number is always larger than any subset it
           *> grows out of, so by the time a subset comes up here
           *> every way into it has already been offered
           perform varying WS-TOUR-MASK from 0 by 1
                   until WS-TOUR-MASK > WS-TOUR-FULL
                   or WS-ABORT-RUN
              perform varying WS-TOUR-AT from 0 by 1
                      until WS-TOUR-AT > stop-count
                      or WS-ABORT-RUN
                 perform varying WS-TOUR-PLANE from 1 by 1
                         until WS-TOUR-PLANE > 16
                         or WS-ABORT-RUN
                    if tdp-cost(WS-TOUR-MASK + 1, WS-TOUR-AT + 1,
                                WS-TOUR-PLANE) < :tour-inf:
                       perform a610-tour-extend
                    end-if
                 end-perform
              end-perform
           end-perform

           *> every station visited: the tour closes on the cheapest
           *> 'B' reachable from wherever it stands
           move :tour-inf: to WS-TOUR-BEST
           if not WS-ABORT-RUN
              perform varying WS-TOUR-AT from 0 by 1
                      until WS-TOUR-AT > stop-count
                 perform varying WS-TOUR-PLANE from 1 by 1
                         until WS-TOUR-PLANE > 16
                    if tdp-cost(WS-TOUR-FULL + 1, WS-TOUR-AT + 1,
                                WS-TOUR-PLANE) < :tour-inf:
                       and tlg-b-cost(WS-TOUR-AT + 1, WS-TOUR-PLANE)
                           < :tour-inf:
                       compute WS-TOUR-TOTAL =
                               tdp-cost(WS-TOUR-FULL + 1,
                                        WS-TOUR-AT + 1, WS-TOUR-PLANE)
                             + tlg-b-cost(WS-TOUR-AT + 1,
                                          WS-TOUR-PLANE)
                       if WS-TOUR-TOTAL < WS-TOUR-BEST
                          move WS-TOUR-TOTAL to WS-TOUR-BEST
                          move WS-TOUR-AT to WS-TOUR-BEST-AT
                          move WS-TOUR-PLANE to WS-TOUR-BEST-PLANE
                       end-if
                    end-if
                 end-perform
              end-perform
           end-if

           evaluate true
              when WS-ABORT-RUN
                 set search-state-no-solution to true
              when WS-TOUR-BEST >= :tour-inf:
                 *> a station or every 'B' is cut off: search out of
                 *> 'A' once more so nodes-tab holds exactly what 'A'
                 *> can reach, for A290's reachability map
                 move start-row to WS-LEG-ROW
                 move start-col to WS-LEG-COL
                 move spaces to WS-LEG-KEYS
                 perform a630-tour-leg-search
                 add max-nidx to WS-TOUR-NODES
                 set search-state-no-solution to true
              when other
                 perform a650-tour-build-route
           end-evaluate

           continue.

       a610-tour-extend section.
           *> one reached state - subset, standing point, key plane:
           *> cost its legs if that has not been done yet, then offer
           *> each station not yet in the subset as the next one,
           *> under every plane the leg can arrive there with
           perform a620-tour-leg-costs
           if not WS-ABORT-RUN
              perform varying WS-TOUR-NEXT from 1 by 1
                      until WS-TOUR-NEXT > stop-count
                 divide WS-TOUR-MASK by tour-bit(WS-TOUR-NEXT)
                        giving WS-TOUR-QUOT
                 divide WS-TOUR-QUOT by 2 giving WS-TOUR-WORK
                        remainder WS-TOUR-BIT
                 if WS-TOUR-BIT = 0
                    compute WS-TOUR-NMASK =
                            WS-TOUR-MASK + tour-bit(WS-TOUR-NEXT)
                    perform varying WS-TOUR-NPLANE from 1 by 1
                            until WS-TOUR-NPLANE > 16
                       if tlg-to-cost(WS-TOUR-AT + 1, WS-TOUR-PLANE,
                                      WS-TOUR-NEXT, WS-TOUR-NPLANE)
                          < :tour-inf:
                          compute WS-TOUR-TOTAL =
                                  tdp-cost(WS-TOUR-MASK + 1,
                                           WS-TOUR-AT + 1,
                                           WS-TOUR-PLANE)
                                + tlg-to-cost(WS-TOUR-AT + 1,
                                              WS-TOUR-PLANE,
                                              WS-TOUR-NEXT,
                                              WS-TOUR-NPLANE)
                          if WS-TOUR-TOTAL <
                             tdp-cost(WS-TOUR-NMASK + 1,
                                      WS-TOUR-NEXT + 1,
                                      WS-TOUR-NPLANE)
                             move WS-TOUR-TOTAL
                               to tdp-cost(WS-TOUR-NMASK + 1,
                                           WS-TOUR-NEXT + 1,
                                           WS-TOUR-NPLANE)
                             move WS-TOUR-AT
                               to tdp-prev-at(WS-TOUR-NMASK + 1,
                                              WS-TOUR-NEXT + 1,
                                              WS-TOUR-NPLANE)
                             move WS-TOUR-PLANE
                               to tdp-prev-plane(WS-TOUR-NMASK + 1,
                                                 WS-TOUR-NEXT + 1,
                                                 WS-TOUR-NPLANE)
                          end-if
                       end-if
                    end-perform
                 end-if
              end-perform
           end-if

           continue.

       a620-tour-leg-costs section.
           *> search out of the standing point under its key plane
           *> until the queue is dry, then read every station's and
           *> every 'B''s least cost straight off nodes-tab: under
           *> cheapest-first order each cell is enqueued once per
           *> plane, at its least cost for that plane
           if tlg-done(WS-TOUR-AT + 1, WS-TOUR-PLANE) = 'Y'
              continue
           else
              if WS-TOUR-AT = 0
                 move start-row to WS-LEG-ROW
                 move start-col to WS-LEG-COL
              else
                 move stop-row(WS-TOUR-AT) to WS-LEG-ROW
                 move stop-col(WS-TOUR-AT) to WS-LEG-COL
              end-if
              perform c116-plane-to-keys
              perform a630-tour-leg-search
              add max-nidx to WS-TOUR-NODES

              move 'Y' to tlg-done(WS-TOUR-AT + 1, WS-TOUR-PLANE)
              move :tour-inf: to tlg-b-cost(WS-TOUR-AT + 1,
                                            WS-TOUR-PLANE)
              perform varying WS-TOUR-IDX from 1 by 1
                      until WS-TOUR-IDX > :max-stops:
                 perform varying WS-TOUR-NPLANE from 1 by 1
                         until WS-TOUR-NPLANE > 16
                    move :tour-inf:
                      to tlg-to-cost(WS-TOUR-AT + 1, WS-TOUR-PLANE,
                                     WS-TOUR-IDX, WS-TOUR-NPLANE)
                 end-perform
              end-perform

              if not WS-ABORT-RUN
                 perform varying nidx from 1 by 1
                         until nidx > max-nidx
                    set ridx to maze-row(nidx)
                    set cidx to maze-col(nidx)
                    move node-keys(nidx) to WS-KEY-FLAGS
                    perform c115-compute-plane
                    evaluate cell(ridx, cidx)
                       when 'B'
                          if node-cost(nidx) <
                             tlg-b-cost(WS-TOUR-AT + 1, WS-TOUR-PLANE)
                             move node-cost(nidx)
                               to tlg-b-cost(WS-TOUR-AT + 1,
                                             WS-TOUR-PLANE)
                             set tlg-b-row(WS-TOUR-AT + 1,
                                           WS-TOUR-PLANE) to ridx
                             set tlg-b-col(WS-TOUR-AT + 1,
                                           WS-TOUR-PLANE) to cidx
                             move WS-PLANE-IDX
                               to tlg-b-plane(WS-TOUR-AT + 1,
                                              WS-TOUR-PLANE)
                          end-if
                       when 'P'
                          perform varying WS-TOUR-IDX from 1 by 1
                                  until WS-TOUR-IDX > stop-count
                             if stop-row(WS-TOUR-IDX) = ridx
                                and stop-col(WS-TOUR-IDX) = cidx
                                move node-cost(nidx)
                                  to tlg-to-cost(WS-TOUR-AT + 1,
                                                 WS-TOUR-PLANE,
                                                 WS-TOUR-IDX,
                                                 WS-PLANE-IDX)
                             end-if
                          end-perform
                       when other
                          continue
                    end-evaluate
                 end-perform
              end-if
           end-if

           continue.

       a630-tour-leg-search section.
           *> one leg search out of WS-LEG-ROW/COL carrying
           *> WS-LEG-KEYS, run until the queue is dry
           set WS-LEG-SEARCH to true
           perform b100-initialize-frontier
           perform c105-initialize-leg
           perform c200-search-alg
           move 'N' to WS-LEG-STATE

           continue.

       a650-tour-build-route section.
           *> trace the winning states back into tour-seq - 'A'
           *> first, the stations in visiting order, the 'B' last -
           *> then walk every leg back into dir-route
           compute tsq-count = stop-count + 2
           move 0 to tsq-poi(1)
           move start-row to tsq-row(1)
           move start-col to tsq-col(1)
           move 1 to tsq-plane(1)
           move 0 to tsq-len(1)
           move 0 to tsq-poi(tsq-count)
           move tlg-b-row(WS-TOUR-BEST-AT + 1, WS-TOUR-BEST-PLANE)
             to tsq-row(tsq-count)
           move tlg-b-col(WS-TOUR-BEST-AT + 1, WS-TOUR-BEST-PLANE)
             to tsq-col(tsq-count)
           move tlg-b-plane(WS-TOUR-BEST-AT + 1, WS-TOUR-BEST-PLANE)
             to tsq-plane(tsq-count)

           move WS-TOUR-BEST-AT to WS-TOUR-AT
           move WS-TOUR-BEST-PLANE to WS-TOUR-PLANE
           move WS-TOUR-FULL to WS-TOUR-MASK
           compute WS-TOUR-IDX = stop-count + 1
           perform varying WS-TOUR-LEG from WS-TOUR-IDX by -1
                   until WS-TOUR-LEG < 2
              move WS-TOUR-AT to tsq-poi(WS-TOUR-LEG)
              move stop-row(WS-TOUR-AT) to tsq-row(WS-TOUR-LEG)
              move stop-col(WS-TOUR-AT) to tsq-col(WS-TOUR-LEG)
              move WS-TOUR-PLANE to tsq-plane(WS-TOUR-LEG)
              move WS-TOUR-AT to WS-TOUR-ORD-ED
              move WS-TOUR-ORD-ED
                to WS-TOUR-ORDER((WS-TOUR-LEG - 2) * 2 + 1:2)
              move tdp-prev-at(WS-TOUR-MASK + 1, WS-TOUR-AT + 1,
                               WS-TOUR-PLANE) to WS-TOUR-PREV-AT
              move tdp-prev-plane(WS-TOUR-MASK + 1, WS-TOUR-AT + 1,
                                  WS-TOUR-PLANE) to WS-TOUR-PREV-PLANE
              subtract tour-bit(WS-TOUR-AT) from WS-TOUR-MASK
              move WS-TOUR-PREV-AT to WS-TOUR-AT
              move WS-TOUR-PREV-PLANE to WS-TOUR-PLANE
           end-perform

           move 0 to dir-route-len
           perform varying WS-TOUR-LEG from tsq-count by -1
                   until WS-TOUR-LEG < 2
                   or WS-ABORT-RUN
              perform a660-tour-walk-leg
           end-perform

           if WS-ABORT-RUN
              set search-state-no-solution to true
           else
              perform a670-tour-tally
              set dest-row to tsq-row(tsq-count)
              set dest-col to tsq-col(tsq-count)
              set search-state-solution-found to true
           end-if

           continue.

       a660-tour-walk-leg section.
           *> the leg into tour-seq entry WS-TOUR-LEG, searched again
           *> exactly as A620 costed it and walked back from the node
           *> standing on its end cell under its key plane
           compute WS-TOUR-IDX = WS-TOUR-LEG - 1
           move tsq-row(WS-TOUR-IDX) to WS-LEG-ROW
           move tsq-col(WS-TOUR-IDX) to WS-LEG-COL
           move tsq-plane(WS-TOUR-IDX) to WS-TOUR-PLANE
           perform c116-plane-to-keys
           perform a630-tour-leg-search
           add max-nidx to WS-TOUR-NODES
           move 0 to tsq-len(WS-TOUR-LEG)

           move 'N' to WS-TOUR-TGT-STATE
           if not WS-ABORT-RUN
              perform varying nidx from 1 by 1
                      until nidx > max-nidx
                      or WS-TOUR-TGT-FOUND
                 if maze-row(nidx) = tsq-row(WS-TOUR-LEG)
                    and maze-col(nidx) = tsq-col(WS-TOUR-LEG)
                    move node-keys(nidx) to WS-KEY-FLAGS
                    perform c115-compute-plane
                    if WS-PLANE-IDX = tsq-plane(WS-TOUR-LEG)
                       set cur-node-idx to nidx
                       set WS-TOUR-TGT-FOUND to true
                    end-if
                 end-if
              end-perform
           end-if

           if WS-TOUR-TGT-FOUND
              set nidx to cur-node-idx
              perform until parent-node-idx(nidx) = nidx
                      or WS-ABORT-RUN
                 if dir-route-len >= :route-max:
                    display "MAZE0032E tour route longer than "
                            "32000 steps"
                    move :err99: to WS-FINAL-RC
                    set WS-ABORT-RUN to true
                    move 'MAZE0032E' to diag-msg-id
                    move tsq-row(WS-TOUR-LEG) to diag-row
                    move tsq-col(WS-TOUR-LEG) to diag-col
                    move spaces to diag-image
                    perform a330-write-diagnostic
                 else
                    add 1 to dir-route-len
                    move action(nidx) to dir-route(dir-route-len:1)
                    add 1 to tsq-len(WS-TOUR-LEG)
                    set nidx to parent-node-idx(nidx)
                 end-if
              end-perform
           end-if

           continue.

       a670-tour-tally section.
           *> step the finished route out from 'A' for its cost and
           *> terrain split: a tour may cross the same cell on two
           *> legs, and each crossing is a step that costs
           move 0 to WS-ROUTE-COST
           move 0 to WS-TERR-PLAIN
           move 0 to WS-TERR-M
           move 0 to WS-TERR-S
           move 0 to WS-TERR-Z
           move start-row to WS-CPL-ROW
           move start-col to WS-CPL-COL
           perform varying dir-src-idx from dir-route-len by -1
                   until dir-src-idx < 1
              move dir-route(dir-src-idx:1) to WS-CPL-CHAR
              perform a675-tour-step
              evaluate cell(WS-CPL-ROW, WS-CPL-COL)
                 when 'M'
                    add 1 to WS-TERR-M
                    add 5 to WS-ROUTE-COST
                 when 'S'
                    add 1 to WS-TERR-S
                    add 2 to WS-ROUTE-COST
                 when 'Z'
                    add 1 to WS-TERR-Z
                    add 9 to WS-ROUTE-COST
                 when other
                    add 1 to WS-TERR-PLAIN
                    add 1 to WS-ROUTE-COST
              end-evaluate
           end-perform

           continue.

       a675-tour-step section.
           evaluate WS-CPL-CHAR
              when 'L'
                 subtract 1 from WS-CPL-COL
              when 'R'
                 add 1 to WS-CPL-COL
              when 'U'
                 add 1 to WS-CPL-ROW
              when 'D'
                 subtract 1 from WS-CPL-ROW
              when other
                 continue
           end-evaluate

           continue.

       a680-tour-out-result section.
           *> paint the tour into OUTFILE the way A300 paints a
           *> route, except that stations keep their 'P' and every
           *> 'B' stays visible - a tour may pass a station or a
           *> destination well before it counts. DIRFILE gets the
           *> header, one '*STP' mark per station in visiting order,
           *> then the move list
           move maze-id to out-hdr-maze-id
           move maze-dept to out-hdr-dept
           move maze-priority to out-hdr-priority

           move start-row to WS-CPL-ROW
           move start-col to WS-CPL-COL
           perform varying dir-src-idx from dir-route-len by -1
                   until dir-src-idx < 1
              move dir-route(dir-src-idx:1) to WS-CPL-CHAR
              perform a675-tour-step
              evaluate cell(WS-CPL-ROW, WS-CPL-COL)
                 when 'A'
                 when 'B'
                 when 'P'
                    continue
                 when other
                    move '.' to cell(WS-CPL-ROW, WS-CPL-COL)
              end-evaluate
           end-perform

           write fd-DIRFILE-REC from out-hdr-rec
           add 1 to WS-DIR-COUNT
           move 0 to WS-TOUR-STEP
           perform varying WS-TOUR-LEG from 2 by 1
                   until WS-TOUR-LEG >= tsq-count
              add tsq-len(WS-TOUR-LEG) to WS-TOUR-STEP
              compute stp-seq = WS-TOUR-LEG - 1
              move tsq-poi(WS-TOUR-LEG) to stp-stop
              move WS-TOUR-STEP to stp-step
              move tsq-row(WS-TOUR-LEG) to stp-row
              move tsq-col(WS-TOUR-LEG) to stp-col
              write fd-DIRFILE-REC from stp-rec
              add 1 to WS-DIR-COUNT
           end-perform
           perform a310-write-directions

           write fd-outfile-REC from out-hdr-rec
           add 1 to WS-OUT-COUNT
           perform test before
                   varying ridx from 1 by 1
                   until ridx = maxrow
            perform a305-write-out-row
           end-perform

           continue.

       a700-gather-closures section.
           *> every CLOSFILE record for this maze id, in key order;
           *> the live ones are marked into clos-map, the body rows
           *> themselves stay open until A720 lays them
           set WS-CLOS-LAST-ROW to maxrow
           subtract 1 from WS-CLOS-LAST-ROW
           move 'N' to WS-CLOSCAN-STATE
           move maze-id to clo-maze-id
           move 0 to clo-seq
           start CLOSFILE key not < clo-key
              invalid key
                 set WS-CLOSCAN-EOF to true
           end-start
           perform until WS-CLOSCAN-EOF
              read CLOSFILE next record
                 at end set WS-CLOSCAN-EOF to true
                 not at end
                    if clo-maze-id not = maze-id
                       set WS-CLOSCAN-EOF to true
                    else
                       perform a705-take-closure
                    end-if
              end-read
           end-perform

           continue.

       a705-take-closure section.
           *> outside its date window a closure simply does not
           *> exist tonight. A live one shuts every open cell of its
           *> rectangle, clipped to the maze - walls stay walls, and
           *> the 'A' a mover starts from is never shut under them
           if clo-from-date > WS-RUN-DATE
              or (clo-to-date not = 0 and clo-to-date < WS-RUN-DATE)
              continue
           else
           *> a card whose corners lie off the largest floor the
           *> rows table can hold would shut the wrong cells once
           *> cut down to the working fields - it shuts nothing
           if clo-from-row not numeric or clo-from-col not numeric
              or clo-to-row not numeric or clo-to-col not numeric
              or clo-from-row < 1 or clo-from-row > :maze-rows:
              or clo-from-col < 1 or clo-from-col > :maze-cols:
              or clo-to-row > :maze-rows:
              or clo-to-col > :maze-cols:
              move clo-seq to WS-CLOS-SEQ-ED
              display "MAZE0037W closure " WS-CLOS-SEQ-ED
                      " of " maze-id " lies off the floor (rows "
                      "1-250, columns 1-160) - ignored"
           else
              if WS-CLOS-COUNT = 0
                 move spaces to clos-map
              end-if
              add 1 to WS-CLOS-COUNT
              move clo-from-row to WS-CLOS-R1
              move clo-from-col to WS-CLOS-C1
              if clo-to-row = 0
                 move WS-CLOS-R1 to WS-CLOS-R2
              else
                 move clo-to-row to WS-CLOS-R2
              end-if
              if clo-to-col = 0
                 move WS-CLOS-C1 to WS-CLOS-C2
              else
                 move clo-to-col to WS-CLOS-C2
              end-if
              if WS-CLOS-R2 < WS-CLOS-R1
                 move WS-CLOS-R1 to WS-CLOS-ROW
                 move WS-CLOS-R2 to WS-CLOS-R1
                 move WS-CLOS-ROW to WS-CLOS-R2
              end-if
              if WS-CLOS-C2 < WS-CLOS-C1
                 move WS-CLOS-C1 to WS-CLOS-COL
                 move WS-CLOS-C2 to WS-CLOS-C1
                 move WS-CLOS-COL to WS-CLOS-C2
              end-if
              if WS-CLOS-R1 < 1
                 move 1 to WS-CLOS-R1
              end-if
              if WS-CLOS-C1 < 1
                 move 1 to WS-CLOS-C1
              end-if
              if WS-CLOS-R2 > WS-CLOS-LAST-ROW
                 move WS-CLOS-LAST-ROW to WS-CLOS-R2
              end-if
              if WS-CLOS-C2 > :maze-cols:
                 move :maze-cols: to WS-CLOS-C2
              end-if

              move 0 to WS-CLOS-CELLS-ED
              perform varying WS-CLOS-ROW from WS-CLOS-R1 by 1
                      until WS-CLOS-ROW > WS-CLOS-R2
                 perform varying WS-CLOS-COL from WS-CLOS-C1 by 1
                         until WS-CLOS-COL > WS-CLOS-C2
                    if cell(WS-CLOS-ROW, WS-CLOS-COL) not = 'x'
                       and cell(WS-CLOS-ROW, WS-CLOS-COL) not = 'A'
                       and clos-cell(WS-CLOS-ROW, WS-CLOS-COL)
                           not = 'Y'
                       move 'Y' to clos-cell(WS-CLOS-ROW,
                                             WS-CLOS-COL)
                       add 1 to WS-CLOS-CELLS
                       add 1 to WS-CLOS-CELLS-ED
                    end-if
                 end-perform
              end-perform
              move clo-seq to WS-CLOS-SEQ-ED
              display "MAZE0034I closure " WS-CLOS-SEQ-ED
                      " reason " clo-reason
                      " shuts " WS-CLOS-CELLS-ED " cells of "
                      maze-id
           end-if
           end-if

           continue.

       a710-probe-open-floor section.
           *> the route the floor would have had without tonight's
           *> closures: the same search the mode runs (a MODE=ALT
           *> hunt's first pass is exactly this one) over the rows
           *> before A720 shuts anything. It leaves no checkpoint
           *> and no output - only whether it solved, and whether
           *> its route crosses a cell the closures shut
           move 'N' to WS-PROBE-SOLVED-STATE
           move 'N' to WS-PROBE-HIT-STATE
           set WS-PROBE-SEARCH to true
           if PARM-MODE-TOUR
              perform a600-tour-search
           else
              perform b100-initialize-frontier
              perform c100-initialize-search
              perform c200-search-alg
           end-if
           move 'N' to WS-PROBE-STATE

           if search-state-solution-found and not WS-ABORT-RUN
              set WS-PROBE-SOLVED to true
              if PARM-MODE-TOUR
                 move start-row to WS-CPL-ROW
                 move start-col to WS-CPL-COL
                 perform varying dir-src-idx from dir-route-len by -1
                         until dir-src-idx < 1
                         or WS-PROBE-HIT
                    move dir-route(dir-src-idx:1) to WS-CPL-CHAR
                    perform a675-tour-step
                    if clos-cell(WS-CPL-ROW, WS-CPL-COL) = 'Y'
                       set WS-PROBE-HIT to true
                    end-if
                 end-perform
              else
                 set nidx to cur-node-idx
                 perform until parent-node-idx(nidx) = nidx
                         or WS-PROBE-HIT
                    set ridx to maze-row(nidx)
                    set cidx to maze-col(nidx)
                    if clos-cell(ridx, cidx) = 'Y'
                       set WS-PROBE-HIT to true
                    end-if
                    set nidx to parent-node-idx(nidx)
                 end-perform
              end-if
           end-if

           continue.

       a720-lay-closures section.
           *> shut the closed cells for the real search and for
           *> OUTFILE, which shows them as the walls they are tonight
           perform varying WS-CLOS-ROW from 1 by 1
                   until WS-CLOS-ROW > WS-CLOS-LAST-ROW
              perform varying WS-CLOS-COL from 1 by 1
                      until WS-CLOS-COL > :maze-cols:
                 if clos-cell(WS-CLOS-ROW, WS-CLOS-COL) = 'Y'
                    move 'x' to cell(WS-CLOS-ROW, WS-CLOS-COL)
                 end-if
              end-perform
           end-perform

           continue.

       a730-judge-closures section.
           *> the real search against the open-floor one: a floor
           *> that solved open but not closed was cut off by the
           *> closures; one whose open route ran through a closed
           *> cell had to be rerouted round them
           set WS-CLOS-NO-EFFECT to true
           if WS-PROBE-SOLVED
              if search-state-no-solution
                 set WS-CLOS-CUT-OFF to true
              else
                 if WS-PROBE-HIT
                    set WS-CLOS-REROUTED to true
                 end-if
              end-if
           end-if

           continue.

       a400-reconcile-batch section.
           *> end-of-run control check: what the trailer promised
           *> against what the run actually saw, plus the internal
           move WS-NOSOLN-COUNT to sum-nosoln
           move WS-ERROR-COUNT to sum-error
           move WS-ROWS-READ to sum-rows-read
           move start-time(1:8) to sum-run-date
           if WS-TRL-SEEN
              move WS-TRL-BLOCKS to WS-MAZE-SEQ-ED
              move WS-MAZE-SEQ-ED to sum-expect-blocks
           else
              move 'OK' to sum-recon
           end-if

           *> reconciliation failure outranks a routine no-solution
           *> code but never masks a hard err99
              move :err-recon-mismatch: to WS-FINAL-RC
           end-if

           if WS-PART-RUN
              move WS-PART-NO to sum-part-no
              move WS-PART-OF to sum-part-of
              move WS-PART-BLOCKS to sum-part-blocks
              move WS-FINAL-RC to sum-part-rc
              move WS-OUT-COUNT to sum-out-recs
              move WS-DIR-COUNT to sum-dir-recs
              move WS-DIAG-COUNT to sum-diag-recs
              move WS-CACH-COUNT to sum-cach-recs
           else
              move spaces to sum-part-area
           end-if
           write fd-RPTFILE-REC from sum-rec
           add 1 to WS-RPT-COUNT

           continue.

       b100-initialize-frontier section.
           *> MODE=COST) picks the cheapest entry in the frontier;
           *> ALT (PARM MODE=ALT) runs each of its passes
           *> breadth-first so every alternate it reports is the
           *> shortest route still open; TOUR (PARM MODE=TOUR) costs
           *> its legs cheapest-first like COST; GUIDED (PARM
           *> MODE=GUIDED) takes the heap root, the node with the
           *> lowest cost-plus-estimate - all over the same
           *> queue-tab so the rest of the search code is unchanged
           evaluate true
              when PARM-MODE-DFS
                 set right-idx down by 1
                 set last-removed to right-idx
              when PARM-MODE-GUIDED
                 perform b320-guide-pop
              when PARM-MODE-COST
              when PARM-MODE-TOUR
                 perform b310-pick-cheapest-node
                 set last-removed to left-idx
                 set left-idx up by 1

           continue.

       b320-guide-pop section.
           *> the root leaves the heap: the last slot's node takes
           *> its place and sinks to where it belongs, and the root
           *> is parked in the slot the heap just gave up, which is
           *> where C200 picks it up through last-removed. The
           *> state it stands for is closed from here on
           set right-idx down by 1
           set WS-GUIDE-NODE to queue-node-idx(right-idx)
           set WS-SWAP-NODE to queue-node-idx(left-idx)
           set queue-node-idx(right-idx) to WS-SWAP-NODE
           set last-removed to right-idx
           if right-idx > left-idx
              perform b340-guide-sift-down
           end-if

           move node-keys(WS-SWAP-NODE) to WS-KEY-FLAGS
           perform c115-compute-plane
           move 'Y' to visited-cell(WS-PLANE-IDX,
                                    maze-row(WS-SWAP-NODE),
                                    maze-col(WS-SWAP-NODE))

           continue.

       b330-guide-sift-up section.
           *> WS-GUIDE-NODE goes in at heap slot WS-GUIDE-POS (a new
           *> node at the end, or an open node just made cheaper)
           *> and rises past every parent it sorts ahead of
           move 'N' to WS-GUIDE-DONE-STATE
           set WS-GUIDE-CMP-A to WS-GUIDE-NODE
           perform until WS-GUIDE-POS = 1 or WS-GUIDE-DONE
              compute WS-GUIDE-UP = WS-GUIDE-POS / 2
              set qidx to WS-GUIDE-UP
              set WS-GUIDE-CMP-B to queue-node-idx(qidx)
              perform b350-guide-compare
              if WS-GUIDE-BEFORE
                 set qidx to WS-GUIDE-POS
                 set queue-node-idx(qidx) to WS-GUIDE-CMP-B
                 move WS-GUIDE-POS to node-heap-slot(WS-GUIDE-CMP-B)
                 move WS-GUIDE-UP to WS-GUIDE-POS
              else
                 set WS-GUIDE-DONE to true
              end-if
           end-perform
           set qidx to WS-GUIDE-POS
           set queue-node-idx(qidx) to WS-GUIDE-NODE
           move WS-GUIDE-POS to node-heap-slot(WS-GUIDE-NODE)

           continue.

       b340-guide-sift-down section.
           *> WS-GUIDE-NODE goes in at the root of a heap that now
           *> ends at slot right-idx - 1 and sinks below every child
           *> that sorts ahead of it
           move 1 to WS-GUIDE-POS
           set WS-GUIDE-LAST to right-idx
           subtract 1 from WS-GUIDE-LAST
           move 'N' to WS-GUIDE-DONE-STATE
           perform until WS-GUIDE-DONE
              compute WS-GUIDE-KID = WS-GUIDE-POS * 2
              if WS-GUIDE-KID > WS-GUIDE-LAST
                 set WS-GUIDE-DONE to true
              else
                 *> the better of the two children
                 if WS-GUIDE-KID < WS-GUIDE-LAST
                    set qidx to WS-GUIDE-KID
                    set WS-GUIDE-CMP-B to queue-node-idx(qidx)
                    set qidx up by 1
                    set WS-GUIDE-CMP-A to queue-node-idx(qidx)
                    perform b350-guide-compare
                    if WS-GUIDE-BEFORE
                       add 1 to WS-GUIDE-KID
                    end-if
                 end-if
                 set qidx to WS-GUIDE-KID
                 set WS-GUIDE-CMP-A to queue-node-idx(qidx)
                 set WS-GUIDE-CMP-B to WS-GUIDE-NODE
                 perform b350-guide-compare
                 if WS-GUIDE-BEFORE
                    set qidx to WS-GUIDE-POS
                    set queue-node-idx(qidx) to WS-GUIDE-CMP-A
                    move WS-GUIDE-POS
                      to node-heap-slot(WS-GUIDE-CMP-A)
                    move WS-GUIDE-KID to WS-GUIDE-POS
                 else
                    set WS-GUIDE-DONE to true
                 end-if
              end-if
           end-perform
           set qidx to WS-GUIDE-POS
           set queue-node-idx(qidx) to WS-GUIDE-NODE
           move WS-GUIDE-POS to node-heap-slot(WS-GUIDE-NODE)

           continue.

       b350-guide-compare section.
           *> does node WS-GUIDE-CMP-A come off the heap before node
           *> WS-GUIDE-CMP-B: lower estimate first, and on equal
           *> estimates the one further along its route, which is
           *> the one nearer a 'B'
           move 'N' to WS-GUIDE-BEFORE-STATE
           evaluate true
              when node-est(WS-GUIDE-CMP-A) < node-est(WS-GUIDE-CMP-B)
                 set WS-GUIDE-BEFORE to true
              when node-est(WS-GUIDE-CMP-A) > node-est(WS-GUIDE-CMP-B)
                 continue
              when node-cost(WS-GUIDE-CMP-A)
                   > node-cost(WS-GUIDE-CMP-B)
                 set WS-GUIDE-BEFORE to true
              when other
                 continue
           end-evaluate

           continue.

       c100-initialize-search section.

           move spaces to visited-map
           set parent-node-idx(nidx) to nidx *> parent = self means initial node
           move 0 to node-cost(nidx)
           move spaces to node-keys(nidx)
           if PARM-MODE-GUIDED
              perform c124-guide-estimate
              move 1 to node-heap-slot(nidx)
           end-if
           set right-idx up by 1

           CONTINUE .

       c105-initialize-leg section.
           *> C100 for a MODE=TOUR leg: the root node sits on the
           *> leg's starting point carrying the keys the tour has
           *> collected so far, in the visited plane those keys pick
           move spaces to visited-map
           set nidx to 1
           set max-nidx to nidx
           set search-state-searching to true
           set maze-row(nidx) to WS-LEG-ROW
           set maze-col(nidx) to WS-LEG-COL
           move WS-LEG-KEYS to node-keys(nidx)
           move WS-LEG-KEYS to WS-KEY-FLAGS
           perform c115-compute-plane
           move 'Y' to visited-cell(WS-PLANE-IDX, WS-LEG-ROW,
                                    WS-LEG-COL)
           set queue-node-idx(right-idx) to nidx
           set parent-node-idx(nidx) to nidx
           move 0 to node-cost(nidx)
           set right-idx up by 1

           CONTINUE .

           *> several 'B' cells may be reachable; stop at whichever
           *> one the search reaches first and record it as the
           *> target actually reached for A300/A320/DIRFILE to report.
           *> A MODE=TOUR leg search has no single goal - it runs
           *> until the queue is dry so every station and every 'B'
           *> gets its least cost from the leg's starting point
           if not WS-LEG-SEARCH
              PERFORM VARYING dlidx FROM 1 BY 1
               UNTIL dlidx > dest-count
               OR search-state-solution-found
                 if maze-row(cur-node-idx) = dest-entry-row(dlidx)
                 and maze-col(cur-node-idx) = dest-entry-col(dlidx)
                    set dest-row to dest-entry-row(dlidx)
                    set dest-col to dest-entry-col(dlidx)
                    set search-state-solution-found to true
                 end-if
              end-perform
           end-if

           continue.


           continue.

       c116-plane-to-keys section.
           *> C115 backwards: the key flags WS-TOUR-PLANE stands for,
           *> into WS-LEG-KEYS for the next leg search to start with
           compute WS-TOUR-WORK = WS-TOUR-PLANE - 1
           move spaces to WS-LEG-KEYS
           perform varying WS-TOUR-IDX from 1 by 1
                   until WS-TOUR-IDX > 4
              divide WS-TOUR-WORK by 2 giving WS-TOUR-QUOT
                     remainder WS-TOUR-BIT
              if WS-TOUR-BIT = 1
                 move 'Y' to WS-LEG-KEYS(WS-TOUR-IDX:1)
              end-if
              move WS-TOUR-QUOT to WS-TOUR-WORK
           end-perform

           continue.

       C120-find-and-enq-next-moves section.

           set aidx to 4
                    continue
              end-evaluate
              perform c115-compute-plane
              evaluate cell(try-row, try-col)
                 when 'M'
                    move 5 to WS-STEP-COST
                 when 'S'
                    move 2 to WS-STEP-COST
                 when 'Z'
                    move 9 to WS-STEP-COST
                 when other
                    move 1 to WS-STEP-COST
              end-evaluate
              if visited-cell(WS-PLANE-IDX, try-row, try-col) = 'Q'
                 *> MODE=GUIDED only: a state still open on the heap
                 perform c123-guide-improve
              end-if
              if visited-cell(WS-PLANE-IDX, try-row, try-col)
                 not = 'Y'
              and visited-cell(WS-PLANE-IDX, try-row, try-col)
                 not = 'Q'
              then *> node not yet examined
                 set nidx to max-nidx
                 set nidx up by 1
                    set max-nidx to nidx
                    set maze-row(nidx) to try-row
                    set maze-col(nidx) to try-col
                    if PARM-MODE-GUIDED
                       move 'Q' to visited-cell(WS-PLANE-IDX,
                                                try-row, try-col)
                       set guide-node(WS-PLANE-IDX, try-row, try-col)
                           to nidx
                    else
                       move 'Y' to visited-cell(WS-PLANE-IDX,
                                                try-row, try-col)
                    end-if
                    move try-action to action(nidx)
                    move WS-KEY-FLAGS to node-keys(nidx)
                    set parent-node-idx(nidx) to cur-node-idx
                    compute node-cost(nidx) =
                            node-cost(cur-node-idx) + WS-STEP-COST
                    set queue-node-idx(right-idx) to nidx
                    set right-idx up by 1
                    if PARM-MODE-GUIDED
                       perform c124-guide-estimate
                       set WS-GUIDE-NODE to nidx
                       set WS-GUIDE-POS to right-idx
                       subtract 1 from WS-GUIDE-POS
                       perform b330-guide-sift-up
                    end-if
                 end-if
              end-if
           end-if

           continue.

       c123-guide-improve section.
           *> the state at try-row/try-col is already on the heap;
           *> if the route through the current node reaches it more
           *> cheaply, that node becomes the state's parent and it
           *> moves up the heap by what it saved. Its key set, and
           *> so its distance to the nearest 'B', are unchanged
           set WS-GUIDE-NODE
               to guide-node(WS-PLANE-IDX, try-row, try-col)
           compute WS-GUIDE-COST =
                   node-cost(cur-node-idx) + WS-STEP-COST
           if WS-GUIDE-COST < node-cost(WS-GUIDE-NODE)
      D       display "DEBUG> cheaper route to open node "
      D               try-row " " try-col
              compute node-est(WS-GUIDE-NODE) =
                      node-est(WS-GUIDE-NODE)
                    - node-cost(WS-GUIDE-NODE) + WS-GUIDE-COST
              move WS-GUIDE-COST to node-cost(WS-GUIDE-NODE)
              set parent-node-idx(WS-GUIDE-NODE) to cur-node-idx
              move try-action to action(WS-GUIDE-NODE)
              move node-heap-slot(WS-GUIDE-NODE) to WS-GUIDE-POS
              perform b330-guide-sift-up
           end-if

           continue.

       c124-guide-estimate section.
           *> node-est for node nidx: its cost so far plus the
           *> fewest steps from its cell to the nearest 'B'. Every
           *> step costs at least 1 and moves one row or column, so
           *> the estimate never overstates what is left and the
           *> first 'B' off the heap is reached at least cost
           set WS-GUIDE-ROW to maze-row(nidx)
           set WS-GUIDE-COL to maze-col(nidx)
           move 0 to WS-GUIDE-H
           perform varying dlidx from 1 by 1
                   until dlidx > dest-count
              set WS-GUIDE-DROW to dest-entry-row(dlidx)
              set WS-GUIDE-DCOL to dest-entry-col(dlidx)
              if WS-GUIDE-DROW > WS-GUIDE-ROW
                 compute WS-GUIDE-DIST = WS-GUIDE-DROW - WS-GUIDE-ROW
              else
                 compute WS-GUIDE-DIST = WS-GUIDE-ROW - WS-GUIDE-DROW
              end-if
              if WS-GUIDE-DCOL > WS-GUIDE-COL
                 compute WS-GUIDE-DIST = WS-GUIDE-DIST
                                       + WS-GUIDE-DCOL - WS-GUIDE-COL
              else
                 compute WS-GUIDE-DIST = WS-GUIDE-DIST
                                       + WS-GUIDE-COL - WS-GUIDE-DCOL
              end-if
              if dlidx = 1 or WS-GUIDE-DIST < WS-GUIDE-H
                 move WS-GUIDE-DIST to WS-GUIDE-H
              end-if
           end-perform
           compute node-est(nidx) = node-cost(nidx) + WS-GUIDE-H

           continue.

       c200-search-alg section.
           perform until search-state-no-solution
                      or search-state-solution-found
              END-IF

              if WS-CHKPT-EVERY > 0 and not PARM-MODE-ALT
                 and not PARM-MODE-TOUR and not WS-PROBE-SEARCH
                 add 1 to WS-CHKPT-DEQ-COUNT
                 if WS-CHKPT-DEQ-COUNT >= WS-CHKPT-EVERY
                    perform a220-save-checkpoint
