       replace ==:err-warning:== by ==4==
               ==:err-conflict:== by ==8==
               ==:err99:== by ==99==
               ==:maze-rows:== by ==250==
               ==:maze-cols:== by ==160==
               ==:mbr-max:== by ==500==
               ==:rt-max:== by ==2000==
               ==:pool-max:== by ==400000==
               ==:pair-max:== by ==500==
               ==:pair-lines:== by ==5==
               .
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAZECONF.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370 WITH DEBUGGING MODE.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIRFILE ASSIGN TO DIRFILE
                          FILE STATUS IS PROG-STATUS.
           SELECT CONFRPT ASSIGN TO CONFRPT
                          FILE STATUS IS PROG-STATUS.
           SELECT MAZELIB ASSIGN TO MAZELIB
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS lib-key
                          FILE STATUS IS PROG-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD DIRFILE RECORD CONTAINS 80 CHARACTERS
                  RECORDING MODE IS F.
       01 fd-DIRFILE-REC PIC X(80).

       FD CONFRPT RECORD CONTAINS 132 CHARACTERS
                  RECORDING MODE IS F.
       01 fd-CONFRPT-REC PIC X(132).

      *> the live library: the '*MAZE' header at sequence zero says
      *> which shared floor the maze's route is driven on and the
      *> tick its mover sets off at, the body rows after it are the
      *> floor plan the route is walked over
       FD MAZELIB RECORD CONTAINS 93 CHARACTERS.
       01 fd-MAZELIB-REC.
           05 lib-key.
              10 lib-maze-id pic x(08).
              10 lib-row-seq pic 9(05).
           05 lib-data pic x(80).
      *
       WORKING-STORAGE SECTION.
       01 PROG-STATUS PIC 99 VALUE 0.

      *> same convention as the solver: PROG-STATUS is every file's
      *> FILE STATUS, WS-FINAL-RC is where the job's ending code
      *> lives so a later CLOSE cannot overwrite it
       01 WS-FINAL-RC PIC 99 VALUE 0.

       01 DIR-FILE-STATUS PIC XXX VALUE SPACES.
       88 DIR-EOF VALUE 'EOF'.

       01 WS-RUN-STATUS PIC X VALUE 'N'.
       88 WS-ABORT-RUN VALUE 'Y'.

       01 WS-LIBSCAN-STATE PIC X VALUE 'N'.
       88 WS-LIBSCAN-EOF VALUE 'Y'.

      *> a library header image: floor group in columns 27-34,
      *> start tick in 36-40 (blank for tick zero)
       01 lib-hdr.
           05 lhd-tag pic x(05).
           88 lhd-is-maze value '*MAZE'.
           05 filler pic x.
           05 lhd-maze-id pic x(08).
           05 filler pic x(12).
           05 lhd-floor pic x(08).
           05 filler pic x.
           05 lhd-start pic x(05).
           05 lhd-start-num redefines lhd-start pic 9(05).
           05 filler pic x(40).

      *> every maze in the library that is on a floor group, in
      *> library key order, with what the night's DIRFILE had for
      *> it and where its mover stands while a group is replayed
       01 mbr-tab.
           05 mb-count pic 9(4) comp value 0.
           05 mb-entry occurs :mbr-max:.
              10 mb-id pic x(08).
              10 mb-floor pic x(08).
              10 mb-start pic 9(8) comp.
              10 mb-first-rt pic 9(4) comp.
              10 mb-rt-count pic 9(2) comp.
              10 mb-rank1-rt pic 9(4) comp.
              10 mb-alts pic 9(2) comp.
              10 mb-start-row pic 9(4) comp.
              10 mb-start-col pic 9(4) comp.
      *> why the maze is not replayed: 'R' no route on DIRFILE,
      *> 'F' its route does not fit the floor it is on file with
              10 mb-note pic x.
              10 mb-done pic x.
              10 mb-sel-rt pic 9(4) comp.
              10 mb-here pic x.
              10 mb-moved pic x.
              10 mb-step pic 9(8) comp.
              10 mb-row pic 9(4) comp.
              10 mb-col pic 9(4) comp.
              10 mb-prev-row pic 9(4) comp.
              10 mb-prev-col pic 9(4) comp.
      *> the next mover standing on the same cell this tick, zero
      *> at the end of the cell's list (see occ-grid)
              10 mb-occ-next pic 9(4) comp.
              10 mb-conflicts pic 9(5) comp.
              10 mb-clean-rank pic 9(2) comp.

       01 WS-MBR-IDX PIC 9(4) COMP.
       01 WS-CUR-MBR PIC 9(4) COMP.

      *> every route of a grouped maze off DIRFILE: rank 1 is the
      *> one the downstream feed drives, the later ranks of a
      *> MODE=ALT run are the fallbacks. The steps themselves are
      *> kept end to end in the pool
       01 rt-tab.
           05 rt-count pic 9(4) comp value 0.
           05 rt-entry occurs :rt-max:.
              10 rt-rank pic 9(2) comp.
              10 rt-len pic 9(8) comp.
              10 rt-got pic 9(8) comp.
              10 rt-offset pic 9(8) comp.
              10 rt-fit pic x.
              88 rt-fits value 'Y'.

       01 step-pool.
           05 sp-used pic 9(8) comp value 0.
           05 sp-steps pic x(:pool-max:).

       01 WS-RT-IDX PIC 9(4) COMP.
       01 WS-RT-LAST PIC 9(4) COMP.
       01 WS-CUR-RT PIC 9(4) COMP.
       01 WS-PEND-RANK PIC 9(2) COMP.
       01 WS-TAKE PIC 9(4) COMP.

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
           05 dir-rte redefines dir-rec.
              10 filler pic x(06).
              10 drt-rank pic 9(02).
              10 filler pic x value space.
              10 drt-len pic 9(05).
              10 filler pic x value space.
              10 drt-cost pic 9(08).
              10 filler pic x(57).
           05 dir-steps redefines dir-rec.
              10 dst-len pic x(05).
              10 dst-len-num redefines dst-len pic 9(05).
              10 dst-str pic x(75).

      *> one maze's floor plan out of MAZELIB, wide rows put back
      *> together from their '*CON ' records
       01 lib-grid.
           05 lg-rows pic 9(4) comp.
           05 lg-filled pic 9(4) comp.
           05 lg-row occurs :maze-rows: pic x(:maze-cols:).

       01 WS-IMG PIC X(80).
       01 WS-IMG-SEQ PIC 9(5) COMP.
       01 WS-LOAD-STATE PIC X.
       88 WS-LOAD-DONE VALUE 'Y'.

       01 WS-ROW-IDX PIC 9(4) COMP.
       01 WS-COL-IDX PIC 9(4) COMP.
       01 WS-CUR-ROW PIC 9(4) COMP.
       01 WS-CUR-COL PIC 9(4) COMP.
       01 WS-STEP-IDX PIC 9(8) COMP.
       01 WS-STEP-CHAR PIC X.
       01 WS-WALK-STATE PIC X.
       88 WS-WALK-OK VALUE 'Y'.

      *> the members of the floor group being replayed
       01 grp-list.
           05 gl-count pic 9(4) comp value 0.
           05 gl-mbr pic 9(4) comp occurs :mbr-max:.

       01 WS-GL-IDX PIC 9(4) COMP.
       01 WS-GRP-FLOOR PIC X(08).
       01 WS-GRP-MOVERS PIC 9(4) COMP.
       01 WS-GRP-CONFLICTS PIC 9(5) COMP.
       01 WS-GRP-CLEARED PIC 9(4) COMP.

      *> the replay clock: every mover on the floor takes one step
      *> per tick, from its start tick at the 'A' of its own plan
      *> to the tick it arrives, then leaves the floor
       01 WS-TICK PIC 9(8) COMP.
       01 WS-TICK-FIRST PIC 9(8) COMP.
       01 WS-TICK-LAST PIC 9(8) COMP.
       01 WS-TICK-END PIC 9(8) COMP.
       01 WS-RANGE-STATE PIC X.
       88 WS-RANGE-SET VALUE 'Y'.
       01 WS-M PIC 9(4) COMP.
       01 WS-J PIC 9(4) COMP.

      *> who stands on each cell of the shared floor this tick: a
      *> cell is only taken while its stamp is the current tick's,
      *> so the grid never has to be cleared between ticks. occ-who
      *> is the first mover on the cell, the rest hang off it
      *> through mb-occ-next - a cell two movers already share
      *> must still show both to the trade check
       01 occ-grid.
           05 occ-row occurs :maze-rows:.
              10 occ-cell occurs :maze-cols:.
                 15 occ-stamp pic 9(8) comp.
                 15 occ-who pic 9(4) comp.

       01 WS-STAMP PIC 9(8) COMP VALUE 0.
       01 WS-OCC-NEXT PIC 9(4) COMP.

      *> 'P' the rank 1 replay, conflicts reported and paired up;
      *> 'A' one maze tried on an alternate route against everyone
      *> else's rank 1, only its own conflicts counted
       01 WS-REPLAY-MODE PIC X.
       88 WS-REPLAY-PRINT VALUE 'P'.
       88 WS-REPLAY-ALT VALUE 'A'.
       01 WS-ALT-GL PIC 9(4) COMP.
       01 WS-ALT-MBR PIC 9(4) COMP.
       01 WS-ALT-HITS PIC 9(5) COMP.
       01 WS-SAVE-RT PIC 9(4) COMP.

      *> the conflict in hand: two movers on one cell in the same
      *> tick, or two movers trading cells in the same tick
       01 WS-CF-TYPE PIC X(04).
       01 WS-CF-A PIC 9(4) COMP.
       01 WS-CF-B PIC 9(4) COMP.
       01 WS-CF-SWAP PIC 9(4) COMP.

      *> conflicts of the group by pair of mazes, lower member
      *> first; only the first few of a pair are listed one by one
       01 pair-tab.
           05 pr-count pic 9(4) comp value 0.
           05 pr-entry occurs :pair-max:.
              10 pr-a pic 9(4) comp.
              10 pr-b pic 9(4) comp.
              10 pr-cells pic 9(5) comp.
              10 pr-swaps pic 9(5) comp.
              10 pr-first-tick pic 9(8) comp.

       01 WS-PR-IDX PIC 9(4) COMP.
       01 WS-PR-TOTAL PIC 9(5) COMP.

       01 WS-TOT-GROUPS PIC 9(4) COMP VALUE 0.
       01 WS-TOT-MAZES PIC 9(4) COMP VALUE 0.
       01 WS-TOT-MOVERS PIC 9(4) COMP VALUE 0.
       01 WS-TOT-CONFLICTS PIC 9(6) COMP VALUE 0.
       01 WS-TOT-PAIRS PIC 9(4) COMP VALUE 0.
       01 WS-TOT-CLEARED PIC 9(4) COMP VALUE 0.

      *> report lines; CONFRPT is a plain FB 132 print dataset
       01 hdr-line-1.
           05 filler pic x(40) value
              'MAZE SOLVER SHARED-FLOOR CONFLICT REPORT'.
           05 filler pic x(92) value spaces.

       01 grp-line.
           05 filler pic x(12) value 'FLOOR GROUP '.
           05 gpl-floor pic x(08).
           05 filler pic x(08) value '  MAZES '.
           05 gpl-mazes pic 9(04).
           05 filler pic x(11) value '  REPLAYED '.
           05 gpl-movers pic 9(04).
           05 filler pic x(08) value '  TICKS '.
           05 gpl-first pic 9(06).
           05 filler pic x(04) value ' TO '.
           05 gpl-last pic 9(06).
           05 filler pic x(61) value spaces.

       01 mbr-line.
           05 filler pic x(08) value '   MAZE '.
           05 mbl-id pic x(08).
           05 filler pic x(13) value '  START TICK '.
           05 mbl-start pic 9(05).
           05 filler pic x(08) value '  STEPS '.
           05 mbl-steps pic 9(05).
           05 filler pic x(09) value '  ROUTES '.
           05 mbl-routes pic 9(02).
           05 filler pic x(02) value spaces.
           05 mbl-note pic x(44).
           05 filler pic x(28) value spaces.

       01 cf-line.
           05 filler pic x(03) value spaces.
           05 cfl-type pic x(04).
           05 filler pic x(07) value '  TICK '.
           05 cfl-tick pic 9(06).
           05 filler pic x(07) value '  MAZE '.
           05 cfl-id-a pic x(08).
           05 filler pic x(06) value ' STEP '.
           05 cfl-step-a pic 9(05).
           05 filler pic x(07) value '  MAZE '.
           05 cfl-id-b pic x(08).
           05 filler pic x(06) value ' STEP '.
           05 cfl-step-b pic 9(05).
           05 filler pic x(09) value '  AT ROW '.
           05 cfl-row pic 9(03).
           05 filler pic x(05) value ' COL '.
           05 cfl-col pic 9(03).
           05 cfl-swap-part pic x(20).
           05 filler pic x(20) value spaces.

      *> a trade names the second cell too
       01 swap-part.
           05 filler pic x(09) value ' AND ROW '.
           05 swp-row pic 9(03).
           05 filler pic x(05) value ' COL '.
           05 swp-col pic 9(03).

       01 WS-RANK-ED PIC 9(02).

       01 pair-line.
           05 filler pic x(08) value '   PAIR '.
           05 prl-id-a pic x(08).
           05 filler pic x value space.
           05 prl-id-b pic x(08).
           05 filler pic x(07) value '  CELL '.
           05 prl-cells pic 9(05).
           05 filler pic x(06) value ' SWAP '.
           05 prl-swaps pic 9(05).
           05 filler pic x(13) value '  FIRST TICK '.
           05 prl-first pic 9(06).
           05 filler pic x(02) value spaces.
           05 prl-text pic x(44).
           05 filler pic x(19) value spaces.

       01 grp-sum-line.
           05 filler pic x(13) value '   CONFLICTS '.
           05 gsl-conflicts pic 9(05).
           05 filler pic x(14) value '  MAZE PAIRS '.
           05 gsl-pairs pic 9(04).
           05 filler pic x(34) value
              '  PAIRS CLEARABLE BY AN ALT ROUTE '.
           05 gsl-cleared pic 9(04).
           05 filler pic x(58) value spaces.

       01 tot-line.
           05 filler pic x(13) value 'FLOOR GROUPS '.
           05 ttl-groups pic 9(04).
           05 filler pic x(08) value '  MAZES '.
           05 ttl-mazes pic 9(04).
           05 filler pic x(11) value '  REPLAYED '.
           05 ttl-movers pic 9(04).
           05 filler pic x(12) value '  CONFLICTS '.
           05 ttl-conflicts pic 9(06).
           05 filler pic x(08) value '  PAIRS '.
           05 ttl-pairs pic 9(04).
           05 filler pic x(12) value '  CLEARABLE '.
           05 ttl-cleared pic 9(04).
           05 filler pic x(42) value spaces.

       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
       DECLARATIVES.
       DEBUG SECTION.
             USE FOR DEBUGGING ON ALL PROCEDURES.
       DEBUG-DECLARATIVES-PARAGRAPH.
             DISPLAY '>> ', DEBUG-ITEM.
       END DECLARATIVES.
      *----------------------------------------------------------------
       A000-Main section.
           display "-------------"
           display "--CONF START-"
           display "-------------"

           open input DIRFILE
           if PROG-STATUS = 0
              open input MAZELIB
              if PROG-STATUS = 0
                 open output CONFRPT
                 if PROG-STATUS = 0
                    write fd-CONFRPT-REC from hdr-line-1
                    write fd-CONFRPT-REC from WS-BLANK-LINE
                    perform a100-scan-library
                    if not WS-ABORT-RUN
                       perform a200-read-routes
                    end-if
                    if not WS-ABORT-RUN
                       perform a300-check-routes
                    end-if
                    if not WS-ABORT-RUN
                       move low-values to occ-grid
                       perform a400-check-groups
                    end-if
                    *> the closing totals line is what MAZEXFER takes
                    *> as proof the whole DIRFILE was checked, so an
                    *> abandoned run leaves the report without one
                    if not WS-ABORT-RUN
                       perform a900-write-totals
                    end-if
                    close CONFRPT
                 else
                    display "MAZC0011E CONFRPT open failed, "
                            "file status " PROG-STATUS
                    move :err99: to WS-FINAL-RC
                 end-if
                 close MAZELIB
              else
                 display "MAZC0011E MAZELIB open failed, "
                         "file status " PROG-STATUS
                 move :err99: to WS-FINAL-RC
              end-if
              close DIRFILE
           else
              display "MAZC0011E DIRFILE open failed, "
                      "file status " PROG-STATUS
              move :err99: to WS-FINAL-RC
           end-if

           if WS-FINAL-RC < :err-conflict: and WS-TOT-CONFLICTS > 0
              move :err-conflict: to WS-FINAL-RC
           end-if

           DISPLAY '#PROGRAM mazeconf ENDS WITH STATUS ' WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE

           display "-----------"
           display "--CONF END-"
           display "-----------"

           goback.

       a100-scan-library section.
           *> only the headers matter here: each maze is looked at
           *> through its sequence zero record, then the scan hops
           *> to the next maze id
           move 'N' to WS-LIBSCAN-STATE
           move low-values to lib-key
           start MAZELIB key not < lib-key
              invalid key
                 set WS-LIBSCAN-EOF to true
           end-start
           perform until WS-LIBSCAN-EOF or WS-ABORT-RUN
              read MAZELIB next record
                 at end
                    set WS-LIBSCAN-EOF to true
                 not at end
                    if lib-row-seq = 0
                       perform a110-take-header
                    end-if
                    move 99999 to lib-row-seq
                    start MAZELIB key > lib-key
                       invalid key
                          set WS-LIBSCAN-EOF to true
                    end-start
              end-read
           end-perform

           continue.

       a110-take-header section.
           *> a maze with no floor group is driven on a floor of its
           *> own and has nothing to collide with
           move lib-data to lib-hdr
           if lhd-is-maze and lhd-floor not = spaces
              if mb-count >= :mbr-max:
                 display "MAZC0004E floor group table full at maze "
                         lib-maze-id
                 perform a960-table-full
              else
                 add 1 to mb-count
                 initialize mb-entry(mb-count)
                 move lib-maze-id to mb-id(mb-count)
                 move lhd-floor to mb-floor(mb-count)
                 if lhd-start is numeric
                    move lhd-start-num to mb-start(mb-count)
                 else
                    move 0 to mb-start(mb-count)
                 end-if
                 move 'R' to mb-note(mb-count)
                 move 'N' to mb-done(mb-count)
              end-if
           end-if

           continue.

       a200-read-routes section.
           *> DIRFILE carries every route of the night; only those of
           *> mazes on a floor group are kept
           INITIALIZE DIR-FILE-STATUS
           move 0 to WS-CUR-MBR
           move 0 to WS-CUR-RT
           perform until DIR-EOF or WS-ABORT-RUN
              read DIRFILE into dir-rec
               at end set DIR-EOF to true
               not at end
                 evaluate true
                    when dir-is-maze
                       perform a210-find-member
                       move 1 to WS-PEND-RANK
                       move 0 to WS-CUR-RT
                    when dir-is-rte
                       move drt-rank to WS-PEND-RANK
                       move 0 to WS-CUR-RT
                    when dir-is-stp
                       continue
                    when dir-rec = spaces
                       continue
                    when other
                       if WS-CUR-MBR > 0
                          perform a220-collect-steps
                       end-if
                 end-evaluate
              end-read
           end-perform

           continue.

       a210-find-member section.
           *> a maze whose routes are already in hand is not taken
           *> twice
           move 0 to WS-CUR-MBR
           perform varying WS-MBR-IDX from 1 by 1
                   until WS-MBR-IDX > mb-count
                   or WS-CUR-MBR > 0
              if mb-id(WS-MBR-IDX) = dhd-maze-id
                 move WS-MBR-IDX to WS-CUR-MBR
              end-if
           end-perform
           if WS-CUR-MBR > 0
              if mb-rt-count(WS-CUR-MBR) > 0
                 move 0 to WS-CUR-MBR
              end-if
           end-if

           continue.

       a220-collect-steps section.
           *> a route's direction records each repeat the total step
           *> count, then carry up to 75 steps; the first one opens
           *> the route under the rank its '*RTE' header gave (rank 1
           *> when there is none)
           if WS-CUR-RT = 0
              evaluate true
                 when rt-count >= :rt-max:
                    display "MAZC0004E route table full at maze "
                            mb-id(WS-CUR-MBR)
                    perform a960-table-full
                 when sp-used + dst-len-num > :pool-max:
                    display "MAZC0004E route step pool full at maze "
                            mb-id(WS-CUR-MBR)
                    perform a960-table-full
                 when mb-rt-count(WS-CUR-MBR) >= 99
                    continue
                 when other
                    add 1 to rt-count
                    move rt-count to WS-CUR-RT
                    move WS-PEND-RANK to rt-rank(WS-CUR-RT)
                    move dst-len-num to rt-len(WS-CUR-RT)
                    move 0 to rt-got(WS-CUR-RT)
                    move sp-used to rt-offset(WS-CUR-RT)
                    move 'N' to rt-fit(WS-CUR-RT)
                    add dst-len-num to sp-used
                    if mb-rt-count(WS-CUR-MBR) = 0
                       move WS-CUR-RT to mb-first-rt(WS-CUR-MBR)
                    end-if
                    add 1 to mb-rt-count(WS-CUR-MBR)
              end-evaluate
           end-if
           if WS-CUR-RT > 0
              compute WS-TAKE = rt-len(WS-CUR-RT) - rt-got(WS-CUR-RT)
              if WS-TAKE > 75
                 move 75 to WS-TAKE
              end-if
              if WS-TAKE > 0
                 move dst-str (1:WS-TAKE)
                   to sp-steps (rt-offset(WS-CUR-RT)
                                + rt-got(WS-CUR-RT) + 1:WS-TAKE)
                 add WS-TAKE to rt-got(WS-CUR-RT)
              end-if
           end-if

           continue.

       a300-check-routes section.
           *> every route is walked over its maze's plan before it
           *> is replayed: a step off the floor or into a wall means
           *> the plan has changed under the route, and the route
           *> proves nothing about the floor it would be driven on
           perform varying WS-MBR-IDX from 1 by 1
                   until WS-MBR-IDX > mb-count
              move WS-MBR-IDX to WS-CUR-MBR
              if mb-rt-count(WS-CUR-MBR) = 0
                 display "MAZC0002I maze " mb-id(WS-CUR-MBR)
                         " on floor " mb-floor(WS-CUR-MBR)
                         " has no route on DIRFILE - not replayed"
              else
                 move space to mb-note(WS-CUR-MBR)
                 perform b100-load-floor
                 perform b110-find-start
                 compute WS-RT-LAST = mb-first-rt(WS-CUR-MBR)
                                    + mb-rt-count(WS-CUR-MBR) - 1
                 perform varying WS-RT-IDX
                         from mb-first-rt(WS-CUR-MBR) by 1
                         until WS-RT-IDX > WS-RT-LAST
                    perform b120-walk-route
                 end-perform
                 perform b130-pick-rank1
              end-if
           end-perform

           continue.

       a400-check-groups section.
           *> one floor group at a time, in the order its first
           *> member sits in the library
           perform varying WS-MBR-IDX from 1 by 1
                   until WS-MBR-IDX > mb-count
                   or WS-ABORT-RUN
              if mb-done(WS-MBR-IDX) not = 'Y'
                 move mb-floor(WS-MBR-IDX) to WS-GRP-FLOOR
                 move 0 to gl-count
                 perform varying WS-M from WS-MBR-IDX by 1
                         until WS-M > mb-count
                    if mb-floor(WS-M) = WS-GRP-FLOOR
                       add 1 to gl-count
                       move WS-M to gl-mbr(gl-count)
                       move 'Y' to mb-done(WS-M)
                    end-if
                 end-perform
                 perform c000-check-group
              end-if
           end-perform

           continue.

       a900-write-totals section.
           move WS-TOT-GROUPS to ttl-groups
           move WS-TOT-MAZES to ttl-mazes
           move WS-TOT-MOVERS to ttl-movers
           move WS-TOT-CONFLICTS to ttl-conflicts
           move WS-TOT-PAIRS to ttl-pairs
           move WS-TOT-CLEARED to ttl-cleared
           write fd-CONFRPT-REC from tot-line
           display "MAZC0001I floor groups " WS-TOT-GROUPS
                   " mazes replayed " WS-TOT-MOVERS
                   " conflicts " WS-TOT-CONFLICTS
                   " pairs " WS-TOT-PAIRS
                   " clearable " WS-TOT-CLEARED

           continue.

       a950-set-warning section.
           if WS-FINAL-RC < :err-warning:
              move :err-warning: to WS-FINAL-RC
           end-if

           continue.

       a960-table-full section.
           move :err99: to WS-FINAL-RC
           set WS-ABORT-RUN to true

           continue.

       b100-load-floor section.
           *> sequence zero is the '*MAZE' header; a '*CON ' record
           *> adds up to 74 cells to the row before it; anything else
           *> starts a row, wall past its 80 bytes as in the solver
           move 0 to lg-rows
           move 0 to lg-filled
           move 'N' to WS-LOAD-STATE
           move 1 to WS-IMG-SEQ
           perform until WS-LOAD-DONE
              move mb-id(WS-CUR-MBR) to lib-maze-id
              move WS-IMG-SEQ to lib-row-seq
              read MAZELIB
                 invalid key
                    set WS-LOAD-DONE to true
                 not invalid key
                    move lib-data to WS-IMG
                    perform b105-take-image
                    add 1 to WS-IMG-SEQ
              end-read
           end-perform

           continue.

       b105-take-image section.
           evaluate true
              when WS-IMG(1:5) = '*CON '
                 if lg-rows > 0 and lg-filled < :maze-cols:
                    compute WS-TAKE = :maze-cols: - lg-filled
                    if WS-TAKE > 74
                       move 74 to WS-TAKE
                    end-if
                    move WS-IMG(7:WS-TAKE)
                         to lg-row(lg-rows) (lg-filled + 1:WS-TAKE)
                    add WS-TAKE to lg-filled
                 end-if
              when other
                 if lg-rows < :maze-rows:
                    add 1 to lg-rows
                    move all 'x' to lg-row(lg-rows)
                    move WS-IMG to lg-row(lg-rows) (1:80)
                    move 80 to lg-filled
                 end-if
           end-evaluate

           continue.

       b110-find-start section.
           *> the first 'A' in reading order, where the solver and
           *> the verifier both start the route from
           move 0 to mb-start-row(WS-CUR-MBR)
           move 0 to mb-start-col(WS-CUR-MBR)
           perform varying WS-ROW-IDX from 1 by 1
                   until WS-ROW-IDX > lg-rows
                   or mb-start-row(WS-CUR-MBR) > 0
              perform varying WS-COL-IDX from 1 by 1
                      until WS-COL-IDX > :maze-cols:
                      or mb-start-row(WS-CUR-MBR) > 0
                 if lg-row(WS-ROW-IDX) (WS-COL-IDX:1) = 'A'
                    move WS-ROW-IDX to mb-start-row(WS-CUR-MBR)
                    move WS-COL-IDX to mb-start-col(WS-CUR-MBR)
                 end-if
              end-perform
           end-perform

           continue.

       b120-walk-route section.
           *> the solver's compass: U and D move the row index, L and
           *> R the column
           move mb-start-row(WS-CUR-MBR) to WS-CUR-ROW
           move mb-start-col(WS-CUR-MBR) to WS-CUR-COL
           move 'Y' to WS-WALK-STATE
           if WS-CUR-ROW = 0
              or rt-got(WS-RT-IDX) < rt-len(WS-RT-IDX)
              move 'N' to WS-WALK-STATE
           end-if
           perform varying WS-STEP-IDX from 1 by 1
                   until WS-STEP-IDX > rt-len(WS-RT-IDX)
                   or not WS-WALK-OK
              move sp-steps (rt-offset(WS-RT-IDX) + WS-STEP-IDX:1)
                to WS-STEP-CHAR
              evaluate WS-STEP-CHAR
                 when 'L'
                    if WS-CUR-COL > 1
                       subtract 1 from WS-CUR-COL
                    else
                       move 'N' to WS-WALK-STATE
                    end-if
                 when 'R'
                    add 1 to WS-CUR-COL
                 when 'U'
                    add 1 to WS-CUR-ROW
                 when 'D'
                    if WS-CUR-ROW > 1
                       subtract 1 from WS-CUR-ROW
                    else
                       move 'N' to WS-WALK-STATE
                    end-if
                 when other
                    move 'N' to WS-WALK-STATE
              end-evaluate
              if WS-WALK-OK
                 if WS-CUR-ROW > lg-rows
                    or WS-CUR-COL > :maze-cols:
                    move 'N' to WS-WALK-STATE
                 else
                    if lg-row(WS-CUR-ROW) (WS-CUR-COL:1) = 'x'
                       move 'N' to WS-WALK-STATE
                    end-if
                 end-if
              end-if
           end-perform
           if WS-WALK-OK
              set rt-fits(WS-RT-IDX) to true
           else
              display "MAZC0003W route rank " rt-rank(WS-RT-IDX)
                      " of maze " mb-id(WS-CUR-MBR)
                      " does not fit its floor - not replayed"
              perform a950-set-warning
           end-if

           continue.

       b130-pick-rank1 section.
           *> rank 1 is what the feed drives; the other ranks that
           *> fit are the fallbacks the report may offer
           move 0 to mb-rank1-rt(WS-CUR-MBR)
           move 0 to mb-alts(WS-CUR-MBR)
           perform varying WS-RT-IDX
                   from mb-first-rt(WS-CUR-MBR) by 1
                   until WS-RT-IDX > WS-RT-LAST
              if rt-rank(WS-RT-IDX) = 1
                 and mb-rank1-rt(WS-CUR-MBR) = 0
                 move WS-RT-IDX to mb-rank1-rt(WS-CUR-MBR)
              else
                 if rt-fits(WS-RT-IDX)
                    add 1 to mb-alts(WS-CUR-MBR)
                 end-if
              end-if
           end-perform
           if mb-rank1-rt(WS-CUR-MBR) = 0
              move mb-first-rt(WS-CUR-MBR) to mb-rank1-rt(WS-CUR-MBR)
           end-if
           move mb-rank1-rt(WS-CUR-MBR) to WS-RT-IDX
           if not rt-fits(WS-RT-IDX)
              move 'F' to mb-note(WS-CUR-MBR)
           end-if

           continue.

       c000-check-group section.
           *> replay the group's rank 1 routes together, pair up
           *> what collides, then see which collisions a maze could
           *> step out of on one of its alternate routes
           add 1 to WS-TOT-GROUPS
           add gl-count to WS-TOT-MAZES
           move 0 to WS-GRP-MOVERS
           move 0 to WS-GRP-CONFLICTS
           move 0 to WS-GRP-CLEARED
           move 0 to pr-count
           perform varying WS-GL-IDX from 1 by 1
                   until WS-GL-IDX > gl-count
              move gl-mbr(WS-GL-IDX) to WS-M
              move 0 to mb-conflicts(WS-M)
              move 0 to mb-clean-rank(WS-M)
              if mb-note(WS-M) = space
                 move mb-rank1-rt(WS-M) to mb-sel-rt(WS-M)
                 add 1 to WS-GRP-MOVERS
              else
                 move 0 to mb-sel-rt(WS-M)
              end-if
           end-perform
           add WS-GRP-MOVERS to WS-TOT-MOVERS

           perform c010-tick-range
           perform c020-group-heading

           set WS-REPLAY-PRINT to true
           perform c100-replay

           if pr-count > 0 and not WS-ABORT-RUN
              perform c400-try-alternates
              perform c410-report-pairs
           end-if

           move WS-GRP-CONFLICTS to gsl-conflicts
           move pr-count to gsl-pairs
           move WS-GRP-CLEARED to gsl-cleared
           write fd-CONFRPT-REC from grp-sum-line
           write fd-CONFRPT-REC from WS-BLANK-LINE
           add WS-GRP-CONFLICTS to WS-TOT-CONFLICTS
           add pr-count to WS-TOT-PAIRS
           add WS-GRP-CLEARED to WS-TOT-CLEARED
           if WS-GRP-CONFLICTS > 0
              display "MAZC0006W floor group " WS-GRP-FLOOR
                      " conflicts " WS-GRP-CONFLICTS
                      " maze pairs " pr-count
           end-if

           continue.

       c010-tick-range section.
           *> from the first mover's start to the last arrival of
           *> the rank 1 routes; an alternate that runs longer is
           *> replayed to its own arrival
           move 0 to WS-TICK-FIRST
           move 0 to WS-TICK-LAST
           move 'N' to WS-RANGE-STATE
           perform varying WS-GL-IDX from 1 by 1
                   until WS-GL-IDX > gl-count
              move gl-mbr(WS-GL-IDX) to WS-M
              if mb-sel-rt(WS-M) > 0
                 move mb-sel-rt(WS-M) to WS-RT-IDX
                 compute WS-TICK-END = mb-start(WS-M)
                                     + rt-len(WS-RT-IDX)
                 if not WS-RANGE-SET
                    move mb-start(WS-M) to WS-TICK-FIRST
                    move WS-TICK-END to WS-TICK-LAST
                    set WS-RANGE-SET to true
                 end-if
                 if mb-start(WS-M) < WS-TICK-FIRST
                    move mb-start(WS-M) to WS-TICK-FIRST
                 end-if
                 if WS-TICK-END > WS-TICK-LAST
                    move WS-TICK-END to WS-TICK-LAST
                 end-if
              end-if
           end-perform

           continue.

       c020-group-heading section.
           move WS-GRP-FLOOR to gpl-floor
           move gl-count to gpl-mazes
           move WS-GRP-MOVERS to gpl-movers
           move WS-TICK-FIRST to gpl-first
           move WS-TICK-LAST to gpl-last
           write fd-CONFRPT-REC from grp-line
           perform varying WS-GL-IDX from 1 by 1
                   until WS-GL-IDX > gl-count
              move gl-mbr(WS-GL-IDX) to WS-M
              move mb-id(WS-M) to mbl-id
              move mb-start(WS-M) to mbl-start
              move mb-rt-count(WS-M) to mbl-routes
              move 0 to mbl-steps
              if mb-rt-count(WS-M) > 0
                 move mb-rank1-rt(WS-M) to WS-RT-IDX
                 move rt-len(WS-RT-IDX) to mbl-steps
              end-if
              evaluate mb-note(WS-M)
                 when 'R'
                    move 'NO ROUTE ON DIRFILE - NOT REPLAYED'
                      to mbl-note
                 when 'F'
                    move 'ROUTE DOES NOT FIT ITS FLOOR - NOT REPLAYED'
                      to mbl-note
                 when other
                    move spaces to mbl-note
              end-evaluate
              write fd-CONFRPT-REC from mbr-line
           end-perform

           continue.

       c100-replay section.
           *> all movers of the group on the floor together, one
           *> tick at a time; an alternate's replay stops at its
           *> first conflict, one is enough to rule it out
           move WS-TICK-LAST to WS-TICK-END
           if WS-REPLAY-ALT
              move mb-sel-rt(WS-ALT-MBR) to WS-RT-IDX
              if mb-start(WS-ALT-MBR) + rt-len(WS-RT-IDX)
                 > WS-TICK-END
                 compute WS-TICK-END = mb-start(WS-ALT-MBR)
                                     + rt-len(WS-RT-IDX)
              end-if
           end-if
           perform varying WS-GL-IDX from 1 by 1
                   until WS-GL-IDX > gl-count
              move gl-mbr(WS-GL-IDX) to WS-M
              move 'N' to mb-here(WS-M)
              move 'N' to mb-moved(WS-M)
           end-perform
           if WS-GRP-MOVERS > 0
              perform varying WS-TICK from WS-TICK-FIRST by 1
                      until WS-TICK > WS-TICK-END
                      or WS-ABORT-RUN
                      or (WS-REPLAY-ALT and WS-ALT-HITS > 0)
                 perform c110-one-tick
              end-perform
           end-if

           continue.

       c110-one-tick section.
           *> everybody steps first, then the trades are looked for:
           *> a trade needs both ends of the tick in hand
           add 1 to WS-STAMP
           perform varying WS-GL-IDX from 1 by 1
                   until WS-GL-IDX > gl-count
                   or WS-ABORT-RUN
              move gl-mbr(WS-GL-IDX) to WS-M
              perform c120-move-member
           end-perform
           perform varying WS-GL-IDX from 1 by 1
                   until WS-GL-IDX > gl-count
                   or WS-ABORT-RUN
              move gl-mbr(WS-GL-IDX) to WS-M
              if mb-moved(WS-M) = 'Y'
                 perform c140-check-swap
              end-if
           end-perform

           continue.

       c120-move-member section.
           *> on the floor from its start tick, standing on its 'A'
           *> at step zero, off it once the last step is taken
           move 'N' to mb-here(WS-M)
           move 'N' to mb-moved(WS-M)
           if mb-sel-rt(WS-M) > 0
              and WS-TICK >= mb-start(WS-M)
              move mb-sel-rt(WS-M) to WS-RT-IDX
              compute WS-STEP-IDX = WS-TICK - mb-start(WS-M)
              if WS-STEP-IDX <= rt-len(WS-RT-IDX)
                 move 'Y' to mb-here(WS-M)
                 move WS-STEP-IDX to mb-step(WS-M)
                 if WS-STEP-IDX = 0
                    move mb-start-row(WS-M) to mb-row(WS-M)
                    move mb-start-col(WS-M) to mb-col(WS-M)
                 else
                    move 'Y' to mb-moved(WS-M)
                    move mb-row(WS-M) to mb-prev-row(WS-M)
                    move mb-col(WS-M) to mb-prev-col(WS-M)
                    move sp-steps (rt-offset(WS-RT-IDX)
                                   + WS-STEP-IDX:1)
                      to WS-STEP-CHAR
                    evaluate WS-STEP-CHAR
                       when 'L'
                          subtract 1 from mb-col(WS-M)
                       when 'R'
                          add 1 to mb-col(WS-M)
                       when 'U'
                          add 1 to mb-row(WS-M)
                       when other
                          subtract 1 from mb-row(WS-M)
                    end-evaluate
                 end-if
                 perform c130-place-member
              end-if
           end-if

           continue.

       c130-place-member section.
           move mb-row(WS-M) to WS-CUR-ROW
           move mb-col(WS-M) to WS-CUR-COL
           if occ-stamp(WS-CUR-ROW, WS-CUR-COL) = WS-STAMP
              *> the arrival collides with every mover already on
              *> the cell, then joins the cell's list behind the
              *> first of them
              move occ-who(WS-CUR-ROW, WS-CUR-COL) to WS-OCC-NEXT
              perform until WS-OCC-NEXT = 0 or WS-ABORT-RUN
                 move WS-OCC-NEXT to WS-J
                 move mb-occ-next(WS-J) to WS-OCC-NEXT
                 move 'CELL' to WS-CF-TYPE
                 move WS-J to WS-CF-A
                 move WS-M to WS-CF-B
                 perform c300-note-conflict
              end-perform
              move occ-who(WS-CUR-ROW, WS-CUR-COL) to WS-J
              move mb-occ-next(WS-J) to mb-occ-next(WS-M)
              move WS-M to mb-occ-next(WS-J)
           else
              move WS-STAMP to occ-stamp(WS-CUR-ROW, WS-CUR-COL)
              move WS-M to occ-who(WS-CUR-ROW, WS-CUR-COL)
              move 0 to mb-occ-next(WS-M)
           end-if

           continue.

       c140-check-swap section.
           *> whoever is now where this mover came from, and came
           *> from where this mover now is, passed it head on; the
           *> pair is seen from both ends, so it is noted from the
           *> lower member's only. Every mover on the cell is
           *> looked at, not just the first to arrive there
           move mb-prev-row(WS-M) to WS-CUR-ROW
           move mb-prev-col(WS-M) to WS-CUR-COL
           move 0 to WS-OCC-NEXT
           if occ-stamp(WS-CUR-ROW, WS-CUR-COL) = WS-STAMP
              move occ-who(WS-CUR-ROW, WS-CUR-COL) to WS-OCC-NEXT
           end-if
           perform until WS-OCC-NEXT = 0 or WS-ABORT-RUN
              move WS-OCC-NEXT to WS-J
              move mb-occ-next(WS-J) to WS-OCC-NEXT
              if WS-J > WS-M
                 and mb-moved(WS-J) = 'Y'
                 and mb-prev-row(WS-J) = mb-row(WS-M)
                 and mb-prev-col(WS-J) = mb-col(WS-M)
                 move 'SWAP' to WS-CF-TYPE
                 move WS-M to WS-CF-A
                 move WS-J to WS-CF-B
                 perform c300-note-conflict
              end-if
           end-perform

           continue.

       c300-note-conflict section.
           *> an alternate's replay only counts its own maze's
           *> conflicts; the rank 1 replay pairs them up and lists
           *> the first few of each pair
           if WS-REPLAY-ALT
              if WS-CF-A = WS-ALT-MBR or WS-CF-B = WS-ALT-MBR
                 add 1 to WS-ALT-HITS
              end-if
           else
              if WS-CF-A > WS-CF-B
                 move WS-CF-A to WS-CF-SWAP
                 move WS-CF-B to WS-CF-A
                 move WS-CF-SWAP to WS-CF-B
              end-if
              perform c310-find-pair
              if not WS-ABORT-RUN
                 add 1 to WS-GRP-CONFLICTS
                 add 1 to mb-conflicts(WS-CF-A)
                 add 1 to mb-conflicts(WS-CF-B)
                 if WS-CF-TYPE = 'CELL'
                    add 1 to pr-cells(WS-PR-IDX)
                 else
                    add 1 to pr-swaps(WS-PR-IDX)
                 end-if
                 compute WS-PR-TOTAL = pr-cells(WS-PR-IDX)
                                     + pr-swaps(WS-PR-IDX)
                 if WS-PR-TOTAL <= :pair-lines:
                    perform c320-write-conflict
                 end-if
              end-if
           end-if

           continue.

       c310-find-pair section.
           move 0 to WS-PR-IDX
           perform varying WS-J from 1 by 1
                   until WS-J > pr-count
                   or WS-PR-IDX > 0
              if pr-a(WS-J) = WS-CF-A and pr-b(WS-J) = WS-CF-B
                 move WS-J to WS-PR-IDX
              end-if
           end-perform
           if WS-PR-IDX = 0
              if pr-count >= :pair-max:
                 display "MAZC0004E conflict pair table full on "
                         "floor " WS-GRP-FLOOR
                 perform a960-table-full
              else
                 add 1 to pr-count
                 move pr-count to WS-PR-IDX
                 move WS-CF-A to pr-a(WS-PR-IDX)
                 move WS-CF-B to pr-b(WS-PR-IDX)
                 move 0 to pr-cells(WS-PR-IDX)
                 move 0 to pr-swaps(WS-PR-IDX)
                 move WS-TICK to pr-first-tick(WS-PR-IDX)
              end-if
           end-if

           continue.

       c320-write-conflict section.
           move WS-CF-TYPE to cfl-type
           move WS-TICK to cfl-tick
           move mb-id(WS-CF-A) to cfl-id-a
           move mb-step(WS-CF-A) to cfl-step-a
           move mb-id(WS-CF-B) to cfl-id-b
           move mb-step(WS-CF-B) to cfl-step-b
           move mb-row(WS-CF-A) to cfl-row
           move mb-col(WS-CF-A) to cfl-col
           if WS-CF-TYPE = 'SWAP'
              move mb-row(WS-CF-B) to swp-row
              move mb-col(WS-CF-B) to swp-col
              move swap-part to cfl-swap-part
           else
              move spaces to cfl-swap-part
           end-if
           write fd-CONFRPT-REC from cf-line

           continue.

       c400-try-alternates section.
           *> a maze caught in a conflict is tried on each of its
           *> fallback routes in rank order, everyone else staying
           *> on rank 1; the first rank it runs clear on is the one
           *> the report offers
           set WS-REPLAY-ALT to true
           perform varying WS-ALT-GL from 1 by 1
                   until WS-ALT-GL > gl-count
              move gl-mbr(WS-ALT-GL) to WS-ALT-MBR
              if mb-conflicts(WS-ALT-MBR) > 0
                 and mb-alts(WS-ALT-MBR) > 0
                 move mb-sel-rt(WS-ALT-MBR) to WS-SAVE-RT
                 compute WS-RT-LAST = mb-first-rt(WS-ALT-MBR)
                                    + mb-rt-count(WS-ALT-MBR) - 1
                 perform varying WS-CUR-RT
                         from mb-first-rt(WS-ALT-MBR) by 1
                         until WS-CUR-RT > WS-RT-LAST
                         or mb-clean-rank(WS-ALT-MBR) > 0
                    if WS-CUR-RT not = WS-SAVE-RT
                       and rt-fits(WS-CUR-RT)
                       perform c405-replay-alternate
                    end-if
                 end-perform
                 move WS-SAVE-RT to mb-sel-rt(WS-ALT-MBR)
              end-if
           end-perform
           set WS-REPLAY-PRINT to true

           continue.

       c405-replay-alternate section.
           move WS-CUR-RT to mb-sel-rt(WS-ALT-MBR)
           move 0 to WS-ALT-HITS
           perform c100-replay
           if WS-ALT-HITS = 0
              move rt-rank(WS-CUR-RT) to mb-clean-rank(WS-ALT-MBR)
           end-if

           continue.

       c410-report-pairs section.
           *> one line per pair of mazes that met: how often, from
           *> which tick, and whether one of the two has a fallback
           *> route that runs clear of the whole group
           perform varying WS-PR-IDX from 1 by 1
                   until WS-PR-IDX > pr-count
              move pr-a(WS-PR-IDX) to WS-CF-A
              move pr-b(WS-PR-IDX) to WS-CF-B
              move mb-id(WS-CF-A) to prl-id-a
              move mb-id(WS-CF-B) to prl-id-b
              move pr-cells(WS-PR-IDX) to prl-cells
              move pr-swaps(WS-PR-IDX) to prl-swaps
              move pr-first-tick(WS-PR-IDX) to prl-first
              move spaces to prl-text
              evaluate true
                 when mb-clean-rank(WS-CF-A) > 0
                    move mb-clean-rank(WS-CF-A) to WS-PEND-RANK
                    perform c420-cleared-text
                    add 1 to WS-GRP-CLEARED
                 when mb-clean-rank(WS-CF-B) > 0
                    move WS-CF-B to WS-CF-A
                    move mb-clean-rank(WS-CF-A) to WS-PEND-RANK
                    perform c420-cleared-text
                    add 1 to WS-GRP-CLEARED
                 when mb-alts(WS-CF-A) > 0 or mb-alts(WS-CF-B) > 0
                    move 'NOT CLEARED BY ANY ALT ROUTE' to prl-text
                 when other
                    move 'NO ALT ROUTES ON FILE' to prl-text
              end-evaluate
              write fd-CONFRPT-REC from pair-line
           end-perform

           continue.

       c420-cleared-text section.
           move WS-PEND-RANK to WS-RANK-ED
           string 'CLEARED BY ' delimited by size
                  mb-id(WS-CF-A) delimited by space
                  ' RANK ' delimited by size
                  WS-RANK-ED delimited by size
                  into prl-text
           end-string

           continue.
