       replace ==:err-not-found:== by ==4==
               ==:err99:== by ==99==
               ==:maze-rows:== by ==250==
               ==:maze-cols:== by ==160==
               ==:route-max:== by ==32000==
               ==:strip-max:== by ==120==
               ==:legend-max:== by ==50==
               .
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAZEPRNT.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370 WITH DEBUGGING MODE.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTIN   ASSIGN TO OUTIN
                          FILE STATUS IS PROG-STATUS.
           SELECT DIRIN   ASSIGN TO DIRIN
                          FILE STATUS IS PROG-STATUS.
           SELECT RPTIN   ASSIGN TO RPTIN
                          FILE STATUS IS PROG-STATUS.
           SELECT PRNTRPT ASSIGN TO PRNTRPT
                          FILE STATUS IS PROG-STATUS.
           SELECT OPTIONAL MAZELIB ASSIGN TO MAZELIB
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS lib-key
                          FILE STATUS IS PROG-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD OUTIN RECORD CONTAINS 80 CHARACTERS
                RECORDING MODE IS F.
       01 fd-OUTIN-REC PIC X(80).

       FD DIRIN RECORD CONTAINS 80 CHARACTERS
                RECORDING MODE IS F.
       01 fd-DIRIN-REC PIC X(80).

       FD RPTIN RECORD CONTAINS 180 CHARACTERS
                RECORDING MODE IS F.
       01 fd-RPTIN-REC PIC X(180).

       FD PRNTRPT RECORD CONTAINS 132 CHARACTERS
                  RECORDING MODE IS F.
       01 fd-PRNTRPT-REC PIC X(132).

      *> the live library: OUTFILE paints every route cell '.', so
      *> the key, door or station a route crosses is only still to
      *> be seen in the block the maze was solved from
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

       01 OUT-FILE-STATUS PIC XXX VALUE SPACES.
       88 OUT-EOF VALUE 'EOF'.

       01 DIR-FILE-STATUS PIC XXX VALUE SPACES.
       88 DIR-EOF VALUE 'EOF'.

       01 RPT-FILE-STATUS PIC XXX VALUE SPACES.
       88 RPT-EOF VALUE 'EOF'.

       01 WS-LIB-STATE PIC X VALUE 'N'.
       88 WS-LIB-OPEN VALUE 'Y'.

      *> PARM MAZEID=xxxx (repeatable) names the mazes to print; no
      *> MAZEID prints every maze on OUTFILE. EVERY=n numbers every
      *> n-th step of the route (0 = no step numbers), LINES=n is
      *> the printed lines per sheet
       01 req-list.
           05 req-count pic 9(2) comp value 0.
           05 req-entry occurs 50.
              10 req-id pic x(08).
              10 req-hit pic x.

       01 WS-REQ-IDX PIC 9(2) COMP.

       01 WS-EVERY PIC 9(3) COMP VALUE 10.
       01 WS-PAGE-LINES PIC 9(2) COMP VALUE 60.

       01 PARM-WORK.
           05 PARM-PTR        PIC 9(4) COMP.
           05 PARM-TOKEN      PIC X(32).
           05 PARM-KEY        PIC X(16).
           05 PARM-VALUE      PIC X(16).
           05 PARM-DIGIT-IDX  PIC 9(2) COMP.
           05 PARM-NUM-WORK   PIC 9(16) COMP.
           05 PARM-NUM-STATE  PIC X.
           88 PARM-NUM-OK     VALUE 'Y'.
           05 PARM-ONE-CHAR   PIC X.
           05 PARM-ONE-DIGIT REDEFINES PARM-ONE-CHAR PIC 9.

       01 WS-SEL-STATE PIC X.
       88 WS-SELECTED VALUE 'Y'.

       01 WS-CUR-ID PIC X(08).
       01 WS-CUR-DEPT PIC X(08).
       01 WS-MAZES-PRINTED PIC 9(5) COMP VALUE 0.

      *> OUTFILE record views: the '*MAZE' key header opening each
      *> painted block and the '*CON ' continuation carrying up to
      *> 74 more cells of the row before it; a line of '=' closes
      *> the block
       01 out-helper.
           05 out-rec pic x(80).
           05 out-hdr redefines out-rec.
              10 ohd-tag pic x(05).
              88 out-is-maze value '*MAZE'.
              10 filler pic x.
              10 ohd-maze-id pic x(08).
              10 filler pic x.
              10 ohd-dept pic x(08).
              10 filler pic x(57).
           05 out-con redefines out-rec.
              10 ocn-tag pic x(05).
              88 out-is-con value '*CON '.
              10 filler pic x.
              10 ocn-data pic x(74).

       01 WS-BLOCK-STATE PIC X.
       88 WS-BLOCK-END VALUE 'Y'.

      *> the painted block as logical rows, wide rows put back
      *> together: the map exactly as OUTFILE shows it
       01 map-grid.
           05 mg-rows pic 9(4) comp.
           05 mg-filled pic 9(4) comp.
           05 mg-row occurs :maze-rows: pic x(:maze-cols:).

      *> the same maze out of MAZELIB, unpainted
       01 lib-grid.
           05 lg-found pic x.
           88 lg-is-found value 'Y'.
           05 lg-rows pic 9(4) comp.
           05 lg-filled pic 9(4) comp.
           05 lg-row occurs :maze-rows: pic x(:maze-cols:).

       01 WS-IMG PIC X(80).
       01 WS-IMG-SEQ PIC 9(5) COMP.
       01 WS-TAKE PIC 9(4) COMP.
       01 WS-LOAD-STATE PIC X.
       88 WS-LOAD-DONE VALUE 'Y'.

      *> whether the library block may be trusted for what lies
      *> under the route, and if not why: 'A' no MAZELIB at all,
      *> 'M' the maze is no longer in it, 'C' it has been changed
      *> since the night the route was solved
       01 WS-LIB-USE-STATE PIC X.
       88 WS-LIB-USABLE VALUE 'Y'.
       01 WS-LIB-NOTE PIC X.

      *> the step numbers, printed on a line of their own under the
      *> map row the numbered cell is in, starting below the cell
       01 ann-grid.
           05 ann-row occurs :maze-rows: pic x(:maze-cols:).

      *> incoming RPTFILE records, the solver's detail layout
       01 rpt-helper.
           05 rpt-rec pic x(180).
           05 rpt-detail redefines rpt-rec.
              10 rdt-maze-id pic x(08).
              10 filler pic x.
              10 rdt-dept pic x(08).
              10 filler pic x.
              10 rdt-maxrow pic 9(05).
              10 filler pic x.
              10 rdt-rowlen pic 9(05).
              10 filler pic x.
              10 rdt-start-row pic 9(05).
              10 filler pic x.
              10 rdt-start-col pic 9(05).
              10 filler pic x.
              10 rdt-dest-row pic 9(05).
              10 filler pic x.
              10 rdt-dest-col pic 9(05).
              10 filler pic x.
              10 rdt-nodes pic 9(08).
              10 filler pic x.
              10 rdt-path-len pic 9(08).
              10 filler pic x.
              10 rdt-elapsed pic 9(16).
              10 filler pic x.
              10 rdt-status pic x(01).
              88 rdt-solved value '0'.
              88 rdt-nosoln value '1'.
              88 rdt-error value '9'.
              10 filler pic x.
              10 rdt-cached pic x(01).
              10 filler pic x.
              10 rdt-route-cost pic 9(08).
              10 filler pic x.
              10 rdt-terr-plain pic 9(05).
              10 filler pic x.
              10 rdt-terr-m pic 9(05).
              10 filler pic x.
              10 rdt-terr-s pic 9(05).
              10 filler pic x.
              10 rdt-terr-z pic 9(05).
              10 filler pic x.
              10 rdt-alt-found pic 9(02).
              10 filler pic x.
              10 rdt-reach-cells pic 9(05).
              10 filler pic x.
              10 rdt-open-cells pic 9(05).
              10 filler pic x.
              10 rdt-stop-count pic 9(02).
              10 filler pic x.
              10 rdt-stop-order pic x(16).
              10 filler pic x.
              10 rdt-clos-count pic 9(02).
              10 filler pic x.
              10 rdt-clos-effect pic x(01).
              10 filler pic x.
              10 rdt-mode pic x(04).
              10 filler pic x(10).

       01 WS-RPT-FOUND-STATE PIC X.
       88 WS-RPT-FOUND VALUE 'Y'.

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
              10 dst-str pic x(75).

      *> a DIRFILE record read past the end of the route wanted -
      *> the next maze's header - is held for that maze's turn
       01 WS-DIR-HELD-STATE PIC X VALUE 'N'.
       88 WS-DIR-HELD VALUE 'Y'.

       01 WS-HDR-STATE PIC X.
       88 WS-HDR-FOUND VALUE 'Y'.
       01 WS-COLLECT-STATE PIC X.
       88 WS-COLLECT-DONE VALUE 'Y'.

      *> the route being printed: rank 1, the one OUTFILE paints
       01 route-work.
           05 route-len pic 9(8) comp value 0.
           05 route-got pic 9(8) comp value 0.
           05 route-str pic x(:route-max:).

       01 WS-ROUTE-FOUND-STATE PIC X.
       88 WS-ROUTE-FOUND VALUE 'Y'.

      *> why a map printed without its route: 'R' no RPTFILE
      *> record, 'M' no route on DIRFILE, 'F' the route does not
      *> fit the map it was painted into
       01 WS-ROUTE-NOTE PIC X.

       01 stop-marks.
           05 stm-count pic 9(2) comp value 0.
           05 stm-entry occurs 8.
              10 stm-seq pic 9(2) comp.
              10 stm-stop pic 9(2) comp.
              10 stm-step pic 9(8) comp.

       01 WS-STM-IDX PIC 9(2) COMP.

      *> the route walk: pass 'C' checks, pass 'P' paints
       01 WS-WALK-PASS PIC X.
       01 WS-WALK-STATE PIC X.
       88 WS-WALK-OK VALUE 'Y'.
       01 WS-WALK-KEYS PIC X(04).
       01 WS-START-ROW PIC 9(4) COMP.
       01 WS-START-COL PIC 9(4) COMP.
       01 WS-CUR-ROW PIC 9(4) COMP.
       01 WS-CUR-COL PIC 9(4) COMP.
       01 WS-STEP-IDX PIC 9(8) COMP.
       01 WS-STEP-CHAR PIC X.
       01 WS-UNDER-CHAR PIC X.
       01 WS-KEY-NUM PIC 9 VALUE 0.
       01 WS-KEY-LETTERS PIC X(04) VALUE 'abcd'.
       01 WS-DOOR-CHAR PIC X.
       01 WS-DOOR-NUM REDEFINES WS-DOOR-CHAR PIC 9.
       01 WS-QUOT PIC 9(8) COMP.
       01 WS-REM PIC 9(8) COMP.

      *> the stations, keys, doors and destination the route
      *> passes, in step order, for the legend sheet; the last
      *> entry is always kept for the destination
       01 route-events.
           05 rev-count pic 9(2) comp.
           05 rev-more pic 9(5) comp.
           05 rev-entry occurs 20.
              10 rev-step pic 9(8) comp.
              10 rev-row pic 9(4) comp.
              10 rev-col pic 9(4) comp.
              10 rev-kind pic x.
              88 rev-is-stop value 'P'.
              88 rev-is-key value 'K'.
              88 rev-is-door value 'D'.
              88 rev-is-dest value 'B'.
              10 rev-char pic x.
              10 rev-seq pic 9(2) comp.
              10 rev-stop pic 9(2) comp.

       01 WS-REV-IDX PIC 9(2) COMP.
       01 WS-EVT-KIND PIC X.
       01 WS-EVT-CHAR PIC X.
       01 WS-EVT-SEQ PIC 9(2) COMP.
       01 WS-EVT-STOP PIC 9(2) COMP.

      *> one step number going under the map: its digits, and
      *> where on the annotation row it fits
       01 WS-NUM-ED PIC 9(05).
       01 WS-NUM-POS PIC 9(2) COMP.
       01 WS-NUM-LEN PIC 9(2) COMP.
       01 WS-NUM-COL PIC S9(4) COMP.
       01 WS-NUM-FROM PIC S9(4) COMP.
       01 WS-NUM-TO PIC S9(4) COMP.

      *> sheet layout: the floor's printed width split into equal
      *> vertical strips no wider than :strip-max: columns, its
      *> rows into bands that fill a sheet. Every strip of a band
      *> carries the same rows on the same lines, so the sheets
      *> tape together edge to edge
       01 WS-MAP-COLS PIC 9(4) COMP.
       01 WS-STRIPS PIC 9(2) COMP.
       01 WS-STRIP-W PIC 9(4) COMP.
       01 WS-STRIP-IDX PIC 9(2) COMP.
       01 WS-STRIP-FROM PIC 9(4) COMP.
       01 WS-STRIP-TO PIC 9(4) COMP.
       01 WS-STRIP-LEN PIC 9(4) COMP.

       01 bands.
           05 bnd-count pic 9(3) comp.
           05 bnd-entry occurs :maze-rows:.
              10 bnd-first pic 9(4) comp.
              10 bnd-last pic 9(4) comp.
              10 bnd-lines pic 9(3) comp.

       01 WS-BAND-IDX PIC 9(3) COMP.
       01 WS-ROW-COST PIC 9(2) COMP.
       01 WS-BODY-LINES PIC 9(3) COMP.
       01 WS-LAST-USED PIC 9(3) COMP.
       01 WS-SHEETS PIC 9(4) COMP.
       01 WS-SHEET PIC 9(4) COMP.
       01 WS-PAGE-NO PIC 9(5) COMP VALUE 0.

       01 WS-LEGEND-STATE PIC X.
       88 WS-LEGEND-OWN-SHEET VALUE 'Y'.

       01 WS-ROW-IDX PIC 9(4) COMP.
       01 WS-COL-IDX PIC 9(4) COMP.
       01 WS-POS PIC 9(4) COMP.
       01 WS-SCAN-STATE PIC X.
       88 WS-SCAN-DONE VALUE 'Y'.

       01 WS-ROW-ED PIC ZZ9.
       01 WS-COL-ED PIC ZZ9.
       01 WS-DIGIT PIC 9.
       01 WS-EVERY-ED PIC ZZ9.
       01 WS-COUNT-ED PIC ZZZZ9.
       01 WS-COUNT2-ED PIC ZZZZ9.
       01 WS-SMALL-ED PIC Z9.

       01 WS-PRINT-LINE PIC X(132).
       01 WS-RULER-TENS PIC X(132).
       01 WS-RULER-UNITS PIC X(132).
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

      *> the legend sheet, built ahead of printing so the sheet
      *> count in every heading can say whether it needs one
       01 legend-tab.
           05 lgd-count pic 9(2) comp.
           05 lgd-line occurs :legend-max: pic x(132).

       01 WS-LGD-IDX PIC 9(2) COMP.

       01 leg-text-values.
           05 filler pic x(60) value 'LEGEND'.
           05 filler pic x(60) value spaces.
           05 filler pic x(60) value
              '  A        START'.
           05 filler pic x(60) value
              'B        DESTINATION'.
           05 filler pic x(60) value
              '  .        ROUTE'.
           05 filler pic x(60) value
              '#        ROUTE CELL AT A NUMBERED STEP'.
           05 filler pic x(60) value
              '  P        PICK STATION'.
           05 filler pic x(60) value
              '+        REACHABLE FROM A (MAP OF A MAZE NOT SOLVED)'.
           05 filler pic x(60) value
              '  a b c d  KEY'.
           05 filler pic x(60) value
              '1 2 3 4  DOOR, PASSABLE ONLY WITH KEY a b c d'.
           05 filler pic x(60) value
              '  M S Z    TERRAIN, STEP COST 5 / 2 / 9'.
           05 filler pic x(60) value
              '< > ^ v  ONE-WAY, ENTERED ONLY MOVING THAT WAY'.
           05 filler pic x(60) value
              '  x        WALL, OR A CELL CLOSED THAT NIGHT'.
           05 filler pic x(60) value
              'ROW 1 AT THE TOP: A U STEP MOVES DOWN ONE ROW'.
       01 leg-text-tab redefines leg-text-values.
           05 leg-text-line occurs 7 pic x(120).

      *> report lines; PRNTRPT is a 132-column print dataset
       01 hdr-line-1.
           05 filler pic x(20) value 'MAZE ROUTE MAP'.
           05 h1-note pic x(40).
           05 filler pic x(62) value spaces.
           05 filler pic x(05) value 'PAGE '.
           05 h1-page pic zzzz9.

       01 hdr-line-2.
           05 filler pic x(05) value 'MAZE '.
           05 h2-maze-id pic x(08).
           05 filler pic x(07) value '  DEPT '.
           05 h2-dept pic x(08).
           05 filler pic x(08) value '  SHEET '.
           05 h2-sheet pic zz9.
           05 filler pic x(04) value ' OF '.
           05 h2-sheets pic zz9.
           05 filler pic x(07) value '  ROWS '.
           05 h2-row-from pic 9(03).
           05 filler pic x value '-'.
           05 h2-row-to pic 9(03).
           05 filler pic x(04) value ' OF '.
           05 h2-rows pic 9(03).
           05 filler pic x(10) value '  COLUMNS '.
           05 h2-col-from pic 9(03).
           05 filler pic x value '-'.
           05 h2-col-to pic 9(03).
           05 filler pic x(04) value ' OF '.
           05 h2-cols pic 9(03).
           05 filler pic x(09) value '  ACROSS '.
           05 h2-strip pic 9.
           05 filler pic x(04) value ' OF '.
           05 h2-strips pic 9.
           05 filler pic x(07) value '  DOWN '.
           05 h2-band pic 9(03).
           05 filler pic x(04) value ' OF '.
           05 h2-bands pic 9(03).
           05 filler pic x(09) value spaces.

       01 hdr-line-2l.
           05 filler pic x(05) value 'MAZE '.
           05 h2l-maze-id pic x(08).
           05 filler pic x(07) value '  DEPT '.
           05 h2l-dept pic x(08).
           05 filler pic x(08) value '  SHEET '.
           05 h2l-sheet pic zz9.
           05 filler pic x(04) value ' OF '.
           05 h2l-sheets pic zz9.
           05 filler pic x(30) value
              '  LEGEND AND ROUTE FIGURES'.
           05 filler pic x(56) value spaces.

       01 fig-line-1.
           05 filler pic x(09) value '  STATUS '.
           05 fg1-status pic x(11).
           05 filler pic x(08) value '  STEPS '.
           05 fg1-steps pic zzzzzzz9.
           05 filler pic x(13) value '  ROUTE COST '.
           05 fg1-cost pic zzzzzzz9.
           05 filler pic x(17) value '  NODES EXPLORED '.
           05 fg1-nodes pic zzzzzzz9.
           05 filler pic x(09) value '  CACHED '.
           05 fg1-cached pic x.
           05 filler pic x(07) value '  MODE '.
           05 fg1-mode pic x(04).
           05 filler pic x(29) value spaces.

       01 fig-terr-head.
           05 filler pic x(22) value '    TERRAIN CROSSED'.
           05 filler pic x(06) value ' CELLS'.
           05 filler pic x(09) value '   WEIGHT'.
           05 filler pic x(09) value '     COST'.
           05 filler pic x(86) value spaces.

       01 fig-terr-line.
           05 filler pic x(04) value spaces.
           05 ftl-name pic x(18).
           05 ftl-cells pic zzzzz9.
           05 filler pic x(08) value spaces.
           05 ftl-weight pic x.
           05 filler pic x value space.
           05 ftl-cost pic zzzzzzz9.
           05 filler pic x(86) value spaces.

       01 WS-TERR-CELLS PIC 9(6) COMP.
       01 WS-TERR-COST PIC 9(8) COMP.
       01 WS-TOT-CELLS PIC 9(6) COMP.
       01 WS-TOT-COST PIC 9(8) COMP.

       01 evt-line.
           05 filler pic x(07) value '  STEP '.
           05 evl-step pic zzzz9.
           05 filler pic x(06) value '  ROW '.
           05 evl-row pic zz9.
           05 filler pic x(05) value ' COL '.
           05 evl-col pic zz9.
           05 filler pic x(02) value spaces.
           05 evl-text pic x(60).
           05 filler pic x(41) value spaces.

       LINKAGE SECTION.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
          05  PARM-DATA           pic X(256).
       PROCEDURE DIVISION using PARM-BUFFER.
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
           display "--PRNT START-"
           display "-------------"

           perform a010-parse-parm

           open input OUTIN
           if PROG-STATUS = 0
              open input DIRIN
              if PROG-STATUS = 0
                 open input RPTIN
                 if PROG-STATUS = 0
                    open output PRNTRPT
                    if PROG-STATUS = 0
                       perform a030-open-library
                       if WS-FINAL-RC = 0
                          INITIALIZE OUT-FILE-STATUS
                          INITIALIZE DIR-FILE-STATUS
                          INITIALIZE RPT-FILE-STATUS
                          perform a100-read-out-record
                          perform until OUT-EOF
                             perform a200-take-one-maze
                          end-perform
                          perform a900-check-requests
                          display "MAZN0001I mazes printed "
                                  WS-MAZES-PRINTED
                                  " pages " WS-PAGE-NO
                       end-if
                       if WS-LIB-OPEN
                          close MAZELIB
                       end-if
                       close PRNTRPT
                    else
                       display "MAZN0011E PRNTRPT open failed, "
                               "file status " PROG-STATUS
                       move :err99: to WS-FINAL-RC
                    end-if
                    close RPTIN
                 else
                    display "MAZN0011E RPTIN open failed, "
                            "file status " PROG-STATUS
                    move :err99: to WS-FINAL-RC
                 end-if
                 close DIRIN
              else
                 display "MAZN0011E DIRIN open failed, "
                         "file status " PROG-STATUS
                 move :err99: to WS-FINAL-RC
              end-if
              close OUTIN
           else
              display "MAZN0011E OUTIN open failed, "
                      "file status " PROG-STATUS
              move :err99: to WS-FINAL-RC
           end-if

           DISPLAY '#PROGRAM mazeprnt ENDS WITH STATUS ' WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE

           display "-----------"
           display "--PRNT END-"
           display "-----------"

           goback.

       a010-parse-parm section.
           *> PARM='MAZEID=RECV0001,MAZEID=SHIP0002,EVERY=10,LINES=60'
           move 1 to PARM-PTR
           perform until PARM-PTR > PARM-LENGTH
              move spaces to PARM-TOKEN
              unstring PARM-DATA delimited by ','
                 into PARM-TOKEN
                 with pointer PARM-PTR
              end-unstring

              move spaces to PARM-KEY PARM-VALUE
              unstring PARM-TOKEN delimited by '='
                 into PARM-KEY PARM-VALUE
              end-unstring

              evaluate PARM-KEY
                 when 'MAZEID'
                    if PARM-VALUE = spaces
                       continue
                    else
                       if req-count >= 50
                          display "MAZN0008W more than 50 MAZEID "
                                  "requests, extras ignored"
                       else
                          add 1 to req-count
                          move PARM-VALUE(1:8) to req-id(req-count)
                          move 'N' to req-hit(req-count)
                       end-if
                    end-if
                 when 'EVERY'
                    perform a015-parm-number
                    if PARM-NUM-OK and PARM-NUM-WORK < 1000
                       move PARM-NUM-WORK to WS-EVERY
                    else
                       display "MAZN0007W EVERY=" PARM-VALUE
                               " is not 0-999, default kept"
                    end-if
                 when 'LINES'
                    perform a015-parm-number
                    if PARM-NUM-OK and PARM-NUM-WORK >= 50
                       and PARM-NUM-WORK <= 99
                       move PARM-NUM-WORK to WS-PAGE-LINES
                    else
                       display "MAZN0007W LINES=" PARM-VALUE
                               " is not 50-99, default kept"
                    end-if
                 when other
                    continue
              end-evaluate
           end-perform

           continue.

       a015-parm-number section.
           move 0 to PARM-NUM-WORK
           move 'Y' to PARM-NUM-STATE
           if PARM-VALUE = spaces
              move 'N' to PARM-NUM-STATE
           end-if
           perform varying PARM-DIGIT-IDX from 1 by 1
            until PARM-DIGIT-IDX > 16
            or PARM-VALUE(PARM-DIGIT-IDX:1) = space
              move PARM-VALUE(PARM-DIGIT-IDX:1) to PARM-ONE-CHAR
              if PARM-ONE-CHAR is numeric
                 compute PARM-NUM-WORK =
                         PARM-NUM-WORK * 10 + PARM-ONE-DIGIT
              else
                 move 'N' to PARM-NUM-STATE
              end-if
           end-perform

           continue.

       a030-open-library section.
           *> MAZELIB is OPTIONAL: without it the maps still print,
           *> only the keys, doors and stations under the routes
           *> stay painted over
           open input MAZELIB
           evaluate PROG-STATUS
              when 0
                 set WS-LIB-OPEN to true
              when 05
                 close MAZELIB
                 display "MAZN0006I no MAZELIB - keys, doors and "
                         "stations under the routes not shown"
              when other
                 display "MAZN0011E MAZELIB open failed, "
                         "file status " PROG-STATUS
                 move :err99: to WS-FINAL-RC
           end-evaluate

           continue.

       a100-read-out-record section.
           read OUTIN into out-rec
            at end set OUT-EOF to true
           end-read

           continue.

       a200-take-one-maze section.
           *> OUTIN stands on a block's '*MAZE' header; anything
           *> else here is a separator or a stray line, stepped over
           if out-is-maze
              move ohd-maze-id to WS-CUR-ID
              move ohd-dept to WS-CUR-DEPT
              if WS-CUR-DEPT = spaces
                 move '(NODEPT)' to WS-CUR-DEPT
              end-if
              perform a210-check-selected
              perform b100-load-map
              if WS-SELECTED
                 perform b200-find-report
                 perform b300-find-route
                 perform c100-lay-out-maze
                 perform d100-print-maze
                 add 1 to WS-MAZES-PRINTED
              end-if
           else
              perform a100-read-out-record
           end-if

           continue.

       a210-check-selected section.
           if req-count = 0
              set WS-SELECTED to true
           else
              move 'N' to WS-SEL-STATE
              perform varying WS-REQ-IDX from 1 by 1
                      until WS-REQ-IDX > req-count
                 if req-id(WS-REQ-IDX) = WS-CUR-ID
                    set WS-SELECTED to true
                    move 'Y' to req-hit(WS-REQ-IDX)
                 end-if
              end-perform
           end-if

           continue.

       a900-check-requests section.
           perform varying WS-REQ-IDX from 1 by 1
                   until WS-REQ-IDX > req-count
              if req-hit(WS-REQ-IDX) not = 'Y'
                 display "MAZN0002W maze " req-id(WS-REQ-IDX)
                         " is not on OUTFILE - nothing printed"
                 perform a950-set-warning
              end-if
           end-perform

           continue.

       a950-set-warning section.
           if WS-FINAL-RC < :err-not-found:
              move :err-not-found: to WS-FINAL-RC
           end-if

           continue.

       b100-load-map section.
           *> the painted block as logical rows, the block running to
           *> its '=' separator, the next header or the end of file.
           *> A base row is wall past its 80 bytes until a '*CON '
           *> delivers more: the solver only leaves a continuation
           *> off when the rest of the row is wall
           move 0 to mg-rows
           move 0 to mg-filled
           move 'N' to WS-BLOCK-STATE
           perform a100-read-out-record
           perform until OUT-EOF or WS-BLOCK-END
              evaluate true
                 when out-rec = all '='
                    set WS-BLOCK-END to true
                    perform a100-read-out-record
                 when out-is-maze
                    set WS-BLOCK-END to true
                 when out-is-con
                    if mg-rows > 0 and mg-filled < :maze-cols:
                       compute WS-TAKE = :maze-cols: - mg-filled
                       if WS-TAKE > 74
                          move 74 to WS-TAKE
                       end-if
                       move ocn-data(1:WS-TAKE)
                         to mg-row(mg-rows) (mg-filled + 1:WS-TAKE)
                       add WS-TAKE to mg-filled
                    end-if
                    perform a100-read-out-record
                 when other
                    if mg-rows < :maze-rows:
                       add 1 to mg-rows
                       move all 'x' to mg-row(mg-rows)
                       move out-rec to mg-row(mg-rows) (1:80)
                       move 80 to mg-filled
                    end-if
                    perform a100-read-out-record
              end-evaluate
           end-perform

           continue.

       b200-find-report section.
           *> RPTFILE runs in the same order as OUTFILE - one record
           *> per maze, error blocks that paint nothing included - so
           *> the record wanted is always further on
           move 'N' to WS-RPT-FOUND-STATE
           perform until RPT-EOF or WS-RPT-FOUND
              read RPTIN into rpt-rec
               at end set RPT-EOF to true
               not at end
                 if rpt-rec(1:5) not = '*SUM '
                    and rdt-maze-id = WS-CUR-ID
                    set WS-RPT-FOUND to true
                 end-if
              end-read
           end-perform
           if not WS-RPT-FOUND
              display "MAZN0003W maze " WS-CUR-ID
                      " has no RPTFILE record"
              perform a950-set-warning
           end-if

           continue.

       b300-find-route section.
           *> DIRFILE runs in OUTFILE order too, but only solved mazes
           *> have a block on it - it is only searched for a maze
           *> RPTFILE says solved, or the search would run past every
           *> route still to come
           move 'N' to WS-ROUTE-FOUND-STATE
           move space to WS-ROUTE-NOTE
           move 0 to route-len
           move 0 to route-got
           move 0 to stm-count
           evaluate true
              when not WS-RPT-FOUND
                 move 'R' to WS-ROUTE-NOTE
              when rdt-solved
                 perform b310-scan-to-header
                 if WS-HDR-FOUND
                    perform b320-collect-route
                 end-if
                 if not WS-ROUTE-FOUND
                    move 'M' to WS-ROUTE-NOTE
                    display "MAZN0004W maze " WS-CUR-ID
                            " solved but has no route on DIRFILE"
                    perform a950-set-warning
                 end-if
              when other
                 continue
           end-evaluate

           continue.

       b310-scan-to-header section.
           move 'N' to WS-HDR-STATE
           perform until DIR-EOF or WS-HDR-FOUND
              perform b330-next-dir-record
              if not DIR-EOF
                 if dir-is-maze and dhd-maze-id = WS-CUR-ID
                    set WS-HDR-FOUND to true
                 end-if
              end-if
           end-perform

           continue.

       b320-collect-route section.
           *> the first route under the header is the one OUTFILE
           *> painted - rank 1 of a MODE=ALT run; the later ranks are
           *> left for the next header search to step over
           move 'N' to WS-COLLECT-STATE
           perform until DIR-EOF or WS-COLLECT-DONE
              perform b330-next-dir-record
              if not DIR-EOF
                 evaluate true
                    when dir-is-maze
                       set WS-DIR-HELD to true
                       set WS-COLLECT-DONE to true
                    when dir-is-rte
                       continue
                    when dir-is-stp
                       if stm-count < 8
                          add 1 to stm-count
                          move dsp-seq to stm-seq(stm-count)
                          move dsp-stop to stm-stop(stm-count)
                          move dsp-step to stm-step(stm-count)
                       end-if
                    when dir-rec = spaces
                       continue
                    when other
                       perform b340-collect-steps
                 end-evaluate
              end-if
           end-perform

           continue.

       b330-next-dir-record section.
           if WS-DIR-HELD
              move 'N' to WS-DIR-HELD-STATE
           else
              read DIRIN into dir-rec
               at end set DIR-EOF to true
              end-read
           end-if

           continue.

       b340-collect-steps section.
           *> each direction record repeats the route's total step
           *> count and carries up to 75 of its steps
           if route-got = 0
              move dst-len-num to route-len
              if route-len > :route-max:
                 move :route-max: to route-len
              end-if
           end-if
           compute WS-TAKE = route-len - route-got
           if WS-TAKE > 75
              move 75 to WS-TAKE
           end-if
           if WS-TAKE > 0
              move dst-str (1:WS-TAKE)
                to route-str (route-got + 1:WS-TAKE)
              add WS-TAKE to route-got
           end-if
           if route-got >= route-len
              set WS-ROUTE-FOUND to true
              set WS-COLLECT-DONE to true
           end-if

           continue.

       c100-lay-out-maze section.
           perform c110-find-start
           perform c120-measure-map
           perform c130-load-library
           move spaces to ann-grid
           move 0 to rev-count
           move 0 to rev-more
           if WS-ROUTE-FOUND
              move 'C' to WS-WALK-PASS
              perform c200-walk-route
           end-if
           if WS-ROUTE-FOUND
              move 'P' to WS-WALK-PASS
              perform c200-walk-route
           end-if
           perform c300-build-bands
           perform c400-build-legend

           compute WS-SHEETS = bnd-count * WS-STRIPS
           move 'N' to WS-LEGEND-STATE
           if bnd-count = 0
              set WS-LEGEND-OWN-SHEET to true
           else
              compute WS-LAST-USED = bnd-lines(bnd-count) + 7
              if WS-LAST-USED + 1 + lgd-count > WS-PAGE-LINES
                 set WS-LEGEND-OWN-SHEET to true
              end-if
           end-if
           if WS-LEGEND-OWN-SHEET
              add 1 to WS-SHEETS
           end-if

           continue.

       c110-find-start section.
           *> the first 'A' in reading order, where the solver and
           *> the verifier both start the route from
           move 0 to WS-START-ROW
           move 0 to WS-START-COL
           perform varying WS-ROW-IDX from 1 by 1
                   until WS-ROW-IDX > mg-rows
                   or WS-START-ROW > 0
              perform varying WS-COL-IDX from 1 by 1
                      until WS-COL-IDX > :maze-cols:
                      or WS-START-ROW > 0
                 if mg-row(WS-ROW-IDX) (WS-COL-IDX:1) = 'A'
                    move WS-ROW-IDX to WS-START-ROW
                    move WS-COL-IDX to WS-START-COL
                 end-if
              end-perform
           end-perform

           continue.

       c120-measure-map section.
           *> print out to the last column any row has floor in,
           *> plus the wall that closes it - not the full 160-column
           *> table a narrow floor sits in
           move 0 to WS-MAP-COLS
           perform varying WS-ROW-IDX from 1 by 1
                   until WS-ROW-IDX > mg-rows
              move :maze-cols: to WS-COL-IDX
              move 'N' to WS-SCAN-STATE
              perform until WS-SCAN-DONE
                 if WS-COL-IDX <= WS-MAP-COLS
                    set WS-SCAN-DONE to true
                 else
                    if mg-row(WS-ROW-IDX) (WS-COL-IDX:1) = 'x'
                       subtract 1 from WS-COL-IDX
                    else
                       move WS-COL-IDX to WS-MAP-COLS
                       set WS-SCAN-DONE to true
                    end-if
                 end-if
              end-perform
           end-perform
           if WS-MAP-COLS < :maze-cols:
              add 1 to WS-MAP-COLS
           end-if

           compute WS-STRIPS =
                   (WS-MAP-COLS + :strip-max: - 1) / :strip-max:
           compute WS-STRIP-W =
                   (WS-MAP-COLS + WS-STRIPS - 1) / WS-STRIPS

           continue.

       c130-load-library section.
           *> the unpainted block, trusted only while it still has
           *> the painted map's row count; the route walk below
           *> checks it cell by cell under the route
           move 'N' to WS-LIB-USE-STATE
           move space to WS-LIB-NOTE
           move 'N' to lg-found
           move 0 to lg-rows
           move 0 to lg-filled
           if not WS-LIB-OPEN
              move 'A' to WS-LIB-NOTE
           else
              move 'N' to WS-LOAD-STATE
              move 0 to WS-IMG-SEQ
              perform until WS-LOAD-DONE
                 move WS-CUR-ID to lib-maze-id
                 move WS-IMG-SEQ to lib-row-seq
                 read MAZELIB
                    invalid key
                       set WS-LOAD-DONE to true
                    not invalid key
                       move lib-data to WS-IMG
                       perform c135-take-image
                       add 1 to WS-IMG-SEQ
                 end-read
              end-perform
              evaluate true
                 when not lg-is-found
                    move 'M' to WS-LIB-NOTE
                 when lg-rows not = mg-rows
                    move 'C' to WS-LIB-NOTE
                 when other
                    set WS-LIB-USABLE to true
              end-evaluate
           end-if

           continue.

       c135-take-image section.
           *> sequence zero is the '*MAZE' header; a '*CON ' record
           *> adds up to 74 cells to the row before it; anything else
           *> starts a row, wall past its 80 bytes as in the solver
           evaluate true
              when WS-IMG-SEQ = 0
                 set lg-is-found to true
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

       c200-walk-route section.
           *> pass 'C' proves the route against the painted map
           *> first - every step inside the map and off the walls -
           *> and the library block against the route: one that
           *> shows wall under any step has been edited since the
           *> night and no longer says what the route crossed. Pass
           *> 'P' then numbers the steps, puts keys, doors and
           *> stations back under the route and notes them in order
           move WS-START-ROW to WS-CUR-ROW
           move WS-START-COL to WS-CUR-COL
           move spaces to WS-WALK-KEYS
           move 'Y' to WS-WALK-STATE
           if WS-START-ROW = 0
              move 'N' to WS-WALK-STATE
           end-if
           perform varying WS-STEP-IDX from 1 by 1
                   until WS-STEP-IDX > route-len
                   or not WS-WALK-OK
              perform c210-walk-one-step
           end-perform
           if not WS-WALK-OK
              move 'N' to WS-ROUTE-FOUND-STATE
              move 'F' to WS-ROUTE-NOTE
              display "MAZN0005W route of maze " WS-CUR-ID
                      " does not fit its map - printed without it"
              perform a950-set-warning
           end-if

           continue.

       c210-walk-one-step section.
           *> the solver's compass: U and D move the row index, L and
           *> R the column
           move route-str (WS-STEP-IDX:1) to WS-STEP-CHAR
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
              if WS-CUR-ROW > mg-rows or WS-CUR-COL > :maze-cols:
                 move 'N' to WS-WALK-STATE
              else
                 if mg-row(WS-CUR-ROW) (WS-CUR-COL:1) = 'x'
                    move 'N' to WS-WALK-STATE
                 end-if
              end-if
           end-if
           if WS-WALK-OK
              if WS-WALK-PASS = 'C'
                 if WS-LIB-USABLE
                    if lg-row(WS-CUR-ROW) (WS-CUR-COL:1) = 'x'
                       move 'N' to WS-LIB-USE-STATE
                       move 'C' to WS-LIB-NOTE
                    end-if
                 end-if
              else
                 perform c220-mark-step
              end-if
           end-if

           continue.

       c220-mark-step section.
           *> what really lies under the step: the library's cell
           *> when it can be trusted, else what OUTFILE kept (a tour
           *> keeps its stations and every 'B' visible)
           if WS-LIB-USABLE
              move lg-row(WS-CUR-ROW) (WS-CUR-COL:1) to WS-UNDER-CHAR
           else
              move mg-row(WS-CUR-ROW) (WS-CUR-COL:1) to WS-UNDER-CHAR
           end-if
           move 0 to WS-KEY-NUM
           evaluate WS-UNDER-CHAR
              when 'a'
                 move 1 to WS-KEY-NUM
              when 'b'
                 move 2 to WS-KEY-NUM
              when 'c'
                 move 3 to WS-KEY-NUM
              when 'd'
                 move 4 to WS-KEY-NUM
              when other
                 continue
           end-evaluate
           evaluate true
              when WS-KEY-NUM > 0
                 move WS-UNDER-CHAR
                   to mg-row(WS-CUR-ROW) (WS-CUR-COL:1)
                 *> a key is noted where it is picked up, not every
                 *> time the route crosses it again
                 if WS-WALK-KEYS(WS-KEY-NUM:1) not = 'Y'
                    move 'Y' to WS-WALK-KEYS(WS-KEY-NUM:1)
                    move 'K' to WS-EVT-KIND
                    move WS-UNDER-CHAR to WS-EVT-CHAR
                    perform c250-add-event
                 end-if
              when WS-UNDER-CHAR = '1' or WS-UNDER-CHAR = '2'
                or WS-UNDER-CHAR = '3' or WS-UNDER-CHAR = '4'
                 move WS-UNDER-CHAR
                   to mg-row(WS-CUR-ROW) (WS-CUR-COL:1)
                 move 'D' to WS-EVT-KIND
                 move WS-UNDER-CHAR to WS-EVT-CHAR
                 perform c250-add-event
              when WS-UNDER-CHAR = 'P' or WS-UNDER-CHAR = 'B'
                 move WS-UNDER-CHAR
                   to mg-row(WS-CUR-ROW) (WS-CUR-COL:1)
              when other
                 continue
           end-evaluate

           *> a tour's '*STP' marks name the step each station
           *> counts at
           perform varying WS-STM-IDX from 1 by 1
                   until WS-STM-IDX > stm-count
              if stm-step(WS-STM-IDX) = WS-STEP-IDX
                 move 'P' to WS-EVT-KIND
                 move 'P' to WS-EVT-CHAR
                 move stm-seq(WS-STM-IDX) to WS-EVT-SEQ
                 move stm-stop(WS-STM-IDX) to WS-EVT-STOP
                 perform c250-add-event
              end-if
           end-perform

           if WS-STEP-IDX = route-len
              move 'B' to WS-EVT-KIND
              move mg-row(WS-CUR-ROW) (WS-CUR-COL:1) to WS-EVT-CHAR
              perform c250-add-event
           end-if

           if WS-EVERY > 0
              divide WS-STEP-IDX by WS-EVERY giving WS-QUOT
                     remainder WS-REM
              if WS-REM = 0
                 if mg-row(WS-CUR-ROW) (WS-CUR-COL:1) = '.'
                    move '#' to mg-row(WS-CUR-ROW) (WS-CUR-COL:1)
                 end-if
                 perform c240-place-number
              end-if
           end-if

           continue.

       c240-place-number section.
           *> the step number starts under its cell, pulled left
           *> where it would run over the edge of the strip onto the
           *> next sheet; it needs a clear column either side, and
           *> where the route doubles back close by and there is no
           *> room, the cell keeps its '#' without a number
           move WS-STEP-IDX to WS-NUM-ED
           move 1 to WS-NUM-POS
           perform until WS-NUM-POS >= 5
                   or WS-NUM-ED(WS-NUM-POS:1) not = '0'
              add 1 to WS-NUM-POS
           end-perform
           compute WS-NUM-LEN = 6 - WS-NUM-POS

           compute WS-STRIP-IDX = (WS-CUR-COL - 1) / WS-STRIP-W + 1
           compute WS-STRIP-FROM = (WS-STRIP-IDX - 1) * WS-STRIP-W + 1
           compute WS-STRIP-TO = WS-STRIP-IDX * WS-STRIP-W
           if WS-STRIP-TO > WS-MAP-COLS
              move WS-MAP-COLS to WS-STRIP-TO
           end-if

           move WS-CUR-COL to WS-NUM-COL
           if WS-NUM-COL + WS-NUM-LEN - 1 > WS-STRIP-TO
              compute WS-NUM-COL = WS-STRIP-TO - WS-NUM-LEN + 1
           end-if
           if WS-NUM-COL >= WS-STRIP-FROM
              compute WS-NUM-FROM = WS-NUM-COL - 1
              if WS-NUM-FROM < WS-STRIP-FROM
                 move WS-STRIP-FROM to WS-NUM-FROM
              end-if
              compute WS-NUM-TO = WS-NUM-COL + WS-NUM-LEN
              if WS-NUM-TO > WS-STRIP-TO
                 move WS-STRIP-TO to WS-NUM-TO
              end-if
              if ann-row(WS-CUR-ROW)
                 (WS-NUM-FROM:WS-NUM-TO - WS-NUM-FROM + 1) = spaces
                 move WS-NUM-ED(WS-NUM-POS:WS-NUM-LEN)
                   to ann-row(WS-CUR-ROW) (WS-NUM-COL:WS-NUM-LEN)
              end-if
           end-if

           continue.

       c250-add-event section.
           *> the last slot is kept for the destination, so the
           *> legend always ends on where the route arrives
           if rev-count < 19 or (WS-EVT-KIND = 'B' and rev-count < 20)
              add 1 to rev-count
              move WS-STEP-IDX to rev-step(rev-count)
              move WS-CUR-ROW to rev-row(rev-count)
              move WS-CUR-COL to rev-col(rev-count)
              move WS-EVT-KIND to rev-kind(rev-count)
              move WS-EVT-CHAR to rev-char(rev-count)
              move WS-EVT-SEQ to rev-seq(rev-count)
              move WS-EVT-STOP to rev-stop(rev-count)
           else
              add 1 to rev-more
           end-if

           continue.

       c300-build-bands section.
           *> rows into sheet-sized bands: a row with step numbers
           *> under it anywhere across the floor takes two lines on
           *> every strip, so the strips of a band stay line for line
           compute WS-BODY-LINES = WS-PAGE-LINES - 7
           move 0 to bnd-count
           perform varying WS-ROW-IDX from 1 by 1
                   until WS-ROW-IDX > mg-rows
              move 1 to WS-ROW-COST
              if ann-row(WS-ROW-IDX) (1:WS-MAP-COLS) not = spaces
                 move 2 to WS-ROW-COST
              end-if
              if bnd-count = 0
                 perform c310-open-band
              else
                 if bnd-lines(bnd-count) + WS-ROW-COST
                    > WS-BODY-LINES
                    perform c310-open-band
                 end-if
              end-if
              move WS-ROW-IDX to bnd-last(bnd-count)
              add WS-ROW-COST to bnd-lines(bnd-count)
           end-perform

           continue.

       c310-open-band section.
           add 1 to bnd-count
           move WS-ROW-IDX to bnd-first(bnd-count)
           move WS-ROW-IDX to bnd-last(bnd-count)
           move 0 to bnd-lines(bnd-count)

           continue.

       c400-build-legend section.
           *> symbols, the RPTFILE figures for the route, and what
           *> the route passes on the way
           move 0 to lgd-count
           perform varying WS-LGD-IDX from 1 by 1
                   until WS-LGD-IDX > 7
              move leg-text-line(WS-LGD-IDX) to WS-PRINT-LINE
              perform c490-add-legend-line
           end-perform
           move spaces to WS-PRINT-LINE
           if WS-EVERY > 0
              move WS-EVERY to WS-EVERY-ED
              string '  EVERY ' WS-EVERY-ED
                     ' STEPS THE ROUTE CELL IS # AND THE STEP NUMBER'
                     ' IS PRINTED ON THE LINE BELOW IT'
                     delimited by size into WS-PRINT-LINE
              end-string
           else
              move '  STEPS ARE NOT NUMBERED ON THIS PRINT'
                to WS-PRINT-LINE
           end-if
           perform c490-add-legend-line

           move spaces to WS-PRINT-LINE
           perform c490-add-legend-line
           move 'ROUTE FIGURES FROM RPTFILE' to WS-PRINT-LINE
           perform c490-add-legend-line
           if WS-RPT-FOUND
              perform c410-legend-figures
           else
              move '  NO RPTFILE RECORD FOR THIS MAZE'
                to WS-PRINT-LINE
              perform c490-add-legend-line
           end-if

           if rev-count > 0
              move spaces to WS-PRINT-LINE
              perform c490-add-legend-line
              move 'ALONG THE ROUTE' to WS-PRINT-LINE
              perform c490-add-legend-line
              perform varying WS-REV-IDX from 1 by 1
                      until WS-REV-IDX > rev-count
                 perform c420-legend-event
              end-perform
              if rev-more > 0
                 move rev-more to WS-COUNT-ED
                 move spaces to WS-PRINT-LINE
                 string '  ... AND ' WS-COUNT-ED
                        ' MORE STATIONS, KEYS AND DOORS NOT LISTED'
                        delimited by size into WS-PRINT-LINE
                 end-string
                 perform c490-add-legend-line
              end-if
           end-if

           perform c430-legend-notes

           continue.

       c410-legend-figures section.
           evaluate true
              when rdt-solved
                 move 'SOLVED' to fg1-status
              when rdt-nosoln
                 move 'NO SOLUTION' to fg1-status
              when other
                 move 'ERROR' to fg1-status
           end-evaluate
           move rdt-path-len to fg1-steps
           move rdt-route-cost to fg1-cost
           move rdt-nodes to fg1-nodes
           move rdt-cached to fg1-cached
           move rdt-mode to fg1-mode
           move fig-line-1 to WS-PRINT-LINE
           perform c490-add-legend-line

           if rdt-solved
              *> the cost split by terrain under the solver's
              *> weights - plain cells, keys, doors, stations and the
              *> destination itself all step at 1
              move fig-terr-head to WS-PRINT-LINE
              perform c490-add-legend-line
              move 0 to WS-TOT-CELLS
              move 0 to WS-TOT-COST
              move 'PLAIN' to ftl-name
              move rdt-terr-plain to WS-TERR-CELLS
              move '1' to ftl-weight
              compute WS-TERR-COST = WS-TERR-CELLS * 1
              perform c415-terrain-line
              move 'M' to ftl-name
              move rdt-terr-m to WS-TERR-CELLS
              move '5' to ftl-weight
              compute WS-TERR-COST = WS-TERR-CELLS * 5
              perform c415-terrain-line
              move 'S' to ftl-name
              move rdt-terr-s to WS-TERR-CELLS
              move '2' to ftl-weight
              compute WS-TERR-COST = WS-TERR-CELLS * 2
              perform c415-terrain-line
              move 'Z' to ftl-name
              move rdt-terr-z to WS-TERR-CELLS
              move '9' to ftl-weight
              compute WS-TERR-COST = WS-TERR-CELLS * 9
              perform c415-terrain-line
              move 'TOTAL' to ftl-name
              move WS-TOT-CELLS to ftl-cells
              move space to ftl-weight
              move WS-TOT-COST to ftl-cost
              move fig-terr-line to WS-PRINT-LINE
              perform c490-add-legend-line
           end-if

           if rdt-nosoln
              move rdt-reach-cells to WS-COUNT-ED
              move rdt-open-cells to WS-COUNT2-ED
              move spaces to WS-PRINT-LINE
              string '  NO ROUTE: ' WS-COUNT-ED ' OF ' WS-COUNT2-ED
                     ' OPEN CELLS ARE REACHABLE FROM A (+ ON THE MAP)'
                     delimited by size into WS-PRINT-LINE
              end-string
              perform c490-add-legend-line
           end-if

           if rdt-alt-found > 0
              move rdt-alt-found to WS-SMALL-ED
              move spaces to WS-PRINT-LINE
              string '  MODE=ALT: ' WS-SMALL-ED
                     ' DISTINCT ROUTE(S) FOUND ON DIRFILE -'
                     ' RANK 1 IS THE ONE PRINTED'
                     delimited by size into WS-PRINT-LINE
              end-string
              perform c490-add-legend-line
           end-if

           if rdt-stop-count > 0
              move rdt-stop-count to WS-SMALL-ED
              move spaces to WS-PRINT-LINE
              string '  MODE=TOUR: ' WS-SMALL-ED
                     ' PICK STATIONS, VISITED IN THE ORDER '
                     rdt-stop-order
                     delimited by size into WS-PRINT-LINE
              end-string
              perform c490-add-legend-line
           end-if

           if rdt-clos-count > 0
              move rdt-clos-count to WS-SMALL-ED
              move spaces to WS-PRINT-LINE
              evaluate rdt-clos-effect
                 when 'R'
                    string '  ' WS-SMALL-ED ' CLOSURE(S) LIVE THAT'
                           ' NIGHT - THE ROUTE WENT ROUND THEM'
                           delimited by size into WS-PRINT-LINE
                    end-string
                 when 'C'
                    string '  ' WS-SMALL-ED ' CLOSURE(S) LIVE THAT'
                           ' NIGHT - THEY CUT THE DESTINATION OFF'
                           delimited by size into WS-PRINT-LINE
                    end-string
                 when other
                    string '  ' WS-SMALL-ED ' CLOSURE(S) LIVE THAT'
                           ' NIGHT - NONE ON THE ROUTE'
                           delimited by size into WS-PRINT-LINE
                    end-string
              end-evaluate
              perform c490-add-legend-line
           end-if

           continue.

       c415-terrain-line section.
           move WS-TERR-CELLS to ftl-cells
           move WS-TERR-COST to ftl-cost
           add WS-TERR-CELLS to WS-TOT-CELLS
           add WS-TERR-COST to WS-TOT-COST
           move fig-terr-line to WS-PRINT-LINE
           perform c490-add-legend-line

           continue.

       c420-legend-event section.
           move rev-step(WS-REV-IDX) to evl-step
           move rev-row(WS-REV-IDX) to evl-row
           move rev-col(WS-REV-IDX) to evl-col
           move spaces to evl-text
           evaluate true
              when rev-is-stop(WS-REV-IDX)
                 move rev-seq(WS-REV-IDX) to WS-SMALL-ED
                 move WS-SMALL-ED to WS-COL-ED
                 move rev-stop(WS-REV-IDX) to WS-SMALL-ED
                 string 'PICK STATION ' WS-SMALL-ED
                        ' - STOP ' WS-COL-ED ' OF THE TOUR'
                        delimited by size into evl-text
                 end-string
              when rev-is-key(WS-REV-IDX)
                 string 'KEY ' rev-char(WS-REV-IDX) ' PICKED UP'
                        delimited by size into evl-text
                 end-string
              when rev-is-door(WS-REV-IDX)
                 move rev-char(WS-REV-IDX) to WS-DOOR-CHAR
                 string 'DOOR ' rev-char(WS-REV-IDX)
                        ' PASSED WITH KEY '
                        WS-KEY-LETTERS(WS-DOOR-NUM:1)
                        delimited by size into evl-text
                 end-string
              when other
                 string 'DESTINATION ' rev-char(WS-REV-IDX)
                        ' REACHED'
                        delimited by size into evl-text
                 end-string
           end-evaluate
           move evt-line to WS-PRINT-LINE
           perform c490-add-legend-line

           continue.

       c430-legend-notes section.
           move spaces to WS-PRINT-LINE
           evaluate WS-ROUTE-NOTE
              when 'R'
                 string '  NOTE: NO RPTFILE RECORD - MAP PRINTED AS'
                        ' OUTFILE HOLDS IT, WITHOUT STEP NUMBERS'
                        delimited by size into WS-PRINT-LINE
                 end-string
              when 'M'
                 string '  NOTE: NO ROUTE ON DIRFILE - MAP PRINTED AS'
                        ' OUTFILE HOLDS IT, WITHOUT STEP NUMBERS'
                        delimited by size into WS-PRINT-LINE
                 end-string
              when 'F'
                 string '  NOTE: THE DIRFILE ROUTE DOES NOT FIT THIS'
                        ' MAP - MAP PRINTED WITHOUT STEP NUMBERS'
                        delimited by size into WS-PRINT-LINE
                 end-string
              when other
                 continue
           end-evaluate
           if WS-PRINT-LINE not = spaces
              perform c490-add-legend-line
           end-if

           *> only matters where a route was walked and OUTFILE's
           *> paint has hidden what lies under it
           move spaces to WS-PRINT-LINE
           if WS-ROUTE-FOUND
              evaluate WS-LIB-NOTE
                 when 'A'
                    string '  NOTE: NO MAZELIB ON THIS RUN - KEYS,'
                           ' DOORS AND STATIONS UNDER THE ROUTE'
                           ' ARE NOT SHOWN'
                           delimited by size into WS-PRINT-LINE
                    end-string
                 when 'M'
                    string '  NOTE: MAZE NO LONGER IN MAZELIB - KEYS,'
                           ' DOORS AND STATIONS UNDER THE ROUTE'
                           ' ARE NOT SHOWN'
                           delimited by size into WS-PRINT-LINE
                    end-string
                 when 'C'
                    string '  NOTE: MAZELIB BLOCK CHANGED SINCE THE'
                           ' RUN - KEYS, DOORS AND STATIONS UNDER THE'
                           ' ROUTE ARE NOT SHOWN'
                           delimited by size into WS-PRINT-LINE
                    end-string
                 when other
                    continue
              end-evaluate
           end-if
           if WS-PRINT-LINE not = spaces
              perform c490-add-legend-line
           end-if

           continue.

       c490-add-legend-line section.
           if lgd-count < :legend-max:
              add 1 to lgd-count
              move WS-PRINT-LINE to lgd-line(lgd-count)
           end-if

           continue.

       d100-print-maze section.
           *> sheets in reading order: the strips of the top band
           *> left to right, then the next band down
           move 0 to WS-SHEET
           perform varying WS-BAND-IDX from 1 by 1
                   until WS-BAND-IDX > bnd-count
              perform varying WS-STRIP-IDX from 1 by 1
                      until WS-STRIP-IDX > WS-STRIPS
                 perform d200-print-sheet
              end-perform
           end-perform

           if WS-LEGEND-OWN-SHEET
              add 1 to WS-SHEET
              perform d110-page-top
              move WS-CUR-ID to h2l-maze-id
              move WS-CUR-DEPT to h2l-dept
              move WS-SHEET to h2l-sheet
              move WS-SHEETS to h2l-sheets
              write fd-PRNTRPT-REC from hdr-line-2l
                    after advancing 1 line
              write fd-PRNTRPT-REC from WS-BLANK-LINE
                    after advancing 1 line
           else
              write fd-PRNTRPT-REC from WS-BLANK-LINE
                    after advancing 1 line
           end-if
           perform varying WS-LGD-IDX from 1 by 1
                   until WS-LGD-IDX > lgd-count
              write fd-PRNTRPT-REC from lgd-line(WS-LGD-IDX)
                    after advancing 1 line
           end-perform

           continue.

       d110-page-top section.
           add 1 to WS-PAGE-NO
           move WS-PAGE-NO to h1-page
           move spaces to h1-note
           if WS-EVERY > 0
              move WS-EVERY to WS-EVERY-ED
              string 'STEPS NUMBERED EVERY ' WS-EVERY-ED
                     delimited by size into h1-note
              end-string
           end-if
           write fd-PRNTRPT-REC from hdr-line-1
                 after advancing page

           continue.

       d200-print-sheet section.
           add 1 to WS-SHEET
           compute WS-STRIP-FROM = (WS-STRIP-IDX - 1) * WS-STRIP-W + 1
           compute WS-STRIP-TO = WS-STRIP-IDX * WS-STRIP-W
           if WS-STRIP-TO > WS-MAP-COLS
              move WS-MAP-COLS to WS-STRIP-TO
           end-if
           compute WS-STRIP-LEN = WS-STRIP-TO - WS-STRIP-FROM + 1

           perform d110-page-top
           move WS-CUR-ID to h2-maze-id
           move WS-CUR-DEPT to h2-dept
           move WS-SHEET to h2-sheet
           move WS-SHEETS to h2-sheets
           move bnd-first(WS-BAND-IDX) to h2-row-from
           move bnd-last(WS-BAND-IDX) to h2-row-to
           move mg-rows to h2-rows
           move WS-STRIP-FROM to h2-col-from
           move WS-STRIP-TO to h2-col-to
           move WS-MAP-COLS to h2-cols
           move WS-STRIP-IDX to h2-strip
           move WS-STRIPS to h2-strips
           move WS-BAND-IDX to h2-band
           move bnd-count to h2-bands
           write fd-PRNTRPT-REC from hdr-line-2
                 after advancing 1 line
           write fd-PRNTRPT-REC from WS-BLANK-LINE
                 after advancing 1 line

           perform d210-build-rulers
           write fd-PRNTRPT-REC from WS-RULER-TENS
                 after advancing 1 line
           write fd-PRNTRPT-REC from WS-RULER-UNITS
                 after advancing 1 line
           perform varying WS-ROW-IDX from bnd-first(WS-BAND-IDX)
                   by 1 until WS-ROW-IDX > bnd-last(WS-BAND-IDX)
              perform d220-print-map-row
           end-perform
           write fd-PRNTRPT-REC from WS-RULER-UNITS
                 after advancing 1 line
           write fd-PRNTRPT-REC from WS-RULER-TENS
                 after advancing 1 line

           continue.

       d210-build-rulers section.
           *> column numbers at every tenth column, ending on it, over
           *> the units digit of every column
           move spaces to WS-RULER-TENS
           move spaces to WS-RULER-UNITS
           move 'COL' to WS-RULER-UNITS(1:3)
           perform varying WS-COL-IDX from WS-STRIP-FROM by 1
                   until WS-COL-IDX > WS-STRIP-TO
              compute WS-POS = WS-COL-IDX - WS-STRIP-FROM + 6
              divide WS-COL-IDX by 10 giving WS-QUOT
                     remainder WS-REM
              move WS-REM to WS-DIGIT
              move WS-DIGIT to WS-RULER-UNITS(WS-POS:1)
              if WS-REM = 0
                 move WS-COL-IDX to WS-COL-ED
                 move WS-COL-ED to WS-RULER-TENS(WS-POS - 2:3)
              end-if
           end-perform

           continue.

       d220-print-map-row section.
           *> the row number both sides of the strip, and under the
           *> row the step numbers when any row across the floor
           *> carries them
           move WS-ROW-IDX to WS-ROW-ED
           move spaces to WS-PRINT-LINE
           move WS-ROW-ED to WS-PRINT-LINE(1:3)
           move '|' to WS-PRINT-LINE(5:1)
           move mg-row(WS-ROW-IDX) (WS-STRIP-FROM:WS-STRIP-LEN)
             to WS-PRINT-LINE(6:WS-STRIP-LEN)
           move '|' to WS-PRINT-LINE(WS-STRIP-LEN + 6:1)
           move WS-ROW-ED to WS-PRINT-LINE(WS-STRIP-LEN + 8:3)
           write fd-PRNTRPT-REC from WS-PRINT-LINE
                 after advancing 1 line

           if ann-row(WS-ROW-IDX) (1:WS-MAP-COLS) not = spaces
              move spaces to WS-PRINT-LINE
              move '|' to WS-PRINT-LINE(5:1)
              move ann-row(WS-ROW-IDX) (WS-STRIP-FROM:WS-STRIP-LEN)
                to WS-PRINT-LINE(6:WS-STRIP-LEN)
              move '|' to WS-PRINT-LINE(WS-STRIP-LEN + 6:1)
              write fd-PRNTRPT-REC from WS-PRINT-LINE
                    after advancing 1 line
           end-if

           continue.
