       replace ==:err-not-found:== by ==4==
               ==:err99:== by ==99==
               ==:maze-rows:== by ==250==
               ==:maze-cols:== by ==160==
               .
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAZEHLST.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370 WITH DEBUGGING MODE.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAZEHIST ASSIGN TO MAZEHIST
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS hst-key
                          FILE STATUS IS PROG-STATUS.
           SELECT MAZELIB ASSIGN TO MAZELIB
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS lib-key
                          FILE STATUS IS PROG-STATUS.
           SELECT HLDLIB  ASSIGN TO HLDLIB
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS hld-key
                          FILE STATUS IS PROG-STATUS.
           SELECT HLSTRPT ASSIGN TO HLSTRPT
                          FILE STATUS IS PROG-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *> MAZEUPDT's version archive: every block a REPLACE, DELETE,
      *> QUARANT or ROLLBACK displaced, keyed maze id, version,
      *> row sequence, stamped with when and by what it was
      *> superseded
       FD MAZEHIST RECORD CONTAINS 136 CHARACTERS.
       01 fd-MAZEHIST-REC.
           05 hst-key.
              10 hst-maze-id pic x(08).
              10 hst-version pic 9(04).
              10 hst-row-seq pic 9(05).
           05 hst-stamp pic x(16).
           05 hst-action pic x(07).
           05 hst-dept pic x(08).
           05 hst-submitter pic x(08).
           05 hst-data pic x(80).

      *> the live and held libraries: where the newest archived
      *> version of a maze is compared against what replaced it
       FD MAZELIB RECORD CONTAINS 93 CHARACTERS.
       01 fd-MAZELIB-REC.
           05 lib-key.
              10 lib-maze-id pic x(08).
              10 lib-row-seq pic 9(05).
           05 lib-data pic x(80).

       FD HLDLIB RECORD CONTAINS 93 CHARACTERS.
       01 fd-HLDLIB-REC.
           05 hld-key.
              10 hld-maze-id pic x(08).
              10 hld-row-seq pic 9(05).
           05 hld-data pic x(80).

       FD HLSTRPT RECORD CONTAINS 132 CHARACTERS
                  RECORDING MODE IS F.
       01 fd-HLSTRPT-REC PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 PROG-STATUS PIC 99 VALUE 0.

      *> same convention as the solver: PROG-STATUS is every file's
      *> FILE STATUS, WS-FINAL-RC is where the job's ending code
      *> lives so a later CLOSE cannot overwrite it
       01 WS-FINAL-RC PIC 99 VALUE 0.

      *> PARM MAZEID=xxxx (repeatable) names the mazes to list; no
      *> MAZEID lists every maze that has an archived version.
      *> MAXCELLS=n caps the changed cells printed per version
       01 req-list.
           05 req-count pic 9(2) comp value 0.
           05 req-id occurs 50 pic x(08).

       01 WS-REQ-IDX PIC 9(2) COMP.

       01 WS-MAX-CELLS PIC 9(5) COMP VALUE 300.

       01 PARM-WORK.
           05 PARM-PTR        PIC 9(4) COMP.
           05 PARM-TOKEN      PIC X(32).
           05 PARM-KEY        PIC X(16).
           05 PARM-VALUE      PIC X(16).
           05 PARM-DIGIT-IDX  PIC 9(2) COMP.
           05 PARM-NUM-WORK   PIC 9(16) COMP.
           05 PARM-ONE-CHAR   PIC X.
           05 PARM-ONE-DIGIT REDEFINES PARM-ONE-CHAR PIC 9.

       01 WS-CUR-ID PIC X(08).
       01 WS-CUR-VER PIC 9(4) COMP.
       01 WS-NEXT-VER PIC 9(4) COMP.
       01 WS-VER-COUNT PIC 9(4) COMP.
       01 WS-VER-ED PIC 9(4).

       01 WS-SCAN-STATE PIC X.
       88 WS-SCAN-EOF VALUE 'Y'.
       01 WS-FOUND-STATE PIC X.
       88 WS-FOUND VALUE 'Y'.
       01 WS-LOAD-STATE PIC X.
       88 WS-LOAD-DONE VALUE 'Y'.
       01 WS-LOAD-SEQ PIC 9(5) COMP.

      *> superseding details of the version being printed, kept
      *> from its header record before the next version is read
       01 ver-info.
           05 vi-version pic 9(04).
           05 vi-stamp pic x(16).
           05 vi-stamp-r redefines vi-stamp.
              10 vi-yyyy pic x(04).
              10 vi-mm pic x(02).
              10 vi-dd pic x(02).
              10 vi-hh pic x(02).
              10 vi-mi pic x(02).
              10 vi-ss pic x(02).
              10 filler pic x(02).
           05 vi-action pic x(07).
           05 vi-trn-dept pic x(08).
           05 vi-submitter pic x(08).

      *> one block laid out as logical rows: '*CON ' continuation
      *> cells are put back on the end of the row they continue,
      *> so two versions compare cell for cell at the real
      *> row/column whatever their record split
       01 WS-IMG PIC X(80).
       01 WS-IMG-SEQ PIC 9(5) COMP.
       01 WS-TAKE PIC 9(4) COMP.

       01 load-grid.
           05 ld-found pic x.
           88 ld-is-found value 'Y'.
           05 ld-dept pic x(08).
           05 ld-priority pic x(01).
           05 ld-floor pic x(08).
           05 ld-start pic x(05).
           05 ld-rows pic 9(4) comp.
           05 ld-filled pic 9(4) comp.
           05 ld-row occurs 250 pic x(160).

       01 old-grid.
           05 og-found pic x.
           88 og-is-found value 'Y'.
           05 og-dept pic x(08).
           05 og-priority pic x(01).
           05 og-floor pic x(08).
           05 og-start pic x(05).
           05 og-rows pic 9(4) comp.
           05 og-filled pic 9(4) comp.
           05 og-row occurs 250 pic x(160).

       01 new-grid.
           05 ng-found pic x.
           88 ng-is-found value 'Y'.
           05 ng-dept pic x(08).
           05 ng-priority pic x(01).
           05 ng-floor pic x(08).
           05 ng-start pic x(05).
           05 ng-rows pic 9(4) comp.
           05 ng-filled pic 9(4) comp.
           05 ng-row occurs 250 pic x(160).

       01 WS-ROW-IDX PIC 9(4) COMP.
       01 WS-COL-IDX PIC 9(4) COMP.
       01 WS-MAX-ROWS PIC 9(4) COMP.
       01 WS-DIFF-CELLS PIC 9(5) COMP.
       01 WS-ENTRY-IDX PIC 9(2) COMP.
       01 WS-NOT-FOUND-COUNT PIC 9(4) COMP VALUE 0.

      *> report lines; HLSTRPT is a plain FB 132 print dataset
       01 hdr-line-1.
           05 filler pic x(36) value
              'MAZE LIBRARY VERSION HISTORY LISTING'.
           05 filler pic x(96) value spaces.
       01 hdr-line-2.
           05 filler pic x(47) value
              'CELL CHANGES SHOWN AS Rrrr Cccc ''WAS''>''NOW'' -- '.
           05 filler pic x(08) value 'AT MOST '.
           05 hdr-max-cells pic 9(05).
           05 filler pic x(19) value ' CELLS PER VERSION'.
           05 filler pic x(53) value spaces.

       01 maze-line.
           05 filler pic x(05) value 'MAZE '.
           05 ml-maze-id pic x(08).
           05 filler pic x(119) value spaces.

       01 ver-line.
           05 filler pic x(10) value '  VERSION '.
           05 vl-version pic 9(04).
           05 filler pic x(07) value '  DEPT '.
           05 vl-dept pic x(08).
           05 filler pic x(06) value '  PRI '.
           05 vl-priority pic x(01).
           05 filler pic x(07) value '  ROWS '.
           05 vl-rows pic 9(03).
           05 filler pic x(13) value '  SUPERSEDED '.
           05 vl-date pic x(10).
           05 filler pic x value space.
           05 vl-time pic x(08).
           05 filler pic x(04) value ' BY '.
           05 vl-action pic x(07).
           05 filler pic x(06) value ' DEPT '.
           05 vl-trn-dept pic x(08).
           05 filler pic x(06) value ' USER '.
           05 vl-submitter pic x(08).
           05 filler pic x(15) value spaces.

       01 cmp-line.
           05 filler pic x(04) value spaces.
           05 cl-text pic x(40).
           05 filler pic x(88) value spaces.

       01 chg-line.
           05 filler pic x(04) value spaces.
           05 chl-text pic x(09).
           05 chl-old pic x(08).
           05 filler pic x(04) value ' -> '.
           05 chl-new pic x(08).
           05 filler pic x(99) value spaces.

       01 row-line.
           05 filler pic x(08) value '    ROW '.
           05 rwl-row pic 9(03).
           05 filler pic x value space.
           05 rwl-text pic x(30).
           05 filler pic x(90) value spaces.

      *> one changed cell as printed, six to a cell-line
       01 cell-entry.
           05 filler pic x(01) value 'R'.
           05 ce-row pic 9(03).
           05 filler pic x(02) value ' C'.
           05 ce-col pic 9(03).
           05 filler pic x(02) value ' '''.
           05 ce-old pic x(01).
           05 filler pic x(03) value '''>'''.
           05 ce-new pic x(01).
           05 filler pic x(01) value ''''.
           05 filler pic x(03) value spaces.

       01 cell-line.
           05 filler pic x(08) value spaces.
           05 cel-entry occurs 6 pic x(20).
           05 filler pic x(04) value spaces.

       01 tot-line.
           05 filler pic x(04) value spaces.
           05 tl-cells pic 9(05).
           05 filler pic x(14) value ' CELLS CHANGED'.
           05 tl-note pic x(30).
           05 filler pic x(79) value spaces.

       01 end-line.
           05 filler pic x(02) value spaces.
           05 el-count pic 9(04).
           05 filler pic x(19) value ' VERSION(S) LISTED'.
           05 filler pic x(107) value spaces.

       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

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
           display "--HLST START-"
           display "-------------"

           perform a010-parse-parm

           open input MAZEHIST
           if PROG-STATUS = 0
              open input MAZELIB
              if PROG-STATUS = 0
                 open input HLDLIB
                 if PROG-STATUS = 0
                    open output HLSTRPT
                    if PROG-STATUS = 0
                       perform a020-write-report-header
                       if req-count > 0
                          perform varying WS-REQ-IDX from 1 by 1
                                  until WS-REQ-IDX > req-count
                             move req-id(WS-REQ-IDX) to WS-CUR-ID
                             perform a100-list-one-maze
                          end-perform
                       else
                          perform a050-list-all-mazes
                       end-if
                       close HLSTRPT
                    else
                       display "MAZH0011E HLSTRPT open failed, "
                               "file status " PROG-STATUS
                       move :err99: to WS-FINAL-RC
                    end-if
                    close HLDLIB
                 else
                    display "MAZH0011E HLDLIB open failed, "
                            "file status " PROG-STATUS
                    move :err99: to WS-FINAL-RC
                 end-if
                 close MAZELIB
              else
                 display "MAZH0011E MAZELIB open failed, "
                         "file status " PROG-STATUS
                 move :err99: to WS-FINAL-RC
              end-if
              close MAZEHIST
           else
              display "MAZH0011E MAZEHIST open failed, "
                      "file status " PROG-STATUS
              move :err99: to WS-FINAL-RC
           end-if

           if WS-FINAL-RC = 0 and WS-NOT-FOUND-COUNT > 0
              move :err-not-found: to WS-FINAL-RC
           end-if

           DISPLAY '#PROGRAM mazehlst ENDS WITH STATUS ' WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE

           display "-----------"
           display "--HLST END-"
           display "-----------"

           goback.

       a010-parse-parm section.
           *> PARM='MAZEID=RECV0001,MAZEID=SHIP0002,MAXCELLS=500'
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
                          display "MAZH0023W more than 50 MAZEID "
                                  "requests, extras ignored"
                       else
                          add 1 to req-count
                          move PARM-VALUE(1:8) to req-id(req-count)
                       end-if
                    end-if
                 when 'MAXCELLS'
                    move 0 to PARM-NUM-WORK
                    perform varying PARM-DIGIT-IDX from 1 by 1
                     until PARM-DIGIT-IDX > 16
                     or PARM-VALUE(PARM-DIGIT-IDX:1) = space
                       move PARM-VALUE(PARM-DIGIT-IDX:1)
                            to PARM-ONE-CHAR
                       compute PARM-NUM-WORK =
                               PARM-NUM-WORK * 10 + PARM-ONE-DIGIT
                    end-perform
                    if PARM-NUM-WORK > 0 and PARM-NUM-WORK < 100000
                       move PARM-NUM-WORK to WS-MAX-CELLS
                    end-if
                 when other
                    continue
              end-evaluate
           end-perform

           continue.

       a020-write-report-header section.
           write fd-HLSTRPT-REC from hdr-line-1
           move WS-MAX-CELLS to hdr-max-cells
           write fd-HLSTRPT-REC from hdr-line-2
           write fd-HLSTRPT-REC from WS-BLANK-LINE

           continue.

       a050-list-all-mazes section.
           *> every maze id on the archive, in key order: list one,
           *> then START just past its last possible key for the
           *> next - listing repositions the file, so the scan
           *> cannot simply read on
           move 'N' to WS-SCAN-STATE
           move low-values to hst-key
           start MAZEHIST key not < hst-key
              invalid key
                 set WS-SCAN-EOF to true
           end-start
           perform until WS-SCAN-EOF
              read MAZEHIST next record
                 at end set WS-SCAN-EOF to true
                 not at end
                    move hst-maze-id to WS-CUR-ID
                    perform a100-list-one-maze
                    move WS-CUR-ID to hst-maze-id
                    move 9999 to hst-version
                    move 99999 to hst-row-seq
                    start MAZEHIST key > hst-key
                       invalid key
                          set WS-SCAN-EOF to true
                    end-start
              end-read
           end-perform

           continue.

       a100-list-one-maze section.
           *> every archived version of the maze oldest first, each
           *> one compared with whatever replaced it: the next
           *> version, or for the newest one the block that is in
           *> the live or held library today
           move WS-CUR-ID to ml-maze-id
           write fd-HLSTRPT-REC from maze-line
           move 0 to WS-VER-COUNT
           move 0 to WS-CUR-VER
           perform a110-find-next-version
           if not WS-FOUND
              move 'NO ARCHIVED VERSIONS' to cl-text
              write fd-HLSTRPT-REC from cmp-line
              add 1 to WS-NOT-FOUND-COUNT
           end-if
           perform until not WS-FOUND
              move WS-NEXT-VER to WS-CUR-VER
              add 1 to WS-VER-COUNT
              perform a200-load-history
              move load-grid to old-grid
              perform a120-print-version
              perform a110-find-next-version
              if WS-FOUND
                 perform a210-load-next-history
                 move load-grid to new-grid
                 move WS-NEXT-VER to WS-VER-ED
                 move spaces to cl-text
                 string 'AGAINST VERSION ' WS-VER-ED
                        delimited by size into cl-text
                 end-string
                 write fd-HLSTRPT-REC from cmp-line
                 perform a300-diff-grids
              else
                 perform a130-compare-current
              end-if
           end-perform
           move WS-VER-COUNT to el-count
           write fd-HLSTRPT-REC from end-line
           write fd-HLSTRPT-REC from WS-BLANK-LINE

           continue.

       a110-find-next-version section.
           *> the first version of WS-CUR-ID numbered above
           *> WS-CUR-VER, into WS-NEXT-VER
           move 'N' to WS-FOUND-STATE
           move WS-CUR-ID to hst-maze-id
           move WS-CUR-VER to hst-version
           move 99999 to hst-row-seq
           start MAZEHIST key > hst-key
              invalid key
                 continue
              not invalid key
                 read MAZEHIST next record
                    at end continue
                    not at end
                       if hst-maze-id = WS-CUR-ID
                          set WS-FOUND to true
                          move hst-version to WS-NEXT-VER
                       end-if
                 end-read
           end-start

           continue.

       a120-print-version section.
           move WS-CUR-VER to vl-version
           move og-dept to vl-dept
           move og-priority to vl-priority
           move og-rows to vl-rows
           move spaces to vl-date vl-time
           string vi-yyyy '-' vi-mm '-' vi-dd
                  delimited by size into vl-date
           end-string
           string vi-hh ':' vi-mi ':' vi-ss
                  delimited by size into vl-time
           end-string
           move vi-action to vl-action
           move vi-trn-dept to vl-trn-dept
           move vi-submitter to vl-submitter
           write fd-HLSTRPT-REC from ver-line

           continue.

       a130-compare-current section.
           *> the newest archived version against the block that
           *> replaced it - live first, then held (a QUARANT leaves
           *> it there unchanged); a DELETE leaves nothing to
           *> compare against
           perform a220-load-live
           if ld-is-found
              move 'AGAINST LIVE LIBRARY BLOCK' to cl-text
           else
              perform a230-load-held
              if ld-is-found
                 move 'AGAINST HELD LIBRARY BLOCK' to cl-text
              else
                 move 'NOT IN ANY LIBRARY - NOTHING TO COMPARE'
                      to cl-text
              end-if
           end-if
           write fd-HLSTRPT-REC from cmp-line
           if ld-is-found
              move load-grid to new-grid
              perform a300-diff-grids
           end-if

           continue.

       a200-load-history section.
           *> version WS-CUR-VER; its header record also carries the
           *> superseding stamp, action and department
           perform a240-clear-load-grid
           move 'N' to WS-LOAD-STATE
           move 0 to WS-LOAD-SEQ
           perform until WS-LOAD-DONE
              move WS-CUR-ID to hst-maze-id
              move WS-CUR-VER to hst-version
              move WS-LOAD-SEQ to hst-row-seq
              read MAZEHIST
                 invalid key
                    set WS-LOAD-DONE to true
                 not invalid key
                    if WS-LOAD-SEQ = 0
                       move hst-version to vi-version
                       move hst-stamp to vi-stamp
                       move hst-action to vi-action
                       move hst-dept to vi-trn-dept
                       move hst-submitter to vi-submitter
                    end-if
                    move hst-data to WS-IMG
                    move WS-LOAD-SEQ to WS-IMG-SEQ
                    perform a250-take-image
                    add 1 to WS-LOAD-SEQ
              end-read
           end-perform

           continue.

       a210-load-next-history section.
           *> version WS-NEXT-VER, for comparison only - the printed
           *> superseding details stay those of WS-CUR-VER
           perform a240-clear-load-grid
           move 'N' to WS-LOAD-STATE
           move 0 to WS-LOAD-SEQ
           perform until WS-LOAD-DONE
              move WS-CUR-ID to hst-maze-id
              move WS-NEXT-VER to hst-version
              move WS-LOAD-SEQ to hst-row-seq
              read MAZEHIST
                 invalid key
                    set WS-LOAD-DONE to true
                 not invalid key
                    move hst-data to WS-IMG
                    move WS-LOAD-SEQ to WS-IMG-SEQ
                    perform a250-take-image
                    add 1 to WS-LOAD-SEQ
              end-read
           end-perform

           continue.

       a220-load-live section.
           perform a240-clear-load-grid
           move 'N' to WS-LOAD-STATE
           move 0 to WS-LOAD-SEQ
           perform until WS-LOAD-DONE
              move WS-CUR-ID to lib-maze-id
              move WS-LOAD-SEQ to lib-row-seq
              read MAZELIB
                 invalid key
                    set WS-LOAD-DONE to true
                 not invalid key
                    move lib-data to WS-IMG
                    move WS-LOAD-SEQ to WS-IMG-SEQ
                    perform a250-take-image
                    add 1 to WS-LOAD-SEQ
              end-read
           end-perform

           continue.

       a230-load-held section.
           perform a240-clear-load-grid
           move 'N' to WS-LOAD-STATE
           move 0 to WS-LOAD-SEQ
           perform until WS-LOAD-DONE
              move WS-CUR-ID to hld-maze-id
              move WS-LOAD-SEQ to hld-row-seq
              read HLDLIB
                 invalid key
                    set WS-LOAD-DONE to true
                 not invalid key
                    move hld-data to WS-IMG
                    move WS-LOAD-SEQ to WS-IMG-SEQ
                    perform a250-take-image
                    add 1 to WS-LOAD-SEQ
              end-read
           end-perform

           continue.

       a240-clear-load-grid section.
           move 'N' to ld-found
           move spaces to ld-dept
           move spaces to ld-priority
           move spaces to ld-floor
           move spaces to ld-start
           move 0 to ld-rows
           move 0 to ld-filled
           perform varying WS-ROW-IDX from 1 by 1
                   until WS-ROW-IDX > :maze-rows:
              move spaces to ld-row(WS-ROW-IDX)
           end-perform

           continue.

       a250-take-image section.
           *> sequence zero is the '*MAZE' header; a '*CON ' record
           *> adds up to 74 cells to the row before it, out to the
           *> 160-column table width; anything else starts a row
           evaluate true
              when WS-IMG-SEQ = 0
                 set ld-is-found to true
                 move WS-IMG(16:8) to ld-dept
                 move WS-IMG(25:1) to ld-priority
                 move WS-IMG(27:8) to ld-floor
                 move WS-IMG(36:5) to ld-start
              when WS-IMG(1:5) = '*CON '
                 if ld-rows > 0 and ld-filled < :maze-cols:
                    compute WS-TAKE = :maze-cols: - ld-filled
                    if WS-TAKE > 74
                       move 74 to WS-TAKE
                    end-if
                    move WS-IMG(7:WS-TAKE)
                         to ld-row(ld-rows) (ld-filled + 1:WS-TAKE)
                    add WS-TAKE to ld-filled
                 end-if
              when other
                 if ld-rows < :maze-rows:
                    add 1 to ld-rows
                    move WS-IMG to ld-row(ld-rows)
                    move 80 to ld-filled
                 end-if
           end-evaluate

           continue.

       a300-diff-grids section.
           *> old-grid against new-grid: header changes, rows only
           *> one side has, then every changed cell of the rows both
           *> have, six to a line up to the MAXCELLS cap, with the
           *> full count at the end
           if og-dept not = ng-dept
              move 'DEPT     ' to chl-text
              move og-dept to chl-old
              move ng-dept to chl-new
              write fd-HLSTRPT-REC from chg-line
           end-if
           if og-priority not = ng-priority
              move 'PRIORITY ' to chl-text
              move og-priority to chl-old
              move ng-priority to chl-new
              write fd-HLSTRPT-REC from chg-line
           end-if
           if og-floor not = ng-floor
              move 'FLOOR    ' to chl-text
              move og-floor to chl-old
              move ng-floor to chl-new
              write fd-HLSTRPT-REC from chg-line
           end-if
           if og-start not = ng-start
              move 'START    ' to chl-text
              move og-start to chl-old
              move ng-start to chl-new
              write fd-HLSTRPT-REC from chg-line
           end-if

           move 0 to WS-DIFF-CELLS
           perform a330-clear-cells
           if og-rows > ng-rows
              move og-rows to WS-MAX-ROWS
           else
              move ng-rows to WS-MAX-ROWS
           end-if
           perform varying WS-ROW-IDX from 1 by 1
                   until WS-ROW-IDX > WS-MAX-ROWS
              evaluate true
                 when WS-ROW-IDX > og-rows
                    perform a320-flush-cells
                    move WS-ROW-IDX to rwl-row
                    move 'ADDED' to rwl-text
                    write fd-HLSTRPT-REC from row-line
                 when WS-ROW-IDX > ng-rows
                    perform a320-flush-cells
                    move WS-ROW-IDX to rwl-row
                    move 'REMOVED' to rwl-text
                    write fd-HLSTRPT-REC from row-line
                 when og-row(WS-ROW-IDX) = ng-row(WS-ROW-IDX)
                    continue
                 when other
                    perform varying WS-COL-IDX from 1 by 1
                            until WS-COL-IDX > :maze-cols:
                       if og-row(WS-ROW-IDX) (WS-COL-IDX:1)
                          not = ng-row(WS-ROW-IDX) (WS-COL-IDX:1)
                          perform a310-take-cell
                       end-if
                    end-perform
              end-evaluate
           end-perform
           perform a320-flush-cells

           move WS-DIFF-CELLS to tl-cells
           if WS-DIFF-CELLS > WS-MAX-CELLS
              move ' (NOT ALL SHOWN - MAXCELLS)' to tl-note
           else
              move spaces to tl-note
           end-if
           write fd-HLSTRPT-REC from tot-line

           continue.

       a310-take-cell section.
           add 1 to WS-DIFF-CELLS
           if WS-DIFF-CELLS <= WS-MAX-CELLS
              add 1 to WS-ENTRY-IDX
              move WS-ROW-IDX to ce-row
              move WS-COL-IDX to ce-col
              move og-row(WS-ROW-IDX) (WS-COL-IDX:1) to ce-old
              move ng-row(WS-ROW-IDX) (WS-COL-IDX:1) to ce-new
              move cell-entry to cel-entry(WS-ENTRY-IDX)
              if WS-ENTRY-IDX = 6
                 perform a320-flush-cells
              end-if
           end-if

           continue.

       a320-flush-cells section.
           *> print the part-filled cell line, then blank all six
           *> entries so a short last line shows no stale cells
           if WS-ENTRY-IDX > 0
              write fd-HLSTRPT-REC from cell-line
              perform a330-clear-cells
           end-if

           continue.

       a330-clear-cells section.
           perform varying WS-ENTRY-IDX from 1 by 1
                   until WS-ENTRY-IDX > 6
              move spaces to cel-entry(WS-ENTRY-IDX)
           end-perform
           move 0 to WS-ENTRY-IDX

           continue.
