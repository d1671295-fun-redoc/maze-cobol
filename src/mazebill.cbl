      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATHIST ASSIGN TO STATHIST
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS sth-key
                          FILE STATUS IS PROG-STATUS.
           SELECT BILLRPT ASSIGN TO BILLRPT
                          FILE STATUS IS PROG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *> the statistics history master MAZEPOST keeps: each night's
      *> RPTFILE detail ('D') and '*SUM' ('T') under its run date,
      *> and for months rolled up out of detail, day-00 records per
      *> maze ('M'), per department ('P') and of night totals ('T')
       FD STATHIST RECORD CONTAINS 200 CHARACTERS.
       01 fd-STATHIST-REC.
           05 sth-key.
              10 sth-run-date pic 9(08).
              10 sth-run-date-x redefines sth-run-date.
                 15 sth-run-month pic 9(06).
                 15 sth-run-day pic 9(02).
              10 sth-kind pic x(01).
                 88 sth-detail value 'D'.
                 88 sth-month-maze value 'M'.
                 88 sth-month-dept value 'P'.
                 88 sth-total value 'T'.
              10 sth-maze-id pic x(08).
              10 sth-occur pic 9(02).
           05 sth-data pic x(180).
           05 filler pic x(01).

       FD BILLRPT RECORD CONTAINS 132 CHARACTERS
                  RECORDING MODE IS F.
      *> lives so a later CLOSE cannot overwrite it
       01 WS-FINAL-RC PIC 99 VALUE 0.

       01 HIST-FILE-STATUS PIC XXX VALUE SPACES.
       88 HIST-EOF VALUE 'EOF'.

      *> the history's night records, in the solver's own RPTFILE
      *> layouts: only the fields the chargeback needs are picked
      *> out of the per-maze detail record, the night's '*SUM'
      *> summary supplies the report-written tie-out figures
       01 rpt-helper.
           05 rpt-rec pic x(180).
           05 rpt-detail redefines rpt-rec.
              10 rdt-maze-id pic x(08).
              10 filler pic x.
              88 rdt-solved value '0'.
              88 rdt-nosoln value '1'.
              88 rdt-error value '9'.
              10 filler pic x(90).
           05 rpt-sum redefines rpt-rec.
              10 rsm-tag pic x(05).
              88 rsm-is-sum value '*SUM '.
              10 rsm-blocks pic 9(05).
              10 filler pic x.
              10 rsm-written pic 9(05).
              10 filler pic x(162).

      *> a rolled-up month, MAZEPOST's layout: the department's
      *> runs for the month ('P') and the month's night totals
      *> ('T'), which carry the tie-out figure the nights' '*SUM'
      *> records did
       01 hist-helper.
           05 hist-data pic x(180).
           05 hist-month redefines hist-data.
              10 hmv-dept pic x(08).
              10 hmv-last-key pic x(19).
              10 hmv-runs pic 9(07).
              10 hmv-solved pic 9(07).
              10 hmv-nosoln pic 9(07).
              10 hmv-error pic 9(07).
              10 hmv-nodes-sum pic 9(14).
              10 hmv-nodes-max pic 9(08).
              10 hmv-elapsed-sum pic 9(18).
              10 hmv-elapsed-max pic 9(16).
              10 filler pic x(69).
           05 hist-mtot redefines hist-data.
              10 hmt-tag pic x(05).
              10 hmt-last-date pic 9(08).
              10 hmt-nights pic 9(05).
              10 hmt-blocks pic 9(07).
              10 hmt-written pic 9(07).
              10 filler pic x(148).

      *> PARM FROM=yyyymmdd,TO=yyyymmdd picks the nights billed;
      *> TO defaults to today, FROM to 30 days before TO - the
      *> month the job used to concatenate by hand. A month that
      *> has been rolled up is billed whole when any of it is in
      *> the range
       01 run-stamp.
           05 run-stamp-num pic x(16).
           05 run-stamp-rest pic x(5).
       01 WS-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-FROM-DATE-X REDEFINES WS-FROM-DATE.
           05 WS-FROM-MONTH PIC 9(6).
           05 WS-FROM-DAY PIC 9(2).
       01 WS-TO-DATE PIC 9(8) VALUE 0.
       01 WS-SPAN-DAYS PIC 9(3) COMP VALUE 31.
       01 WS-DATE-INT PIC S9(8) COMP.
       01 WS-DATE-WORK PIC 9(8).

       01 PARM-WORK.
           05 PARM-PTR        PIC 9(4) COMP.
           05 PARM-TOKEN      PIC X(32).
           05 PARM-KEY        PIC X(16).
           05 PARM-VALUE      PIC X(16).
           05 PARM-DIGIT-IDX  PIC 9(2) COMP.
           05 PARM-NUM-WORK   PIC 9(8) COMP.
           05 PARM-ONE-CHAR   PIC X.
           05 PARM-ONE-DIGIT REDEFINES PARM-ONE-CHAR PIC 9.

      *> one accumulator row per department seen across the whole
      *> range of nights - finance bills monthly, so nights are
      *> rolled together rather than reported one by one
       01 dept-list.
           05 dpt-count pic 9(3) comp value 0.
           05 dpt-entry occurs 200.
              10 dpt-id pic x(08).
              10 dpt-mazes pic 9(7) comp.
              10 dpt-solved pic 9(7) comp.
              10 dpt-nosoln pic 9(7) comp.
              10 dpt-error pic 9(7) comp.
              10 dpt-nodes pic 9(12) comp.
              10 dpt-elapsed pic 9(16) comp.

           05 filler pic x(40) value
              'MAZE SOLVER DEPARTMENT CHARGEBACK REPORT'.
           05 filler pic x(92) value spaces.
       01 hdr-line-p.
           05 filler pic x(14) value 'NIGHTS RUN ON '.
           05 hl-from pic 9(08).
           05 filler pic x(04) value ' TO '.
           05 hl-to pic 9(08).
           05 filler pic x(98) value spaces.
       01 hdr-line-2.
           05 filler pic x(11) value 'DEPT       '.
           05 filler pic x(07) value '  MAZES'.
           05 filler pic x(03) value spaces.
           05 filler pic x(07) value '  SOLVD'.
           05 filler pic x(03) value spaces.
           05 filler pic x(07) value '  NOSOL'.
           05 filler pic x(03) value spaces.
           05 filler pic x(07) value '  ERROR'.
           05 filler pic x(03) value spaces.
           05 filler pic x(12) value '       NODES'.
           05 filler pic x(03) value spaces.
           05 filler pic x(16) value '         ELAPSED'.
           05 filler pic x(50) value spaces.

       01 bil-line.
           05 bl-dept pic x(08).
           05 filler pic x(03) value spaces.
           05 bl-mazes pic 9(07).
           05 filler pic x(03) value spaces.
           05 bl-solved pic 9(07).
           05 filler pic x(03) value spaces.
           05 bl-nosoln pic 9(07).
           05 filler pic x(03) value spaces.
           05 bl-error pic 9(07).
           05 filler pic x(03) value spaces.
           05 bl-nodes pic 9(12).
           05 filler pic x(03) value spaces.
           05 bl-elapsed pic 9(16).
           05 filler pic x(50) value spaces.

      *> the grand total line ties the roll-up back to what the
      *> runs themselves said they wrote: every detail record read
      *> must be accounted to a department, and the count must meet
      *> the accumulated *SUM report-written figures (a rolled-up
      *> month counts its department runs against its night totals)
       01 tie-line.
           05 filler pic x(26) value
              'TIE-OUT: DETAIL RECORDS '.

       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
          05  PARM-DATA           pic X(256).
       PROCEDURE DIVISION using PARM-BUFFER.
      *----------------------------------------------------------------
       DECLARATIVES.
       DEBUG SECTION.
           display "--BILL START-"
           display "-------------"

           move function CURRENT-DATE to run-stamp
           perform a010-parse-parm
           if WS-FINAL-RC = 0
              perform a020-set-range
           end-if

           if WS-FINAL-RC = 0
              open input STATHIST
              if PROG-STATUS = 0
                 open output BILLRPT
                 if PROG-STATUS = 0
                    perform a040-position-history
                    perform until HIST-EOF
                       perform a050-next-hist-record
                    end-perform
                    perform a200-write-report
                    close BILLRPT
                 else
                    display "MAZB0011E BILLRPT open failed, "
                            "file status " PROG-STATUS
                    move :err99: to WS-FINAL-RC
                 end-if
                 close STATHIST
              else
                 display "MAZB0011E STATHIST open failed, "
                         "file status " PROG-STATUS
                 move :err99: to WS-FINAL-RC
              end-if
           end-if

           DISPLAY '#PROGRAM mazebill ENDS WITH STATUS ' WS-FINAL-RC

           goback.

       a010-parse-parm section.
           *> PARM='FROM=20260901,TO=20260930'; either may be left
           *> off. A value that is not a real yyyymmdd date ends the
           *> step before anything is read
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
                 when 'FROM'
                    perform a015-parm-date
                    move WS-DATE-WORK to WS-FROM-DATE
                 when 'TO'
                    perform a015-parm-date
                    move WS-DATE-WORK to WS-TO-DATE
                 when other
                    continue
              end-evaluate
           end-perform

           continue.

       a015-parm-date section.
           move 0 to WS-DATE-WORK
           if PARM-VALUE(1:8) is numeric and PARM-VALUE(9:1) = space
              move PARM-VALUE(1:8) to WS-DATE-WORK
           end-if
           if WS-DATE-WORK = 0
              or function test-date-yyyymmdd(WS-DATE-WORK) not = 0
              display "MAZB0004E PARM " PARM-KEY " value "
                      PARM-VALUE " is not a yyyymmdd date"
              move :err99: to WS-FINAL-RC
              move 0 to WS-DATE-WORK
           end-if

           continue.

       a020-set-range section.
           if WS-TO-DATE = 0
              move run-stamp-num(1:8) to WS-TO-DATE
           end-if
           if WS-FROM-DATE = 0
              compute WS-DATE-INT =
                      function integer-of-date(WS-TO-DATE)
                    - (WS-SPAN-DAYS - 1)
              compute WS-FROM-DATE =
                      function date-of-integer(WS-DATE-INT)
           end-if
           if WS-FROM-DATE > WS-TO-DATE
              display "MAZB0004E PARM FROM " WS-FROM-DATE
                      " is after TO " WS-TO-DATE
              move :err99: to WS-FINAL-RC
           else
              display "MAZB0005I billing nights " WS-FROM-DATE
                      " to " WS-TO-DATE
           end-if

           continue.

       a040-position-history section.
           *> start at day 00 of the FROM month, so a rolled-up
           *> month that the range reaches into is read too
           move 'N' to HIST-FILE-STATUS
           move low-values to sth-key
           move WS-FROM-MONTH to sth-run-month
           move 0 to sth-run-day
           start STATHIST key not < sth-key
              invalid key
                 set HIST-EOF to true
           end-start

           continue.

       a050-next-hist-record section.
           read STATHIST next record
            at end set HIST-EOF to true
            not at end
              evaluate true
                 when sth-run-date > WS-TO-DATE
                    set HIST-EOF to true
                 when sth-run-day = 0
                    move sth-data to hist-data
                    evaluate true
                       when sth-month-dept
                          perform a150-take-month-dept
                       when sth-total
                          add hmt-written to WS-SUM-WRITTEN
                       when other
                          continue
                    end-evaluate
                 when sth-run-date < WS-FROM-DATE
                    continue
                 when sth-total
                    move sth-data to rpt-rec
                    add rsm-written to WS-SUM-WRITTEN
                 when sth-detail
                    move sth-data to rpt-rec
                    perform a100-take-detail
                 when other
                    continue
              end-evaluate
           end-read

              move rdt-dept to WS-DEPT-WORK
           end-if

           perform a110-find-dept

           if WS-DPT-HIT > 0
              add 1 to dpt-mazes(WS-DPT-HIT)
              add 1 to WS-TOT-MAZES
              evaluate true
                 when rdt-solved
                    add 1 to dpt-solved(WS-DPT-HIT)
                    add 1 to WS-TOT-SOLVED
                 when rdt-nosoln
                    add 1 to dpt-nosoln(WS-DPT-HIT)
                    add 1 to WS-TOT-NOSOLN
                 when other
                    add 1 to dpt-error(WS-DPT-HIT)
                    add 1 to WS-TOT-ERROR
              end-evaluate
              add rdt-nodes to dpt-nodes(WS-DPT-HIT)
              add rdt-nodes to WS-TOT-NODES
              add rdt-elapsed to dpt-elapsed(WS-DPT-HIT)
              add rdt-elapsed to WS-TOT-ELAPSED
           end-if

           continue.

       a150-take-month-dept section.
           *> a rolled-up month: the department's runs come in
           *> already totalled, under the same (NODEPT) name
           move sth-maze-id to WS-DEPT-WORK
           perform a110-find-dept

           if WS-DPT-HIT > 0
              add hmv-runs to dpt-mazes(WS-DPT-HIT)
              add hmv-runs to WS-TOT-MAZES
              add hmv-solved to dpt-solved(WS-DPT-HIT)
              add hmv-solved to WS-TOT-SOLVED
              add hmv-nosoln to dpt-nosoln(WS-DPT-HIT)
              add hmv-nosoln to WS-TOT-NOSOLN
              add hmv-error to dpt-error(WS-DPT-HIT)
              add hmv-error to WS-TOT-ERROR
              add hmv-nodes-sum to dpt-nodes(WS-DPT-HIT)
              add hmv-nodes-sum to WS-TOT-NODES
              add hmv-elapsed-sum to dpt-elapsed(WS-DPT-HIT)
              add hmv-elapsed-sum to WS-TOT-ELAPSED
           end-if

           continue.

       a110-find-dept section.
           move 0 to WS-DPT-HIT
           perform varying WS-DPT-IDX from 1 by 1
                   until WS-DPT-IDX > dpt-count
                 *> invoice
                 display "MAZB0002E department table full, max 200"
                 move :err99: to WS-FINAL-RC
                 set HIST-EOF to true
              else
                 add 1 to dpt-count
                 move dpt-count to WS-DPT-HIT
              end-if
           end-if

           continue.

       a200-write-report section.
           write fd-BILLRPT-REC from hdr-line-1
           move WS-FROM-DATE to hl-from
           move WS-TO-DATE to hl-to
           write fd-BILLRPT-REC from hdr-line-p
           write fd-BILLRPT-REC from WS-BLANK-LINE
           write fd-BILLRPT-REC from hdr-line-2

