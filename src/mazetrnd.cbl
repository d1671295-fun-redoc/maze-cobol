      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATHIST ASSIGN TO STATHIST
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS sth-key
                          FILE STATUS IS PROG-STATUS.
           SELECT TRNDRPT ASSIGN TO TRNDRPT
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

       FD TRNDRPT RECORD CONTAINS 132 CHARACTERS
                  RECORDING MODE IS F.
      *> lives so a later CLOSE cannot overwrite it
       01 WS-FINAL-RC PIC 99 VALUE 0.

       01 HIST-FILE-STATUS PIC XXX VALUE SPACES.
       88 HIST-EOF VALUE 'EOF'.

      *> the history's night records, in the solver's own RPTFILE
      *> layouts: the per-maze detail record and the '*SUM' batch
      *> summary - the summary sorts after the night's detail and
      *> is what closes one night's block on the report
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
              10 rsm-expect-rows pic x(08).
              10 filler pic x.
              10 rsm-recon pic x(02).
              10 filler pic x(118).

      *> a rolled-up month, MAZEPOST's layout: one maze's runs for
      *> the month ('M', summed into the month's block) and the
      *> month's night totals ('T', which closes it)
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
              10 hmv-len-b1 pic 9(07).
              10 hmv-len-b2 pic 9(07).
              10 hmv-len-b3 pic 9(07).
              10 hmv-len-b4 pic 9(07).
              10 hmv-len-b5 pic 9(07).
              10 filler pic x(34).
           05 hist-mtot redefines hist-data.
              10 hmt-tag pic x(05).
              10 hmt-last-date pic 9(08).
              10 hmt-nights pic 9(05).
              10 hmt-blocks pic 9(07).
              10 hmt-written pic 9(07).
              10 hmt-solved pic 9(07).
              10 hmt-nosoln pic 9(07).
              10 hmt-error pic 9(07).
              10 hmt-rows pic 9(10).
              10 hmt-recon-mm pic 9(05).
              10 filler pic x(112).

      *> PARM FROM=yyyymmdd,TO=yyyymmdd picks the nights reported;
      *> TO defaults to today, FROM to 6 days before TO - the week
      *> the job used to concatenate by hand. A month that has
      *> been rolled up is reported as one block when any of it is
      *> in the range
       01 run-stamp.
           05 run-stamp-num pic x(16).
           05 run-stamp-rest pic x(5).
       01 WS-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-FROM-DATE-X REDEFINES WS-FROM-DATE.
           05 WS-FROM-MONTH PIC 9(6).
           05 WS-FROM-DAY PIC 9(2).
       01 WS-TO-DATE PIC 9(8) VALUE 0.
       01 WS-SPAN-DAYS PIC 9(3) COMP VALUE 7.
       01 WS-DATE-INT PIC S9(8) COMP.
       01 WS-DATE-WORK PIC 9(8).

      *> operator thresholds from PARM, 0 = not checked: a night
      *> whose worst maze runs past either one gets a flag line on
      *> one night's running aggregates, reset at every '*SUM'
       01 night-work.
           05 ngt-number pic 9(3) value 0.
           05 ngt-date pic x(08) value spaces.
           05 ngt-mazes pic 9(5) comp value 0.
           05 ngt-solved pic 9(5) comp value 0.
           05 ngt-nosoln pic 9(5) comp value 0.
           05 hdr-lim-elapsed pic 9(16).
           05 filler pic x(22) value '  (ZERO = NOT CHECKED)'.
           05 filler pic x(63) value spaces.
       01 hdr-line-3.
           05 filler pic x(14) value 'NIGHTS RUN ON '.
           05 hl3-from pic 9(08).
           05 filler pic x(04) value ' TO '.
           05 hl3-to pic 9(08).
           05 filler pic x(98) value spaces.

      *> a night's block is headed with its run date, a rolled-up
      *> month's with MONTH and the year and month alone
       01 ngt-line-1.
           05 nl1-label pic x(06) value 'NIGHT '.
           05 nl1-night pic 9(03).
           05 filler pic x value space.
           05 nl1-date pic x(08).
           05 filler pic x(08) value '  MAZES '.
           05 nl1-mazes pic 9(05).
           05 filler pic x(09) value '  SOLVED '.
           05 nl1-error pic 9(05).
           05 filler pic x(08) value '  RECON '.
           05 nl1-recon pic x(02).
           05 filler pic x(50) value spaces.

       01 ngt-line-2.
           05 filler pic x(16) value '      NODES AVG '.
           display "--TRND START-"
           display "-------------"

           move function CURRENT-DATE to run-stamp
           perform a010-parse-parm
           if WS-FINAL-RC = 0
              perform a030-set-range
           end-if

           if WS-FINAL-RC = 0
              open input STATHIST
              if PROG-STATUS = 0
                 open output TRNDRPT
                 if PROG-STATUS = 0
                    perform a020-write-report-header
                    perform a040-position-history
                    perform until HIST-EOF
                       perform a050-next-hist-record
                    end-perform
                    if ngt-mazes > 0
                       *> detail with no '*SUM' after it - a night
                       *> whose posting is still running or was cut
                       *> short; report it rather than lose it
                       move '??' to nl1-recon
                       move 'NIGHT ' to nl1-label
                       perform a200-close-night
                    end-if
                    close TRNDRPT
                 else
                    display "MAZT0011E TRNDRPT open failed, "
                            "file status " PROG-STATUS
                    move :err99: to WS-FINAL-RC
                 end-if
                 close STATHIST
              else
                 display "MAZT0011E STATHIST open failed, "
                         "file status " PROG-STATUS
                 move :err99: to WS-FINAL-RC
              end-if
           end-if

           if WS-FINAL-RC = 0 and WS-ANY-FLAGGED
       a010-parse-parm section.
           *> PARM='MAXNODES=5000,MAXELAPSED=100' sets the per-night
           *> worst-case limits the report flags against; either one
           *> left off (or 0) is simply not checked. FROM= and TO=
           *> take a yyyymmdd date, anything else ends the step
           move 1 to PARM-PTR
           perform until PARM-PTR > PARM-LENGTH
              move spaces to PARM-TOKEN
                    move PARM-NUM-WORK to WS-LIM-NODES
                 when 'MAXELAPSED'
                    move PARM-NUM-WORK to WS-LIM-ELAPSED
                 when 'FROM'
                    perform a015-parm-date
                    move WS-DATE-WORK to WS-FROM-DATE
                 when 'TO'
                    perform a015-parm-date
                    move WS-DATE-WORK to WS-TO-DATE
                 when other
                    continue
              end-evaluate

           continue.

       a015-parm-date section.
           move 0 to WS-DATE-WORK
           if PARM-VALUE(1:8) is numeric and PARM-VALUE(9:1) = space
              move PARM-VALUE(1:8) to WS-DATE-WORK
           end-if
           if WS-DATE-WORK = 0
              or function test-date-yyyymmdd(WS-DATE-WORK) not = 0
              display "MAZT0004E PARM " PARM-KEY " value "
                      PARM-VALUE " is not a yyyymmdd date"
              move :err99: to WS-FINAL-RC
              move 0 to WS-DATE-WORK
           end-if

           continue.

       a020-write-report-header section.
           write fd-TRNDRPT-REC from hdr-line-1
           move WS-LIM-NODES to hdr-lim-nodes
           move WS-LIM-ELAPSED to hdr-lim-elapsed
           write fd-TRNDRPT-REC from hdr-line-2
           move WS-FROM-DATE to hl3-from
           move WS-TO-DATE to hl3-to
           write fd-TRNDRPT-REC from hdr-line-3
           write fd-TRNDRPT-REC from WS-BLANK-LINE

           continue.

       a030-set-range section.
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
              display "MAZT0004E PARM FROM " WS-FROM-DATE
                      " is after TO " WS-TO-DATE
              move :err99: to WS-FINAL-RC
           else
              display "MAZT0005I trend over nights " WS-FROM-DATE
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
                       when sth-month-maze
                          perform a150-take-month-maze
                       when sth-total
                          *> a month reconciles only when every
                          *> night in it did
                          if hmt-recon-mm = 0
                             move 'OK' to nl1-recon
                          else
                             move 'MM' to nl1-recon
                          end-if
                          move 'MONTH ' to nl1-label
                          move spaces to ngt-date
                          move sth-run-month to ngt-date(1:6)
                          perform a200-close-night
                       when other
                          continue
                    end-evaluate
                 when sth-run-date < WS-FROM-DATE
                    continue
                 when sth-total
                    move sth-data to rpt-rec
                    move rsm-recon to nl1-recon
                    move 'NIGHT ' to nl1-label
                    move sth-run-date to ngt-date
                    perform a200-close-night
                 when sth-detail
                    move sth-data to rpt-rec
                    move sth-run-date to ngt-date
                    perform a100-take-detail
                 when other
                    continue
              end-evaluate
           end-read


           continue.

       a150-take-month-maze section.
           *> one maze's month, already totalled: the same counters
           *> a night's detail records build up one by one
           add hmv-runs to ngt-mazes
           add hmv-solved to ngt-solved
           add hmv-nosoln to ngt-nosoln
           add hmv-error to ngt-error
           add hmv-len-b1 to ngt-len-b1
           add hmv-len-b2 to ngt-len-b2
           add hmv-len-b3 to ngt-len-b3
           add hmv-len-b4 to ngt-len-b4
           add hmv-len-b5 to ngt-len-b5
           add hmv-nodes-sum to ngt-nodes-sum
           if hmv-nodes-max > ngt-nodes-max
              move hmv-nodes-max to ngt-nodes-max
           end-if
           add hmv-elapsed-sum to ngt-elapsed-sum
           if hmv-elapsed-max > ngt-elapsed-max
              move hmv-elapsed-max to ngt-elapsed-max
           end-if

           continue.

       a200-close-night section.
           *> one night's (or one rolled-up month's) worth of detail
           *> is in hand - put its block on the report and check it
           *> against the operator limits
           add 1 to ngt-number
           move ngt-number to nl1-night
           move ngt-date to nl1-date
           move ngt-mazes to nl1-mazes
           move ngt-solved to nl1-solved
           move ngt-nosoln to nl1-nosoln
