      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATHIST ASSIGN TO STATHIST
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS sth-key
                          FILE STATUS IS PROG-STATUS.
           SELECT DIAGIN  ASSIGN TO DIAGIN
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

       FD DIAGIN RECORD CONTAINS 132 CHARACTERS
                 RECORDING MODE IS F.
      *> lives so a later CLOSE cannot overwrite it
       01 WS-FINAL-RC PIC 99 VALUE 0.

       01 HIST-FILE-STATUS PIC XXX VALUE SPACES.
       88 HIST-EOF VALUE 'EOF'.

       01 DIAG-FILE-STATUS PIC XXX VALUE SPACES.
       88 DIAG-EOF VALUE 'EOF'.

      *> the history's night records, in the solver's own RPTFILE
      *> layouts: the per-maze detail record (only the fields the
      *> streak hunt needs) and the night's '*SUM' summary, which
      *> sorts after its detail and closes the night
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
              10 filler pic x(175).

      *> incoming DIAGFILE records, the solver's layout: the maze
      *> id and the MAZE000xE message it failed with
      *> desk usually takes to notice by hand
       01 WS-LIM-NIGHTS PIC 9(3) COMP VALUE 3.

      *> PARM FROM=yyyymmdd,TO=yyyymmdd bounds the nights searched;
      *> TO defaults to today, FROM to 30 days before TO. A streak
      *> is counted over nights still held as detail - a month the
      *> history has rolled up no longer says which nights a maze
      *> failed on, so it is passed over
       01 run-stamp.
           05 run-stamp-num pic x(16).
           05 run-stamp-rest pic x(5).
       01 WS-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-TO-DATE PIC 9(8) VALUE 0.
       01 WS-SPAN-DAYS PIC 9(3) COMP VALUE 31.
       01 WS-DATE-INT PIC S9(8) COMP.
       01 WS-DATE-WORK PIC 9(8).

       01 PARM-WORK.
           05 PARM-PTR        PIC 9(4) COMP.
           05 PARM-TOKEN      PIC X(32).
           05 trn-out-dept pic x(08).
           05 filler pic x value space.
           05 trn-out-priority pic 9(01) value 0.
           05 filler pic x(06) value spaces.
      *> the submitter MAZEUPDT checks the change against - the
      *> quarantine job is on the authorization file for '*ALL'
           05 trn-out-submitter pic x(08) value 'MAZEQRTN'.
           05 filler pic x(34) value spaces.

       LINKAGE SECTION.
       01  PARM-BUFFER.
           display "--QRTN START-"
           display "-------------"

           move function CURRENT-DATE to run-stamp
           perform a010-parse-parm
           if WS-FINAL-RC = 0
              perform a015-set-range
           end-if

           if WS-FINAL-RC = 0
              open input STATHIST
              if PROG-STATUS = 0
                 open input DIAGIN
                 if PROG-STATUS = 0
                    open output TRNOUT
                    if PROG-STATUS = 0
                       perform a020-load-diagnostics
                       perform a040-position-history
                       perform until HIST-EOF
                          perform a050-next-hist-record
                       end-perform
                       if WS-NIGHT-OPEN
                          *> detail with no '*SUM' after it - a night
                          *> whose posting was cut short still counts
                          perform a200-close-night
                       end-if
                       perform a300-write-transactions
                       close TRNOUT
                    else
                       display "MAZQ0011E TRNOUT open failed, "
                               "file status " PROG-STATUS
                       move :err99: to WS-FINAL-RC
                    end-if
                    close DIAGIN
                 else
                    display "MAZQ0011E DIAGIN open failed, "
                            "file status " PROG-STATUS
                    move :err99: to WS-FINAL-RC
                 end-if
                 close STATHIST
              else
                 display "MAZQ0011E STATHIST open failed, "
                         "file status " PROG-STATUS
                 move :err99: to WS-FINAL-RC
              end-if
           end-if

           if WS-FINAL-RC = 0 and WS-TXN-COUNT > 0

       a010-parse-parm section.
           *> PARM='NIGHTS=4' raises the consecutive-error bar; the
           *> default is 3 nights. FROM= and TO= take a yyyymmdd
           *> date, anything else ends the step
           move 1 to PARM-PTR
           perform until PARM-PTR > PARM-LENGTH
              move spaces to PARM-TOKEN
                    if PARM-NUM-WORK > 0 and PARM-NUM-WORK < 100
                       move PARM-NUM-WORK to WS-LIM-NIGHTS
                    end-if
                 when 'FROM'
                    perform a012-parm-date
                    move WS-DATE-WORK to WS-FROM-DATE
                 when 'TO'
                    perform a012-parm-date
                    move WS-DATE-WORK to WS-TO-DATE
                 when other
                    continue
              end-evaluate

           continue.

       a012-parm-date section.
           move 0 to WS-DATE-WORK
           if PARM-VALUE(1:8) is numeric and PARM-VALUE(9:1) = space
              move PARM-VALUE(1:8) to WS-DATE-WORK
           end-if
           if WS-DATE-WORK = 0
              or function test-date-yyyymmdd(WS-DATE-WORK) not = 0
              display "MAZQ0004E PARM " PARM-KEY " value "
                      PARM-VALUE " is not a yyyymmdd date"
              move :err99: to WS-FINAL-RC
              move 0 to WS-DATE-WORK
           end-if

           continue.

       a015-set-range section.
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
              display "MAZQ0004E PARM FROM " WS-FROM-DATE
                      " is after TO " WS-TO-DATE
              move :err99: to WS-FINAL-RC
           else
              display "MAZQ0005I error streaks over nights "
                      WS-FROM-DATE " to " WS-TO-DATE
           end-if

           continue.

       a020-load-diagnostics section.
           *> latest message per maze id across the DIAGFILE span -
           *> so the display can say which MAZE000xE has been

           continue.

       a040-position-history section.
           move 'N' to HIST-FILE-STATUS
           move low-values to sth-key
           move WS-FROM-DATE to sth-run-date
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
                    continue
                 when sth-total
                    perform a200-close-night
                 when sth-detail
                    move sth-data to rpt-rec
                    set WS-NIGHT-OPEN to true
                    if rdt-error
                       perform a100-note-error-maze
                    end-if
                 when other
                    continue
              end-evaluate
           end-read

                 *> shortened watch list
                 display "MAZQ0002E error-maze table full, max 1000"
                 move :err99: to WS-FINAL-RC
                 set HIST-EOF to true
              else
                 add 1 to st-count
                 move st-count to WS-ST-HIT
