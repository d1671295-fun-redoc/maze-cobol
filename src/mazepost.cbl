       replace ==:err-tieout:== by ==2==
               ==:err-posted:== by ==4==
               ==:err99:== by ==99==
               .
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAZEPOST.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370 WITH DEBUGGING MODE.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTIN    ASSIGN TO RPTIN
                           FILE STATUS IS PROG-STATUS.
           SELECT STATHIST ASSIGN TO STATHIST
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS sth-key
                           FILE STATUS IS PROG-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *> one night's RPTFILE generation, as the solver (or the
      *> partition merge) wrote it: detail records, then '*SUM'
       FD RPTIN RECORD CONTAINS 180 CHARACTERS
                RECORDING MODE IS F.
       01 fd-RPTIN-REC PIC X(180).

      *> the statistics history master, keyed run date, record kind,
      *> maze id and an occurrence number (01 unless the same id was
      *> solved twice in one night). Kinds, in key order per date:
      *>   'D' one night's RPTFILE detail record, as written
      *>   'M' month roll-up for one maze        (day 00)
      *>   'P' month roll-up for one department  (day 00)
      *>   'T' the night's '*SUM' record, or on day 00 the month's
      *>       rolled-up night totals
      *> the night's 'T' record is written last, so it is the mark
      *> that the night was posted whole
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
      *
       WORKING-STORAGE SECTION.
       01 PROG-STATUS PIC 99 VALUE 0.

      *> same convention as the solver: PROG-STATUS is every file's
      *> FILE STATUS, WS-FINAL-RC is where the job's ending code
      *> lives so a later CLOSE cannot overwrite it
       01 WS-FINAL-RC PIC 99 VALUE 0.

       01 RPT-FILE-STATUS PIC XXX VALUE SPACES.
       88 RPT-EOF VALUE 'EOF'.

       01 HIST-FILE-STATUS PIC XXX VALUE SPACES.
       88 HIST-EOF VALUE 'EOF'.

       01 WS-ABORT-STATE PIC X VALUE 'N'.
       88 WS-ABORT-RUN VALUE 'Y'.

      *> incoming RPTFILE records, in the solver's own layouts: the
      *> per-maze detail record and the '*SUM' batch summary that
      *> closes the generation
       01 rpt-helper.
           05 rpt-rec pic x(180).
           05 rpt-detail redefines rpt-rec.
              10 rdt-maze-id pic x(08).
              10 filler pic x.
              10 rdt-dept pic x(08).
              10 filler pic x.
              10 filler pic x(36).
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
              10 filler pic x(01).
              10 filler pic x.
              10 rdt-route-cost pic 9(08).
              10 filler pic x(79).
           05 rpt-sum redefines rpt-rec.
              10 rsm-tag pic x(05).
              88 rsm-is-sum value '*SUM '.
              10 filler pic x.
              10 rsm-blocks pic 9(05).
              10 filler pic x.
              10 rsm-written pic 9(05).
              10 filler pic x.
              10 rsm-solved pic 9(05).
              10 filler pic x.
              10 rsm-nosoln pic 9(05).
              10 filler pic x.
              10 rsm-error pic 9(05).
              10 filler pic x.
              10 rsm-rows pic 9(08).
              10 filler pic x.
              10 rsm-expect-blocks pic x(05).
              10 filler pic x.
              10 rsm-expect-rows pic x(08).
              10 filler pic x.
              10 rsm-recon pic x(02).
              10 filler pic x.
              10 rsm-deferred pic 9(05).
              10 filler pic x.
              10 rsm-cached pic 9(05).
              10 filler pic x.
              10 rsm-part-tag pic x(05).
              10 rsm-part-no pic x(02).
              10 filler pic x(49).
              10 rsm-run-date pic 9(08).
              10 filler pic x(41).

      *> the month roll-up records' data area: 'M' and 'P' carry the
      *> same counters, one maze's or one department's runs for the
      *> month; the day-00 'T' carries the month's night totals.
      *> The last-key fields make a roll-up that is cut short safe
      *> to run again: the history is rolled in key order, so a
      *> record whose key is not past the last one added is already
      *> counted
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
              10 hmv-cost-sum pic 9(12).
              10 filler pic x(22).
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
              10 hmt-deferred pic 9(07).
              10 hmt-cached pic 9(07).
              10 filler pic x(98).

       01 run-stamp.
           05 run-stamp-num pic x(16).
           05 run-stamp-rest pic x(5).

      *> the night the RPTFILE belongs to is the date its run
      *> started, as the '*SUM' carries it - a night that runs past
      *> midnight still posts under its own date. PARM
      *> RUNDATE=yyyymmdd overrides it (a generation whose '*SUM'
      *> carries no date; today when neither is there). PARM
      *> RETAIN=n: days of night detail kept as it was posted
      *> (default 400); whole months older than that are rolled up
      *> into month records and their detail dropped
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-STATE PIC X VALUE 'N'.
       88 WS-RUN-DATE-GIVEN VALUE 'Y'.
       01 WS-RETAIN-DAYS PIC 9(5) COMP VALUE 400.
       01 WS-CUT-DATE PIC 9(8).
       01 WS-CUT-DATE-X REDEFINES WS-CUT-DATE.
           05 WS-CUT-MONTH PIC 9(6).
           05 WS-CUT-DAY PIC 9(2).
       01 WS-CUT-INT PIC S9(8) COMP.

       01 PARM-WORK.
           05 PARM-PTR        PIC 9(4) COMP.
           05 PARM-TOKEN      PIC X(32).
           05 PARM-KEY        PIC X(16).
           05 PARM-VALUE      PIC X(16).
           05 PARM-DIGIT-IDX  PIC 9(2) COMP.
           05 PARM-NUM-WORK   PIC 9(8) COMP.
           05 PARM-ONE-CHAR   PIC X.
           05 PARM-ONE-DIGIT REDEFINES PARM-ONE-CHAR PIC 9.

      *> what the first pass found on RPTIN
       01 WS-DTL-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-SUM-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-AFTER-SUM PIC 9(7) COMP VALUE 0.
       01 WS-SUM-IMAGE PIC X(180).
       01 WS-SUM-WRITTEN PIC 9(5).

       01 WS-POSTED-STATE PIC X VALUE 'N'.
       88 WS-ALREADY-POSTED VALUE 'Y'.
       01 WS-TIEOUT-STATE PIC X VALUE 'N'.
       88 WS-TIEOUT-MISMATCH VALUE 'Y'.

       01 WS-HIST-KEY PIC X(19).
       01 WS-ROLL-KEY PIC X(19).
       01 WS-ROLL-MONTH PIC 9(6).
       01 WS-ROLL-DATE PIC 9(8).
       01 WS-ROLL-ID PIC X(08).
       01 WS-DEPT-WORK PIC X(08).
       01 WS-FAIL-FILE PIC X(08).
       01 WS-WRITE-STATE PIC X.
       88 WS-WRITE-DONE VALUE 'Y'.
       01 WS-FOUND-STATE PIC X.
       88 WS-HIST-FOUND VALUE 'Y'.

       01 WS-CLEARED PIC 9(7) COMP VALUE 0.
       01 WS-POSTED PIC 9(7) COMP VALUE 0.
       01 WS-DUP-IDS PIC 9(5) COMP VALUE 0.
       01 WS-ROLL-NIGHTS PIC 9(5) COMP VALUE 0.
       01 WS-ROLL-DETAILS PIC 9(7) COMP VALUE 0.

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
           display "--POST START-"
           display "-------------"

           move function CURRENT-DATE to run-stamp
           move run-stamp-num(1:8) to WS-RUN-DATE
           perform a010-parse-parm

           *> RPTIN is read whole before the history is touched: a
           *> generation without exactly one closing '*SUM' is not a
           *> night, and nothing of it is posted
           if WS-FINAL-RC = 0
              perform a100-check-night
           end-if

           if WS-FINAL-RC = 0
              open i-o STATHIST
              if PROG-STATUS = 0
                 perform a200-check-posted
                 if not WS-ALREADY-POSTED
                    perform a210-check-month-open
                 end-if
                 if not WS-ALREADY-POSTED and not WS-ABORT-RUN
                    perform b100-clear-partial
                    if not WS-ABORT-RUN
                       perform b200-post-night
                    end-if
                 end-if
                 *> the roll-up runs after a refused repost too, so a
                 *> rerun finishes a roll-up that was cut short
                 if not WS-ABORT-RUN
                    perform c100-roll-up-history
                 end-if
                 close STATHIST
              else
                 display "MAZP0011E STATHIST open failed, "
                         "file status " PROG-STATUS
                 move :err99: to WS-FINAL-RC
              end-if
           end-if

           if WS-FINAL-RC = 0
              evaluate true
                 when WS-ALREADY-POSTED
                    move :err-posted: to WS-FINAL-RC
                 when WS-TIEOUT-MISMATCH
                    move :err-tieout: to WS-FINAL-RC
                 when other
                    continue
              end-evaluate
           end-if

           DISPLAY '#PROGRAM mazepost ENDS WITH STATUS ' WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE

           display "-----------"
           display "--POST END-"
           display "-----------"

           goback.

       a010-parse-parm section.
           *> PARM='RUNDATE=20261014,RETAIN=400'; either may be left
           *> off. A run date that is not a real date, or a zero
           *> retention, ends the step before anything is read
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

              move 0 to PARM-NUM-WORK
              perform varying PARM-DIGIT-IDX from 1 by 1
               until PARM-DIGIT-IDX > 8
               or PARM-VALUE(PARM-DIGIT-IDX:1) = space
                 move PARM-VALUE(PARM-DIGIT-IDX:1)
                      to PARM-ONE-CHAR
                 if PARM-ONE-CHAR is not numeric
                    move 0 to PARM-ONE-DIGIT
                 end-if
                 compute PARM-NUM-WORK =
                         PARM-NUM-WORK * 10 + PARM-ONE-DIGIT
              end-perform

              evaluate PARM-KEY
                 when 'RUNDATE'
                    if PARM-VALUE(1:8) is numeric
                       and PARM-VALUE(9:1) = space
                       and function test-date-yyyymmdd(PARM-NUM-WORK)
                           = 0
                       move PARM-NUM-WORK to WS-RUN-DATE
                       set WS-RUN-DATE-GIVEN to true
                    else
                       display "MAZP0008E PARM RUNDATE=" PARM-VALUE
                               " is not a yyyymmdd date"
                       move :err99: to WS-FINAL-RC
                    end-if
                 when 'RETAIN'
                    if PARM-NUM-WORK > 0 and PARM-NUM-WORK < 100000
                       move PARM-NUM-WORK to WS-RETAIN-DAYS
                    else
                       display "MAZP0008E PARM RETAIN=" PARM-VALUE
                               " is not a day count"
                       move :err99: to WS-FINAL-RC
                    end-if
                 when other
                    continue
              end-evaluate
           end-perform

           continue.

       a100-check-night section.
           *> one night is detail records closed by exactly one
           *> '*SUM'. No '*SUM' means the run was cancelled (or is
           *> waiting on a restart); two, or detail after it, means
           *> generations were concatenated; a partition's own '*SUM'
           *> is only a piece of a night - the merged one is posted
           open input RPTIN
           if PROG-STATUS = 0
              INITIALIZE RPT-FILE-STATUS
              perform until RPT-EOF
                 read RPTIN into rpt-rec
                  at end set RPT-EOF to true
                  not at end
                    evaluate true
                       when rsm-is-sum
                          add 1 to WS-SUM-COUNT
                          move rpt-rec to WS-SUM-IMAGE
                          move rsm-written to WS-SUM-WRITTEN
                       when rpt-rec = spaces
                          continue
                       when other
                          if WS-SUM-COUNT > 0
                             add 1 to WS-AFTER-SUM
                          else
                             add 1 to WS-DTL-COUNT
                          end-if
                    end-evaluate
                 end-read
              end-perform
              close RPTIN
           else
              display "MAZP0011E RPTIN open failed, "
                      "file status " PROG-STATUS
              move :err99: to WS-FINAL-RC
           end-if

           if WS-FINAL-RC = 0
              move WS-SUM-IMAGE to rpt-rec
              evaluate true
                 when WS-SUM-COUNT = 0
                    display "MAZP0002E RPTIN has no *SUM record - "
                            "the run did not finish, nothing posted"
                    move :err99: to WS-FINAL-RC
                 when WS-SUM-COUNT > 1 or WS-AFTER-SUM > 0
                    display "MAZP0009E RPTIN holds more than one "
                            "night - " WS-SUM-COUNT " *SUM records, "
                            WS-AFTER-SUM " detail records after the "
                            "first, nothing posted"
                    move :err99: to WS-FINAL-RC
                 when rsm-part-tag = 'PART ' and rsm-part-no not = '00'
                    display "MAZP0003E RPTIN is partition "
                            rsm-part-no " of a partitioned night - "
                            "post the merged RPTFILE, nothing posted"
                    move :err99: to WS-FINAL-RC
                 when other
                    perform a110-take-run-date
                    if WS-DTL-COUNT not = WS-SUM-WRITTEN
                       display "MAZP0005W detail records "
                               WS-DTL-COUNT " do not tie to *SUM "
                               "written " WS-SUM-WRITTEN
                               " - posted as read"
                       set WS-TIEOUT-MISMATCH to true
                    end-if
              end-evaluate
           end-if

           continue.

       a110-take-run-date section.
           *> the '*SUM' says which night this is; a PARM RUNDATE
           *> still wins, and a '*SUM' without a date (written
           *> before it carried one) posts under the PARM or today
           if rsm-run-date is numeric
              and function test-date-yyyymmdd(rsm-run-date) = 0
              if WS-RUN-DATE-GIVEN
                 if rsm-run-date not = WS-RUN-DATE
                    display "MAZP0015I PARM RUNDATE=" WS-RUN-DATE
                            " overrides *SUM run date "
                            rsm-run-date
                 end-if
              else
                 move rsm-run-date to WS-RUN-DATE
              end-if
           else
              display "MAZP0014I RPTIN *SUM carries no run date - "
                      "posted as night " WS-RUN-DATE
           end-if

           continue.

       a200-check-posted section.
           *> the night's 'T' record is the last thing a posting
           *> writes: if it is there, the night is in whole
           move 'N' to WS-POSTED-STATE
           move WS-RUN-DATE to sth-run-date
           move 'T' to sth-kind
           move spaces to sth-maze-id
           move 0 to sth-occur
           read STATHIST
              invalid key
                 continue
              not invalid key
                 set WS-ALREADY-POSTED to true
                 display "MAZP0004W night " WS-RUN-DATE
                         " is already posted - not posted again"
           end-read

           continue.

       a210-check-month-open section.
           *> a month that has been rolled up takes no more nights:
           *> the roll-up only ever adds nights later than the last
           *> one it took, so a late night posted into it would be
           *> dropped unadded by the next roll-up
           move WS-RUN-DATE to sth-run-date
           move 0 to sth-run-day
           move 'T' to sth-kind
           move spaces to sth-maze-id
           move 0 to sth-occur
           read STATHIST
              invalid key
                 continue
              not invalid key
                 display "MAZP0013E month " sth-run-month
                         " of night " WS-RUN-DATE " is already "
                         "rolled up - nothing posted"
                 move :err99: to WS-FINAL-RC
                 set WS-ABORT-RUN to true
           end-read

           continue.

       b100-clear-partial section.
           *> no 'T' record, but detail for the night may be there
           *> from a posting that was cut short: drop it, so the
           *> night goes in once, whole, from this RPTIN
           move 'N' to HIST-FILE-STATUS
           move low-values to sth-key
           move WS-RUN-DATE to sth-run-date
           move 'D' to sth-kind
           start STATHIST key not < sth-key
              invalid key
                 set HIST-EOF to true
           end-start
           perform until HIST-EOF or WS-ABORT-RUN
              read STATHIST next record
                 at end
                    set HIST-EOF to true
                 not at end
                    if sth-run-date not = WS-RUN-DATE
                       or not sth-detail
                       set HIST-EOF to true
                    else
                       move sth-key to WS-HIST-KEY
                       perform b110-delete-current
                       add 1 to WS-CLEARED
                       move WS-HIST-KEY to sth-key
                       start STATHIST key > sth-key
                          invalid key
                             set HIST-EOF to true
                       end-start
                    end-if
              end-read
           end-perform
           if WS-CLEARED > 0
              display "MAZP0006I " WS-CLEARED " detail records of "
                      "an unfinished posting of night " WS-RUN-DATE
                      " cleared"
           end-if

           continue.

       b110-delete-current section.
           move 'STATHIST' to WS-FAIL-FILE
           delete STATHIST record
              invalid key
                 display "MAZP0012E " WS-FAIL-FILE " delete failed, "
                         "file status " PROG-STATUS
                         " key " WS-HIST-KEY
                 move :err99: to WS-FINAL-RC
                 set WS-ABORT-RUN to true
           end-delete

           continue.

       b200-post-night section.
           *> every detail record in RPTIN order, then the '*SUM' as
           *> the night's 'T' record - last, so a posting that dies
           *> part way leaves no mark and the rerun starts clean
           open input RPTIN
           if PROG-STATUS = 0
              INITIALIZE RPT-FILE-STATUS
              perform until RPT-EOF or WS-ABORT-RUN
                 read RPTIN into rpt-rec
                  at end set RPT-EOF to true
                  not at end
                    evaluate true
                       when rsm-is-sum
                          continue
                       when rpt-rec = spaces
                          continue
                       when other
                          perform b210-post-detail
                    end-evaluate
                 end-read
              end-perform
              close RPTIN
           else
              display "MAZP0011E RPTIN open failed, "
                      "file status " PROG-STATUS
              move :err99: to WS-FINAL-RC
              set WS-ABORT-RUN to true
           end-if

           if not WS-ABORT-RUN
              move spaces to fd-STATHIST-REC
              move WS-RUN-DATE to sth-run-date
              move 'T' to sth-kind
              move spaces to sth-maze-id
              move 0 to sth-occur
              move WS-SUM-IMAGE to sth-data
              write fd-STATHIST-REC
                 invalid key
                    perform b900-write-failed
              end-write
           end-if

           if not WS-ABORT-RUN
              display "MAZP0001I night " WS-RUN-DATE " posted, "
                      WS-POSTED " detail records"
              if WS-DUP-IDS > 0
                 display "MAZP0010I " WS-DUP-IDS " maze ids ran "
                         "more than once, posted under occurrence "
                         "02 and up"
              end-if
           end-if

           continue.

       b210-post-detail section.
           *> the same id twice in one night (an INFILE block that
           *> repeats a library id) goes in under the next
           *> occurrence number rather than over the first
           move spaces to fd-STATHIST-REC
           move WS-RUN-DATE to sth-run-date
           move 'D' to sth-kind
           move rdt-maze-id to sth-maze-id
           move 1 to sth-occur
           move rpt-rec to sth-data
           move 'N' to WS-WRITE-STATE
           perform until WS-WRITE-DONE or WS-ABORT-RUN
              write fd-STATHIST-REC
                 invalid key
                    if PROG-STATUS = 22 and sth-occur < 99
                       if sth-occur = 1
                          add 1 to WS-DUP-IDS
                       end-if
                       add 1 to sth-occur
                    else
                       perform b900-write-failed
                    end-if
                 not invalid key
                    set WS-WRITE-DONE to true
                    add 1 to WS-POSTED
              end-write
           end-perform

           continue.

       b900-write-failed section.
           *> a keyed write that fails is a broken or full history
           *> file - hard stop; the night's 'T' record is not
           *> written, so the rerun clears and reposts the night
           display "MAZP0012E " WS-FAIL-FILE " write failed, "
                   "file status " PROG-STATUS
                   " key " sth-key
           move :err99: to WS-FINAL-RC
           set WS-ABORT-RUN to true

           continue.

       c100-roll-up-history section.
           *> the cut-off is the first of the month RETAIN days back:
           *> every night before it is folded into its month's 'M',
           *> 'P' and 'T' records and then dropped, so whole months
           *> roll up together and a report never sees half a month
           *> as detail and half as roll-up
           compute WS-CUT-INT =
                   function integer-of-date(WS-RUN-DATE)
                 - WS-RETAIN-DAYS
           if WS-CUT-INT < 1
              move 1 to WS-CUT-INT
           end-if
           compute WS-CUT-DATE = function date-of-integer(WS-CUT-INT)
           move 1 to WS-CUT-DAY
           move 'STATHIST' to WS-FAIL-FILE

           move 'N' to HIST-FILE-STATUS
           move low-values to sth-key
           start STATHIST key not < sth-key
              invalid key
                 set HIST-EOF to true
           end-start
           perform until HIST-EOF or WS-ABORT-RUN
              read STATHIST next record
                 at end
                    set HIST-EOF to true
                 not at end
                    if sth-run-date not < WS-CUT-DATE
                       set HIST-EOF to true
                    else
                       move sth-key to WS-HIST-KEY
                       if sth-run-day not = 0
                          evaluate true
                             when sth-detail
                                perform c200-roll-detail
                             when sth-total
                                perform c300-roll-night
                             when other
                                continue
                          end-evaluate
                       end-if
                       move WS-HIST-KEY to sth-key
                       start STATHIST key > sth-key
                          invalid key
                             set HIST-EOF to true
                       end-start
                    end-if
              end-read
           end-perform

           if WS-ROLL-NIGHTS > 0 or WS-ROLL-DETAILS > 0
              display "MAZP0007I " WS-ROLL-NIGHTS " nights, "
                      WS-ROLL-DETAILS " detail records before "
                      WS-CUT-DATE " rolled up into month records"
           end-if

           continue.

       c200-roll-detail section.
           *> one night's maze record into its maze's and its
           *> department's month record, then out of the history
           move sth-data to rpt-rec
           move sth-run-month to WS-ROLL-MONTH

           *> an unkeyed legacy maze has no department; it rolls up
           *> under (NODEPT), the same name the chargeback bills it
           *> under
           if rdt-dept = spaces
              move '(NODEPT)' to WS-DEPT-WORK
           else
              move rdt-dept to WS-DEPT-WORK
           end-if

           move 'M' to sth-kind
           move rdt-maze-id to WS-ROLL-ID
           perform c210-roll-one-month-record

           if not WS-ABORT-RUN
              move 'P' to sth-kind
              move WS-DEPT-WORK to WS-ROLL-ID
              perform c210-roll-one-month-record
           end-if

           if not WS-ABORT-RUN
              move WS-HIST-KEY to sth-key
              perform b110-delete-current
              add 1 to WS-ROLL-DETAILS
           end-if

           continue.

       c210-roll-one-month-record section.
           *> sth-kind is set by the caller; the month record is
           *> read (or started at zero), the detail in rpt-rec added
           *> unless an earlier, interrupted roll-up already added it
           move WS-ROLL-MONTH to sth-run-month
           move 0 to sth-run-day
           move WS-ROLL-ID to sth-maze-id
           move 0 to sth-occur
           move sth-key to WS-ROLL-KEY
           perform c400-read-month-record
           if not WS-HIST-FOUND
              move spaces to hist-data
              move WS-DEPT-WORK to hmv-dept
              move low-values to hmv-last-key
              move 0 to hmv-runs
              move 0 to hmv-solved
              move 0 to hmv-nosoln
              move 0 to hmv-error
              move 0 to hmv-nodes-sum
              move 0 to hmv-nodes-max
              move 0 to hmv-elapsed-sum
              move 0 to hmv-elapsed-max
              move 0 to hmv-len-b1
              move 0 to hmv-len-b2
              move 0 to hmv-len-b3
              move 0 to hmv-len-b4
              move 0 to hmv-len-b5
              move 0 to hmv-cost-sum
           end-if

           if WS-HIST-KEY > hmv-last-key
              add 1 to hmv-runs
              evaluate true
                 when rdt-solved
                    add 1 to hmv-solved
                    evaluate true
                       when rdt-path-len <= 10
                          add 1 to hmv-len-b1
                       when rdt-path-len <= 25
                          add 1 to hmv-len-b2
                       when rdt-path-len <= 50
                          add 1 to hmv-len-b3
                       when rdt-path-len <= 99
                          add 1 to hmv-len-b4
                       when other
                          add 1 to hmv-len-b5
                    end-evaluate
                 when rdt-nosoln
                    add 1 to hmv-nosoln
                 when other
                    add 1 to hmv-error
              end-evaluate
              add rdt-nodes to hmv-nodes-sum
              if rdt-nodes > hmv-nodes-max
                 move rdt-nodes to hmv-nodes-max
              end-if
              add rdt-elapsed to hmv-elapsed-sum
              if rdt-elapsed > hmv-elapsed-max
                 move rdt-elapsed to hmv-elapsed-max
              end-if
              if rdt-route-cost is numeric
                 add rdt-route-cost to hmv-cost-sum
              end-if
              move WS-HIST-KEY to hmv-last-key
              perform c410-write-month-record
           end-if

           continue.

       c300-roll-night section.
           *> the night's '*SUM' into the month's night totals, then
           *> out of the history. Its detail went before it - 'D'
           *> sorts ahead of 'T' within a date
           move sth-data to rpt-rec
           move sth-run-date to WS-ROLL-DATE
           move sth-run-month to WS-ROLL-MONTH

           move WS-ROLL-MONTH to sth-run-month
           move 0 to sth-run-day
           move 'T' to sth-kind
           move spaces to sth-maze-id
           move 0 to sth-occur
           move sth-key to WS-ROLL-KEY
           perform c400-read-month-record
           if not WS-HIST-FOUND
              move spaces to hist-data
              move '*MON ' to hmt-tag
              move 0 to hmt-last-date
              move 0 to hmt-nights
              move 0 to hmt-blocks
              move 0 to hmt-written
              move 0 to hmt-solved
              move 0 to hmt-nosoln
              move 0 to hmt-error
              move 0 to hmt-rows
              move 0 to hmt-recon-mm
              move 0 to hmt-deferred
              move 0 to hmt-cached
           end-if

           if WS-ROLL-DATE > hmt-last-date
              add 1 to hmt-nights
              add rsm-blocks to hmt-blocks
              add rsm-written to hmt-written
              add rsm-solved to hmt-solved
              add rsm-nosoln to hmt-nosoln
              add rsm-error to hmt-error
              add rsm-rows to hmt-rows
              if rsm-recon not = 'OK'
                 add 1 to hmt-recon-mm
              end-if
              if rsm-deferred is numeric
                 add rsm-deferred to hmt-deferred
              end-if
              if rsm-cached is numeric
                 add rsm-cached to hmt-cached
              end-if
              move WS-ROLL-DATE to hmt-last-date
              perform c410-write-month-record
           end-if

           if not WS-ABORT-RUN
              move WS-HIST-KEY to sth-key
              perform b110-delete-current
              add 1 to WS-ROLL-NIGHTS
           end-if

           continue.

       c400-read-month-record section.
           move 'N' to WS-FOUND-STATE
           read STATHIST
              invalid key
                 continue
              not invalid key
                 set WS-HIST-FOUND to true
                 move sth-data to hist-data
           end-read

           continue.

       c410-write-month-record section.
           move spaces to fd-STATHIST-REC
           move WS-ROLL-KEY to sth-key
           move hist-data to sth-data
           if WS-HIST-FOUND
              rewrite fd-STATHIST-REC
                 invalid key
                    perform b900-write-failed
              end-rewrite
           else
              write fd-STATHIST-REC
                 invalid key
                    perform b900-write-failed
              end-write
           end-if

           continue.
