       replace ==:err-recon-exceptions:== by ==4==
               ==:err99:== by ==99==
               .
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAZEXFER.
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
           SELECT VRFIN   ASSIGN TO VRFIN
                          FILE STATUS IS PROG-STATUS.
           SELECT DIFIN   ASSIGN TO DIFIN
                          FILE STATUS IS PROG-STATUS.
           SELECT CONFIN  ASSIGN TO CONFIN
                          FILE STATUS IS PROG-STATUS.
           SELECT ACKIN   ASSIGN TO ACKIN
                          FILE STATUS IS PROG-STATUS.
           SELECT XFERIN  ASSIGN TO XFERIN
                          FILE STATUS IS PROG-STATUS.
           SELECT XFEROUT ASSIGN TO XFEROUT
                          FILE STATUS IS PROG-STATUS.
           SELECT XFERRPT ASSIGN TO XFERRPT
                          FILE STATUS IS PROG-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *> tonight's move-lists, as the solver wrote them
       FD DIRFILE RECORD CONTAINS 80 CHARACTERS
                  RECORDING MODE IS F.
       01 fd-DIRFILE-REC PIC X(80).

      *> MAZEVRFY's discrepancy report for the same DIRFILE: one
      *> record per route that failed its replay, then '*SUM'
       FD VRFIN RECORD CONTAINS 80 CHARACTERS
                RECORDING MODE IS F.
       01 fd-VRFIN-REC PIC X(80).

      *> MAZEDIFF's compare report for the same DIRFILE: one line
      *> per route, UNCHANGED / CHANGED / NEWLY SOLVED / DROPPED
       FD DIFIN RECORD CONTAINS 132 CHARACTERS
                RECORDING MODE IS F.
       01 fd-DIFIN-REC PIC X(132).

      *> MAZECONF's shared-floor conflict report for the same
      *> DIRFILE: one PAIR line per two mazes whose routes collide
       FD CONFIN RECORD CONTAINS 132 CHARACTERS
                 RECORDING MODE IS F.
       01 fd-CONFIN-REC PIC X(132).

      *> the move-executor's return file: one ACK or NAK per route
      *> group it took off the last feed
       FD ACKIN RECORD CONTAINS 80 CHARACTERS
                RECORDING MODE IS F.
       01 fd-ACKIN-REC PIC X(80).

      *> the previous feed generation - the record of what was
      *> last handed over, reconciled against ACKIN
       FD XFERIN RECORD CONTAINS 80 CHARACTERS
                 RECORDING MODE IS F.
       01 fd-XFERIN-REC PIC X(80).

      *> tonight's feed to the move-executor
       FD XFEROUT RECORD CONTAINS 80 CHARACTERS
                  RECORDING MODE IS F.
       01 fd-XFEROUT-REC PIC X(80).

       FD XFERRPT RECORD CONTAINS 132 CHARACTERS
                  RECORDING MODE IS F.
       01 fd-XFERRPT-REC PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 PROG-STATUS PIC 99 VALUE 0.

      *> same convention as the solver: PROG-STATUS is every file's
      *> FILE STATUS, WS-FINAL-RC is where the job's ending code
      *> lives so a later CLOSE cannot overwrite it
       01 WS-FINAL-RC PIC 99 VALUE 0.

       01 DIR-FILE-STATUS PIC XXX VALUE SPACES.
       88 DIR-EOF VALUE 'EOF'.

       01 VRF-FILE-STATUS PIC XXX VALUE SPACES.
       88 VRF-EOF VALUE 'EOF'.

       01 DIF-FILE-STATUS PIC XXX VALUE SPACES.
       88 DIF-EOF VALUE 'EOF'.

       01 CNF-FILE-STATUS PIC XXX VALUE SPACES.
       88 CNF-EOF VALUE 'EOF'.

       01 ACK-FILE-STATUS PIC XXX VALUE SPACES.
       88 ACK-EOF VALUE 'EOF'.

       01 XIN-FILE-STATUS PIC XXX VALUE SPACES.
       88 XIN-EOF VALUE 'EOF'.

       01 run-stamp.
           05 run-date pic x(08).
           05 run-time pic x(06).
           05 filler pic x(07).

      *> DIRFILE record views, the solver's own layouts: the
      *> '*MAZE' key header, the '*RTE' rank header a MODE=ALT run
      *> writes per alternate, the '*STP' pick-station marks of a
      *> MODE=TOUR route, and the direction records (total step
      *> count + up to 75 of the steps per record)
       01 dir-helper.
           05 dir-rec pic x(80).
           05 dir-hdr redefines dir-rec.
              10 dhd-tag pic x(05).
              88 dir-is-maze value '*MAZE'.
              88 dir-is-rte value '*RTE '.
              88 dir-is-stp value '*STP '.
              10 filler pic x.
              10 dhd-maze-id pic x(08).
              10 filler pic x.
              10 dhd-dept pic x(08).
              10 filler pic x(57).
           05 dir-rte redefines dir-rec.
              10 filler pic x(06).
              10 drt-rank pic 9(02).
              10 filler pic x(72).
           05 dir-steps redefines dir-rec.
              10 dst-len pic x(05).
              10 dst-len-num redefines dst-len pic 9(05).
              10 dst-str pic x(75).

      *> incoming VRFRPT records, MAZEVRFY's layouts
       01 vrf-helper.
           05 vrf-rec pic x(80).
           05 vrf-view redefines vrf-rec.
              10 vrf-maze-id pic x(08).
              10 filler pic x(72).
           05 vrf-sum-view redefines vrf-rec.
              10 vrf-sum-tag pic x(05).
              88 vrf-is-sum value '*SUM '.
              10 filler pic x(75).

      *> incoming DIFRPT lines, MAZEDIFF's dif-line layout; its
      *> closing count line starts 'UNCHANGED '
       01 dif-helper.
           05 dif-rec pic x(132).
           05 dif-view redefines dif-rec.
              10 dif-tag pic x(05).
              10 dif-maze-id pic x(08).
              10 dif-rank-tag pic x(06).
              10 dif-rank pic x(02).
              10 filler pic x.
              10 dif-what pic x(13).
              88 dif-held values 'CHANGED      '
                                 'NEWLY SOLVED '.
              10 filler pic x(97).
           05 dif-sum-view redefines dif-rec.
              10 dif-sum-tag pic x(10).
              88 dif-is-sum value 'UNCHANGED '.
              10 filler pic x(122).

      *> incoming CONFRPT lines, MAZECONF's pair-line layout; its
      *> closing totals line starts 'FLOOR GROUPS ' and a group
      *> count, which no floor group's own heading line carries
       01 cnf-helper.
           05 cnf-rec pic x(132).
           05 cnf-pair-view redefines cnf-rec.
              10 cnf-tag pic x(08).
              88 cnf-is-pair value '   PAIR '.
              10 cnf-id-a pic x(08).
              10 filler pic x.
              10 cnf-id-b pic x(08).
              10 filler pic x(107).
           05 cnf-sum-view redefines cnf-rec.
              10 cnf-sum-tag pic x(13).
              88 cnf-is-sum value 'FLOOR GROUPS '.
              10 cnf-sum-groups pic x(04).
              10 filler pic x(115).

      *> incoming ACKIN records: ACK or NAK, the feed number and
      *> route sequence the executor took the route under, the
      *> maze id, and on a NAK the executor's reason
       01 ack-in.
           05 ai-type pic x(03).
           88 ai-is-ack value 'ACK'.
           88 ai-is-nak value 'NAK'.
           05 filler pic x.
           05 ai-batch pic x(06).
           05 ai-batch-num redefines ai-batch pic 9(06).
           05 filler pic x.
           05 ai-seq pic x(05).
           05 ai-seq-num redefines ai-seq pic 9(05).
           05 filler pic x.
           05 ai-maze-id pic x(08).
           05 filler pic x.
           05 ai-reason pic x(30).
           05 filler pic x(24).

      *> the feed: '*XHD' batch header, then per route a '*XRT'
      *> group header followed by the route's own DIRFILE records
      *> ('*STP' marks and direction records, untouched), then the
      *> '*XTR' trailer with the control totals the executor ties
      *> its load out against
       01 xhd-rec.
           05 xh-tag pic x(05) value '*XHD '.
           05 xh-batch pic 9(06).
           05 filler pic x value space.
           05 xh-date pic x(08).
           05 filler pic x value space.
           05 xh-time pic x(06).
           05 filler pic x value space.
           05 xh-source pic x(08) value 'MAZEXFER'.
           05 filler pic x(44) value spaces.

       01 xrt-rec.
           05 xr-tag pic x(05) value '*XRT '.
           05 xr-seq pic 9(05).
           05 filler pic x value space.
           05 xr-maze-id pic x(08).
           05 filler pic x value space.
           05 xr-rank pic 9(02).
           05 filler pic x value space.
           05 xr-dept pic x(08).
           05 filler pic x value space.
           05 xr-steps pic 9(05).
           05 filler pic x value space.
           05 xr-recs pic 9(03).
           05 filler pic x value space.
      *> N = first time out, R = resent because the last feed that
      *> carried it was never acknowledged; a resend keeps the feed
      *> number and sequence it first went out under
           05 xr-kind pic x(01).
           05 filler pic x value space.
           05 xr-orig-batch pic 9(06).
           05 filler pic x value space.
           05 xr-orig-seq pic 9(05).
           05 filler pic x(24) value spaces.

       01 xtr-rec.
           05 xt-tag pic x(05) value '*XTR '.
           05 xt-batch pic 9(06).
           05 filler pic x value space.
           05 xt-routes pic 9(05).
           05 filler pic x value space.
           05 xt-records pic 9(07).
           05 filler pic x value space.
           05 xt-step-hash pic 9(12).
           05 filler pic x value space.
           05 xt-resent pic 9(05).
           05 filler pic x(36) value spaces.

      *> the previous feed read back through the same layouts
       01 xin-helper.
           05 xin-rec pic x(80).
           05 xin-tag-view redefines xin-rec.
              10 xin-tag pic x(05).
              88 xin-is-hdr value '*XHD '.
              88 xin-is-rte value '*XRT '.
              88 xin-is-trl value '*XTR '.
              10 filler pic x(75).
           05 xin-hdr-view redefines xin-rec.
              10 filler pic x(05).
              10 xin-batch pic 9(06).
              10 filler pic x(69).
           05 xin-rte-view redefines xin-rec.
              10 filler pic x(05).
              10 xin-seq pic 9(05).
              10 filler pic x.
              10 xin-maze-id pic x(08).
              10 filler pic x.
              10 xin-rank pic 9(02).
              10 filler pic x.
              10 xin-dept pic x(08).
              10 filler pic x.
              10 xin-steps pic 9(05).
              10 filler pic x.
              10 xin-recs pic 9(03).
              10 filler pic x.
              10 xin-kind pic x(01).
              10 filler pic x.
              10 xin-orig-batch pic 9(06).
              10 filler pic x.
              10 xin-orig-seq pic 9(05).
              10 filler pic x(24).

      *> mazes MAZEVRFY failed on tonight's DIRFILE: none of their
      *> routes goes out
       01 vf-tab.
           05 vf-count pic 9(4) comp value 0.
           05 vf-id pic x(08) occurs 4000.

      *> mazes MAZEDIFF reported CHANGED or NEWLY SOLVED: held back
      *> for review unless released by PARM RELEASE=
       01 hd-tab.
           05 hd-count pic 9(4) comp value 0.
           05 hd-id pic x(08) occurs 4000.

      *> mazes MAZECONF caught colliding with another maze on a
      *> shared floor: held back unless released by PARM RELEASE=
       01 cf-tab.
           05 cf-count pic 9(4) comp value 0.
           05 cf-id pic x(08) occurs 4000.

       01 rel-tab.
           05 rel-count pic 9(2) comp value 0.
           05 rel-id pic x(08) occurs 50.

      *> the return file, whole: every entry waits to be claimed
      *> by a route of the previous feed
       01 ack-tab.
           05 ak-count pic 9(4) comp value 0.
           05 ak-entry occurs 4000.
              10 ak-type pic x(03).
              10 ak-batch pic 9(06).
              10 ak-seq pic 9(05).
              10 ak-maze-id pic x(08).
              10 ak-reason pic x(30).
              10 ak-state pic x.
              88 ak-unmatched value 'U'.
              88 ak-matched value 'M'.

      *> routes that went out fresh tonight, so a stale resend of
      *> the same maze and rank is not sent alongside its newer
      *> replacement
       01 snt-tab.
           05 sn-count pic 9(4) comp value 0.
           05 sn-entry occurs 4000.
              10 sn-maze-id pic x(08).
              10 sn-rank pic 9(02).

      *> the route group being collected: its id, dept, rank, the
      *> steps promised and seen, and every record it is made of
       01 cur-route.
           05 cr-id pic x(08).
           05 cr-dept pic x(08).
           05 cr-rank pic 9(02) value 0.
           05 cr-len pic 9(8) comp value 0.
           05 cr-got pic 9(8) comp value 0.

       01 grp-buf.
           05 gb-count pic 9(4) comp value 0.
           05 gb-rec pic x(80) occurs 450.

       01 WS-GB-IDX PIC 9(4) COMP.
       01 WS-XIN-RECS PIC 9(4) COMP.
       01 WS-TAB-IDX PIC 9(4) COMP.
       01 WS-TAB-HIT PIC 9(4) COMP.
       01 WS-TAKE-CNT PIC 9(4) COMP.
       01 WS-CNF-ID PIC X(08).

       01 WS-ELIG-STATE PIC X.
       88 WS-ELIG-OK VALUE 'Y'.
       88 WS-ELIG-FAILED VALUE 'F'.
       88 WS-ELIG-HELD VALUE 'H'.
       88 WS-ELIG-CONFLICT VALUE 'C'.

       01 WS-VRF-SUM-STATE PIC X VALUE 'N'.
       88 WS-VRF-SUM-SEEN VALUE 'Y'.
       01 WS-DIF-SUM-STATE PIC X VALUE 'N'.
       88 WS-DIF-SUM-SEEN VALUE 'Y'.
       01 WS-CNF-SUM-STATE PIC X VALUE 'N'.
       88 WS-CNF-SUM-SEEN VALUE 'Y'.
       01 WS-XIN-TRL-STATE PIC X VALUE 'N'.
       88 WS-XIN-TRL-SEEN VALUE 'Y'.
       01 WS-XIN-HDR-STATE PIC X VALUE 'N'.
       88 WS-XIN-HDR-SEEN VALUE 'Y'.

      *> feed numbers and the control totals of tonight's feed
       01 WS-PREV-BATCH PIC 9(06) VALUE 0.
       01 WS-BATCH PIC 9(06) VALUE 0.
       01 WS-SEQ PIC 9(05) VALUE 0.
       01 WS-REC-COUNT PIC 9(07) VALUE 0.
       01 WS-STEP-HASH PIC 9(12) VALUE 0.

       01 WS-SENT-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-RESENT-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-FAILED-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-HELD-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-CONFLICT-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-ACKED-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-NAKED-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-UNACKED-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-STRAY-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-BADACK-COUNT PIC 9(5) COMP VALUE 0.

       01 PARM-WORK.
           05 PARM-PTR        PIC 9(4) COMP.
           05 PARM-TOKEN      PIC X(32).
           05 PARM-KEY        PIC X(16).
           05 PARM-VALUE      PIC X(16).

      *> report lines; XFERRPT is a plain FB 132 print dataset
       01 hdr-line-1.
           05 filler pic x(38) value
              'MAZE ROUTE HANDOFF FEED (MAZEXFER)    '.
           05 filler pic x(94) value spaces.

       01 hdr-line-2.
           05 filler pic x(05) value 'FEED '.
           05 hl-batch pic 9(06).
           05 filler pic x(16) value '  PREVIOUS FEED '.
           05 hl-prev-batch pic 9(06).
           05 filler pic x(06) value '  RUN '.
           05 hl-date pic x(08).
           05 filler pic x value space.
           05 hl-time pic x(06).
           05 filler pic x(78) value spaces.

       01 xfr-line.
           05 xl-what pic x(30).
           05 filler pic x(06) value ' MAZE '.
           05 xl-maze-id pic x(08).
           05 filler pic x(06) value ' RANK '.
           05 xl-rank pic 9(02).
           05 filler pic x(06) value ' FEED '.
           05 xl-batch pic 9(06).
           05 filler pic x(05) value ' SEQ '.
           05 xl-seq pic 9(05).
           05 filler pic x(07) value ' STEPS '.
           05 xl-steps pic 9(05).
           05 filler pic x value space.
           05 xl-note pic x(30).
           05 filler pic x(15) value spaces.

       01 sum-line-1.
           05 filler pic x(12) value 'ROUTES SENT '.
           05 sl-sent pic 9(05).
           05 filler pic x(10) value '  RESENT '.
           05 sl-resent pic 9(05).
           05 filler pic x(26) value
              '  WITHHELD FAILED REPLAY '.
           05 sl-failed pic 9(05).
           05 filler pic x(17) value '  HELD BY DIFF '.
           05 sl-held pic 9(05).
           05 filler pic x(17) value '  FLOOR CONFLICT '.
           05 sl-conflict pic 9(05).
           05 filler pic x(13) value '  STEP HASH '.
           05 sl-hash pic 9(12).

       01 sum-line-2.
           05 filler pic x(13) value 'ACKNOWLEDGED '.
           05 sl-acked pic 9(05).
           05 filler pic x(12) value '  REJECTED '.
           05 sl-naked pic 9(05).
           05 filler pic x(20) value '  NOT ACKNOWLEDGED '.
           05 sl-unacked pic 9(05).
           05 filler pic x(29) value
              '  ACKS FOR ROUTES NEVER SENT '.
           05 sl-stray pic 9(05).
           05 filler pic x(20) value '  UNREADABLE ACKS '.
           05 sl-badack pic 9(05).
           05 filler pic x(13) value spaces.

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
           display "--XFER START-"
           display "-------------"

           move function CURRENT-DATE to run-stamp
           perform a010-parse-parm

           *> the four control inputs are read whole first - none
           *> of them may be missing or cut short, or a route that
           *> should have been stopped could go out
           perform a100-load-verify-report
           if WS-FINAL-RC = 0
              perform a200-load-diff-report
           end-if
           if WS-FINAL-RC = 0
              perform a250-load-conflict-report
           end-if
           if WS-FINAL-RC = 0
              perform a300-load-acks
           end-if

           if WS-FINAL-RC = 0
              open input DIRFILE
              if PROG-STATUS = 0
                 open input XFERIN
                 if PROG-STATUS = 0
                    open output XFEROUT
                    if PROG-STATUS = 0
                       open output XFERRPT
                       if PROG-STATUS = 0
                          perform a400-start-feed
                          if WS-FINAL-RC = 0
                             perform b100-send-fresh-routes
                          end-if
                          if WS-FINAL-RC = 0
                             perform c100-reconcile-previous-feed
                          end-if
                          if WS-FINAL-RC = 0
                             perform c200-report-stray-acks
                             perform d100-write-trailer
                          end-if
                          perform d200-write-summary
                          close XFERRPT
                       else
                          display "MAZX0011E XFERRPT open failed, "
                                  "file status " PROG-STATUS
                          move :err99: to WS-FINAL-RC
                       end-if
                       close XFEROUT
                    else
                       display "MAZX0011E XFEROUT open failed, "
                               "file status " PROG-STATUS
                       move :err99: to WS-FINAL-RC
                    end-if
                    close XFERIN
                 else
                    display "MAZX0011E XFERIN open failed, "
                            "file status " PROG-STATUS
                    move :err99: to WS-FINAL-RC
                 end-if
                 close DIRFILE
              else
                 display "MAZX0011E DIRFILE open failed, "
                         "file status " PROG-STATUS
                 move :err99: to WS-FINAL-RC
              end-if
           end-if

           *> a rejected, unanswered or unexplained acknowledgement
           *> is a conversation with the executor's operators, not
           *> a reason to stop the feed: it goes out, RC 4 flags it
           if WS-FINAL-RC = 0
              and (WS-NAKED-COUNT > 0 or WS-UNACKED-COUNT > 0
                   or WS-STRAY-COUNT > 0 or WS-BADACK-COUNT > 0)
              move :err-recon-exceptions: to WS-FINAL-RC
           end-if

           DISPLAY '#PROGRAM mazexfer ENDS WITH STATUS ' WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE

           display "-----------"
           display "--XFER END-"
           display "-----------"

           goback.

       a010-parse-parm section.
           *> PARM='RELEASE=RECV0001,RELEASE=SHIP0002' lets routes
           *> MAZEDIFF or MAZECONF held back go out once someone has
           *> reviewed them (a floor conflict cleared by a fallback
           *> route or a new start tick); a route that failed its
           *> replay is never released
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
                 when 'RELEASE'
                    if PARM-VALUE = spaces
                       continue
                    else
                       if rel-count >= 50
                          display "MAZX0023W more than 50 RELEASE "
                                  "requests, extras ignored"
                       else
                          add 1 to rel-count
                          move PARM-VALUE(1:8) to rel-id(rel-count)
                       end-if
                    end-if
                 when other
                    continue
              end-evaluate
           end-perform

           continue.

       a100-load-verify-report section.
           *> every maze with a failed replay; the '*SUM' record
           *> proves MAZEVRFY ran to the end of the DIRFILE
           open input VRFIN
           if PROG-STATUS = 0
              INITIALIZE VRF-FILE-STATUS
              perform until VRF-EOF or WS-FINAL-RC > 0
                 read VRFIN into vrf-rec
                  at end set VRF-EOF to true
                  not at end
                    evaluate true
                       when vrf-is-sum
                          set WS-VRF-SUM-SEEN to true
                       when vrf-rec = spaces
                          continue
                       when other
                          perform a110-note-failed-maze
                    end-evaluate
                 end-read
              end-perform
              close VRFIN
              if WS-FINAL-RC = 0 and not WS-VRF-SUM-SEEN
                 display "MAZX0002E VRFIN has no *SUM record - "
                         "DIRFILE not replay-verified"
                 move :err99: to WS-FINAL-RC
              end-if
           else
              display "MAZX0011E VRFIN open failed, "
                      "file status " PROG-STATUS
              move :err99: to WS-FINAL-RC
           end-if

           continue.

       a110-note-failed-maze section.
           move 0 to WS-TAB-HIT
           perform varying WS-TAB-IDX from 1 by 1
                   until WS-TAB-IDX > vf-count
                   or WS-TAB-HIT > 0
              if vf-id(WS-TAB-IDX) = vrf-maze-id
                 move WS-TAB-IDX to WS-TAB-HIT
              end-if
           end-perform
           if WS-TAB-HIT = 0
              if vf-count >= 4000
                 display "MAZX0003E failed-maze table full, max 4000"
                 move :err99: to WS-FINAL-RC
              else
                 add 1 to vf-count
                 move vrf-maze-id to vf-id(vf-count)
              end-if
           end-if

           continue.

       a200-load-diff-report section.
           *> every maze with a CHANGED or NEWLY SOLVED route; the
           *> closing count line proves MAZEDIFF finished
           open input DIFIN
           if PROG-STATUS = 0
              INITIALIZE DIF-FILE-STATUS
              perform until DIF-EOF or WS-FINAL-RC > 0
                 read DIFIN into dif-rec
                  at end set DIF-EOF to true
                  not at end
                    evaluate true
                       when dif-is-sum
                          set WS-DIF-SUM-SEEN to true
                       when dif-tag = 'MAZE '
                            and dif-rank-tag = ' RANK '
                            and dif-held
                          perform a210-note-held-maze
                       when other
                          continue
                    end-evaluate
                 end-read
              end-perform
              close DIFIN
              if WS-FINAL-RC = 0 and not WS-DIF-SUM-SEEN
                 display "MAZX0002E DIFIN has no count line - "
                         "DIRFILE not compared"
                 move :err99: to WS-FINAL-RC
              end-if
           else
              display "MAZX0011E DIFIN open failed, "
                      "file status " PROG-STATUS
              move :err99: to WS-FINAL-RC
           end-if

           continue.

       a210-note-held-maze section.
           *> a reviewed maze named on PARM RELEASE= is let through
           move 0 to WS-TAB-HIT
           perform varying WS-TAB-IDX from 1 by 1
                   until WS-TAB-IDX > rel-count
                   or WS-TAB-HIT > 0
              if rel-id(WS-TAB-IDX) = dif-maze-id
                 move WS-TAB-IDX to WS-TAB-HIT
              end-if
           end-perform
           if WS-TAB-HIT = 0
              perform varying WS-TAB-IDX from 1 by 1
                      until WS-TAB-IDX > hd-count
                      or WS-TAB-HIT > 0
                 if hd-id(WS-TAB-IDX) = dif-maze-id
                    move WS-TAB-IDX to WS-TAB-HIT
                 end-if
              end-perform
              if WS-TAB-HIT = 0
                 if hd-count >= 4000
                    display "MAZX0003E held-maze table full, "
                            "max 4000"
                    move :err99: to WS-FINAL-RC
                 else
                    add 1 to hd-count
                    move dif-maze-id to hd-id(hd-count)
                 end-if
              end-if
           end-if

           continue.

       a250-load-conflict-report section.
           *> both mazes of every colliding pair; the closing totals
           *> line proves MAZECONF checked every floor group - an
           *> abandoned run writes none
           open input CONFIN
           if PROG-STATUS = 0
              INITIALIZE CNF-FILE-STATUS
              perform until CNF-EOF or WS-FINAL-RC > 0
                 read CONFIN into cnf-rec
                  at end set CNF-EOF to true
                  not at end
                    evaluate true
                       when cnf-is-sum and cnf-sum-groups is numeric
                          set WS-CNF-SUM-SEEN to true
                       when cnf-is-pair
                          move cnf-id-a to WS-CNF-ID
                          perform a260-note-conflict-maze
                          if WS-FINAL-RC = 0
                             move cnf-id-b to WS-CNF-ID
                             perform a260-note-conflict-maze
                          end-if
                       when other
                          continue
                    end-evaluate
                 end-read
              end-perform
              close CONFIN
              if WS-FINAL-RC = 0 and not WS-CNF-SUM-SEEN
                 display "MAZX0002E CONFIN has no totals line - "
                         "DIRFILE not conflict-checked"
                 move :err99: to WS-FINAL-RC
              end-if
           else
              display "MAZX0011E CONFIN open failed, "
                      "file status " PROG-STATUS
              move :err99: to WS-FINAL-RC
           end-if

           continue.

       a260-note-conflict-maze section.
           *> a reviewed maze named on PARM RELEASE= is let through
           move 0 to WS-TAB-HIT
           perform varying WS-TAB-IDX from 1 by 1
                   until WS-TAB-IDX > rel-count
                   or WS-TAB-HIT > 0
              if rel-id(WS-TAB-IDX) = WS-CNF-ID
                 move WS-TAB-IDX to WS-TAB-HIT
              end-if
           end-perform
           if WS-TAB-HIT = 0
              perform varying WS-TAB-IDX from 1 by 1
                      until WS-TAB-IDX > cf-count
                      or WS-TAB-HIT > 0
                 if cf-id(WS-TAB-IDX) = WS-CNF-ID
                    move WS-TAB-IDX to WS-TAB-HIT
                 end-if
              end-perform
              if WS-TAB-HIT = 0
                 if cf-count >= 4000
                    display "MAZX0003E conflict-maze table full, "
                            "max 4000"
                    move :err99: to WS-FINAL-RC
                 else
                    add 1 to cf-count
                    move WS-CNF-ID to cf-id(cf-count)
                 end-if
              end-if
           end-if

           continue.

       a300-load-acks section.
           *> the executor's return file, whole. A record that is
           *> neither a readable ACK nor a readable NAK is counted
           *> and named, never guessed at
           open input ACKIN
           if PROG-STATUS = 0
              INITIALIZE ACK-FILE-STATUS
              perform until ACK-EOF or WS-FINAL-RC > 0
                 read ACKIN into ack-in
                  at end set ACK-EOF to true
                  not at end
                    evaluate true
                       when ack-in = spaces
                          continue
                       when (ai-is-ack or ai-is-nak)
                            and ai-batch is numeric
                            and ai-seq is numeric
                          if ak-count >= 4000
                             display "MAZX0003E acknowledgement "
                                     "table full, max 4000"
                             move :err99: to WS-FINAL-RC
                          else
                             add 1 to ak-count
                             move ai-type to ak-type(ak-count)
                             move ai-batch-num to ak-batch(ak-count)
                             move ai-seq-num to ak-seq(ak-count)
                             move ai-maze-id to ak-maze-id(ak-count)
                             move ai-reason to ak-reason(ak-count)
                             set ak-unmatched(ak-count) to true
                          end-if
                       when other
                          add 1 to WS-BADACK-COUNT
                          display "MAZX0004W unreadable ACKIN "
                                  "record: " ack-in(1:40)
                    end-evaluate
                 end-read
              end-perform
              close ACKIN
           else
              display "MAZX0011E ACKIN open failed, "
                      "file status " PROG-STATUS
              move :err99: to WS-FINAL-RC
           end-if

           continue.

       a400-start-feed section.
           *> tonight's feed number follows the previous feed's; an
           *> empty previous generation (the very first run) counts
           *> as feed zero
           INITIALIZE XIN-FILE-STATUS
           read XFERIN into xin-rec
              at end
                 set XIN-EOF to true
                 move 0 to WS-PREV-BATCH
              not at end
                 if xin-is-hdr
                    set WS-XIN-HDR-SEEN to true
                    move xin-batch to WS-PREV-BATCH
                 else
                    display "MAZX0006E XFERIN does not start with "
                            "a *XHD header"
                    move :err99: to WS-FINAL-RC
                 end-if
           end-read

           if WS-PREV-BATCH >= 999999
              move 1 to WS-BATCH
           else
              compute WS-BATCH = WS-PREV-BATCH + 1
           end-if

           move WS-BATCH to xh-batch
           move run-date to xh-date
           move run-time to xh-time
           write fd-XFEROUT-REC from xhd-rec
           add 1 to WS-REC-COUNT

           write fd-XFERRPT-REC from hdr-line-1
           move WS-BATCH to hl-batch
           move WS-PREV-BATCH to hl-prev-batch
           move run-date to hl-date
           move run-time to hl-time
           write fd-XFERRPT-REC from hdr-line-2
           write fd-XFERRPT-REC from WS-BLANK-LINE

           continue.

       b100-send-fresh-routes section.
           *> stream tonight's DIRFILE route by route, the same way
           *> MAZEVRFY and MAZEDIFF walk it; each route is gathered
           *> whole, then sent or withheld
           INITIALIZE DIR-FILE-STATUS
           move spaces to cr-id cr-dept
           move 0 to cr-rank
           move 0 to cr-len
           move 0 to cr-got
           move 0 to gb-count
           perform until DIR-EOF or WS-FINAL-RC > 0
              read DIRFILE into dir-rec
               at end set DIR-EOF to true
               not at end
                 evaluate true
                    when dir-is-maze
                       move dhd-maze-id to cr-id
                       move dhd-dept to cr-dept
                       move 0 to cr-rank
                       move 0 to cr-len
                       move 0 to cr-got
                       move 0 to gb-count
                    when dir-is-rte
                       move drt-rank to cr-rank
                       move 0 to cr-len
                       move 0 to cr-got
                       move 0 to gb-count
                    when dir-is-stp
                       perform b110-buffer-record
                    when dir-rec = spaces
                       continue
                    when other
                       perform b110-buffer-record
                       if cr-got = 0
                          move dst-len-num to cr-len
                       end-if
                       compute WS-TAKE-CNT = cr-len - cr-got
                       if WS-TAKE-CNT > 75
                          move 75 to WS-TAKE-CNT
                       end-if
                       add WS-TAKE-CNT to cr-got
                       if cr-len > 0 and cr-got >= cr-len
                          perform b150-send-or-withhold
                          move 0 to cr-len
                          move 0 to cr-got
                          move 0 to gb-count
                       end-if
                 end-evaluate
              end-read
           end-perform

           continue.

       b110-buffer-record section.
           if gb-count >= 450
              display "MAZX0005E route group buffer full, maze "
                      cr-id
              move :err99: to WS-FINAL-RC
           else
              add 1 to gb-count
              move dir-rec to gb-rec(gb-count)
           end-if

           continue.

       b150-send-or-withhold section.
           perform b160-check-eligible
           move cr-id to xl-maze-id
           move cr-rank to xl-rank
           move cr-len to xl-steps
           move spaces to xl-note
           evaluate true
              when WS-ELIG-FAILED
                 add 1 to WS-FAILED-COUNT
                 move 'WITHHELD - FAILED REPLAY' to xl-what
                 move 0 to xl-batch
                 move 0 to xl-seq
              when WS-ELIG-HELD
                 add 1 to WS-HELD-COUNT
                 move 'WITHHELD - HELD BY MAZEDIFF' to xl-what
                 move 0 to xl-batch
                 move 0 to xl-seq
              when WS-ELIG-CONFLICT
                 add 1 to WS-CONFLICT-COUNT
                 move 'WITHHELD - FLOOR CONFLICT' to xl-what
                 move 0 to xl-batch
                 move 0 to xl-seq
              when other
                 if sn-count >= 4000
                    display "MAZX0003E sent-route table full, "
                            "max 4000"
                    move :err99: to WS-FINAL-RC
                 else
                    add 1 to sn-count
                    move cr-id to sn-maze-id(sn-count)
                    move cr-rank to sn-rank(sn-count)
                    add 1 to WS-SENT-COUNT
                    add 1 to WS-SEQ
                    move 'N' to xr-kind
                    move WS-BATCH to xr-orig-batch
                    move WS-SEQ to xr-orig-seq
                    move cr-dept to xr-dept
                    perform b170-write-group
                    move 'SENT' to xl-what
                    move WS-BATCH to xl-batch
                    move WS-SEQ to xl-seq
                 end-if
           end-evaluate
           write fd-XFERRPT-REC from xfr-line

           continue.

       b160-check-eligible section.
           *> a failed replay stops the maze outright; a MAZEDIFF
           *> hold or a MAZECONF floor conflict stops it until
           *> released. Any one stops every rank of the maze -
           *> alternates go out as a set
           set WS-ELIG-OK to true
           perform varying WS-TAB-IDX from 1 by 1
                   until WS-TAB-IDX > vf-count
                   or not WS-ELIG-OK
              if vf-id(WS-TAB-IDX) = cr-id
                 set WS-ELIG-FAILED to true
              end-if
           end-perform
           perform varying WS-TAB-IDX from 1 by 1
                   until WS-TAB-IDX > hd-count
                   or not WS-ELIG-OK
              if hd-id(WS-TAB-IDX) = cr-id
                 set WS-ELIG-HELD to true
              end-if
           end-perform
           perform varying WS-TAB-IDX from 1 by 1
                   until WS-TAB-IDX > cf-count
                   or not WS-ELIG-OK
              if cf-id(WS-TAB-IDX) = cr-id
                 set WS-ELIG-CONFLICT to true
              end-if
           end-perform

           continue.

       b170-write-group section.
           *> the '*XRT' header, then the buffered route records as
           *> they are; the step count feeds the trailer's hash total
           move WS-SEQ to xr-seq
           move cr-id to xr-maze-id
           move cr-rank to xr-rank
           move cr-len to xr-steps
           move gb-count to xr-recs
           write fd-XFEROUT-REC from xrt-rec
           add 1 to WS-REC-COUNT
           perform varying WS-GB-IDX from 1 by 1
                   until WS-GB-IDX > gb-count
              write fd-XFEROUT-REC from gb-rec(WS-GB-IDX)
              add 1 to WS-REC-COUNT
           end-perform
           add cr-len to WS-STEP-HASH

           continue.

       c100-reconcile-previous-feed section.
           *> every route group of the previous feed is matched to
           *> its acknowledgement by feed number, sequence and maze
           *> id. Acknowledged: done. Rejected: reported, not sent
           *> again. Never answered: reported and sent again
           *> tonight - unless tonight's fresh route for the same
           *> maze and rank replaces it, or tonight's checks stop
           *> the maze
           move 0 to gb-count
           move 0 to cr-len
           perform until XIN-EOF or WS-FINAL-RC > 0
              read XFERIN into xin-rec
               at end set XIN-EOF to true
               not at end
                 evaluate true
                    when xin-is-rte
                       move xin-maze-id to cr-id
                       move xin-dept to cr-dept
                       move xin-rank to cr-rank
                       move xin-steps to cr-len
                       move xin-recs to WS-XIN-RECS
                       move xin-seq to xl-seq
                       move xin-orig-batch to xr-orig-batch
                       move xin-orig-seq to xr-orig-seq
                       move 0 to gb-count
                       if WS-XIN-RECS = 0
                          perform c150-reconcile-one-route
                       end-if
                    when xin-is-trl
                       set WS-XIN-TRL-SEEN to true
                    when xin-is-hdr
                       display "MAZX0006E XFERIN carries a second "
                               "*XHD header"
                       move :err99: to WS-FINAL-RC
                    when other
                       move xin-rec to dir-rec
                       perform b110-buffer-record
                       if gb-count >= WS-XIN-RECS
                          perform c150-reconcile-one-route
                       end-if
                 end-evaluate
              end-read
           end-perform
           if WS-FINAL-RC = 0
              and WS-XIN-HDR-SEEN and not WS-XIN-TRL-SEEN
              display "MAZX0006E XFERIN has no *XTR trailer - "
                      "previous feed incomplete"
              move :err99: to WS-FINAL-RC
           end-if

           continue.

       c150-reconcile-one-route section.
           move 0 to WS-TAB-HIT
           perform varying WS-TAB-IDX from 1 by 1
                   until WS-TAB-IDX > ak-count
                   or WS-TAB-HIT > 0
              if ak-unmatched(WS-TAB-IDX)
                 and ak-batch(WS-TAB-IDX) = WS-PREV-BATCH
                 and ak-seq(WS-TAB-IDX) = xl-seq
                 and ak-maze-id(WS-TAB-IDX) = cr-id
                 move WS-TAB-IDX to WS-TAB-HIT
              end-if
           end-perform

           move cr-id to xl-maze-id
           move cr-rank to xl-rank
           move WS-PREV-BATCH to xl-batch
           move cr-len to xl-steps
           move spaces to xl-note
           if WS-TAB-HIT > 0
              set ak-matched(WS-TAB-HIT) to true
              if ak-type(WS-TAB-HIT) = 'ACK'
                 add 1 to WS-ACKED-COUNT
              else
                 add 1 to WS-NAKED-COUNT
                 move 'REJECTED BY EXECUTOR' to xl-what
                 move ak-reason(WS-TAB-HIT) to xl-note
                 write fd-XFERRPT-REC from xfr-line
                 display "MAZX0007W maze " cr-id " rank " cr-rank
                         " rejected: " ak-reason(WS-TAB-HIT)
              end-if
           else
              add 1 to WS-UNACKED-COUNT
              perform c160-resend-or-drop
           end-if
           move 0 to gb-count

           continue.

       c160-resend-or-drop section.
           move 0 to WS-TAB-HIT
           perform varying WS-TAB-IDX from 1 by 1
                   until WS-TAB-IDX > sn-count
                   or WS-TAB-HIT > 0
              if sn-maze-id(WS-TAB-IDX) = cr-id
                 and sn-rank(WS-TAB-IDX) = cr-rank
                 move WS-TAB-IDX to WS-TAB-HIT
              end-if
           end-perform
           perform b160-check-eligible
           evaluate true
              when WS-TAB-HIT > 0
                 move 'NOT ACKNOWLEDGED - SUPERSEDED' to xl-what
                 move 'tonight''s route sent instead' to xl-note
              when WS-ELIG-FAILED
                 move 'NOT ACKNOWLEDGED - WITHHELD' to xl-what
                 move 'maze failed replay tonight' to xl-note
              when WS-ELIG-HELD
                 move 'NOT ACKNOWLEDGED - WITHHELD' to xl-what
                 move 'maze held by MAZEDIFF tonight' to xl-note
              when WS-ELIG-CONFLICT
                 move 'NOT ACKNOWLEDGED - WITHHELD' to xl-what
                 move 'maze in floor conflict tonight' to xl-note
              when other
                 add 1 to WS-RESENT-COUNT
                 add 1 to WS-SEQ
                 move 'R' to xr-kind
                 move cr-dept to xr-dept
                 perform b170-write-group
                 move 'NOT ACKNOWLEDGED - RESENT' to xl-what
                 move spaces to xl-note
                 string 'resent feed ' WS-BATCH
                        ' seq ' WS-SEQ
                        delimited by size
                        into xl-note
                 end-string
           end-evaluate
           write fd-XFERRPT-REC from xfr-line
           display "MAZX0008W maze " cr-id " rank " cr-rank
                   " feed " WS-PREV-BATCH " seq " xl-seq
                   " never acknowledged"

           continue.

       c200-report-stray-acks section.
           *> whatever the previous feed never claimed answers a
           *> route this side has no record of sending
           perform varying WS-TAB-IDX from 1 by 1
                   until WS-TAB-IDX > ak-count
              if ak-unmatched(WS-TAB-IDX)
                 add 1 to WS-STRAY-COUNT
                 if ak-type(WS-TAB-IDX) = 'ACK'
                    move 'ACK FOR ROUTE NEVER SENT' to xl-what
                 else
                    move 'NAK FOR ROUTE NEVER SENT' to xl-what
                 end-if
                 move ak-maze-id(WS-TAB-IDX) to xl-maze-id
                 move 0 to xl-rank
                 move ak-batch(WS-TAB-IDX) to xl-batch
                 move ak-seq(WS-TAB-IDX) to xl-seq
                 move 0 to xl-steps
                 move ak-reason(WS-TAB-IDX) to xl-note
                 write fd-XFERRPT-REC from xfr-line
                 display "MAZX0009W " ak-type(WS-TAB-IDX)
                         " for maze " ak-maze-id(WS-TAB-IDX)
                         " feed " ak-batch(WS-TAB-IDX)
                         " seq " ak-seq(WS-TAB-IDX)
                         " matches no route sent"
              end-if
           end-perform

           continue.

       d100-write-trailer section.
           add 1 to WS-REC-COUNT
           move WS-BATCH to xt-batch
           move WS-SEQ to xt-routes
           move WS-REC-COUNT to xt-records
           move WS-STEP-HASH to xt-step-hash
           move WS-RESENT-COUNT to xt-resent
           write fd-XFEROUT-REC from xtr-rec

           continue.

       d200-write-summary section.
           move WS-SENT-COUNT to sl-sent
           move WS-RESENT-COUNT to sl-resent
           move WS-FAILED-COUNT to sl-failed
           move WS-HELD-COUNT to sl-held
           move WS-CONFLICT-COUNT to sl-conflict
           move WS-STEP-HASH to sl-hash
           move WS-ACKED-COUNT to sl-acked
           move WS-NAKED-COUNT to sl-naked
           move WS-UNACKED-COUNT to sl-unacked
           move WS-STRAY-COUNT to sl-stray
           move WS-BADACK-COUNT to sl-badack
           write fd-XFERRPT-REC from WS-BLANK-LINE
           write fd-XFERRPT-REC from sum-line-1
           write fd-XFERRPT-REC from sum-line-2
           display "MAZX0001I feed " WS-BATCH
                   " sent " WS-SENT-COUNT
                   " resent " WS-RESENT-COUNT
                   " withheld " WS-FAILED-COUNT "/" WS-HELD-COUNT
                   "/" WS-CONFLICT-COUNT
                   " acked " WS-ACKED-COUNT
                   " rejected " WS-NAKED-COUNT
                   " unacked " WS-UNACKED-COUNT
                   " stray " WS-STRAY-COUNT

           continue.
