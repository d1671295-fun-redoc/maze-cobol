       replace ==:err-recon-mismatch:== by ==2==
               ==:err99:== by ==99==
               .
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAZEMRGE.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370 WITH DEBUGGING MODE.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTIN   ASSIGN TO RPTIN
                          FILE STATUS IS PROG-STATUS.
           SELECT OUTIN   ASSIGN TO OUTIN
                          FILE STATUS IS PROG-STATUS.
           SELECT DIRIN   ASSIGN TO DIRIN
                          FILE STATUS IS PROG-STATUS.
           SELECT DIAGIN  ASSIGN TO DIAGIN
                          FILE STATUS IS PROG-STATUS.
           SELECT CACHIN  ASSIGN TO CACHIN
                          FILE STATUS IS PROG-STATUS.
           SELECT DEFERIN ASSIGN TO DEFERIN
                          FILE STATUS IS PROG-STATUS.
           SELECT outfile ASSIGN TO outfile
                          FILE STATUS IS PROG-STATUS.
           SELECT DIRFILE ASSIGN TO DIRFILE
                          FILE STATUS IS PROG-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
                          FILE STATUS IS PROG-STATUS.
           SELECT DIAGFILE ASSIGN TO DIAGFILE
                          FILE STATUS IS PROG-STATUS.
           SELECT CACHOUT ASSIGN TO CACHOUT
                          FILE STATUS IS PROG-STATUS.
           SELECT DEFERFL ASSIGN TO DEFERFL
                          FILE STATUS IS PROG-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *> every input is the partitions' own files concatenated in
      *> partition order, 1 first. Each PART=n/m copy works one
      *> contiguous slice of the night's priority order, so laid end
      *> to end they are already the night's files in that order -
      *> the merge proves the pieces are all there and clean, drops
      *> the partition bookkeeping and writes the night's one '*SUM'
       FD RPTIN RECORD CONTAINS 180 CHARACTERS
                RECORDING MODE IS F.
       01 fd-RPTIN-REC PIC X(180).

       FD OUTIN RECORD CONTAINS 80 CHARACTERS
                RECORDING MODE IS F.
       01 fd-OUTIN-REC PIC X(80).

       FD DIRIN RECORD CONTAINS 80 CHARACTERS
                RECORDING MODE IS F.
       01 fd-DIRIN-REC PIC X(80).

       FD DIAGIN RECORD CONTAINS 132 CHARACTERS
                 RECORDING MODE IS F.
       01 fd-DIAGIN-REC PIC X(132).

       FD CACHIN RECORD CONTAINS 80 CHARACTERS
                 RECORDING MODE IS F.
       01 fd-CACHIN-REC PIC X(80).

       FD DEFERIN RECORD CONTAINS 80 CHARACTERS
                  RECORDING MODE IS F.
       01 fd-DEFERIN-REC PIC X(80).

      *> the night's generations, the same shapes the solver writes
       FD outfile RECORD CONTAINS 80 CHARACTERS
                  RECORDING MODE IS F.
       01 fd-outfile-REC PIC X(80).

       FD DIRFILE RECORD CONTAINS 80 CHARACTERS
                  RECORDING MODE IS F.
       01 fd-DIRFILE-REC PIC X(80).

       FD RPTFILE RECORD CONTAINS 180 CHARACTERS
                  RECORDING MODE IS F.
       01 fd-RPTFILE-REC PIC X(180).

       FD DIAGFILE RECORD CONTAINS 132 CHARACTERS
                   RECORDING MODE IS F.
       01 fd-DIAGFILE-REC PIC X(132).

       FD CACHOUT RECORD CONTAINS 80 CHARACTERS
                  RECORDING MODE IS F.
       01 fd-CACHOUT-REC PIC X(80).

       FD DEFERFL RECORD CONTAINS 80 CHARACTERS
                  RECORDING MODE IS F.
       01 fd-DEFERFL-REC PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 PROG-STATUS PIC 99 VALUE 0.

      *> same convention as the solver: PROG-STATUS is every file's
      *> FILE STATUS, WS-FINAL-RC is where the job's ending code
      *> lives so a later CLOSE cannot overwrite it
       01 WS-FINAL-RC PIC 99 VALUE 0.

       01 RPI-FILE-STATUS PIC XXX VALUE SPACES.
       88 RPI-EOF VALUE 'EOF'.

       01 CPY-FILE-STATUS PIC XXX VALUE SPACES.
       88 CPY-EOF VALUE 'EOF'.

      *> raised by anything that makes the partitions unfit to
      *> merge - one missing, one ended RC 99, one cut short, or
      *> copies that loaded different batches. Nothing is written
       01 WS-REFUSE-STATE PIC X VALUE 'N'.
       88 WS-REFUSED VALUE 'Y'.

       01 WS-RECON-STATUS PIC X VALUE 'N'.
       88 WS-RECON-MISMATCH VALUE 'Y'.

      *> RPTFILE records as the solver writes them: one detail
      *> record per maze worked (maze id first), the partition's
      *> '*SUM' closing its piece
       01 rpi-helper.
           05 rpi-rec pic x(180).
           05 rpi-sum-view redefines rpi-rec.
              10 ps-tag pic x(05).
              88 rpi-is-sum value '*SUM '.
              10 filler pic x.
              10 ps-blocks-read pic 9(05).
              10 filler pic x.
              10 ps-rpt-written pic 9(05).
              10 filler pic x.
              10 ps-solved pic 9(05).
              10 filler pic x.
              10 ps-nosoln pic 9(05).
              10 filler pic x.
              10 ps-error pic 9(05).
              10 filler pic x.
              10 ps-rows-read pic 9(08).
              10 filler pic x.
              10 ps-expect-blocks pic x(05).
              10 filler pic x.
              10 ps-expect-rows pic x(08).
              10 filler pic x.
              10 ps-recon pic x(02).
              10 filler pic x.
              10 ps-deferred pic 9(05).
              10 filler pic x.
              10 ps-cached pic 9(05).
              10 filler pic x.
              10 ps-part-tag pic x(05).
              88 ps-is-part value 'PART '.
              10 ps-part-no pic 9(02).
              10 filler pic x.
              10 ps-part-of pic 9(02).
              10 filler pic x.
              10 ps-part-blocks pic 9(05).
              10 filler pic x.
              10 ps-part-rc pic 9(02).
              10 filler pic x.
              10 ps-out-recs pic 9(08).
              10 filler pic x.
              10 ps-dir-recs pic 9(08).
              10 filler pic x.
              10 ps-diag-recs pic 9(08).
              10 filler pic x.
              10 ps-cach-recs pic 9(08).
              10 filler pic x.
              10 ps-run-date pic x(08).
              10 filler pic x(41).

      *> the night's '*SUM', the solver's layout: the partitions'
      *> totals added up, the batch figures every partition agreed
      *> on, partition 00 of m to say it is the merged summary
       01 sum-rec.
           05 sum-tag pic x(05) value '*SUM '.
           05 filler pic x value space.
           05 sum-blocks-read pic 9(05).
           05 filler pic x value space.
           05 sum-rpt-written pic 9(05).
           05 filler pic x value space.
           05 sum-solved pic 9(05).
           05 filler pic x value space.
           05 sum-nosoln pic 9(05).
           05 filler pic x value space.
           05 sum-error pic 9(05).
           05 filler pic x value space.
           05 sum-rows-read pic 9(08).
           05 filler pic x value space.
           05 sum-expect-blocks pic x(05).
           05 filler pic x value space.
           05 sum-expect-rows pic x(08).
           05 filler pic x value space.
           05 sum-recon pic x(02).
           05 filler pic x value space.
           05 sum-deferred pic 9(05).
           05 filler pic x value space.
           05 sum-cached pic 9(05).
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
           05 filler pic x value space.
           05 sum-run-date pic x(08).
           05 filler pic x(41) value spaces.

      *> the '*TRL' closing each partition's DEFERFL piece, and the
      *> one fresh trailer the merged DEFERFL gets in their place
       01 dfi-helper.
           05 dfi-rec pic x(80).
           05 dfi-trl-view redefines dfi-rec.
              10 dfi-trl-tag pic x(05).
              88 dfi-is-trailer value '*TRL '.
              10 filler pic x.
              10 dfi-trl-blocks pic 9(05).
              10 filler pic x.
              10 dfi-trl-rows pic 9(08).
              10 filler pic x(60).

       01 defer-trl-rec.
           05 defer-trl-tag pic x(05) value '*TRL '.
           05 filler pic x value space.
           05 defer-trl-blocks pic 9(05).
           05 filler pic x value space.
           05 defer-trl-rows pic 9(08).
           05 filler pic x(60) value spaces.

      *> partitions seen so far and the batch figures the first one
      *> reported - every later partition loaded the same batch or
      *> the slices do not meet end to end
       01 WS-PART-SEEN PIC 9(2) COMP VALUE 0.
       01 WS-PART-OF PIC 9(2) COMP VALUE 0.
       01 WS-PART-ED PIC 9(02).
       01 WS-PART-OF-ED PIC 9(02).
       01 WS-PART-DETAILS PIC 9(5) COMP VALUE 0.
       01 WS-PART-DETAILS-ED PIC 9(05).
       01 WS-SUM-SEEN PIC 9(5) COMP VALUE 0.
       01 WS-SUM-SEEN-ED PIC 9(05).

       01 WS-BATCH-BLOCKS PIC 9(5) COMP VALUE 0.
       01 WS-BATCH-ROWS PIC 9(8) COMP VALUE 0.
       01 WS-BATCH-EXP-BLOCKS PIC X(05) VALUE SPACES.
       01 WS-BATCH-EXP-ROWS PIC X(08) VALUE SPACES.
      *> the night the merged run belongs to: the earliest date a
      *> partition started on, so a copy that began after midnight
      *> does not move the night's posting to the next day
       01 WS-RUN-DATE PIC X(08) VALUE SPACES.

      *> the partitions' figures added up
       01 WS-TOT-SLICE PIC 9(5) COMP VALUE 0.
       01 WS-TOT-RPT PIC 9(5) COMP VALUE 0.
       01 WS-TOT-SOLVED PIC 9(5) COMP VALUE 0.
       01 WS-TOT-NOSOLN PIC 9(5) COMP VALUE 0.
       01 WS-TOT-ERROR PIC 9(5) COMP VALUE 0.
       01 WS-TOT-DEFERRED PIC 9(5) COMP VALUE 0.
       01 WS-TOT-CACHED PIC 9(5) COMP VALUE 0.
       01 WS-TOT-OUT PIC 9(8) COMP VALUE 0.
       01 WS-TOT-DIR PIC 9(8) COMP VALUE 0.
       01 WS-TOT-DIAG PIC 9(8) COMP VALUE 0.
       01 WS-TOT-CACH PIC 9(8) COMP VALUE 0.
      *> the worst routine code any partition ended with (0, 1 or
      *> 2 - a partition that ended 99 stops the merge outright)
       01 WS-PART-RC-MAX PIC 99 VALUE 0.

      *> what the merge itself wrote, tied back to the totals
       01 WS-COPY-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-COPY-EXPECT PIC 9(8) COMP VALUE 0.
       01 WS-COPY-COUNT-ED PIC 9(08).
       01 WS-COPY-EXPECT-ED PIC 9(08).
       01 WS-COPY-NAME PIC X(08).
       01 WS-OUT-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-DIR-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-DIAG-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-CACH-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-RPT-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-DEFER-TRLS PIC 9(2) COMP VALUE 0.
       01 WS-DEFER-BLOCKS PIC 9(5) COMP VALUE 0.
       01 WS-DEFER-ROWS PIC 9(8) COMP VALUE 0.
      *
       LINKAGE SECTION.
       01  PARM-BUFFER.
           05  PARM-LENGTH         PIC S9(4) COMP.
           05  PARM-DATA           PIC X(256).
      *
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
           display "--MRGE START-"
           display "-------------"

           *> the partitions' RPTFILE pieces are read whole first:
           *> every partition must be there, finished and clean of
           *> RC 99 before a single record of the night is written
           perform a100-check-partitions

           if not WS-REFUSED
              perform b100-merge-outfile
              perform b200-merge-dirfile
              perform b300-merge-diagfile
              perform b400-merge-cache
              perform b500-merge-deferrals
              perform b600-merge-report
           end-if

           perform c100-write-summary

           DISPLAY '#PROGRAM mazemrge ENDS WITH STATUS ' WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE

           display "-----------"
           display "--MRGE END-"
           display "-----------"

           goback.

       a100-check-partitions section.
           *> each piece is that partition's detail records closed
           *> by its own '*SUM'; the '*SUM's must run 1, 2, ... m
           *> with nothing after the last
           open input RPTIN
           if PROG-STATUS = 0
              INITIALIZE RPI-FILE-STATUS
              move 0 to WS-PART-DETAILS
              perform until RPI-EOF or WS-REFUSED
                 read RPTIN into rpi-rec
                  at end set RPI-EOF to true
                  not at end
                    if rpi-is-sum
                       perform a110-take-part-summary
                    else
                       add 1 to WS-PART-DETAILS
                    end-if
                 end-read
              end-perform
              close RPTIN
              if not WS-REFUSED
                 perform a120-check-complete
              end-if
           else
              display "MAZM0011E RPTIN open failed, "
                      "file status " PROG-STATUS
              move :err99: to WS-FINAL-RC
              set WS-REFUSED to true
           end-if

           continue.

       a110-take-part-summary section.
           add 1 to WS-SUM-SEEN
           move WS-SUM-SEEN to WS-SUM-SEEN-ED
           compute WS-PART-ED = WS-PART-SEEN + 1
           *> an ordinary run's '*SUM', or a merged one, has no
           *> partition figures: it does not belong in this input
           if not ps-is-part
              or ps-part-no not numeric
              or ps-part-of not numeric
              or ps-part-no = 0
              display "MAZM0004E RPTIN summary " WS-SUM-SEEN-ED
                      " is not a partition summary"
              move :err99: to WS-FINAL-RC
              set WS-REFUSED to true
           else
           if WS-PART-SEEN = 0
              move ps-part-of to WS-PART-OF
              move ps-blocks-read to WS-BATCH-BLOCKS
              move ps-rows-read to WS-BATCH-ROWS
              move ps-expect-blocks to WS-BATCH-EXP-BLOCKS
              move ps-expect-rows to WS-BATCH-EXP-ROWS
           end-if
           evaluate true
              when ps-part-no > WS-PART-SEEN + 1
                 display "MAZM0002E partition " WS-PART-ED
                         " missing from RPTIN - merge refused"
                 move :err99: to WS-FINAL-RC
                 set WS-REFUSED to true
              when ps-part-no < WS-PART-SEEN + 1
                 display "MAZM0004E partition " ps-part-no
                         " appears twice or out of order in RPTIN"
                 move :err99: to WS-FINAL-RC
                 set WS-REFUSED to true
              when ps-part-of not = WS-PART-OF
                 display "MAZM0005E partition " ps-part-no
                         " was run as one of " ps-part-of
                         ", partition 01 as one of " WS-PART-OF
                 move :err99: to WS-FINAL-RC
                 set WS-REFUSED to true
              when ps-part-rc = :err99:
                 display "MAZM0003E partition " ps-part-no
                         " ended RC 99 - merge refused"
                 move :err99: to WS-FINAL-RC
                 set WS-REFUSED to true
              when ps-blocks-read not = WS-BATCH-BLOCKS
                   or ps-rows-read not = WS-BATCH-ROWS
                   or ps-expect-blocks not = WS-BATCH-EXP-BLOCKS
                   or ps-expect-rows not = WS-BATCH-EXP-ROWS
                 *> a copy that loaded a different batch cut its
                 *> slice from a different order - the slices no
                 *> longer meet end to end
                 display "MAZM0005E partition " ps-part-no
                         " loaded " ps-blocks-read " blocks "
                         ps-rows-read " rows, partition 01 loaded "
                         WS-BATCH-BLOCKS " blocks " WS-BATCH-ROWS
                         " rows - library changed between copies"
                 move :err99: to WS-FINAL-RC
                 set WS-REFUSED to true
              when other
                 move ps-part-no to WS-PART-SEEN
                 perform a115-add-partition
           end-evaluate
           end-if

           continue.

       a115-add-partition section.
           *> the piece ties out on its own before its figures count:
           *> one detail record per report record its '*SUM' claims
           if WS-PART-DETAILS not = ps-rpt-written
              move WS-PART-DETAILS to WS-PART-DETAILS-ED
              display "MAZM0007E partition " ps-part-no
                      " RPTIN piece holds " WS-PART-DETAILS-ED
                      " detail records, its *SUM says "
                      ps-rpt-written
              set WS-RECON-MISMATCH to true
           end-if
           if ps-recon not = 'OK'
              display "MAZM0008W partition " ps-part-no
                      " did not reconcile (*SUM " ps-recon ")"
              set WS-RECON-MISMATCH to true
           end-if
           if ps-part-rc > WS-PART-RC-MAX
              move ps-part-rc to WS-PART-RC-MAX
           end-if
           add ps-part-blocks to WS-TOT-SLICE
           add ps-rpt-written to WS-TOT-RPT
           add ps-solved to WS-TOT-SOLVED
           add ps-nosoln to WS-TOT-NOSOLN
           add ps-error to WS-TOT-ERROR
           add ps-deferred to WS-TOT-DEFERRED
           add ps-cached to WS-TOT-CACHED
           add ps-out-recs to WS-TOT-OUT
           add ps-dir-recs to WS-TOT-DIR
           add ps-diag-recs to WS-TOT-DIAG
           add ps-cach-recs to WS-TOT-CACH
           if ps-run-date numeric
              and (WS-RUN-DATE = spaces or ps-run-date < WS-RUN-DATE)
              move ps-run-date to WS-RUN-DATE
           end-if
           move 0 to WS-PART-DETAILS

           continue.

       a120-check-complete section.
           *> detail records after the last '*SUM' are a partition
           *> that never finished; fewer '*SUM's than partitions is
           *> a partition that never ran (or was left out of the
           *> concatenation)
           compute WS-PART-ED = WS-PART-SEEN + 1
           move WS-PART-OF to WS-PART-OF-ED
           evaluate true
              when WS-PART-DETAILS > 0
                 display "MAZM0002E partition " WS-PART-ED
                         " has no *SUM - it did not finish, "
                         "merge refused"
                 move :err99: to WS-FINAL-RC
                 set WS-REFUSED to true
              when WS-PART-SEEN = 0
                 display "MAZM0002E no partition summaries in "
                         "RPTIN - merge refused"
                 move :err99: to WS-FINAL-RC
                 set WS-REFUSED to true
              when WS-PART-SEEN < WS-PART-OF
                 display "MAZM0002E partition " WS-PART-ED
                         " of " WS-PART-OF-ED
                         " missing from RPTIN - merge refused"
                 move :err99: to WS-FINAL-RC
                 set WS-REFUSED to true
              when WS-TOT-SLICE not = WS-BATCH-BLOCKS
                 display "MAZM0006E partition slices cover "
                         WS-TOT-SLICE " blocks, the batch holds "
                         WS-BATCH-BLOCKS " - merge refused"
                 move :err99: to WS-FINAL-RC
                 set WS-REFUSED to true
              when other
                 display "MAZM0009I " WS-PART-OF-ED
                         " partitions present, batch of "
                         WS-BATCH-BLOCKS " blocks"
           end-evaluate

           continue.

       b100-merge-outfile section.
           move 0 to WS-COPY-COUNT
           open input OUTIN
           if PROG-STATUS = 0
              open output outfile
              if PROG-STATUS = 0
                 INITIALIZE CPY-FILE-STATUS
                 perform until CPY-EOF
                    read OUTIN
                     at end set CPY-EOF to true
                     not at end
                       write fd-outfile-REC from fd-OUTIN-REC
                       add 1 to WS-COPY-COUNT
                    end-read
                 end-perform
                 close outfile
              else
                 display "MAZM0011E OUTFILE open failed, "
                         "file status " PROG-STATUS
                 move :err99: to WS-FINAL-RC
              end-if
              close OUTIN
           else
              display "MAZM0011E OUTIN open failed, "
                      "file status " PROG-STATUS
              move :err99: to WS-FINAL-RC
           end-if
           move WS-COPY-COUNT to WS-OUT-COUNT
           move WS-TOT-OUT to WS-COPY-EXPECT
           move 'OUTFILE' to WS-COPY-NAME
           perform b900-tie-copy

           continue.

       b200-merge-dirfile section.
           move 0 to WS-COPY-COUNT
           open input DIRIN
           if PROG-STATUS = 0
              open output DIRFILE
              if PROG-STATUS = 0
                 INITIALIZE CPY-FILE-STATUS
                 perform until CPY-EOF
                    read DIRIN
                     at end set CPY-EOF to true
                     not at end
                       write fd-DIRFILE-REC from fd-DIRIN-REC
                       add 1 to WS-COPY-COUNT
                    end-read
                 end-perform
                 close DIRFILE
              else
                 display "MAZM0011E DIRFILE open failed, "
                         "file status " PROG-STATUS
                 move :err99: to WS-FINAL-RC
              end-if
              close DIRIN
           else
              display "MAZM0011E DIRIN open failed, "
                      "file status " PROG-STATUS
              move :err99: to WS-FINAL-RC
           end-if
           move WS-COPY-COUNT to WS-DIR-COUNT
           move WS-TOT-DIR to WS-COPY-EXPECT
           move 'DIRFILE' to WS-COPY-NAME
           perform b900-tie-copy

           continue.

       b300-merge-diagfile section.
           move 0 to WS-COPY-COUNT
           open input DIAGIN
           if PROG-STATUS = 0
              open output DIAGFILE
              if PROG-STATUS = 0
                 INITIALIZE CPY-FILE-STATUS
                 perform until CPY-EOF
                    read DIAGIN
                     at end set CPY-EOF to true
                     not at end
                       write fd-DIAGFILE-REC from fd-DIAGIN-REC
                       add 1 to WS-COPY-COUNT
                    end-read
                 end-perform
                 close DIAGFILE
              else
                 display "MAZM0011E DIAGFILE open failed, "
                         "file status " PROG-STATUS
                 move :err99: to WS-FINAL-RC
              end-if
              close DIAGIN
           else
              display "MAZM0011E DIAGIN open failed, "
                      "file status " PROG-STATUS
              move :err99: to WS-FINAL-RC
           end-if
           move WS-COPY-COUNT to WS-DIAG-COUNT
           move WS-TOT-DIAG to WS-COPY-EXPECT
           move 'DIAGFILE' to WS-COPY-NAME
           perform b900-tie-copy

           continue.

       b400-merge-cache section.
           *> each copy wrote only the cache entries of its own
           *> slice (partition 1 also the entries of mazes not in
           *> tonight's batch), so the pieces add up to one cache
           *> with every maze in it once
           move 0 to WS-COPY-COUNT
           open input CACHIN
           if PROG-STATUS = 0
              open output CACHOUT
              if PROG-STATUS = 0
                 INITIALIZE CPY-FILE-STATUS
                 perform until CPY-EOF
                    read CACHIN
                     at end set CPY-EOF to true
                     not at end
                       write fd-CACHOUT-REC from fd-CACHIN-REC
                       add 1 to WS-COPY-COUNT
                    end-read
                 end-perform
                 close CACHOUT
              else
                 display "MAZM0011E CACHOUT open failed, "
                         "file status " PROG-STATUS
                 move :err99: to WS-FINAL-RC
              end-if
              close CACHIN
           else
              display "MAZM0011E CACHIN open failed, "
                      "file status " PROG-STATUS
              move :err99: to WS-FINAL-RC
           end-if
           move WS-COPY-COUNT to WS-CACH-COUNT
           move WS-TOT-CACH to WS-COPY-EXPECT
           move 'CACHOUT' to WS-COPY-NAME
           perform b900-tie-copy

           continue.

       b500-merge-deferrals section.
           *> every partition closes its DEFERFL piece with a '*TRL'
           *> for just its own blocks; the night's DEFERFL carries
           *> the blocks and one trailer counting all of them, so it
           *> still concatenates straight onto tomorrow's INFILE
           move 0 to WS-DEFER-TRLS
           move 0 to WS-DEFER-BLOCKS
           move 0 to WS-DEFER-ROWS
           open input DEFERIN
           if PROG-STATUS = 0
              open output DEFERFL
              if PROG-STATUS = 0
                 INITIALIZE CPY-FILE-STATUS
                 perform until CPY-EOF
                    read DEFERIN into dfi-rec
                     at end set CPY-EOF to true
                     not at end
                       if dfi-is-trailer
                          add 1 to WS-DEFER-TRLS
                          add dfi-trl-blocks to WS-DEFER-BLOCKS
                          add dfi-trl-rows to WS-DEFER-ROWS
                       else
                          write fd-DEFERFL-REC from dfi-rec
                       end-if
                    end-read
                 end-perform
                 move WS-DEFER-BLOCKS to defer-trl-blocks
                 move WS-DEFER-ROWS to defer-trl-rows
                 write fd-DEFERFL-REC from defer-trl-rec
                 close DEFERFL
                 if WS-DEFER-TRLS not = WS-PART-OF
                    move WS-DEFER-TRLS to WS-PART-ED
                    display "MAZM0012E DEFERIN holds " WS-PART-ED
                            " trailers for " WS-PART-OF-ED
                            " partitions"
                    set WS-RECON-MISMATCH to true
                 end-if
              else
                 display "MAZM0011E DEFERFL open failed, "
                         "file status " PROG-STATUS
                 move :err99: to WS-FINAL-RC
              end-if
              close DEFERIN
           else
              display "MAZM0011E DEFERIN open failed, "
                      "file status " PROG-STATUS
              move :err99: to WS-FINAL-RC
           end-if

           continue.

       b600-merge-report section.
           *> the detail records go across in partition order, the
           *> partitions' own '*SUM's are dropped and the night's
           *> single '*SUM' closes the generation
           move 0 to WS-RPT-COUNT
           open input RPTIN
           if PROG-STATUS = 0
              open output RPTFILE
              if PROG-STATUS = 0
                 INITIALIZE RPI-FILE-STATUS
                 perform until RPI-EOF
                    read RPTIN into rpi-rec
                     at end set RPI-EOF to true
                     not at end
                       if not rpi-is-sum
                          write fd-RPTFILE-REC from rpi-rec
                          add 1 to WS-RPT-COUNT
                       end-if
                    end-read
                 end-perform
                 move WS-RPT-COUNT to WS-COPY-COUNT
                 move WS-TOT-RPT to WS-COPY-EXPECT
                 move 'RPTFILE' to WS-COPY-NAME
                 perform b900-tie-copy
                 perform b610-write-night-summary
                 close RPTFILE
              else
                 display "MAZM0011E RPTFILE open failed, "
                         "file status " PROG-STATUS
                 move :err99: to WS-FINAL-RC
              end-if
              close RPTIN
           else
              display "MAZM0011E RPTIN open failed, "
                      "file status " PROG-STATUS
              move :err99: to WS-FINAL-RC
           end-if

           continue.

       b610-write-night-summary section.
           *> same reconciliation rule as the solver: a mismatch
           *> outranks a routine no-solution code but never masks a
           *> hard err99
           if WS-FINAL-RC not = :err99:
              if WS-RECON-MISMATCH
                 move :err-recon-mismatch: to WS-FINAL-RC
              else
                 move WS-PART-RC-MAX to WS-FINAL-RC
              end-if
           end-if

           move WS-BATCH-BLOCKS to sum-blocks-read
           move WS-TOT-RPT to sum-rpt-written
           move WS-TOT-SOLVED to sum-solved
           move WS-TOT-NOSOLN to sum-nosoln
           move WS-TOT-ERROR to sum-error
           move WS-BATCH-ROWS to sum-rows-read
           move WS-BATCH-EXP-BLOCKS to sum-expect-blocks
           move WS-BATCH-EXP-ROWS to sum-expect-rows
           if WS-RECON-MISMATCH or WS-FINAL-RC = :err99:
              move 'MM' to sum-recon
           else
              move 'OK' to sum-recon
           end-if
           move WS-TOT-DEFERRED to sum-deferred
           move WS-TOT-CACHED to sum-cached
           move 0 to sum-part-no
           move WS-PART-OF to sum-part-of
           move WS-TOT-SLICE to sum-part-blocks
           move WS-FINAL-RC to sum-part-rc
           move WS-OUT-COUNT to sum-out-recs
           move WS-DIR-COUNT to sum-dir-recs
           move WS-DIAG-COUNT to sum-diag-recs
           move WS-CACH-COUNT to sum-cach-recs
           move WS-RUN-DATE to sum-run-date
           write fd-RPTFILE-REC from sum-rec

           continue.

       b900-tie-copy section.
           *> the concatenation must hold exactly what the
           *> partitions' '*SUM's say they wrote - a piece left out
           *> or given twice shows up here
           if WS-COPY-COUNT not = WS-COPY-EXPECT
              move WS-COPY-COUNT to WS-COPY-COUNT-ED
              move WS-COPY-EXPECT to WS-COPY-EXPECT-ED
              display "MAZM0012E " WS-COPY-NAME " merged "
                      WS-COPY-COUNT-ED " records, partitions wrote "
                      WS-COPY-EXPECT-ED
              set WS-RECON-MISMATCH to true
           end-if

           continue.

       c100-write-summary section.
           if WS-REFUSED
              display "MAZM0010E merge refused, no night files "
                      "written - partitions kept for rerun"
           else
              display "MAZM0001I merged " WS-PART-OF-ED
                      " partitions: blocks " WS-BATCH-BLOCKS
                      " reports " WS-TOT-RPT
                      " solved " WS-TOT-SOLVED
                      " no-solution " WS-TOT-NOSOLN
                      " error " WS-TOT-ERROR
                      " deferred " WS-TOT-DEFERRED
                      " cached " WS-TOT-CACHED
           end-if

           continue.
