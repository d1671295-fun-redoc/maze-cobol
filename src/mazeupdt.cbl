                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS hld-key
                          FILE STATUS IS PROG-STATUS.
           SELECT MAZEHIST ASSIGN TO MAZEHIST
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS hst-key
                          FILE STATUS IS PROG-STATUS.
           SELECT PENDFILE ASSIGN TO PENDFILE
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS pnd-key
                          FILE STATUS IS PROG-STATUS.
           SELECT AUTHFILE ASSIGN TO AUTHFILE
                          FILE STATUS IS PROG-STATUS.
           SELECT AUDFILE ASSIGN TO AUDFILE
                          FILE STATUS IS PROG-STATUS.
      *
              10 hld-row-seq pic 9(05).
           05 hld-data pic x(80).

      *> the version archive: before REPLACE, DELETE or QUARANT
      *> touch a block, the block as it stood is copied here under
      *> the next version number for its maze id - same header and
      *> row images, stamped with when it was superseded and by
      *> which transaction. ROLLBACK puts a version back; MAZEHLST
      *> prints them
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

      *> changes waiting for a second pair of eyes: a DELETE or a
      *> REPLACE that moves a maze to another department is parked
      *> here, '*TRN' image at sequence zero and any body rows after
      *> it, until a different authorized submitter sends a matching
      *> APPROVE on a later run - or it expires
       FD PENDFILE RECORD CONTAINS 109 CHARACTERS.
       01 fd-PENDFILE-REC.
           05 pnd-key.
              10 pnd-maze-id pic x(08).
              10 pnd-row-seq pic 9(05).
           05 pnd-stamp pic x(16).
           05 pnd-data pic x(80).

      *> who may maintain what: one card per submitter id and
      *> department it may change, department '*ALL' for the
      *> library administrators and the quarantine job
       FD AUTHFILE RECORD CONTAINS 80 CHARACTERS
                   RECORDING MODE IS F.
       01 fd-AUTHFILE-REC PIC X(80).

       FD AUDFILE RECORD CONTAINS 80 CHARACTERS
                  RECORDING MODE IS F.
       01 fd-AUDFILE-REC PIC X(80).
              10 trn-dept pic x(08).
              10 filler pic x.
              10 trn-priority pic 9(01).
              10 filler pic x.
              10 trn-version pic x(04).
              10 filler pic x.
              10 trn-submitter pic x(08).
              10 filler pic x.
              10 trn-floor pic x(08).
              10 filler pic x.
              10 trn-start pic x(05).
              10 filler pic x(19).

      *> the one transaction currently being collected and applied
       01 cur-txn.
           88 ct-act-delete value 'DELETE '.
           88 ct-act-quarantine value 'QUARANT'.
           88 ct-act-restore value 'RESTORE'.
           88 ct-act-rollback value 'ROLLBAC'.
           88 ct-act-approve value 'APPROVE'.
           88 ct-act-floor value 'FLOOR  '.
           05 ct-maze-id pic x(08).
           05 ct-dept pic x(08).
           05 ct-priority pic 9(01).
      *> ROLLBACK only: the archived version to put back, zero for
      *> the most recent one
           05 ct-version pic 9(04).
           05 ct-submitter pic x(08).
      *> the shared floor the maze's routes are driven on and the
      *> tick its mover sets off at - blank floor is no group,
      *> blank start is tick zero
           05 ct-floor pic x(08).
           05 ct-start pic x(05).
           05 ct-state pic x value 'N'.
           88 ct-none value 'N'.
           88 ct-open value 'O'.
           88 ct-pending value 'P'.
           88 ct-applied value 'A'.
           88 ct-rejected value 'R'.
           88 ct-held value 'H'.
           88 ct-expired value 'X'.
           05 ct-reason pic x(30).
           05 ct-transfer-state pic x.
           88 ct-transfer value 'Y'.

      *> raw records of the one open transaction: a full-format
      *> body is 250 rows of up to two '*CON ' continuations each,
      *> which library the keyed write that just failed was aimed
      *> at - the back-out REPROs that cluster, so the message and
      *> the audit reason must name the right one
       01 WS-FAIL-FILE PIC X(08).
       88 WS-FAIL-HELD VALUE 'HLDLIB  '.
       88 WS-FAIL-HIST VALUE 'MAZEHIST'.
       88 WS-FAIL-PEND VALUE 'PENDFILE'.

       01 WS-DEL-STATE PIC X VALUE 'N'.
       88 WS-DEL-DONE VALUE 'Y'.
           05 out-hdr-dept pic x(08).
           05 filler pic x value space.
           05 out-hdr-priority pic 9(01).
           05 filler pic x value space.
           05 out-hdr-floor pic x(08).
           05 filler pic x value space.
           05 out-hdr-start pic x(05).
           05 filler pic x(40) value spaces.

      *> version archive work fields: the highest version already
      *> on MAZEHIST for the maze in hand, the one about to be
      *> written, and the one a ROLLBACK is putting back
       01 WS-HSTSCAN-STATE PIC X.
       88 WS-HSTSCAN-EOF VALUE 'Y'.
       01 WS-HST-TOP PIC 9(4) COMP.
       01 WS-HST-NEXT PIC 9(4) COMP.
       01 WS-RBK-VERSION PIC 9(4) COMP.
       01 WS-RBK-VERSION-ED PIC 9(4).
       01 WS-RBK-STATUS PIC X.
       88 WS-RBK-FOUND VALUE 'Y'.
       01 WS-RBK-DEPT PIC X(08).
       01 WS-RBK-PRIORITY PIC 9(01).
       01 WS-RBK-FLOOR PIC X(08).
       01 WS-RBK-START PIC X(05).
       01 WS-HST-HDR PIC X(80).
       01 WS-HST-HDR-R REDEFINES WS-HST-HDR.
           05 filler pic x(15).
           05 hst-hdr-dept pic x(08).
           05 filler pic x.
           05 hst-hdr-priority pic x(01).
           05 filler pic x.
           05 hst-hdr-floor pic x(08).
           05 filler pic x.
           05 hst-hdr-start pic x(05).
           05 filler pic x(40).

      *> one audit record per transaction: when it ran, what it
      *> asked for, what happened and why - the paper trail that
           05 filler pic x value space.
           05 aud-state pic x(08).
           05 filler pic x value space.
           05 aud-reason pic x(28).
           05 filler pic x value space.
           05 aud-submitter pic x(08).

       01 run-stamp.
           05 run-stamp-num pic x(16).

       01 WS-APPLY-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-REJECT-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-HOLD-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-EXPIRE-COUNT PIC 9(4) COMP VALUE 0.

      *> the authorization file, loaded whole at the start of the
      *> run
       01 auth-in.
           05 ai-submitter pic x(08).
           05 filler pic x.
           05 ai-dept pic x(08).
           05 filler pic x(63).

       01 auth-tab.
           05 au-count pic 9(4) comp value 0.
           05 au-entry occurs 500.
              10 au-submitter pic x(08).
              10 au-dept pic x(08).

       01 WS-AU-IDX PIC 9(4) COMP.
       01 AUTH-FILE-STATUS PIC XXX VALUE SPACES.
       88 AUTH-EOF VALUE 'EOF'.

      *> one authority question: may WS-AUTH-USER maintain
      *> WS-AUTH-DEPT's mazes (or, with the dept left blank, is
      *> WS-AUTH-USER on the file at all)
       01 WS-AUTH-USER PIC X(08).
       01 WS-AUTH-DEPT PIC X(08).
       01 WS-AUTH-STATE PIC X.
       88 WS-AUTH-OK VALUE 'Y'.

      *> the department that owns the maze today, off its '*MAZE'
      *> header in the live library, or the held one when it is
      *> quarantined
       01 WS-OWNER-STATE PIC X.
       88 WS-OWNER-FOUND VALUE 'Y'.
       01 WS-OWNER-DEPT PIC X(08).
       01 WS-OWN-HDR PIC X(80).
       01 WS-OWN-HDR-R REDEFINES WS-OWN-HDR.
           05 filler pic x(15).
           05 own-hdr-dept pic x(08).
           05 filler pic x(03).
           05 own-hdr-floor pic x(08).
           05 filler pic x.
           05 own-hdr-start pic x(05).
           05 filler pic x(40).

      *> the '*TRN' image a parked change is kept under, and read
      *> back from when its APPROVE arrives
       01 pend-ctl.
           05 pc-tag pic x(04) value '*TRN'.
           05 filler pic x value space.
           05 pc-action pic x(07).
           05 filler pic x value space.
           05 pc-maze-id pic x(08).
           05 filler pic x value space.
           05 pc-dept pic x(08).
           05 filler pic x value space.
           05 pc-priority pic 9(01).
           05 filler pic x(06) value spaces.
           05 pc-submitter pic x(08).
           05 filler pic x value space.
           05 pc-floor pic x(08).
           05 filler pic x value space.
           05 pc-start pic x(05).
           05 filler pic x(19) value spaces.

       01 WS-PND-STAMP PIC X(16).
       01 WS-APPROVER PIC X(08).
       01 WS-APPROVE-STATE PIC X VALUE 'N'.
       88 WS-APPROVING VALUE 'Y'.

      *> PARM PENDDAYS=n: a parked change not approved within n
      *> days of being submitted is dropped and reported
       01 WS-PEND-DAYS PIC 9(4) COMP VALUE 7.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-PND-DATE PIC 9(8).
       01 WS-AGE-DAYS PIC S9(8) COMP.
       01 WS-PNDSCAN-STATE PIC X.
       88 WS-PNDSCAN-EOF VALUE 'Y'.

       01 PARM-WORK.
           05 PARM-PTR        PIC 9(4) COMP.
           05 PARM-TOKEN      PIC X(32).
           05 PARM-KEY        PIC X(16).
           05 PARM-VALUE      PIC X(16).
           05 PARM-DIGIT-IDX  PIC 9(2) COMP.
           05 PARM-NUM-WORK   PIC 9(16) COMP.
           05 PARM-ONE-CHAR   PIC X.
           05 PARM-ONE-DIGIT REDEFINES PARM-ONE-CHAR PIC 9.

      *> body validation work fields - the same rules the solver's
      *> A150 enforces, applied before a transaction may touch the
      *> columns counting its '*CON ' continuations
       01 WS-A-COUNT PIC 9(4) COMP.
       01 WS-B-COUNT PIC 9(4) COMP.
      *> 'P' pick stations a MODE=TOUR route has to pass: the solver
      *> orders at most 8 of them, so a floor with more could never
      *> be toured and is kept out of the library
       01 WS-P-COUNT PIC 9(4) COMP.
       01 WS-CHAR-IDX PIC 9(4) COMP.
       01 WS-ONE-CHAR PIC X.
       01 WS-LOGROWS PIC 9(4) COMP.
       01 WS-DOOR-CHAR PIC X.
       01 WS-DOOR-NUM REDEFINES WS-DOOR-CHAR PIC 9.

       LINKAGE SECTION.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
          05  PARM-DATA           pic X(256).
       PROCEDURE DIVISION using PARM-BUFFER.
      *----------------------------------------------------------------
       DECLARATIVES.
       DEBUG SECTION.
           display "-------------"

           move function CURRENT-DATE to run-stamp
           move run-stamp-num(1:8) to WS-RUN-DATE
           perform a010-parse-parm

           open input TRNFILE
           if PROG-STATUS = 0
              open input AUTHFILE
              if PROG-STATUS = 0
                 perform a020-load-authority
                 close AUTHFILE
                 open i-o MAZELIB
                 if PROG-STATUS = 0
                    open i-o HLDLIB
                    if PROG-STATUS = 0
                       open i-o MAZEHIST
                       if PROG-STATUS = 0
                          open i-o PENDFILE
                          if PROG-STATUS = 0
                             open output AUDFILE
                             if PROG-STATUS = 0
                                if not WS-ABORT-RUN
                                   perform a050-expire-pending
                                end-if
                                perform a100-process-transactions
                                close AUDFILE
                             else
                                display "MAZU0011E AUDFILE open "
                                        "failed, file status "
                                        PROG-STATUS
                                move :err99: to WS-FINAL-RC
                             end-if
                             close PENDFILE
                          else
                             display "MAZU0011E PENDFILE open "
                                     "failed, file status "
                                     PROG-STATUS
                             move :err99: to WS-FINAL-RC
                          end-if
                          close MAZEHIST
                       else
                          display "MAZU0011E MAZEHIST open failed, "
                                  "file status " PROG-STATUS
                          move :err99: to WS-FINAL-RC
                       end-if
                       close HLDLIB
                    else
                       display "MAZU0011E HLDLIB open failed, "
                               "file status " PROG-STATUS
                       move :err99: to WS-FINAL-RC
                    end-if
                    close MAZELIB
                 else
                    display "MAZU0011E MAZELIB open failed, "
                            "file status " PROG-STATUS
                    move :err99: to WS-FINAL-RC
                 end-if
              else
                 display "MAZU0011E AUTHFILE open failed, "
                         "file status " PROG-STATUS
                 move :err99: to WS-FINAL-RC
              end-if
              move :err99: to WS-FINAL-RC
           end-if

           if WS-FINAL-RC = 0
              and (WS-REJECT-COUNT > 0 or WS-EXPIRE-COUNT > 0)
              move :err-some-rejected: to WS-FINAL-RC
           end-if


           goback.

       a010-parse-parm section.
           *> PARM='PENDDAYS=7' sets how many days a DELETE or a
           *> department move may wait for its APPROVE before it is
           *> dropped; left off (or 0) it stays at seven
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
               until PARM-DIGIT-IDX > 16
               or PARM-VALUE(PARM-DIGIT-IDX:1) = space
                 move PARM-VALUE(PARM-DIGIT-IDX:1)
                      to PARM-ONE-CHAR
                 compute PARM-NUM-WORK =
                         PARM-NUM-WORK * 10 + PARM-ONE-DIGIT
              end-perform

              evaluate PARM-KEY
                 when 'PENDDAYS'
                    if PARM-NUM-WORK > 0 and PARM-NUM-WORK < 10000
                       move PARM-NUM-WORK to WS-PEND-DAYS
                    end-if
                 when other
                    continue
              end-evaluate
           end-perform

           continue.

       a020-load-authority section.
           *> the whole authorization file into auth-tab; blank
           *> cards and '*' comment cards are skipped. A file too
           *> big for the table stops the run - a truncated list
           *> would silently refuse, or worse decide, the wrong
           *> submitters
           move 0 to au-count
           INITIALIZE AUTH-FILE-STATUS
           perform until AUTH-EOF or WS-ABORT-RUN
              read AUTHFILE into auth-in
               at end set AUTH-EOF to true
               not at end
                 evaluate true
                    when ai-submitter = spaces
                    when ai-submitter(1:1) = '*'
                       continue
                    when au-count >= 500
                       display "MAZU0013E authorization table full"
                       move :err99: to WS-FINAL-RC
                       set WS-ABORT-RUN to true
                    when other
                       add 1 to au-count
                       move ai-submitter to au-submitter(au-count)
                       move ai-dept to au-dept(au-count)
                 end-evaluate
              end-read
           end-perform
           display "MAZU0005I " au-count " authorization entries"

           continue.

       a050-expire-pending section.
           *> before any transaction is read, drop every parked
           *> change older than PENDDAYS days: it is reported with
           *> state EXPIRED and has to be submitted again. Each
           *> pending maze is looked at through its sequence zero
           *> record, then the scan hops to the next maze id
           move 'N' to WS-PNDSCAN-STATE
           move low-values to pnd-key
           start PENDFILE key not < pnd-key
              invalid key
                 set WS-PNDSCAN-EOF to true
           end-start
           perform until WS-PNDSCAN-EOF or WS-ABORT-RUN
              read PENDFILE next record
                 at end
                    set WS-PNDSCAN-EOF to true
                 not at end
                    perform a055-check-one-pending
                    move ct-maze-id to pnd-maze-id
                    move 99999 to pnd-row-seq
                    start PENDFILE key > pnd-key
                       invalid key
                          set WS-PNDSCAN-EOF to true
                    end-start
              end-read
           end-perform
           set ct-none to true

           continue.

       a055-check-one-pending section.
           move pnd-data to pend-ctl
           move pnd-maze-id to ct-maze-id
           move pc-action to ct-action
           move pc-dept to ct-dept
           move pc-submitter to ct-submitter
           move pnd-stamp(1:8) to WS-PND-DATE
           if WS-PND-DATE is numeric
              compute WS-AGE-DAYS =
                      function integer-of-date(WS-RUN-DATE)
                    - function integer-of-date(WS-PND-DATE)
           else
              *> an unreadable stamp cannot be aged - treat it as
              *> long gone
              move 99999 to WS-AGE-DAYS
           end-if
           if WS-AGE-DAYS > WS-PEND-DAYS
              perform a530-drop-pending
              set ct-expired to true
              move 'approval expired' to ct-reason
              display "MAZU0002W pending " ct-action " for maze "
                      ct-maze-id " by " ct-submitter
                      " expired unapproved"
              perform a300-audit-one
           end-if

           continue.

       a100-process-transactions section.
           *> stream TRNFILE: each '*TRN' closes out (validates and
           *> applies) the transaction before it, so the run handles
           move trn-maze-id to ct-maze-id
           move trn-dept to ct-dept
           move trn-priority to ct-priority
           move trn-submitter to ct-submitter
           move trn-floor to ct-floor
           move trn-start to ct-start
           move spaces to ct-reason
           move 0 to row-count
           move 0 to ct-version
           move 'N' to ct-transfer-state
           move 'N' to WS-APPROVE-STATE
           if not ct-act-add
              and not ct-act-replace
              and not ct-act-delete
              and not ct-act-quarantine
              and not ct-act-restore
              and not ct-act-rollback
              and not ct-act-approve
              and not ct-act-floor
              set ct-rejected to true
              move 'unknown action' to ct-reason
           end-if
           if ct-start not = spaces
              and ct-start is not numeric
              set ct-rejected to true
              move 'invalid start tick' to ct-reason
           end-if
           if ct-act-rollback
              evaluate true
                 when trn-version = spaces
                    continue
                 when trn-version is numeric
                    move trn-version to ct-version
                 when other
                    set ct-rejected to true
                    move 'invalid rollback version' to ct-reason
              end-evaluate
           end-if
           if ct-maze-id = spaces
              set ct-rejected to true
              move 'maze id missing' to ct-reason
           if ct-act-delete
              or ct-act-quarantine
              or ct-act-restore
              or ct-act-rollback
              or ct-act-approve
              or ct-act-floor
              *> these move or drop a block that is already in a
              *> library, or only restamp its header - they carry
              *> no body of their own. The
              *> block a ROLLBACK puts back is checked by A131 once
              *> it has been read off the archive
              continue
           else
              perform a131-validate-rows
           end-if

           continue.

       a131-validate-rows section.
           *> the body rows in txn-row, whether they came with the
           *> transaction or off the version archive
           if row-count = 0
              set ct-rejected to true
              move 'maze body has no rows' to ct-reason
           else
              move 0 to WS-A-COUNT
              move 0 to WS-B-COUNT
              move 0 to WS-P-COUNT
              move 0 to WS-LOGROWS
              move 0 to WS-FILLED
              perform varying WS-PAIR-IDX from 1 by 1
                    move 'no destination marker B' to ct-reason
                 end-if
              end-if
              if ct-pending
                 if WS-P-COUNT > 8
                    set ct-rejected to true
                    move 'more than 8 pick stations P' to ct-reason
                 end-if
              end-if
              perform varying WS-PAIR-IDX from 1 by 1
                      until WS-PAIR-IDX > 4
                      or ct-rejected
                 end-if
              end-perform
           end-if

           continue.

                 add 1 to WS-A-COUNT
              when 'B'
                 add 1 to WS-B-COUNT
              when 'P'
                 add 1 to WS-P-COUNT
              when '1'
              when '2'
              when '3'
           if ct-none
              continue
           else
              if ct-pending and not ct-act-approve
                 perform a160-check-authority
              end-if
              if ct-pending
                 perform a130-validate-body
              end-if
              if ct-pending
                 evaluate true
                    when ct-act-approve
                       perform a500-apply-approval
                    when ct-act-delete
                    when ct-transfer
                       perform a520-hold-for-approval
                    when ct-act-add
                       perform a200-apply-add
                    when ct-act-replace
                       perform a270-apply-quarantine
                    when ct-act-restore
                       perform a280-apply-restore
                    when ct-act-rollback
                       perform a400-apply-rollback
                    when ct-act-floor
                       perform a600-apply-floor
                    when other
                       perform a220-apply-delete
                 end-evaluate

           continue.

       a150-find-owner section.
           *> the owning department is whatever the maze's own
           *> '*MAZE' header says - live library first, held library
           *> when the maze is quarantined
           move 'N' to WS-OWNER-STATE
           move spaces to WS-OWNER-DEPT
           move ct-maze-id to lib-maze-id
           move 0 to lib-row-seq
           read MAZELIB
              invalid key
                 continue
              not invalid key
                 set WS-OWNER-FOUND to true
                 move lib-data to WS-OWN-HDR
           end-read
           if not WS-OWNER-FOUND
              move ct-maze-id to hld-maze-id
              move 0 to hld-row-seq
              read HLDLIB
                 invalid key
                    continue
                 not invalid key
                    set WS-OWNER-FOUND to true
                    move hld-data to WS-OWN-HDR
              end-read
           end-if
           if WS-OWNER-FOUND
              move own-hdr-dept to WS-OWNER-DEPT
           end-if

           continue.

       a160-check-authority section.
           *> every transaction names its submitter, and the
           *> submitter must be on the authorization file for the
           *> department that owns the maze. Only a REPLACE can move
           *> a maze to another department, and only when the
           *> submitter answers for both - the move then waits for
           *> an APPROVE. For everything else the '*TRN' department
           *> is taken to be the owner's
           if ct-submitter = spaces
              set ct-rejected to true
              move 'submitter id missing' to ct-reason
           else
              move ct-submitter to WS-AUTH-USER
              move spaces to WS-AUTH-DEPT
              perform a170-check-auth
              if not WS-AUTH-OK
                 set ct-rejected to true
                 move 'submitter not authorized' to ct-reason
              end-if
           end-if
           if ct-pending
              perform a150-find-owner
              evaluate true
                 when WS-OWNER-FOUND and WS-OWNER-DEPT not = spaces
                    move WS-OWNER-DEPT to WS-AUTH-DEPT
                    perform a170-check-auth
                    evaluate true
                       when not WS-AUTH-OK
                          set ct-rejected to true
                          move 'maze owned by another dept'
                               to ct-reason
                       when ct-act-replace
                            and ct-dept not = spaces
                            and ct-dept not = WS-OWNER-DEPT
                          move ct-dept to WS-AUTH-DEPT
                          perform a170-check-auth
                          if WS-AUTH-OK
                             set ct-transfer to true
                          else
                             set ct-rejected to true
                             move 'move to another dept refused'
                                  to ct-reason
                          end-if
                       when other
                          move WS-OWNER-DEPT to ct-dept
                    end-evaluate
                 when WS-OWNER-FOUND
                    *> a maze loaded before departments were kept
                    *> belongs to nobody yet: whoever gives it one
                    *> must answer for that department
                    if ct-dept not = spaces
                       move ct-dept to WS-AUTH-DEPT
                       perform a170-check-auth
                       if not WS-AUTH-OK
                          set ct-rejected to true
                          move 'not authorized for dept'
                               to ct-reason
                       end-if
                    end-if
                 when ct-act-add
                    *> a new maze must be given an owner: a blank
                    *> department would pass any submitter on file
                    *> and leave the maze for anyone to claim
                    if ct-dept = spaces
                       set ct-rejected to true
                       move 'department missing' to ct-reason
                    else
                       move ct-dept to WS-AUTH-DEPT
                       perform a170-check-auth
                       if not WS-AUTH-OK
                          set ct-rejected to true
                          move 'not authorized for dept'
                               to ct-reason
                       end-if
                    end-if
                 when other
                    *> nothing in either library: the apply reports
                    *> the maze missing, and a ROLLBACK of a deleted
                    *> maze is checked against the department of
                    *> the version it puts back
                    continue
              end-evaluate
           end-if

           continue.

       a170-check-auth section.
           *> is WS-AUTH-USER on file for WS-AUTH-DEPT - any entry
           *> at all when WS-AUTH-DEPT is blank, '*ALL' answering
           *> for every department
           move 'N' to WS-AUTH-STATE
           perform varying WS-AU-IDX from 1 by 1
                   until WS-AU-IDX > au-count
                   or WS-AUTH-OK
              if au-submitter(WS-AU-IDX) = WS-AUTH-USER
                 if WS-AUTH-DEPT = spaces
                    or au-dept(WS-AU-IDX) = WS-AUTH-DEPT
                    or au-dept(WS-AU-IDX) = '*ALL'
                    set WS-AUTH-OK to true
                 end-if
              end-if
           end-perform

           continue.

       a200-apply-add section.
           perform a230-check-exists
           if WS-LIB-EXISTS
              set ct-rejected to true
              move 'maze id not in library' to ct-reason
           else
              *> a new body leaves the maze on its floor unless the
              *> '*TRN' names a floor or start of its own; only a
              *> FLOOR transaction takes it off again
              if ct-floor = spaces and ct-start = spaces
                 move lib-data to WS-OWN-HDR
                 move own-hdr-floor to ct-floor
                 move own-hdr-start to ct-start
              end-if
              perform a290-archive-live-block
              if ct-pending
                 perform a250-delete-block
                 perform a240-write-block
              end-if
              if ct-pending
                 set ct-applied to true
                 move 'maze body replaced' to ct-reason
              set ct-rejected to true
              move 'maze id not in library' to ct-reason
           else
              perform a290-archive-live-block
              if ct-pending
                 perform a250-delete-block
                 set ct-applied to true
                 move 'maze removed' to ct-reason
              end-if
           end-if

           continue.
           move ct-maze-id to out-hdr-maze-id
           move ct-dept to out-hdr-dept
           move ct-priority to out-hdr-priority
           move ct-floor to out-hdr-floor
           move ct-start to out-hdr-start
           move ct-maze-id to lib-maze-id
           move 0 to lib-row-seq
           move out-hdr-rec to lib-data
           move :err99: to WS-FINAL-RC
           set WS-ABORT-RUN to true
           set ct-rejected to true
           evaluate true
              when WS-FAIL-HELD
                 move 'held library write failed' to ct-reason
              when WS-FAIL-HIST
                 move 'history write failed' to ct-reason
              when WS-FAIL-PEND
                 move 'pending file write failed' to ct-reason
              when other
                 move 'library write failed' to ct-reason
           end-evaluate

           continue.

                 set ct-rejected to true
                 move 'maze already in held library' to ct-reason
              else
                 perform a290-archive-live-block
                 if ct-pending
                    perform a272-copy-live-to-held
                 end-if
                 if ct-pending
                    perform a250-delete-block
                    set ct-applied to true
           continue.

       a272-copy-live-to-held section.
           move 'HLDLIB  ' to WS-FAIL-FILE
           move 'N' to WS-CPY-STATE
           move 0 to WS-CPY-SEQ
           perform until WS-CPY-DONE or WS-ABORT-RUN

           continue.

       a290-archive-live-block section.
           *> the live block is about to be replaced, dropped or
           *> moved to the held library: copy it, header and every
           *> row, to MAZEHIST under the next version number first,
           *> stamped with this run and this transaction. Nothing
           *> is touched unless the copy went through
           perform a292-find-top-version
           if WS-HST-TOP >= 9999
              set ct-rejected to true
              move 'version limit reached' to ct-reason
           else
              compute WS-HST-NEXT = WS-HST-TOP + 1
              move 'MAZEHIST' to WS-FAIL-FILE
              move 'N' to WS-CPY-STATE
              move 0 to WS-CPY-SEQ
              perform until WS-CPY-DONE or WS-ABORT-RUN
                 move ct-maze-id to lib-maze-id
                 move WS-CPY-SEQ to lib-row-seq
                 read MAZELIB
                    invalid key
                       set WS-CPY-DONE to true
                    not invalid key
                       move spaces to fd-MAZEHIST-REC
                       move lib-maze-id to hst-maze-id
                       move WS-HST-NEXT to hst-version
                       move lib-row-seq to hst-row-seq
                       move run-stamp-num to hst-stamp
                       move ct-action to hst-action
                       move ct-dept to hst-dept
                       move ct-submitter to hst-submitter
                       move lib-data to hst-data
                       write fd-MAZEHIST-REC
                          invalid key
                             perform a260-write-failed
                       end-write
                       add 1 to WS-CPY-SEQ
                 end-read
              end-perform
           end-if

           continue.

       a292-find-top-version section.
           *> versions of one maze sit together in key order; hop
           *> from each version's header straight past its rows to
           *> the next version, so finding the newest costs one
           *> read per version rather than one per archived row
           move 0 to WS-HST-TOP
           move 'N' to WS-HSTSCAN-STATE
           move ct-maze-id to hst-maze-id
           move 0 to hst-version
           move 0 to hst-row-seq
           start MAZEHIST key not < hst-key
              invalid key
                 set WS-HSTSCAN-EOF to true
           end-start
           perform until WS-HSTSCAN-EOF
              read MAZEHIST next record
                 at end set WS-HSTSCAN-EOF to true
                 not at end
                    if hst-maze-id not = ct-maze-id
                       set WS-HSTSCAN-EOF to true
                    else
                       move hst-version to WS-HST-TOP
                       move 99999 to hst-row-seq
                       start MAZEHIST key > hst-key
                          invalid key
                             set WS-HSTSCAN-EOF to true
                       end-start
                    end-if
              end-read
           end-perform

           continue.

       a300-audit-one section.
           move run-stamp-num to aud-stamp
           move ct-action to aud-action
           move ct-maze-id to aud-maze-id
           evaluate true
              when ct-applied
                 move 'APPLIED' to aud-state
                 add 1 to WS-APPLY-COUNT
              when ct-held
                 move 'PENDING' to aud-state
                 add 1 to WS-HOLD-COUNT
              when ct-expired
                 move 'EXPIRED' to aud-state
                 add 1 to WS-EXPIRE-COUNT
              when other
                 move 'REJECTED' to aud-state
                 add 1 to WS-REJECT-COUNT
           end-evaluate
           move ct-reason to aud-reason
           move ct-submitter to aud-submitter
           write fd-AUDFILE-REC from aud-rec
           display "MAZU0001I " aud-action " " aud-maze-id
                   " " aud-state " " aud-reason

           continue.

       a400-apply-rollback section.
           *> put an archived version back into the live library:
           *> the one named on the '*TRN', or the newest one. The
           *> block must still pass every rule an ADD does - the
           *> rules may have tightened since it was archived - and
           *> the live block it displaces is archived in its turn,
           *> so a rollback can itself be rolled back
           perform a232-check-held
           if WS-HLD-EXISTS
              set ct-rejected to true
              move 'maze is in held library' to ct-reason
           else
              if ct-version = 0
                 perform a292-find-top-version
                 if WS-HST-TOP = 0
                    set ct-rejected to true
                    move 'maze has no archived version' to ct-reason
                 else
                    move WS-HST-TOP to WS-RBK-VERSION
                 end-if
              else
                 move ct-version to WS-RBK-VERSION
              end-if
           end-if
           if ct-pending
              perform a410-load-version
           end-if
           if ct-pending
              *> a department move goes through REPLACE and its
              *> approval, never through a rollback
              if ct-dept not = spaces
                 and WS-RBK-DEPT not = ct-dept
                 set ct-rejected to true
                 move 'rollback would move dept' to ct-reason
              end-if
           end-if
           if ct-pending and not WS-OWNER-FOUND
              move ct-submitter to WS-AUTH-USER
              move WS-RBK-DEPT to WS-AUTH-DEPT
              perform a170-check-auth
              if not WS-AUTH-OK
                 set ct-rejected to true
                 move 'not authorized for dept' to ct-reason
              end-if
           end-if
           if ct-pending
              perform a131-validate-rows
           end-if
           if ct-pending
              perform a230-check-exists
              if WS-LIB-EXISTS
                 perform a290-archive-live-block
                 if ct-pending
                    perform a250-delete-block
                 end-if
              end-if
           end-if
           if ct-pending
              move WS-RBK-DEPT to ct-dept
              move WS-RBK-PRIORITY to ct-priority
              move WS-RBK-FLOOR to ct-floor
              move WS-RBK-START to ct-start
              perform a240-write-block
           end-if
           if ct-pending
              set ct-applied to true
              move WS-RBK-VERSION to WS-RBK-VERSION-ED
              move spaces to ct-reason
              string 'rolled back to version '
                     WS-RBK-VERSION-ED
                     delimited by size
                     into ct-reason
              end-string
           end-if

           continue.

       a410-load-version section.
           *> read the archived block into the transaction buffer,
           *> exactly as if it had come in on an ADD: the header
           *> image gives back the department and priority A240
           *> stamps on it, the rows go to txn-row for A131 and A240
           move 'N' to WS-RBK-STATUS
           move 0 to row-count
           move 'N' to WS-CPY-STATE
           move 0 to WS-CPY-SEQ
           perform until WS-CPY-DONE or ct-rejected
              move ct-maze-id to hst-maze-id
              move WS-RBK-VERSION to hst-version
              move WS-CPY-SEQ to hst-row-seq
              read MAZEHIST
                 invalid key
                    set WS-CPY-DONE to true
                 not invalid key
                    if WS-CPY-SEQ = 0
                       set WS-RBK-FOUND to true
                       move hst-data to WS-HST-HDR
                       move hst-hdr-dept to WS-RBK-DEPT
                       if hst-hdr-priority is numeric
                          move hst-hdr-priority to WS-RBK-PRIORITY
                       else
                          move 0 to WS-RBK-PRIORITY
                       end-if
                       move hst-hdr-floor to WS-RBK-FLOOR
                       if hst-hdr-start is numeric
                          move hst-hdr-start to WS-RBK-START
                       else
                          move spaces to WS-RBK-START
                       end-if
                    else
                       if row-count >= 750
                          set ct-rejected to true
                          move 'archived body too large'
                               to ct-reason
                       else
                          add 1 to row-count
                          move hst-data to txn-row(row-count)
                       end-if
                    end-if
                    add 1 to WS-CPY-SEQ
              end-read
           end-perform
           if not WS-RBK-FOUND
              set ct-rejected to true
              move 'version not in history' to ct-reason
           end-if

           continue.

       a500-apply-approval section.
           *> an APPROVE releases the change parked for its maze:
           *> the approver must be a different authorized submitter
           *> from the one who sent it, answer for the departments
           *> it touches, name the department it leaves the maze
           *> in, and come on a later run. The change is then
           *> applied as if it had just arrived - against today's
           *> library and today's rules - and is done with either
           *> way; the audit shows the APPROVE and its approver
           set WS-APPROVING to true
           move ct-submitter to WS-APPROVER
           move ct-maze-id to pnd-maze-id
           move 0 to pnd-row-seq
           read PENDFILE
              invalid key
                 set ct-rejected to true
                 move 'no pending change to approve' to ct-reason
              not invalid key
                 move pnd-data to pend-ctl
                 move pnd-stamp to WS-PND-STAMP
           end-read
           if ct-pending
              if ct-submitter = spaces
                 set ct-rejected to true
                 move 'submitter id missing' to ct-reason
              else
                 move ct-submitter to WS-AUTH-USER
                 move spaces to WS-AUTH-DEPT
                 perform a170-check-auth
                 if not WS-AUTH-OK
                    set ct-rejected to true
                    move 'submitter not authorized' to ct-reason
                 end-if
              end-if
           end-if
           evaluate true
              when not ct-pending
                 continue
              when WS-PND-STAMP = run-stamp-num
                 move 'approval needs a later run' to ct-reason
                 set ct-rejected to true
              when ct-submitter = pc-submitter
                 move 'approver is the submitter' to ct-reason
                 set ct-rejected to true
              when ct-dept not = pc-dept
                 move 'approval does not match' to ct-reason
                 set ct-rejected to true
              when other
                 perform a150-find-owner
                 if WS-OWNER-FOUND and WS-OWNER-DEPT not = spaces
                    move WS-OWNER-DEPT to WS-AUTH-DEPT
                    perform a170-check-auth
                    if not WS-AUTH-OK
                       set ct-rejected to true
                       move 'maze owned by another dept'
                            to ct-reason
                    end-if
                 end-if
                 if ct-pending
                    move pc-dept to WS-AUTH-DEPT
                    perform a170-check-auth
                    if not WS-AUTH-OK
                       set ct-rejected to true
                       move 'not authorized for dept' to ct-reason
                    end-if
                 end-if
           end-evaluate
           if ct-pending
              move pc-action to ct-action
              move pc-dept to ct-dept
              move pc-priority to ct-priority
              move pc-submitter to ct-submitter
              move pc-floor to ct-floor
              move pc-start to ct-start
              perform a510-load-pending
              if ct-act-replace
                 perform a131-validate-rows
                 if ct-pending
                    perform a210-apply-replace
                 end-if
                 if ct-applied
                    move spaces to ct-reason
                    string 'moved to dept ' ct-dept
                           delimited by size
                           into ct-reason
                    end-string
                 end-if
              else
                 perform a220-apply-delete
              end-if
              if not WS-ABORT-RUN
                 perform a530-drop-pending
              end-if
              move 'APPROVE' to ct-action
              move WS-APPROVER to ct-submitter
           end-if

           continue.

       a510-load-pending section.
           *> the parked body rows, sequence one onward, back into
           *> the transaction buffer
           move 0 to row-count
           move 'N' to WS-CPY-STATE
           move 1 to WS-CPY-SEQ
           perform until WS-CPY-DONE
              move ct-maze-id to pnd-maze-id
              move WS-CPY-SEQ to pnd-row-seq
              read PENDFILE
                 invalid key
                    set WS-CPY-DONE to true
                 not invalid key
                    if row-count < 750
                       add 1 to row-count
                       move pnd-data to txn-row(row-count)
                    end-if
                    add 1 to WS-CPY-SEQ
              end-read
           end-perform

           continue.

       a520-hold-for-approval section.
           *> a DELETE, or a REPLACE moving the maze to another
           *> department, is not applied on one say-so: park it,
           *> '*TRN' image and body, for an APPROVE on a later run.
           *> One parked change per maze at a time
           perform a230-check-exists
           if not WS-LIB-EXISTS
              set ct-rejected to true
              move 'maze id not in library' to ct-reason
           else
              move ct-maze-id to pnd-maze-id
              move 0 to pnd-row-seq
              read PENDFILE
                 invalid key
                    continue
                 not invalid key
                    set ct-rejected to true
                    move 'approval already pending' to ct-reason
              end-read
           end-if
           if ct-pending
              move 'PENDFILE' to WS-FAIL-FILE
              move ct-action to pc-action
              move ct-maze-id to pc-maze-id
              move ct-dept to pc-dept
              move ct-priority to pc-priority
              move ct-submitter to pc-submitter
              move ct-floor to pc-floor
              move ct-start to pc-start
              move ct-maze-id to pnd-maze-id
              move 0 to pnd-row-seq
              move run-stamp-num to pnd-stamp
              move pend-ctl to pnd-data
              write fd-PENDFILE-REC
                 invalid key
                    perform a260-write-failed
              end-write
              if ct-act-replace
                 perform varying WS-ROW-IDX from 1 by 1
                         until WS-ROW-IDX > row-count
                         or WS-ABORT-RUN
                    move WS-ROW-IDX to pnd-row-seq
                    move txn-row(WS-ROW-IDX) to pnd-data
                    write fd-PENDFILE-REC
                       invalid key
                          perform a260-write-failed
                    end-write
                 end-perform
              end-if
           end-if
           if ct-pending
              set ct-held to true
              move 'awaiting approval' to ct-reason
           end-if

           continue.

       a530-drop-pending section.
           *> parked records sit at contiguous sequences from zero
           move ct-maze-id to pnd-maze-id
           move 'N' to WS-DEL-STATE
           move 0 to WS-DEL-SEQ
           perform until WS-DEL-DONE
              move WS-DEL-SEQ to pnd-row-seq
              delete PENDFILE record
                 invalid key
                    set WS-DEL-DONE to true
                 not invalid key
                    add 1 to WS-DEL-SEQ
              end-delete
           end-perform

           continue.

       a600-apply-floor section.
           *> put the maze on a shared floor, move its start tick,
           *> or with a blank floor take it off its floor group:
           *> only the header record changes, but the block as it
           *> stood is archived first like any other change, so a
           *> ROLLBACK puts the old floor back with the old body
           perform a230-check-exists
           if not WS-LIB-EXISTS
              set ct-rejected to true
              move 'maze id not in library' to ct-reason
           else
              move lib-data to WS-OWN-HDR
              perform a290-archive-live-block
           end-if
           if ct-pending
              if ct-floor = spaces
                 move spaces to ct-start
              end-if
              move 'MAZELIB' to WS-FAIL-FILE
              move ct-floor to own-hdr-floor
              move ct-start to own-hdr-start
              move ct-maze-id to lib-maze-id
              move 0 to lib-row-seq
              move WS-OWN-HDR to lib-data
              rewrite fd-MAZELIB-REC
                 invalid key
                    perform a260-write-failed
              end-rewrite
           end-if
           if ct-pending
              set ct-applied to true
              if ct-floor = spaces
                 move 'floor group removed' to ct-reason
              else
                 move 'floor group set' to ct-reason
              end-if
           end-if

           continue.
